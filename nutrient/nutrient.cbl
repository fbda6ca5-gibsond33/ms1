01  ws-save-nutrient-carb-grams    pic 9(05)v99.
01  ws-save-nutrient-protein-grams pic 9(05)v99.
01  ws-save-nutrient-sodium-mg     pic 9(05).
01  ws-label-buf              pic x(40).
01  ws-grams-buf              pic x(09).
01  ws-save-nutrient-unit-grams    pic 9(05)v999.

procedure division.
program-begin.
  display nutrient-has-soya   at line 16 col 42 foreground-color 3 end-display
  display nutrient-has-fish   at line 16 col 50 foreground-color 3 end-display
  display nutrient-has-sesame at line 16 col 60 foreground-color 3 end-display
  display "Label Name:   [                                        ]" at line 18 col 04 foreground-color 2 end-display
  display nutrient-label-name at line 18 col 19 foreground-color 3 end-display
  display "Characterising (Y or blank):[ ]" at line 19 col 04 foreground-color 2 end-display
  display nutrient-characterising at line 19 col 33 foreground-color 3 end-display
  display "Grams/Unit:   [         ]" at line 20 col 04 foreground-color 2 end-display
  display nutrient-unit-grams at line 20 col 19 foreground-color 3 end-display
  .
accept-nutrition-fields.
  move nutrient-serving-size to ws-save-nutrient-serving-size
  perform accept-soya-allergen-flag
  perform accept-fish-allergen-flag
  perform accept-sesame-allergen-flag

  move spaces to ws-label-buf
  accept ws-label-buf at line 18 col 19 with foreground-color 6 end-accept
  if ws-label-buf not = spaces
    move ws-label-buf to nutrient-label-name
  end-if
  move space to ws-alg-flag-byte
  accept ws-alg-flag-byte at line 19 col 33 with foreground-color 6 end-accept
  move function upper-case(ws-alg-flag-byte) to ws-alg-flag-byte
  if ws-alg-flag-byte = "Y"
    move "Y" to nutrient-characterising
  end-if
  if ws-alg-flag-byte = "N"
    move space to nutrient-characterising
  end-if
  move nutrient-unit-grams to ws-save-nutrient-unit-grams
  move spaces to ws-grams-buf
  accept ws-grams-buf at line 20 col 19 with foreground-color 6 end-accept
  if ws-grams-buf = spaces
    move ws-save-nutrient-unit-grams to nutrient-unit-grams
  else
    move function numval(ws-grams-buf) to nutrient-unit-grams
  end-if
  .
*> blank keeps the flag as shown; Y sets it, N clears it
accept-gluten-allergen-flag.
