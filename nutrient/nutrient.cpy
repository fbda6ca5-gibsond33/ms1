    10  nutrient-has-soya     pic x.
    10  nutrient-has-fish     pic x.
    10  nutrient-has-sesame   pic x.
*> pack labelling: the name the ingredient is declared under on
*> the label (blank falls back to the item description), Y where
*> it characterises the dish and its percentage must be shown, and
*> the grams in one stocking unit for units that are not a weight
*> or volume (EA, PACK...) - zero takes G/ML as one gram and KG/L
*> as a thousand
  05  nutrient-label-name     pic x(40).
  05  nutrient-characterising pic x.
    88  nutrient-is-characterising value "Y".
  05  nutrient-unit-grams     pic 9(05)v999 comp-3.
