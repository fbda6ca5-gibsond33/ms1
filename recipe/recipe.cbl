program-id. recipe.
*> This program maintains recipes and their ingredient lists, and
*> costs a recipe from the on-hand stock prices in the item master.
*> An ingredient line can be a stock item or a sub-recipe (a base
*> preparation with its own yield); costing, nutrition, allergens,
*> where-used and the margin report expand through the levels.
*> Recipe line number zero holds the recipe header (name and yield);
*> line numbers 1 and up are the ingredient lines.
*> Each version also carries its method steps on RECIPEMTH, printed
*> with the ingredients scaled to size on the kitchen recipe card.
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
    file status is item-file-status
    .
  copy "stkmove-sel.cpy".
  copy "stklayer-sel.cpy".
  copy "stkloc-sel.cpy".
  copy "stklot-sel.cpy".
  copy "price-sel.cpy".
    access mode is sequential
    file status is recmargin-file-status
    .
  select prodplan-file assign to "PRODPLAN"
    organization is indexed
    access mode is dynamic
    record key is pplan-key
    file status is prodplan-file-status
    .
  select planparm-file assign to "RB010PARM"
    organization is line sequential
    access mode is sequential
    file status is planparm-file-status
    .
  select method-file assign to "RECIPEMTH"
    organization is indexed
    access mode is dynamic
    record key is method-key
    file status is method-file-status
    .
  select reccard-file assign to "RECIPECARD"
    organization is line sequential
    access mode is sequential
    file status is reccard-file-status
    .
  select labeltext-file assign to "LABELTEXT"
    organization is line sequential
    access mode is sequential
    file status is labeltext-file-status
    .
copy "system-sel.cpy".
data division.
file section.
copy "recipe.cpy".
copy "stock.cpy".
copy "stkmove-fd.cpy".
copy "stklayer-fd.cpy".
copy "stkloc-fd.cpy".
copy "stklot-fd.cpy".
copy "price-fd.cpy".
copy "nutrient.cpy".
copy "prodplan.cpy".
copy "planparm.cpy".
copy "recipemth.cpy".
copy "system-fd.cpy".
fd  nutpanel-file.
01  nutpanel-record             pic x(80).
01  whereused-record            pic x(80).
fd  recmargin-file.
01  recmargin-record            pic x(110).
fd  reccard-file.
01  reccard-record              pic x(80).
fd  labeltext-file.
01  labeltext-record            pic x(1024).
working-storage section.
01  program-name              pic x(15) value "recipe (1.00.00)".

01  recipe-file-status        pic xx.
01  item-file-status          pic xx.
01  stock-movement-file-status pic xx.
01  stock-layer-file-status   pic xx.
copy "stklayer-ws.cpy".
01  stock-location-file-status pic xx.
01  price-file-status         pic xx.
01  nutrient-file-status      pic xx.
01  nutpanel-file-status      pic xx.
01  whereused-file-status     pic xx.
01  recmargin-file-status     pic xx.
01  prodplan-file-status      pic xx.
01  planparm-file-status      pic xx.
01  method-file-status        pic xx.
01  reccard-file-status       pic xx.
01  labeltext-file-status     pic xx.
01  stock-lot-file-status     pic xx.
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "stklot-ws.cpy".
copy "allergen-ws.cpy".
copy "recipver-ws.cpy".
copy "recipexp-ws.cpy".
01  ws-asof-date              pic 9(08).
01  ws-new-version-date       pic 9(08).
01  ws-version-found          pic x.
01  ws-copied-line-count      pic 9(03).

01  rb-choice                 pic x.
  88  rb-choice-is-valid      values "A" "C" "I" "D" "O" "P" "N" "W" "M" "L" "S" "K" "X".

*> Margin report accumulators - every recipe header with its
*> ingredient cost per serving against the selling price, bubble
    10  ws-wu-recipe-name     pic x(32).
    10  ws-wu-qty             pic 9(07)v999.
    10  ws-wu-effective       pic 9(08).
    10  ws-wu-via             pic x(10).
01  ws-wu-count               pic 9(03).
01  ws-wu-search-code         pic x(10).
01  ws-wu-sub-only            pic x.
01  ws-wu-duplicate           pic x.
01  ws-wu-trace-idx           pic 9(03).
01  ws-wu-display-line        pic 9(02).
01  ws-wu-qty-display         pic 9(07)v999.

01  ws-nut-missing-count      pic 9(03).
01  ws-nut-yield              pic 9(05)v99.

*> ingredients declaration: every stock item in the recipe by its
*> weight in grams, sorted heaviest first
01  ws-lb-table.
  05  ws-lb-entry             occurs 300 times.
    10  ws-lb-item            pic x(10).
    10  ws-lb-weight          pic 9(09)v999.
01  ws-lb-swap-entry.
  05  ws-lb-swap-item         pic x(10).
  05  ws-lb-swap-weight       pic 9(09)v999.
01  ws-lb-count               pic 9(03).
01  ws-lb-idx                 pic 9(03).
01  ws-lb-i                   pic 9(03).
01  ws-lb-j                   pic 9(03).
01  ws-lb-found               pic x.
01  ws-lb-swapped             pic x.
01  ws-lb-recipe-name         pic x(32).
01  ws-lb-unit-grams          pic 9(05)v999.
01  ws-lb-weight-calc         pic 9(09)v999.
01  ws-lb-total-weight        pic 9(11)v999.
01  ws-lb-pct                 pic 9(03)v9.
01  ws-lb-pct-display         pic zz9.9.
01  ws-lb-pct-text            pic x(08).
01  ws-lb-name                pic x(40).
01  ws-lb-text                pic x(120).
01  ws-lb-text-ptr            pic 9(03).
01  ws-lb-alg-sep             pic x(02).
01  ws-lb-decl                pic x(1000).
01  ws-lb-decl-ptr            pic 9(04).
01  ws-lb-seq-display         pic zz9.
01  ws-lb-no-name-count       pic 9(03).
01  ws-lb-no-weight-count     pic 9(03).

01  ws-change-line            pic 9(03).
01  ws-save-recipe-name       pic x(32).
01  ws-save-recipe-tax-code   pic x(03).
01  ws-save-recipe-item-code  pic x(10).
01  ws-save-recipe-line-type  pic x.
01  ws-sub-recipe-refused     pic x.
01  ws-sub-saved-record       pic x(80).
01  ws-inquiry-line           pic 9(02).
01  ws-delete-confirm         pic x.
01  ws-recipe-is-priced       pic x.
  88  produce-stock-is-short  value "Y".
01  ws-produce-recipe-code    pic x(10).
01  ws-batch-cost             pic 9(09)v9999.
01  ws-batch-fifo-cost        pic 9(11)v99.
01  ws-finished-item-code     pic x(10).
01  ws-finished-qty           pic 9(07)v999.
01  ws-finished-unit-cost     pic 9(07)v9999.
01  ws-old-value              pic 9(09)v999.
01  ws-new-value              pic 9(09)v999.
01  ws-produce-date           pic 9(08).
01  ws-produce-version        pic 9(08).
01  ws-produce-line           pic 9(03).
01  ws-produce-factor         pic 9(05)v9(06).
*> what one production run makes: the batch itself, or a
*> sub-recipe made first
01  ws-produce-run-code       pic x(10).
01  ws-produce-run-item       pic x(10).
01  ws-produce-run-qty        pic 9(07)v999.
*> stocked sub-recipes on the recipe and whether each is (M)ade
*> first or taken from (S)tock
01  ws-ps-table.
  05  ws-ps-entry             occurs 8 times.
    10  ws-ps-code            pic x(10).
    10  ws-ps-qty             pic 9(07)v999.
    10  ws-ps-choice          pic x.
01  ws-ps-count               pic 9(02).
01  ws-ps-idx                 pic 9(02).
01  ws-ps-idx-2               pic 9(02).
01  ws-ps-row                 pic 9(02).
01  ws-ps-found               pic x.
*> everything a production run will issue, summed by item
01  ws-pr-table.
  05  ws-pr-entry             occurs 300 times.
    10  ws-pr-item            pic x(10).
    10  ws-pr-qty             pic 9(09)v999.
01  ws-pr-count               pic 9(03).
01  ws-pr-idx                 pic 9(03).
01  ws-pr-found               pic x.
*> set while the approved plan is being produced, so the runs take
*> no keyed answers
01  ws-produce-plan-switch    pic x.
  88  produce-is-from-plan    value "Y".

*> production plan: the plan run's parameters, the review screen,
*> and the approved lines to produce
01  pp-choice                 pic x.
01  ws-plan-date              pic 9(08).
01  ws-plan-weeks             pic 9(02).
01  ws-plan-raise             pic x.
01  ws-plan-action            pic x.
01  ws-plan-code              pic x(10).
01  ws-plan-batches           pic 9(03).
01  ws-plan-row               pic 9(02).
01  ws-plan-count             pic 9(03).
01  ws-plan-note              pic x(40).
01  ws-plan-qty-display       pic zzzzzz9.999.
01  ws-plan-batch-display     pic zz9.
01  ws-pp-table.
  05  ws-pp-entry             occurs 300 times.
    10  ws-pp-code            pic x(10).
    10  ws-pp-batches         pic 9(03).
01  ws-pp-count               pic 9(03).
01  ws-pp-idx                 pic 9(03).

*> method step maintenance
01  ws-method-version         pic 9(08).
01  ws-method-action          pic x.
01  ws-method-step            pic 9(03).
01  ws-method-count           pic 9(03).
01  ws-method-row             pic 9(02).
01  ws-method-text            pic x(60).
01  ws-method-temp            pic 9(03).
01  ws-method-minutes         pic 9(04).
01  ws-method-temp-display    pic zz9.
01  ws-method-minutes-display pic zzz9.
01  ws-method-saved-record    pic x(88).

*> kitchen recipe card: the version in force on the date, scaled
*> to a number of batches or of portions
01  ws-card-version           pic 9(08).
01  ws-card-name              pic x(32).
01  ws-card-yield             pic 9(05)v99.
01  ws-card-scale-by          pic x.
01  ws-card-batches           pic 9(03)v99.
01  ws-card-portions          pic 9(05)v99.
01  ws-card-factor            pic 9(05)v9(06).
01  ws-card-line              pic 9(03).
01  ws-card-step-count        pic 9(03).
01  ws-card-gap-count         pic 9(03).
01  ws-card-qty               pic 9(09)v999.
01  ws-card-whole             pic 9(09).
01  ws-card-one-place         pic 9(09)v9.
01  ws-card-two-places        pic 9(09)v99.
01  ws-card-whole-display     pic zzzzzzzz9.
01  ws-card-one-display       pic zzzzzz9.9.
01  ws-card-two-display       pic zzzzz9.99.
01  ws-card-qty-text          pic x(09).
01  ws-card-unit              pic x(04).
01  ws-card-item              pic x(10).
01  ws-card-description       pic x(32).
01  ws-card-is-sub            pic x.
01  ws-card-yield-display     pic zzzz9.99.
01  ws-card-factor-display    pic zzzz9.999.
01  ws-card-step-display      pic zz9.

01  ws-input-code             pic x(10).
01  ws-input-line             pic 9(03).
  88  no-more-lines           value "N".
01  ws-recipe-cost            pic 9(09)v9999.
01  ws-line-cost              pic 9(09)v9999.
01  ws-leaf-qty-display       pic 9(07)v999.

procedure division.
program-begin.
  if stock-movement-file-status not = zero
    open output stock-movement-file
  end-if
  open i-o stock-layer-file
  if stock-layer-file-status = "35"
    open output stock-layer-file
    close stock-layer-file
    open i-o stock-layer-file
  end-if
  open i-o stock-location-file
  if stock-location-file-status = "35"
    open output stock-location-file
    close nutrient-file
    open input nutrient-file
  end-if
  open i-o prodplan-file
  if prodplan-file-status = "35"
    open output prodplan-file
    close prodplan-file
    open i-o prodplan-file
  end-if
  open i-o method-file
  if method-file-status = "35"
    open output method-file
    close method-file
    open i-o method-file
  end-if
  move "N" to ws-produce-plan-switch
  .
closing-procedure.
  close recipe-file
  close item-file
  close stock-movement-file
  close stock-layer-file
  close stock-location-file
  close stock-lot-file
  close price-file
  close nutrient-file
  close prodplan-file
  close method-file
  .
main-process.
  perform display-rb-menu
  display "(N) Nutrition Panel" at line 11 col 04 foreground-color 2 end-display
  display "(W) Where-Used"     at line 12 col 04 foreground-color 2 end-display
  display "(M) Margin Report"  at line 13 col 04 foreground-color 2 end-display
  display "(L) Production Plan" at line 14 col 04 foreground-color 2 end-display
  display "(S) Method Steps"   at line 15 col 04 foreground-color 2 end-display
  display "(K) Kitchen Recipe Card" at line 16 col 04 foreground-color 2 end-display
  display "(X) Exit"           at line 17 col 04 foreground-color 2 end-display
  .
accept-rb-choice.
  display "Select option :- [ ]" at line 19 col 04 foreground-color 2 end-display
  accept rb-choice at line 19 col 20 with foreground-color 6 end-accept
  move function upper-case(rb-choice) to rb-choice
  if not rb-choice-is-valid
    display "Invalid choice, try again" at line 23 col 02 foreground-color 4 end-display
      perform where-used-inquiry
    when "M"
      perform print-margin-report
    when "L"
      perform production-plan-menu
    when "S"
      perform maintain-method-steps
    when "K"
      perform print-recipe-card
    when "X"
      continue
  end-evaluate
  move ws-new-version-date to recipe-effective-date
  move ws-input-line to recipe-line-number

  display "Ingredient Type (I=Item R=Sub-recipe):[ ]" at line 10 col 04 foreground-color 2 end-display
  move "I" to recipe-line-type
  accept recipe-line-type at line 10 col 43 with foreground-color 6 end-accept
  move function upper-case(recipe-line-type) to recipe-line-type
  if recipe-line-type = space
    move "I" to recipe-line-type
  end-if
  if recipe-line-type not = "I" and not recipe-line-is-sub-recipe
    display "Type must be I or R, ingredient rejected" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  display "Ingredient Code:     [          ]" at line 11 col 04 foreground-color 2 end-display
  accept recipe-item-code at line 11 col 26 with foreground-color 6 end-accept

  if recipe-line-is-sub-recipe
    perform check-sub-recipe-entry
    if ws-sub-recipe-refused = "Y"
      exit paragraph
    end-if
  else
    move recipe-item-code to item-code
    read item-file key is item-code
      invalid key
        display "Item not on file, ingredient rejected" at line 23 col 02 foreground-color 4 end-display
        exit paragraph
    end-read

    if item-is-inactive
      if item-superseded-by not = spaces
        display "Item is inactive, superseded by " item-superseded-by
          at line 23 col 02 foreground-color 4 end-display
      else
        display "Item is inactive, ingredient rejected" at line 23 col 02 foreground-color 4 end-display
      end-if
      exit paragraph
    end-if
  end-if

  if recipe-line-is-sub-recipe
    display "Quantity of its Yield:[       ]" at line 12 col 04 foreground-color 2 end-display
  else
    display "Quantity Required:    [       ]" at line 12 col 04 foreground-color 2 end-display
  end-if
  move zero to recipe-item-qty
  accept recipe-item-qty at line 12 col 27 with foreground-color 6 end-accept

  write recipe-record
    invalid key
    set no-more-lines to true
  end-if
  .
*>-----------------------------------------------
*> A sub-recipe ingredient must have a version in force on the
*> version date being written, and must not lead back to the recipe
*> being edited at any level underneath - a circular reference
*> would never finish expanding.  The explosion reads through the
*> record area, so the line being keyed is put back afterwards.
*>-----------------------------------------------
check-sub-recipe-entry.
  move "N" to ws-sub-recipe-refused
  if recipe-item-code = ws-input-code
    display "A recipe cannot be its own ingredient, refused" at line 23 col 02 foreground-color 4 end-display
    move "Y" to ws-sub-recipe-refused
    exit paragraph
  end-if

  move recipe-record to ws-sub-saved-record
  move recipe-item-code to ws-rx-recipe-code
  move ws-new-version-date to ws-rx-date
  move ws-input-code to ws-rx-check-code
  perform explode-recipe
  move spaces to ws-rx-check-code
  move ws-sub-saved-record to recipe-record

  evaluate true
    when ws-rx-not-found
      display "Sub-recipe not on file at that date, refused" at line 23 col 02 foreground-color 4 end-display
      move "Y" to ws-sub-recipe-refused
    when ws-rx-is-circular
      display "Sub-recipe leads back to this recipe - circular reference refused"
        at line 23 col 02 foreground-color 4 end-display
      move "Y" to ws-sub-recipe-refused
    when ws-rx-overflowed
      display "Sub-recipe nested too deep, refused" at line 23 col 02 foreground-color 4 end-display
      move "Y" to ws-sub-recipe-refused
  end-evaluate
  .

*>-----------------------------------------------
*> Change a recipe line.  A change never overwrites history: the
      move function upper-case(recipe-tax-code) to recipe-tax-code
    end-if
  else
    display "Ingredient Type (I=Item R=Sub-recipe):[ ]" at line 09 col 04 foreground-color 2 end-display
    if recipe-line-type = space
      move "I" to recipe-line-type
    end-if
    display recipe-line-type at line 09 col 43 foreground-color 3 end-display
    move recipe-line-type to ws-save-recipe-line-type
    accept recipe-line-type at line 09 col 43 with foreground-color 6 end-accept
    move function upper-case(recipe-line-type) to recipe-line-type
    if recipe-line-type = space
      move ws-save-recipe-line-type to recipe-line-type
    end-if
    if recipe-line-type not = "I" and not recipe-line-is-sub-recipe
      display "Type must be I or R, change abandoned" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
    end-if
    display "Ingredient Code:     [          ]" at line 10 col 04 foreground-color 2 end-display
    display recipe-item-code at line 10 col 26 foreground-color 3 end-display
    move recipe-item-code to ws-save-recipe-item-code
    accept recipe-item-code at line 10 col 26 with foreground-color 6 end-accept
    if recipe-item-code = spaces
      move ws-save-recipe-item-code to recipe-item-code
    end-if
    *> a sub-recipe is checked for circular references every time,
    *> an item only when the code or type has changed
    if recipe-line-is-sub-recipe
      perform check-sub-recipe-entry
      if ws-sub-recipe-refused = "Y"
        exit paragraph
      end-if
    end-if
    if not recipe-line-is-sub-recipe
       and (recipe-item-code not = ws-save-recipe-item-code
            or recipe-line-type not = ws-save-recipe-line-type)
      move recipe-item-code to item-code
      read item-file key is item-code
        invalid key
        exit paragraph
      end-if
    end-if
    display "Quantity Required:    [       ]" at line 11 col 04 foreground-color 2 end-display
    display recipe-item-qty at line 11 col 27 foreground-color 3 end-display
    accept recipe-item-qty at line 11 col 27 with foreground-color 6 end-accept
  end-if

  rewrite recipe-record
  perform copy-one-version-line
    with test after
    until recipe-file-status not = zero
  *> the method travels with the ingredients
  move 1 to ws-copy-line
  perform copy-one-method-step
    with test after
    until method-file-status not = zero
  move zero to method-file-status
  display "Version " ws-copy-from-version " copied to "
    ws-new-version-date at line 08 col 04 foreground-color 3 end-display
  .
  add 1 to ws-copied-line-count
  add 1 to ws-copy-line
  .
copy-one-method-step.
  move ws-input-code to method-recipe-code
  move ws-copy-from-version to method-effective-date
  move ws-copy-line to method-step-number
  read method-file key is method-key
    invalid key
      move "10" to method-file-status
      exit paragraph
  end-read
  move zero to method-file-status

  move ws-new-version-date to method-effective-date
  write method-record
    invalid key
      continue
  end-write
  add 1 to ws-copy-line
  .
*>----------------
*> Inquire recipe
*>----------------
  display "Name: " recipe-name " yield " recipe-yield-qty
    " version " recipe-effective-date
    at line 07 col 04 foreground-color 3 end-display
  display "Line T Code       Qty" at line 08 col 04 foreground-color 2 end-display

  move zero to ws-inquiry-line
  move 1 to recipe-line-number
  end-read
  move zero to recipe-file-status
  add 1 to ws-inquiry-line
  display recipe-line-number " " recipe-line-type " " recipe-item-code " " recipe-item-qty
    at line (08 + ws-inquiry-line) col 04 foreground-color 3 end-display
  add 1 to recipe-line-number
  .
  end-start
  perform delete-one-recipe-line
    until recipe-file-status not = zero
  move 1 to ws-method-step
  perform delete-one-version-method-step
    with test after
    until method-file-status not = zero
  move zero to method-file-status
  display "Recipe version deleted" at line 11 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
      move "10" to recipe-file-status
  end-delete
  .
delete-one-version-method-step.
  move ws-input-code to method-recipe-code
  move ws-asof-date to method-effective-date
  move ws-method-step to method-step-number
  read method-file key is method-key
    invalid key
      move "10" to method-file-status
      exit paragraph
  end-read
  delete method-file
    invalid key
      move "10" to method-file-status
      exit paragraph
  end-delete
  move zero to method-file-status
  add 1 to ws-method-step
  .
*>-----------------------------------------------
*> Close the gap a line delete leaves: every consumer of a recipe
*> walks its lines with keyed reads at 1,2,3... and stops at the
  display "Name: " recipe-name " version " recipe-effective-date
    at line 08 col 04 foreground-color 2 end-display
  move zero to ws-recipe-cost

  *> sub-recipes are costed through their own versions in force on
  *> the same date, down to the stock items at the bottom
  move ws-input-code to ws-rx-recipe-code
  move ws-asof-date to ws-rx-date
  perform explode-recipe
  move 1 to ws-rx-leaf-idx
  perform cost-one-ingredient
    until ws-rx-leaf-idx > ws-rx-leaf-count

  display "Total recipe cost: " ws-recipe-cost at line 20 col 04 foreground-color 2 end-display
  perform warn-explosion-gaps
  accept omitted end-accept
  .
cost-one-ingredient.
  move ws-rx-leaf-item(ws-rx-leaf-idx) to item-code
  read item-file key is item-code
    invalid key
      add 1 to ws-rx-leaf-idx
      exit paragraph
  end-read

  compute ws-line-cost rounded =
    ws-rx-leaf-qty(ws-rx-leaf-idx) * item-average-cost
  add ws-line-cost to ws-recipe-cost
  *> ten lines fit the screen; the total still takes them all
  if ws-rx-leaf-idx <= 10
    move ws-rx-leaf-qty(ws-rx-leaf-idx) to ws-leaf-qty-display
    if ws-rx-leaf-level(ws-rx-leaf-idx) > 1
      display ws-rx-leaf-item(ws-rx-leaf-idx) " qty " ws-leaf-qty-display
        " cost " ws-line-cost " via " ws-rx-leaf-via(ws-rx-leaf-idx)
        at line (09 + ws-rx-leaf-idx) col 04 foreground-color 3 end-display
    else
      display ws-rx-leaf-item(ws-rx-leaf-idx) " qty " ws-leaf-qty-display
        " cost " ws-line-cost
        at line (09 + ws-rx-leaf-idx) col 04 foreground-color 3 end-display
    end-if
  end-if

  add 1 to ws-rx-leaf-idx
  .
*>-----------------------------------------------
*> A sub-recipe with no version in force on the date, or nesting
*> too deep to expand, leaves the figures short - say so rather
*> than print them as complete.
*>-----------------------------------------------
warn-explosion-gaps.
  if ws-rx-overflowed
    display "Recipe nested too deep to expand fully - figures incomplete"
      at line 22 col 04 foreground-color 4 end-display
  else
    if ws-rx-missing-count not = zero
      display "Sub-recipe " ws-rx-missing-code " has no version in force - figures incomplete"
        at line 22 col 04 foreground-color 4 end-display
    end-if
  end-if
  .
*>-----------------------------------------------
*> Produce a batch of a recipe: verify every ingredient has the
*> stock, issue the ingredients from the kitchen, and receipt the
*> yield of a finished-goods item at the computed cost per unit so
*> finished stock carries a true cost.  A sub-recipe on the recipe
*> that is also kept as a stock item under its own code can be
*> made first - produced into its item as a batch of its own - or
*> simply taken from stock; either way the batch then consumes the
*> item.  A sub-recipe with no stock item, and anything nested
*> deeper, is made in the batch: its ingredients are issued
*> directly.
*>-----------------------------------------------
produce-recipe.
  display "Produce Recipe" at line 04 col 30 foreground-color 2 end-display
  accept ws-produce-recipe-code at line 06 col 17 with foreground-color 6 end-accept

  *> production uses the version in force on the production date
  accept ws-produce-date from date yyyymmdd end-accept
  move ws-produce-recipe-code to ws-rcpv-code
  move ws-produce-date to ws-rcpv-date
  perform find-recipe-version
  if ws-rcpv-not-found
    display "Recipe not found" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move ws-rcpv-effective to ws-produce-version
  move ws-produce-recipe-code to recipe-code
  move ws-produce-version to recipe-effective-date
  move zero to recipe-line-number
  read recipe-file key is recipe-key
    invalid key
      exit paragraph
  end-read

  perform run-recipe-production
  if produce-stock-is-short
    display "Insufficient ingredient stock for that batch" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  display "Batch produced: " ws-finished-qty " of " ws-finished-item-code
    at line 18 col 04 foreground-color 2 end-display
  display "Batch cost: " ws-batch-cost at line 19 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
*>-----------------------------------------------
*> One production run of the recipe and version set up in
*> ws-produce-recipe-code/ws-produce-version, ws-batch-multiplier
*> batches into ws-finished-item-code: the stocked sub-recipes are
*> made first or taken from stock, the stock is checked for the
*> whole run, then the ingredients are issued and the yield taken
*> in.  produce-stock-is-short is left set when nothing was made.
*>-----------------------------------------------
run-recipe-production.
  perform choose-sub-recipe-supply

  perform verify-production-stock
  if produce-stock-is-short
    exit paragraph
  end-if

  perform make-sub-recipes-first

  *> the batch itself, its stocked sub-recipes taken from stock
  perform load-sub-recipe-stops
  move ws-produce-recipe-code to ws-rx-recipe-code
  move ws-produce-date to ws-rx-date
  perform explode-recipe
  move zero to ws-rx-stop-count
  move ws-batch-multiplier to ws-produce-factor
  move ws-produce-recipe-code to ws-produce-run-code
  move ws-finished-item-code to ws-produce-run-item
  move ws-finished-qty to ws-produce-run-qty
  move zero to ws-batch-cost
  move zero to ws-batch-fifo-cost
  perform issue-production-ingredients
  perform receipt-production-yield
  .
*>-----------------------------------------------
*> The sub-recipes on the recipe's own lines that are kept as stock
*> items, with the quantity of each the batch needs, and for each
*> whether it is made first or taken from stock.
*>-----------------------------------------------
choose-sub-recipe-supply.
  move zero to ws-ps-count
  move 1 to ws-produce-line
  perform collect-one-sub-recipe-line
    with test after
    until recipe-file-status not = zero
  move 1 to ws-ps-idx
  if produce-is-from-plan
    perform decide-one-sub-recipe-supply
      until ws-ps-idx > ws-ps-count
  else
    perform ask-one-sub-recipe-supply
      until ws-ps-idx > ws-ps-count
  end-if
  .
collect-one-sub-recipe-line.
  move ws-produce-recipe-code to recipe-code
  move ws-produce-version to recipe-effective-date
  move ws-produce-line to recipe-line-number
  read recipe-file key is recipe-key
    invalid key
      move "10" to recipe-file-status
      exit paragraph
  end-read
  move zero to recipe-file-status
  add 1 to ws-produce-line
  if not recipe-line-is-sub-recipe
    exit paragraph
  end-if
  move recipe-item-code to item-code
  read item-file key is item-code
    invalid key
      exit paragraph
  end-read

  *> a base on two lines is one question for the total
  move "N" to ws-ps-found
  move 1 to ws-ps-idx
  perform find-one-sub-recipe-supply
    until ws-ps-idx > ws-ps-count
       or ws-ps-found = "Y"
  if ws-ps-found = "Y"
    compute ws-ps-qty(ws-ps-idx) rounded = ws-ps-qty(ws-ps-idx)
      + (recipe-item-qty * ws-batch-multiplier)
    exit paragraph
  end-if
  *> the screen holds eight; any more are made in the batch
  if ws-ps-count >= 8
    exit paragraph
  end-if
  add 1 to ws-ps-count
  move recipe-item-code to ws-ps-code(ws-ps-count)
  compute ws-ps-qty(ws-ps-count) rounded =
    recipe-item-qty * ws-batch-multiplier
  move "S" to ws-ps-choice(ws-ps-count)
  .
find-one-sub-recipe-supply.
  if ws-ps-code(ws-ps-idx) = recipe-item-code
    move "Y" to ws-ps-found
  else
    add 1 to ws-ps-idx
  end-if
  .
ask-one-sub-recipe-supply.
  compute ws-ps-row = 09 + ws-ps-idx
  move ws-ps-qty(ws-ps-idx) to ws-leaf-qty-display
  display "Sub-recipe " ws-ps-code(ws-ps-idx) " needs " ws-leaf-qty-display
    " (M)ake first or (S)tock:[ ]"
    at line ws-ps-row col 04 foreground-color 2 end-display
  accept ws-ps-choice(ws-ps-idx) at line ws-ps-row col 69 with foreground-color 6 end-accept
  move function upper-case(ws-ps-choice(ws-ps-idx)) to ws-ps-choice(ws-ps-idx)
  if ws-ps-choice(ws-ps-idx) not = "M"
    move "S" to ws-ps-choice(ws-ps-idx)
  end-if
  display ws-ps-choice(ws-ps-idx) at line ws-ps-row col 69 foreground-color 3 end-display
  add 1 to ws-ps-idx
  .
*> producing the plan, a stocked base is taken from stock when
*> there is enough free, and made first when there is not
decide-one-sub-recipe-supply.
  move "M" to ws-ps-choice(ws-ps-idx)
  move ws-ps-code(ws-ps-idx) to item-code
  read item-file key is item-code
    invalid key
      add 1 to ws-ps-idx
      exit paragraph
  end-read
  if (item-on-hand-qty - item-allocated-qty) >= ws-ps-qty(ws-ps-idx)
    move "S" to ws-ps-choice(ws-ps-idx)
  end-if
  add 1 to ws-ps-idx
  .
load-sub-recipe-stops.
  move zero to ws-rx-stop-count
  move 1 to ws-ps-idx
  perform load-one-sub-recipe-stop
    until ws-ps-idx > ws-ps-count
  .
load-one-sub-recipe-stop.
  add 1 to ws-rx-stop-count
  move ws-ps-code(ws-ps-idx) to ws-rx-stop-code(ws-rx-stop-count)
  add 1 to ws-ps-idx
  .
*>-----------------------------------------------
*> Everything the run will issue, summed by item before any of it
*> is checked: the ingredients of each sub-recipe made first, and
*> the batch's own - less the sub-recipes being made, which will
*> be there by the time the batch takes them.
*>-----------------------------------------------
verify-production-stock.
  move "N" to ws-produce-short-switch
  move zero to ws-pr-count
  move 1 to ws-ps-idx
  perform plan-one-sub-recipe-batch
    until ws-ps-idx > ws-ps-count
       or produce-stock-is-short
  if produce-stock-is-short
    exit paragraph
  end-if

  perform load-sub-recipe-stops
  move ws-produce-recipe-code to ws-rx-recipe-code
  move ws-produce-date to ws-rx-date
  perform explode-recipe
  move zero to ws-rx-stop-count
  perform check-production-explosion
  if produce-stock-is-short
    exit paragraph
  end-if
  move ws-batch-multiplier to ws-produce-factor
  move 1 to ws-rx-leaf-idx
  perform plan-one-production-leaf
    until ws-rx-leaf-idx > ws-rx-leaf-count
       or produce-stock-is-short
  if produce-stock-is-short
    exit paragraph
  end-if

  move 1 to ws-pr-idx
  perform verify-one-production-line
    until ws-pr-idx > ws-pr-count
       or produce-stock-is-short
  .
plan-one-sub-recipe-batch.
  if ws-ps-choice(ws-ps-idx) = "M"
    move ws-ps-code(ws-ps-idx) to ws-rx-recipe-code
    move ws-produce-date to ws-rx-date
    perform explode-recipe
    perform check-production-explosion
    if produce-stock-is-short
      exit paragraph
    end-if
    compute ws-produce-factor rounded =
      ws-ps-qty(ws-ps-idx) / ws-rx-root-yield
    move 1 to ws-rx-leaf-idx
    perform plan-one-production-leaf
      until ws-rx-leaf-idx > ws-rx-leaf-count
         or produce-stock-is-short
  end-if
  add 1 to ws-ps-idx
  .
check-production-explosion.
  evaluate true
    when ws-rx-not-found
      set produce-stock-is-short to true
      display "Sub-recipe " ws-rx-recipe-code " has no version in force"
        at line 22 col 04 foreground-color 4 end-display
    when ws-rx-overflowed
      set produce-stock-is-short to true
      display "Recipe nested too deep to expand" at line 22 col 04 foreground-color 4 end-display
    when ws-rx-missing-count not = zero
      set produce-stock-is-short to true
      display "Sub-recipe " ws-rx-missing-code " has no version in force"
        at line 22 col 04 foreground-color 4 end-display
  end-evaluate
  .
plan-one-production-leaf.
  if ws-rx-leaf-type(ws-rx-leaf-idx) = "R"
    move "N" to ws-ps-found
    move 1 to ws-ps-idx-2
    perform find-one-made-sub-recipe
      until ws-ps-idx-2 > ws-ps-count
         or ws-ps-found = "Y"
    if ws-ps-found = "Y"
      add 1 to ws-rx-leaf-idx
      exit paragraph
    end-if
  end-if

  compute ws-produce-required rounded =
    ws-rx-leaf-qty(ws-rx-leaf-idx) * ws-produce-factor
  move "N" to ws-pr-found
  move 1 to ws-pr-idx
  perform find-one-production-need
    until ws-pr-idx > ws-pr-count
       or ws-pr-found = "Y"
  if ws-pr-found = "Y"
    add ws-produce-required to ws-pr-qty(ws-pr-idx)
  else
    if ws-pr-count >= 300
      set produce-stock-is-short to true
      display "Too many ingredients to check in one run" at line 22 col 04 foreground-color 4 end-display
      exit paragraph
    end-if
    add 1 to ws-pr-count
    move ws-rx-leaf-item(ws-rx-leaf-idx) to ws-pr-item(ws-pr-count)
    move ws-produce-required to ws-pr-qty(ws-pr-count)
  end-if
  add 1 to ws-rx-leaf-idx
  .
find-one-made-sub-recipe.
  if ws-ps-code(ws-ps-idx-2) = ws-rx-leaf-item(ws-rx-leaf-idx)
     and ws-ps-choice(ws-ps-idx-2) = "M"
    move "Y" to ws-ps-found
  end-if
  add 1 to ws-ps-idx-2
  .
find-one-production-need.
  if ws-pr-item(ws-pr-idx) = ws-rx-leaf-item(ws-rx-leaf-idx)
    move "Y" to ws-pr-found
  else
    add 1 to ws-pr-idx
  end-if
  .
verify-one-production-line.
  move ws-pr-item(ws-pr-idx) to item-code
  read item-file key is item-code
    invalid key
      set produce-stock-is-short to true
      display "Ingredient " ws-pr-item(ws-pr-idx) " not on stock file"
        at line 22 col 04 foreground-color 4 end-display
      exit paragraph
  end-read
  if ws-pr-qty(ws-pr-idx) > (item-on-hand-qty - item-allocated-qty)
    set produce-stock-is-short to true
    display "Short of " ws-pr-item(ws-pr-idx) at line 22 col 04 foreground-color 4 end-display
  end-if
  add 1 to ws-pr-idx
  .
*>-----------------------------------------------
*> Each sub-recipe chosen to be made first is produced into its own
*> stock item for exactly what the batch needs, every level under
*> it made in that run.
*>-----------------------------------------------
make-sub-recipes-first.
  move 1 to ws-ps-idx
  perform make-one-sub-recipe-first
    until ws-ps-idx > ws-ps-count
  .
make-one-sub-recipe-first.
  if ws-ps-choice(ws-ps-idx) = "M"
     and ws-ps-qty(ws-ps-idx) > zero
    move ws-ps-code(ws-ps-idx) to ws-rx-recipe-code
    move ws-produce-date to ws-rx-date
    perform explode-recipe
    compute ws-produce-factor rounded =
      ws-ps-qty(ws-ps-idx) / ws-rx-root-yield
    move ws-ps-code(ws-ps-idx) to ws-produce-run-code
    move ws-ps-code(ws-ps-idx) to ws-produce-run-item
    move ws-ps-qty(ws-ps-idx) to ws-produce-run-qty
    move zero to ws-batch-cost
    move zero to ws-batch-fifo-cost
    perform issue-production-ingredients
    perform receipt-production-yield
    if not produce-is-from-plan
      compute ws-ps-row = 09 + ws-ps-idx
      display "made" at line ws-ps-row col 72 foreground-color 3 end-display
    end-if
  end-if
  add 1 to ws-ps-idx
  .
issue-production-ingredients.
  move 1 to ws-rx-leaf-idx
  perform issue-one-production-line
    until ws-rx-leaf-idx > ws-rx-leaf-count
  .
issue-one-production-line.
  move ws-rx-leaf-item(ws-rx-leaf-idx) to item-code
  read item-file key is item-code
    invalid key
      add 1 to ws-rx-leaf-idx
      exit paragraph
  end-read
  compute ws-produce-required rounded =
    ws-rx-leaf-qty(ws-rx-leaf-idx) * ws-produce-factor
  compute ws-batch-cost rounded = ws-batch-cost
    + (ws-produce-required * item-average-cost)

  move item-code to move-item-code
  move ws-produce-date to move-date
  move "RECIPE" to move-source-module
  move ws-produce-run-code to move-document-ref
  move "KITCHEN" to move-location-code
  move zero to move-qty-in
  move ws-produce-required to move-qty-out
  move item-on-hand-qty to move-resulting-balance
  move item-code to ws-layer-item
  move ws-produce-required to ws-layer-qty
  move item-average-cost to ws-layer-unit-cost
  perform consume-cost-layers
  compute move-cost-value = zero - ws-layer-cost-value
  add ws-layer-cost-value to ws-batch-fifo-cost
  write stock-movement-record

  add 1 to ws-rx-leaf-idx
  .
receipt-production-yield.
  compute ws-finished-unit-cost rounded = ws-batch-cost / ws-produce-run-qty

  move ws-produce-run-item to item-code
  read item-file key is item-code
    invalid key
      exit paragraph
  *> weighted-average the batch into the finished item's cost, the
  *> same way a goods receipt averages a purchase in
  compute ws-old-value = item-on-hand-qty * item-average-cost
  compute ws-new-value = ws-produce-run-qty * ws-finished-unit-cost
  if (item-on-hand-qty + ws-produce-run-qty) > zero
    compute item-average-cost rounded =
      (ws-old-value + ws-new-value) / (item-on-hand-qty + ws-produce-run-qty)
  end-if
  if ws-finished-unit-cost > item-highest-cost
    move ws-finished-unit-cost to item-highest-cost
  end-if
  move ws-finished-unit-cost to item-last-cost
  add ws-produce-run-qty to item-on-hand-qty
  rewrite item-record
    invalid key
      display "Finished item update failed" at line 23 col 02 foreground-color 4 end-display

  move item-code to ws-stkloc-item
  move "KITCHEN" to ws-stkloc-location
  move ws-produce-run-qty to ws-stkloc-qty-delta
  perform apply-location-balance

  move item-code to move-item-code
  move ws-produce-date to move-date
  move "RECIPE" to move-source-module
  move ws-produce-run-code to move-document-ref
  move "KITCHEN" to move-location-code
  move ws-produce-run-qty to move-qty-in
  move zero to move-qty-out
  move item-on-hand-qty to move-resulting-balance
  *> the batch goes in as one layer at what its ingredients cost
  *> coming off their own oldest layers
  compute ws-layer-unit-cost rounded = ws-batch-fifo-cost / ws-produce-run-qty
  move item-code to ws-layer-item
  move ws-produce-run-qty to ws-layer-qty
  move ws-produce-date to ws-layer-date
  perform create-cost-layer
  move ws-layer-cost-value to move-cost-value
  write stock-movement-record
  .
*>-----------------------------------------------
*> Ingredients declaration for the pack label, written to LABELTEXT
*> alongside the nutrition panel for the label printer software.
*> Every stock item the version is built from, sub-recipes
*> expanded, is weighed out in grams, summed by item and listed
*> heaviest first under its declared label name, its allergens in
*> capitals, and its share of the recipe's weight where it
*> characterises the dish.  Pipe-separated records:
*>   H|recipe|version|name
*>   I|position|label name and allergens|percentage
*>   T|the whole declaration as one line of text
*>   A|the Contains: summary
*>-----------------------------------------------
write-ingredient-declaration.
  move ws-input-code to ws-rx-recipe-code
  move ws-asof-date to ws-rx-date
  perform explode-recipe
  move zero to ws-lb-count
  move zero to ws-lb-total-weight
  move zero to ws-lb-no-name-count
  move zero to ws-lb-no-weight-count
  move 1 to ws-rx-leaf-idx
  perform weigh-one-declared-ingredient
    until ws-rx-leaf-idx > ws-rx-leaf-count
  move 1 to ws-lb-i
  perform sort-one-declaration-pass
    until ws-lb-i >= ws-lb-count

  open output labeltext-file
  move spaces to labeltext-record
  string "H|" delimited by size
    ws-input-code delimited by space
    "|" delimited by size
    ws-rcpv-effective delimited by size
    "|" delimited by size
    function trim(ws-lb-recipe-name) delimited by size
    into labeltext-record
  end-string
  write labeltext-record

  move spaces to ws-lb-decl
  move 1 to ws-lb-decl-ptr
  string "Ingredients: " delimited by size
    into ws-lb-decl with pointer ws-lb-decl-ptr
  end-string
  move 1 to ws-lb-idx
  perform declare-one-ingredient
    until ws-lb-idx > ws-lb-count
  string "." delimited by size
    into ws-lb-decl with pointer ws-lb-decl-ptr
  end-string
  move spaces to labeltext-record
  string "T|" delimited by size
    ws-lb-decl delimited by size
    into labeltext-record
  end-string
  write labeltext-record

  move spaces to labeltext-record
  string "A|" delimited by size
    ws-alg-text delimited by size
    into labeltext-record
  end-string
  write labeltext-record
  close labeltext-file

  display "Ingredients declaration written to LABELTEXT" at line 17 col 04 foreground-color 2 end-display
  if ws-lb-no-name-count not = zero or ws-lb-no-weight-count not = zero
    display ws-lb-no-name-count " without a label name, "
      ws-lb-no-weight-count " without grams per unit"
      at line 17 col 50 foreground-color 4 end-display
  end-if
  .
weigh-one-declared-ingredient.
  move ws-rx-leaf-item(ws-rx-leaf-idx) to item-code
  read item-file key is item-code
    invalid key
      move spaces to item-stocking-unit
  end-read
  move ws-rx-leaf-item(ws-rx-leaf-idx) to nutrient-item-code
  read nutrient-file key is nutrient-item-code
    invalid key
      move zero to nutrient-unit-grams
  end-read
  if nutrient-unit-grams not numeric
    move zero to nutrient-unit-grams
  end-if

  move nutrient-unit-grams to ws-lb-unit-grams
  if ws-lb-unit-grams = zero
    evaluate item-stocking-unit
      when "G"
      when "ML"
        move 1 to ws-lb-unit-grams
      when "KG"
      when "L"
        move 1000 to ws-lb-unit-grams
      when other
        move 1 to ws-lb-unit-grams
        add 1 to ws-lb-no-weight-count
    end-evaluate
  end-if
  compute ws-lb-weight-calc rounded =
    ws-rx-leaf-qty(ws-rx-leaf-idx) * ws-lb-unit-grams
  add ws-lb-weight-calc to ws-lb-total-weight

  move "N" to ws-lb-found
  move 1 to ws-lb-idx
  perform find-one-declared-ingredient
    until ws-lb-idx > ws-lb-count
       or ws-lb-found = "Y"
  if ws-lb-found = "Y"
    add ws-lb-weight-calc to ws-lb-weight(ws-lb-idx)
  else
    if ws-lb-count < 300
      add 1 to ws-lb-count
      move ws-rx-leaf-item(ws-rx-leaf-idx) to ws-lb-item(ws-lb-count)
      move ws-lb-weight-calc to ws-lb-weight(ws-lb-count)
    end-if
  end-if
  add 1 to ws-rx-leaf-idx
  .
find-one-declared-ingredient.
  if ws-lb-item(ws-lb-idx) = ws-rx-leaf-item(ws-rx-leaf-idx)
    move "Y" to ws-lb-found
  else
    add 1 to ws-lb-idx
  end-if
  .
sort-one-declaration-pass.
  move "N" to ws-lb-swapped
  move 1 to ws-lb-j
  perform compare-one-declaration-pair
    until ws-lb-j >= ws-lb-count
  if ws-lb-swapped = "N"
    move ws-lb-count to ws-lb-i
  else
    add 1 to ws-lb-i
  end-if
  .
compare-one-declaration-pair.
  if ws-lb-weight(ws-lb-j) < ws-lb-weight(ws-lb-j + 1)
    move ws-lb-entry(ws-lb-j) to ws-lb-swap-entry
    move ws-lb-entry(ws-lb-j + 1) to ws-lb-entry(ws-lb-j)
    move ws-lb-swap-entry to ws-lb-entry(ws-lb-j + 1)
    move "Y" to ws-lb-swapped
  end-if
  add 1 to ws-lb-j
  .
declare-one-ingredient.
  move ws-lb-item(ws-lb-idx) to nutrient-item-code
  read nutrient-file key is nutrient-item-code
    invalid key
      initialize nutrient-record
  end-read
  move nutrient-label-name to ws-lb-name
  if ws-lb-name = spaces or ws-lb-name = low-values
    add 1 to ws-lb-no-name-count
    move ws-lb-item(ws-lb-idx) to item-code
    read item-file key is item-code
      invalid key
        move ws-lb-item(ws-lb-idx) to ws-lb-name
      not invalid key
        move item-description to ws-lb-name
    end-read
  end-if

  move spaces to ws-lb-text
  move 1 to ws-lb-text-ptr
  string function trim(ws-lb-name) delimited by size
    into ws-lb-text with pointer ws-lb-text-ptr
  end-string
  perform mark-declared-allergens

  move spaces to ws-lb-pct-text
  if nutrient-is-characterising and ws-lb-total-weight > zero
    compute ws-lb-pct rounded =
      (ws-lb-weight(ws-lb-idx) * 100) / ws-lb-total-weight
    move ws-lb-pct to ws-lb-pct-display
    string function trim(ws-lb-pct-display) delimited by size
      "%" delimited by size
      into ws-lb-pct-text
    end-string
    string " (" delimited by size
      function trim(ws-lb-pct-text) delimited by size
      ")" delimited by size
      into ws-lb-text with pointer ws-lb-text-ptr
    end-string
  end-if

  move ws-lb-idx to ws-lb-seq-display
  move spaces to labeltext-record
  string "I|" delimited by size
    function trim(ws-lb-seq-display) delimited by size
    "|" delimited by size
    function trim(ws-lb-text) delimited by size
    "|" delimited by size
    function trim(ws-lb-pct-text) delimited by size
    into labeltext-record
  end-string
  write labeltext-record

  if ws-lb-idx > 1
    string ", " delimited by size
      into ws-lb-decl with pointer ws-lb-decl-ptr
    end-string
  end-if
  string function trim(ws-lb-text) delimited by size
    into ws-lb-decl with pointer ws-lb-decl-ptr
  end-string
  add 1 to ws-lb-idx
  .
*> the ingredient's own allergens follow its name in capitals,
*> the way the label has to emphasise them
mark-declared-allergens.
  if nutrient-allergens = spaces or nutrient-allergens = low-values
    exit paragraph
  end-if
  move " (" to ws-lb-alg-sep
  if nutrient-has-gluten = "Y"
    string ws-lb-alg-sep "GLUTEN" delimited by size
      into ws-lb-text with pointer ws-lb-text-ptr
    end-string
    move ", " to ws-lb-alg-sep
  end-if
  if nutrient-has-milk = "Y"
    string ws-lb-alg-sep "MILK" delimited by size
      into ws-lb-text with pointer ws-lb-text-ptr
    end-string
    move ", " to ws-lb-alg-sep
  end-if
  if nutrient-has-egg = "Y"
    string ws-lb-alg-sep "EGG" delimited by size
      into ws-lb-text with pointer ws-lb-text-ptr
    end-string
    move ", " to ws-lb-alg-sep
  end-if
  if nutrient-has-nuts = "Y"
    string ws-lb-alg-sep "NUTS" delimited by size
      into ws-lb-text with pointer ws-lb-text-ptr
    end-string
    move ", " to ws-lb-alg-sep
  end-if
  if nutrient-has-soya = "Y"
    string ws-lb-alg-sep "SOYA" delimited by size
      into ws-lb-text with pointer ws-lb-text-ptr
    end-string
    move ", " to ws-lb-alg-sep
  end-if
  if nutrient-has-fish = "Y"
    string ws-lb-alg-sep "FISH" delimited by size
      into ws-lb-text with pointer ws-lb-text-ptr
    end-string
    move ", " to ws-lb-alg-sep
  end-if
  if nutrient-has-sesame = "Y"
    string ws-lb-alg-sep "SESAME" delimited by size
      into ws-lb-text with pointer ws-lb-text-ptr
    end-string
    move ", " to ws-lb-alg-sep
  end-if
  if ws-lb-alg-sep = ", "
    string ")" delimited by size
      into ws-lb-text with pointer ws-lb-text-ptr
    end-string
  end-if
  .
*>-----------------------------------------------
*> Method steps.  The steps of the version in force on the date
*> are shown; adding, changing or deleting one is a reformulation
*> like an ingredient change, so it lands on a version copied
*> forward to that date and the older version keeps its method.
*>-----------------------------------------------
maintain-method-steps.
  display "Method Steps" at line 04 col 30 foreground-color 2 end-display
  display "Recipe Code:[          ]" at line 06 col 04 foreground-color 2 end-display
  accept ws-input-code at line 06 col 17 with foreground-color 6 end-accept
  display "New Version Effective (blank=today):[        ]" at line 06 col 30 foreground-color 2 end-display
  move zero to ws-new-version-date
  accept ws-new-version-date at line 06 col 67 with foreground-color 6 end-accept
  if ws-new-version-date = zero
    accept ws-new-version-date from date yyyymmdd end-accept
  end-if

  move ws-input-code to ws-rcpv-code
  move ws-new-version-date to ws-rcpv-date
  perform find-recipe-version
  if ws-rcpv-not-found
    display "Recipe not found" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move ws-rcpv-effective to ws-method-version

  move space to ws-method-action
  perform maintain-one-method-action
    until ws-method-action = "X"
  .
maintain-one-method-action.
  perform show-method-steps
  display "(A)dd (C)hange (D)elete Step (X) Done:[ ]" at line 21 col 04 foreground-color 2 end-display
  move space to ws-method-action
  accept ws-method-action at line 21 col 43 with foreground-color 6 end-accept
  move function upper-case(ws-method-action) to ws-method-action
  evaluate ws-method-action
    when "A"
      perform add-method-step
    when "C"
      perform change-method-step
    when "D"
      perform delete-method-step
    when other
      move "X" to ws-method-action
  end-evaluate
  .
show-method-steps.
  display " " at line 07 col 01 erase eos end-display
  display "Method of version " ws-method-version
    at line 07 col 04 foreground-color 2 end-display
  move 1 to ws-method-step
  move 08 to ws-method-row
  move zero to method-file-status
  perform show-one-method-step
    until method-file-status not = zero
       or ws-method-row > 19
  move zero to method-file-status
  if ws-method-step = 1
    display "No method steps on this version" at line 08 col 04 foreground-color 3 end-display
  end-if
  .
show-one-method-step.
  move ws-input-code to method-recipe-code
  move ws-method-version to method-effective-date
  move ws-method-step to method-step-number
  read method-file key is method-key
    invalid key
      move "10" to method-file-status
      exit paragraph
  end-read
  move method-oven-temp to ws-method-temp-display
  move method-minutes to ws-method-minutes-display
  display method-step-number " " method-text(1:54) " " ws-method-temp-display
    "C " ws-method-minutes-display "m"
    at line ws-method-row col 04 foreground-color 3 end-display
  add 1 to ws-method-row
  add 1 to ws-method-step
  .
*> the step is keyed first, then the version copied forward if it
*> must be, since the copy reads through the record areas
accept-method-step-detail.
  display "Step:[                                                            ]"
    at line 21 col 04 foreground-color 2 end-display
  display "Oven C:[   ]  Minutes:[    ]" at line 22 col 20 foreground-color 2 end-display
  accept ws-method-text at line 21 col 10 with foreground-color 6 end-accept
  accept ws-method-temp at line 22 col 28 with foreground-color 6 end-accept
  accept ws-method-minutes at line 22 col 43 with foreground-color 6 end-accept
  .
make-method-version-current.
  if ws-method-version not = ws-new-version-date
    move ws-method-version to ws-rcpv-effective
    perform copy-recipe-version-forward
    move ws-new-version-date to ws-method-version
  end-if
  .
count-method-steps.
  move zero to ws-method-count
  move zero to method-file-status
  perform count-one-method-step
    until method-file-status not = zero
  move zero to method-file-status
  .
count-one-method-step.
  move ws-input-code to method-recipe-code
  move ws-method-version to method-effective-date
  compute method-step-number = ws-method-count + 1
  read method-file key is method-key
    invalid key
      move "10" to method-file-status
      exit paragraph
  end-read
  add 1 to ws-method-count
  .
add-method-step.
  move spaces to ws-method-text
  move zero to ws-method-temp
  move zero to ws-method-minutes
  perform accept-method-step-detail
  if ws-method-text = spaces
    exit paragraph
  end-if

  perform make-method-version-current
  perform count-method-steps
  if ws-method-count >= 999
    display "Method is full" at line 23 col 02 foreground-color 4 end-display
    accept omitted end-accept
    exit paragraph
  end-if
  initialize method-record
  move ws-input-code to method-recipe-code
  move ws-method-version to method-effective-date
  compute method-step-number = ws-method-count + 1
  move ws-method-text to method-text
  move ws-method-temp to method-oven-temp
  move ws-method-minutes to method-minutes
  write method-record
    invalid key
      display "Method step write failed" at line 23 col 02 foreground-color 4 end-display
      accept omitted end-accept
  end-write
  .
change-method-step.
  display "Step No:[   ]" at line 22 col 04 foreground-color 2 end-display
  move zero to ws-method-step
  accept ws-method-step at line 22 col 13 with foreground-color 6 end-accept
  move ws-input-code to method-recipe-code
  move ws-method-version to method-effective-date
  move ws-method-step to method-step-number
  read method-file key is method-key
    invalid key
      display "Step not on this version" at line 23 col 02 foreground-color 4 end-display
      accept omitted end-accept
      exit paragraph
  end-read
  move method-text to ws-method-text
  move method-oven-temp to ws-method-temp
  move method-minutes to ws-method-minutes
  display "Step:[                                                            ]"
    at line 21 col 04 foreground-color 2 end-display
  display ws-method-text at line 21 col 10 foreground-color 3 end-display
  display "Oven C:[   ]  Minutes:[    ]" at line 22 col 20 foreground-color 2 end-display
  display ws-method-temp at line 22 col 28 foreground-color 3 end-display
  display ws-method-minutes at line 22 col 43 foreground-color 3 end-display
  accept ws-method-text at line 21 col 10 with foreground-color 6 end-accept
  if ws-method-text = spaces
    move method-text to ws-method-text
  end-if
  accept ws-method-temp at line 22 col 28 with foreground-color 6 end-accept
  accept ws-method-minutes at line 22 col 43 with foreground-color 6 end-accept

  perform make-method-version-current
  move ws-input-code to method-recipe-code
  move ws-method-version to method-effective-date
  move ws-method-step to method-step-number
  read method-file key is method-key
    invalid key
      display "Step not on this version" at line 23 col 02 foreground-color 4 end-display
      accept omitted end-accept
      exit paragraph
  end-read
  move ws-method-text to method-text
  move ws-method-temp to method-oven-temp
  move ws-method-minutes to method-minutes
  rewrite method-record
    invalid key
      display "Method step rewrite failed" at line 23 col 02 foreground-color 4 end-display
      accept omitted end-accept
  end-rewrite
  .
delete-method-step.
  display "Step No:[   ]" at line 22 col 04 foreground-color 2 end-display
  move zero to ws-method-step
  accept ws-method-step at line 22 col 13 with foreground-color 6 end-accept
  move ws-input-code to method-recipe-code
  move ws-method-version to method-effective-date
  move ws-method-step to method-step-number
  read method-file key is method-key
    invalid key
      display "Step not on this version" at line 23 col 02 foreground-color 4 end-display
      accept omitted end-accept
      exit paragraph
  end-read

  perform make-method-version-current
  move ws-input-code to method-recipe-code
  move ws-method-version to method-effective-date
  move ws-method-step to method-step-number
  read method-file key is method-key
    invalid key
      exit paragraph
  end-read
  delete method-file
    invalid key
      display "Method step delete failed" at line 23 col 02 foreground-color 4 end-display
      accept omitted end-accept
      exit paragraph
  end-delete
  *> the steps above move down one so the numbering has no gap
  add 1 to ws-method-step
  move zero to method-file-status
  perform resequence-one-method-step
    until method-file-status not = zero
  move zero to method-file-status
  .
resequence-one-method-step.
  move ws-input-code to method-recipe-code
  move ws-method-version to method-effective-date
  move ws-method-step to method-step-number
  read method-file key is method-key
    invalid key
      move "10" to method-file-status
      exit paragraph
  end-read
  move method-record to ws-method-saved-record
  delete method-file
    invalid key
      move "10" to method-file-status
      exit paragraph
  end-delete
  move ws-method-saved-record to method-record
  compute method-step-number = ws-method-step - 1
  write method-record
    invalid key
      display "Resequence write failed" at line 23 col 02 foreground-color 4 end-display
      move "10" to method-file-status
      exit paragraph
  end-write
  add 1 to ws-method-step
  .
*>-----------------------------------------------
*> Kitchen recipe card: the version in force on the date - an old
*> date prints the old version exactly as it was - with each of
*> its own ingredient lines scaled to the batches or portions
*> asked for, in the item's stocking unit, rounded the way a cook
*> would weigh it out; then the method and the allergens.  A base
*> preparation shows as its quantity of yield; it has its own card.
*>-----------------------------------------------
print-recipe-card.
  display "Kitchen Recipe Card" at line 04 col 30 foreground-color 2 end-display
  perform get-print-spool-name
  display "Recipe Code:[          ]" at line 06 col 04 foreground-color 2 end-display
  accept ws-input-code at line 06 col 17 with foreground-color 6 end-accept
  display "As At (CCYYMMDD, blank=today):[        ]" at line 06 col 30 foreground-color 2 end-display
  move zero to ws-asof-date
  accept ws-asof-date at line 06 col 61 with foreground-color 6 end-accept
  if ws-asof-date = zero
    accept ws-asof-date from date yyyymmdd end-accept
  end-if

  move ws-input-code to ws-rcpv-code
  move ws-asof-date to ws-rcpv-date
  perform find-recipe-version
  if ws-rcpv-not-found
    display "Recipe not found" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move ws-rcpv-effective to ws-card-version
  move ws-input-code to recipe-code
  move ws-card-version to recipe-effective-date
  move zero to recipe-line-number
  read recipe-file key is recipe-key
    invalid key
      display "Recipe not found" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  move recipe-name to ws-card-name
  move recipe-yield-qty to ws-card-yield
  display "Name: " recipe-name " yield " recipe-yield-qty
    " version " recipe-effective-date
    at line 07 col 04 foreground-color 3 end-display

  display "Scale by (B)atches or (P)ortions:[ ]" at line 08 col 04 foreground-color 2 end-display
  move "B" to ws-card-scale-by
  accept ws-card-scale-by at line 08 col 38 with foreground-color 6 end-accept
  move function upper-case(ws-card-scale-by) to ws-card-scale-by
  if ws-card-scale-by = "P"
    if ws-card-yield = zero
      display "Recipe has no yield quantity to scale by" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
    end-if
    display "Portions:[       ]" at line 09 col 04 foreground-color 2 end-display
    move zero to ws-card-portions
    accept ws-card-portions at line 09 col 14 with foreground-color 6 end-accept
    if ws-card-portions = zero
      move ws-card-yield to ws-card-portions
    end-if
    compute ws-card-factor rounded = ws-card-portions / ws-card-yield
  else
    display "Batches:[      ]" at line 09 col 04 foreground-color 2 end-display
    move zero to ws-card-batches
    accept ws-card-batches at line 09 col 13 with foreground-color 6 end-accept
    if ws-card-batches = zero
      move 1 to ws-card-batches
    end-if
    move ws-card-batches to ws-card-factor
    compute ws-card-portions rounded = ws-card-yield * ws-card-batches
  end-if

  open output reccard-file
  move spaces to reccard-record
  string "Kitchen Recipe Card - " delimited by size
    function trim(ws-card-name) delimited by size
    into reccard-record
  end-string
  write reccard-record
  move spaces to reccard-record
  string "Recipe " delimited by size
    ws-input-code delimited by size
    "  version effective " delimited by size
    ws-card-version delimited by size
    into reccard-record
  end-string
  write reccard-record
  move ws-card-yield to ws-card-yield-display
  move spaces to reccard-record
  string "Recipe yield " delimited by size
    ws-card-yield-display delimited by size
    " portions a batch" delimited by size
    into reccard-record
  end-string
  write reccard-record
  move ws-card-portions to ws-card-yield-display
  move ws-card-factor to ws-card-factor-display
  move spaces to reccard-record
  string "Making       " delimited by size
    ws-card-yield-display delimited by size
    " portions - " delimited by size
    ws-card-factor-display delimited by size
    " x the recipe" delimited by size
    into reccard-record
  end-string
  write reccard-record
  move spaces to reccard-record
  write reccard-record

  move "Ingredients" to reccard-record
  write reccard-record
  move "        Qty Unit  Item        Description" to reccard-record
  write reccard-record
  move zero to ws-card-gap-count
  move 1 to ws-card-line
  move zero to recipe-file-status
  perform card-one-ingredient-line
    until recipe-file-status not = zero
  move zero to recipe-file-status

  move spaces to reccard-record
  write reccard-record
  move "Method" to reccard-record
  write reccard-record
  move zero to ws-card-step-count
  move 1 to ws-method-step
  move zero to method-file-status
  perform card-one-method-step
    until method-file-status not = zero
  move zero to method-file-status
  if ws-card-step-count = zero
    move "  No method on file for this version" to reccard-record
    write reccard-record
  end-if

  *> the card carries the same allergen summary as the label
  move ws-input-code to ws-alg-recipe-code
  move ws-card-version to ws-alg-effective-date
  perform roll-recipe-allergens
  move spaces to reccard-record
  write reccard-record
  if ws-alg-text = spaces
    move "No allergens declared on the ingredients" to reccard-record
  else
    move ws-alg-text to reccard-record
  end-if
  write reccard-record
  if ws-card-gap-count not = zero
    move "** a base preparation has no version in force on the date" to reccard-record
    write reccard-record
  end-if
  close reccard-file

  move "RECIPECARD" to print-route-file-name
  perform route-report-to-printer
  display "Recipe card routed to spool " system-print-spool-name
    at line 21 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
card-one-ingredient-line.
  move ws-input-code to recipe-code
  move ws-card-version to recipe-effective-date
  move ws-card-line to recipe-line-number
  read recipe-file key is recipe-key
    invalid key
      move "10" to recipe-file-status
      exit paragraph
  end-read
  move zero to recipe-file-status
  compute ws-card-qty rounded = recipe-item-qty * ws-card-factor
  move recipe-item-code to ws-card-item

  if recipe-line-is-sub-recipe
    move "Y" to ws-card-is-sub
    move "yld" to ws-card-unit
    move ws-card-item to ws-rcpv-code
    move ws-asof-date to ws-rcpv-date
    perform find-recipe-version
    move "(no version in force)" to ws-card-description
    if ws-rcpv-was-found
      move ws-card-item to recipe-code
      move ws-rcpv-effective to recipe-effective-date
      move zero to recipe-line-number
      read recipe-file key is recipe-key
        not invalid key
          move recipe-name to ws-card-description
      end-read
    else
      add 1 to ws-card-gap-count
    end-if
    move zero to recipe-file-status
  else
    move "N" to ws-card-is-sub
    move ws-card-item to item-code
    read item-file key is item-code
      invalid key
        move spaces to ws-card-unit
        move "(not on the stock file)" to ws-card-description
      not invalid key
        move item-stocking-unit to ws-card-unit
        move item-description to ws-card-description
    end-read
  end-if

  perform round-card-quantity
  move spaces to reccard-record
  string "  " delimited by size
    ws-card-qty-text delimited by size
    " " delimited by size
    ws-card-unit delimited by size
    "  " delimited by size
    ws-card-item delimited by size
    "  " delimited by size
    ws-card-description delimited by size
    into reccard-record
  end-string
  write reccard-record
  add 1 to ws-card-line
  .
*> items counted out whole are rounded up to the next one; weighed
*> and measured quantities keep the places a kitchen scale or jug
*> can show at that size
round-card-quantity.
  if ws-card-is-sub = "N"
     and (ws-card-unit = "EA" or ws-card-unit = "EACH")
    move ws-card-qty to ws-card-whole
    if ws-card-whole < ws-card-qty
      add 1 to ws-card-whole
    end-if
    move ws-card-whole to ws-card-whole-display
    move ws-card-whole-display to ws-card-qty-text
    exit paragraph
  end-if
  evaluate true
    when ws-card-qty >= 100
      compute ws-card-whole rounded = ws-card-qty
      move ws-card-whole to ws-card-whole-display
      move ws-card-whole-display to ws-card-qty-text
    when ws-card-qty >= 10
      compute ws-card-one-place rounded = ws-card-qty
      move ws-card-one-place to ws-card-one-display
      move ws-card-one-display to ws-card-qty-text
    when other
      compute ws-card-two-places rounded = ws-card-qty
      move ws-card-two-places to ws-card-two-display
      move ws-card-two-display to ws-card-qty-text
  end-evaluate
  .
card-one-method-step.
  move ws-input-code to method-recipe-code
  move ws-card-version to method-effective-date
  move ws-method-step to method-step-number
  read method-file key is method-key
    invalid key
      move "10" to method-file-status
      exit paragraph
  end-read
  add 1 to ws-card-step-count
  move method-step-number to ws-card-step-display
  move spaces to reccard-record
  string "  " delimited by size
    ws-card-step-display delimited by size
    ". " delimited by size
    method-text delimited by size
    into reccard-record
  end-string
  write reccard-record
  if method-oven-temp not = zero or method-minutes not = zero
    move spaces to reccard-record
    if method-oven-temp not = zero
      move method-oven-temp to ws-method-temp-display
      string "Oven " delimited by size
        ws-method-temp-display delimited by size
        "C" delimited by size
        into reccard-record(8:10)
      end-string
    end-if
    if method-minutes not = zero
      move method-minutes to ws-method-minutes-display
      string ws-method-minutes-display delimited by size
        " min" delimited by size
        into reccard-record(20:8)
      end-string
    end-if
    write reccard-record
  end-if
  add 1 to ws-method-step
  .
*>-----------------------------------------------
*> Production plan.  The plan run (rb010) drafts the batches for a
*> date off open orders and expected till sales, prints the
*> ingredient shortfall and can requisition it; the kitchen then
*> amends and approves the drafts here, and the approved lines are
*> produced in one go rather than keyed batch by batch.
*>-----------------------------------------------
production-plan-menu.
  display " " at line 01 col 01 erase eos end-display
  display program-name at line 01 col 01 foreground-color 2 end-display
  display "Production Plan" at line 04 col 32 foreground-color 2 end-display
  display "(R) Run Plan"                at line 06 col 04 foreground-color 2 end-display
  display "(A) Review And Approve"      at line 07 col 04 foreground-color 2 end-display
  display "(P) Produce Approved Plan"   at line 08 col 04 foreground-color 2 end-display
  display "(X) Back"                    at line 09 col 04 foreground-color 2 end-display
  display "Select option :- [ ]" at line 11 col 04 foreground-color 2 end-display
  move space to pp-choice
  accept pp-choice at line 11 col 21 with foreground-color 6 end-accept
  move function upper-case(pp-choice) to pp-choice
  if pp-choice = "X" or pp-choice = space
    exit paragraph
  end-if
  accept ws-today from date yyyymmdd end-accept
  display "Plan Date (blank for today):[        ]" at line 13 col 04 foreground-color 2 end-display
  move zero to ws-plan-date
  accept ws-plan-date at line 13 col 33 with foreground-color 6 end-accept
  if ws-plan-date = zero
    move ws-today to ws-plan-date
  end-if
  evaluate pp-choice
    when "R"
      perform run-production-plan-batch
    when "A"
      perform review-production-plan
    when "P"
      perform produce-approved-plan
    when other
      display "Invalid choice" at line 23 col 02 foreground-color 4 end-display
  end-evaluate
  .
run-production-plan-batch.
  display "Weeks of till sales to average (blank for 4):[  ]" at line 14 col 04 foreground-color 2 end-display
  move zero to ws-plan-weeks
  accept ws-plan-weeks at line 14 col 50 with foreground-color 6 end-accept
  if ws-plan-weeks = zero
    move 4 to ws-plan-weeks
  end-if
  display "Raise shortfall as requisitions (Y/N):[ ]" at line 15 col 04 foreground-color 2 end-display
  move "N" to ws-plan-raise
  accept ws-plan-raise at line 15 col 43 with foreground-color 6 end-accept
  move function upper-case(ws-plan-raise) to ws-plan-raise

  move ws-plan-date to planparm-date
  move ws-plan-weeks to planparm-weeks
  move "N" to planparm-raise-reqs
  if ws-plan-raise = "Y"
    move "Y" to planparm-raise-reqs
  end-if
  open output planparm-file
  write planparm-record
  close planparm-file
  close recipe-file
  close item-file
  close prodplan-file
  call "rb010" using current-company-record-number end-call
  open i-o recipe-file
  open i-o item-file
  open i-o prodplan-file
  open output planparm-file
  close planparm-file
  display "Plan run complete, report routed to spool" at line 17 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
*>-----------------------------------------------
*> Review: the plan lines for the date, a draft's batches changed
*> by recipe, and every draft approved at once.
*>-----------------------------------------------
review-production-plan.
  move space to ws-plan-action
  perform review-one-plan-action
    until ws-plan-action = "X"
  .
review-one-plan-action.
  perform show-production-plan
  display "(C)hange Batches (A)pprove All (X) Done:[ ]" at line 21 col 04 foreground-color 2 end-display
  move space to ws-plan-action
  accept ws-plan-action at line 21 col 45 with foreground-color 6 end-accept
  move function upper-case(ws-plan-action) to ws-plan-action
  evaluate ws-plan-action
    when "C"
      perform change-plan-batches
    when "A"
      perform approve-production-plan
    when space
      move "X" to ws-plan-action
  end-evaluate
  .
show-production-plan.
  display " " at line 04 col 01 erase eos end-display
  display "Production Plan for " ws-plan-date at line 04 col 04 foreground-color 2 end-display
  display "Recipe     Name                              Bat     Planned  Status"
    at line 05 col 04 foreground-color 2 end-display
  move 06 to ws-plan-row
  move zero to ws-plan-count
  move ws-plan-date to pplan-date
  move low-values to pplan-recipe-code
  start prodplan-file key not less than pplan-key
    invalid key
      move "10" to prodplan-file-status
  end-start
  perform show-one-plan-line
    until prodplan-file-status not = zero
  if ws-plan-count = zero
    display "No plan for that date - run the plan first" at line 06 col 04 foreground-color 3 end-display
  end-if
  move zero to prodplan-file-status
  .
show-one-plan-line.
  read prodplan-file next record
    at end
      move "10" to prodplan-file-status
      exit paragraph
  end-read
  if pplan-date not = ws-plan-date
    move "10" to prodplan-file-status
    exit paragraph
  end-if
  add 1 to ws-plan-count
  *> the screen holds fourteen lines; the report has them all
  if ws-plan-row > 19
    exit paragraph
  end-if
  move pplan-batches to ws-plan-batch-display
  move pplan-planned-qty to ws-plan-qty-display
  evaluate true
    when pplan-is-draft
      move "draft" to ws-plan-note
    when pplan-is-approved
      move "approved" to ws-plan-note
    when pplan-is-produced
      move "produced" to ws-plan-note
    when other
      move spaces to ws-plan-note
  end-evaluate
  display pplan-recipe-code " " pplan-recipe-name "  " ws-plan-batch-display
    " " ws-plan-qty-display "  " ws-plan-note(1:8)
    at line ws-plan-row col 04 foreground-color 3 end-display
  add 1 to ws-plan-row
  .
change-plan-batches.
  display "Recipe Code:[          ]  Batches:[   ]" at line 22 col 04 foreground-color 2 end-display
  move spaces to ws-plan-code
  accept ws-plan-code at line 22 col 17 with foreground-color 6 end-accept
  if ws-plan-code = spaces
    exit paragraph
  end-if
  move ws-plan-date to pplan-date
  move ws-plan-code to pplan-recipe-code
  read prodplan-file key is pplan-key
    invalid key
      display "Recipe not on the plan for that date" at line 23 col 02 foreground-color 4 end-display
      accept omitted end-accept
      exit paragraph
  end-read
  if not pplan-is-draft
    display "Only a draft line can be changed" at line 23 col 02 foreground-color 4 end-display
    accept omitted end-accept
    exit paragraph
  end-if
  move zero to ws-plan-batches
  accept ws-plan-batches at line 22 col 39 with foreground-color 6 end-accept
  move ws-plan-batches to pplan-batches
  compute pplan-planned-qty = pplan-batches * pplan-yield-qty
  rewrite prodplan-record
    invalid key
      display "Plan line update failed" at line 23 col 02 foreground-color 4 end-display
      accept omitted end-accept
  end-rewrite
  .
approve-production-plan.
  move zero to ws-plan-count
  move ws-plan-date to pplan-date
  move low-values to pplan-recipe-code
  start prodplan-file key not less than pplan-key
    invalid key
      move "10" to prodplan-file-status
  end-start
  perform approve-one-plan-line
    until prodplan-file-status not = zero
  move zero to prodplan-file-status
  display ws-plan-count " plan lines approved" at line 23 col 02 foreground-color 2 end-display
  accept omitted end-accept
  .
approve-one-plan-line.
  read prodplan-file next record
    at end
      move "10" to prodplan-file-status
      exit paragraph
  end-read
  if pplan-date not = ws-plan-date
    move "10" to prodplan-file-status
    exit paragraph
  end-if
  *> a draft cut to no batches is left out of the plan
  if not pplan-is-draft or pplan-batches = zero
    exit paragraph
  end-if
  set pplan-is-approved to true
  move ws-today to pplan-approved-date
  rewrite prodplan-record
    invalid key
      exit paragraph
  end-rewrite
  add 1 to ws-plan-count
  .
*>-----------------------------------------------
*> Produce the approved plan: each approved recipe is run for its
*> batches through the same production as a keyed batch, its
*> stocked bases made first only where the stock will not cover
*> them, and the line marked produced.  A recipe short of stock is
*> left approved for another try.
*>-----------------------------------------------
produce-approved-plan.
  move zero to ws-pp-count
  move ws-plan-date to pplan-date
  move low-values to pplan-recipe-code
  start prodplan-file key not less than pplan-key
    invalid key
      move "10" to prodplan-file-status
  end-start
  perform collect-one-approved-line
    until prodplan-file-status not = zero
  move zero to prodplan-file-status
  if ws-pp-count = zero
    display "No approved plan lines for that date" at line 23 col 02 foreground-color 4 end-display
    accept omitted end-accept
    exit paragraph
  end-if

  display " " at line 04 col 01 erase eos end-display
  display "Producing Plan for " ws-plan-date at line 04 col 04 foreground-color 2 end-display
  move 06 to ws-plan-row
  move zero to ws-plan-count
  move "Y" to ws-produce-plan-switch
  move 1 to ws-pp-idx
  perform produce-one-plan-line
    until ws-pp-idx > ws-pp-count
  move "N" to ws-produce-plan-switch
  display ws-plan-count " of " ws-pp-count " approved recipes produced"
    at line 21 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
collect-one-approved-line.
  read prodplan-file next record
    at end
      move "10" to prodplan-file-status
      exit paragraph
  end-read
  if pplan-date not = ws-plan-date
    move "10" to prodplan-file-status
    exit paragraph
  end-if
  if pplan-is-approved and pplan-batches > zero
     and ws-pp-count < 300
    add 1 to ws-pp-count
    move pplan-recipe-code to ws-pp-code(ws-pp-count)
    move pplan-batches to ws-pp-batches(ws-pp-count)
  end-if
  .
produce-one-plan-line.
  move ws-pp-code(ws-pp-idx) to ws-produce-recipe-code
  move spaces to ws-plan-note
  accept ws-produce-date from date yyyymmdd end-accept
  move ws-produce-recipe-code to ws-rcpv-code
  move ws-produce-date to ws-rcpv-date
  perform find-recipe-version
  if ws-rcpv-not-found
    move "no version in force - not produced" to ws-plan-note
    perform show-plan-production
    exit paragraph
  end-if
  move ws-rcpv-effective to ws-produce-version
  move ws-produce-recipe-code to recipe-code
  move ws-produce-version to recipe-effective-date
  move zero to recipe-line-number
  read recipe-file key is recipe-key
    invalid key
      move "no version in force - not produced" to ws-plan-note
      perform show-plan-production
      exit paragraph
  end-read
  move ws-pp-batches(ws-pp-idx) to ws-batch-multiplier
  compute ws-finished-qty rounded = recipe-yield-qty * ws-batch-multiplier
  if ws-finished-qty = zero
    move "recipe has no yield - not produced" to ws-plan-note
    perform show-plan-production
    exit paragraph
  end-if
  move ws-produce-recipe-code to ws-finished-item-code
  move ws-finished-item-code to item-code
  read item-file key is item-code
    invalid key
      move "not a stock item - not produced" to ws-plan-note
      perform show-plan-production
      exit paragraph
  end-read

  perform run-recipe-production
  if produce-stock-is-short
    move "short of stock - not produced" to ws-plan-note
    perform show-plan-production
    exit paragraph
  end-if

  move ws-plan-date to pplan-date
  move ws-produce-recipe-code to pplan-recipe-code
  read prodplan-file key is pplan-key
    not invalid key
      set pplan-is-produced to true
      move ws-produce-date to pplan-produced-date
      rewrite prodplan-record
        invalid key
          continue
      end-rewrite
  end-read
  add 1 to ws-plan-count
  move ws-finished-qty to ws-plan-qty-display
  string "produced " delimited by size
    ws-plan-qty-display delimited by size
    into ws-plan-note
  end-string
  perform show-plan-production
  .
show-plan-production.
  if ws-plan-row <= 19
    display ws-produce-recipe-code " " ws-plan-note
      at line ws-plan-row col 04 foreground-color 3 end-display
    add 1 to ws-plan-row
  end-if
  add 1 to ws-pp-idx
  .
*>-----------------------------------------------
*> Nutrition rollup: each ingredient's nutrient facts are scaled by
*> the recipe quantity against the nutrient serving size, summed,
*> divided by the yield, and printed as a per-serving panel.
*> Ingredients with no facts on file are flagged so the label is
*> never quietly understated.
*>-----------------------------------------------
print-nutrition-panel.
  display "Nutrition Panel" at line 04 col 30 foreground-color 2 end-display
  perform get-print-spool-name
  display "Recipe Code:[          ]" at line 06 col 04 foreground-color 2 end-display
  accept ws-input-code at line 06 col 17 with foreground-color 6 end-accept
  display "As At (CCYYMMDD, blank=today):[        ]" at line 06 col 30 foreground-color 2 end-display
  move zero to ws-asof-date
  accept ws-asof-date at line 06 col 61 with foreground-color 6 end-accept
  if ws-asof-date = zero
    accept ws-asof-date from date yyyymmdd end-accept
  end-if

  move ws-input-code to ws-rcpv-code
  move ws-asof-date to ws-rcpv-date
  perform find-recipe-version
  if ws-rcpv-not-found
    display "Recipe not found" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move ws-input-code to recipe-code
  move ws-rcpv-effective to recipe-effective-date
      display "Recipe not found" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  move recipe-name to ws-lb-recipe-name
  move recipe-yield-qty to ws-nut-yield
  if ws-nut-yield = zero
    move 1 to ws-nut-yield
  move spaces to nutpanel-record
  write nutpanel-record

  *> base preparations contribute through their own versions in
  *> force on the same date
  move ws-input-code to ws-rx-recipe-code
  move ws-asof-date to ws-rx-date
  perform explode-recipe
  move 1 to ws-rx-leaf-idx
  perform rollup-one-ingredient
    until ws-rx-leaf-idx > ws-rx-leaf-count
  if ws-rx-missing-count not = zero
    add ws-rx-missing-count to ws-nut-missing-count
    move spaces to nutpanel-record
    string "  " delimited by size
      ws-rx-missing-code delimited by size
      " - sub-recipe has no version in force" delimited by size
      into nutpanel-record
    end-string
    write nutpanel-record
  end-if

  compute ws-nut-serv-calories rounded = ws-nut-calories / ws-nut-yield
  compute ws-nut-serv-fat rounded = ws-nut-fat / ws-nut-yield
  write nutpanel-record
  close nutpanel-file

  perform write-ingredient-declaration

  display "Per serving: cal " ws-nut-serv-calories
    " fat " ws-nut-serv-fat " carb " ws-nut-serv-carbs
    at line 18 col 04 foreground-color 2 end-display
  perform route-report-to-printer
  display "Nutrition panel routed to spool " system-print-spool-name
    at line 21 col 04 foreground-color 2 end-display
  perform warn-explosion-gaps
  accept omitted end-accept
  .
rollup-one-ingredient.
  move ws-rx-leaf-item(ws-rx-leaf-idx) to nutrient-item-code
  read nutrient-file key is nutrient-item-code
    invalid key
      add 1 to ws-nut-missing-count
      move spaces to nutpanel-record
      string "  " delimited by size
        ws-rx-leaf-item(ws-rx-leaf-idx) delimited by size
        " - no nutrition facts on file" delimited by size
        into nutpanel-record
      end-string
      write nutpanel-record
      add 1 to ws-rx-leaf-idx
      exit paragraph
  end-read

  if nutrient-serving-size = zero
    add 1 to ws-nut-missing-count
    add 1 to ws-rx-leaf-idx
    exit paragraph
  end-if

  compute ws-nut-factor rounded =
    ws-rx-leaf-qty(ws-rx-leaf-idx) / nutrient-serving-size
  compute ws-nut-calories rounded = ws-nut-calories
    + (nutrient-calories * ws-nut-factor)
  compute ws-nut-fat rounded = ws-nut-fat
  compute ws-nut-sodium rounded = ws-nut-sodium
    + (nutrient-sodium-mg * ws-nut-factor)

  add 1 to ws-rx-leaf-idx
  .
*>-----------------------------------------------
*> Where-used: which recipes does this ingredient appear in, on
*> screen and printed, so substitutions can be worked through
*> before an item is deactivated in stock control.  The code can be
*> a stock item or a sub-recipe.  Every recipe found is itself
*> looked for as a sub-recipe in turn, so a dish that takes the
*> item through a base preparation is listed too, with the base it
*> comes through shown as the via.
*>-----------------------------------------------
where-used-inquiry.
  display "Ingredient Where-Used" at line 04 col 30 foreground-color 2 end-display
  accept ws-input-code at line 06 col 15 with foreground-color 6 end-accept

  move zero to ws-wu-count
  move ws-input-code to ws-wu-search-code
  move "N" to ws-wu-sub-only
  perform scan-recipes-for-where-used
  if recipe-file-status = "23"
    display "No recipes on file" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  move "Y" to ws-wu-sub-only
  move 1 to ws-wu-trace-idx
  perform trace-one-where-used-level
    until ws-wu-trace-idx > ws-wu-count

  if ws-wu-count = zero
    display "Not used in any recipe" at line 23 col 02 foreground-color 4 end-display
  perform fetch-one-where-used-name
    until ws-wu-idx > ws-wu-count

  display "Recipe      Name                              Qty         Via" at line 07 col 04 foreground-color 2 end-display
  move zero to ws-wu-display-line
  set ws-wu-idx to 1
  perform show-one-where-used
  perform print-where-used-report
  accept omitted end-accept
  .
scan-recipes-for-where-used.
  move low-values to recipe-key
  start recipe-file key not less than recipe-key
    invalid key
      move "23" to recipe-file-status
      exit paragraph
  end-start
  perform scan-one-recipe-for-where-used
    until recipe-file-status not = zero
  .
scan-one-recipe-for-where-used.
  read recipe-file next record
    at end
      move "10" to recipe-file-status
      exit paragraph
  end-read
  if recipe-line-number = zero
     or recipe-item-code not = ws-wu-search-code
     or ws-wu-count >= 100
    exit paragraph
  end-if
  if ws-wu-sub-only = "Y"
     and not recipe-line-is-sub-recipe
    exit paragraph
  end-if

  *> the same recipe version reached twice by different routes is
  *> listed once
  move "N" to ws-wu-duplicate
  set ws-wu-idx to 1
  perform check-one-where-used-duplicate
    until ws-wu-idx > ws-wu-count
       or ws-wu-duplicate = "Y"
  if ws-wu-duplicate = "Y"
    exit paragraph
  end-if

  add 1 to ws-wu-count
  set ws-wu-idx to ws-wu-count
  move recipe-code to ws-wu-recipe-code(ws-wu-idx)
  move recipe-effective-date to ws-wu-effective(ws-wu-idx)
  move recipe-item-qty to ws-wu-qty(ws-wu-idx)
  move spaces to ws-wu-recipe-name(ws-wu-idx)
  if ws-wu-sub-only = "Y"
    move ws-wu-search-code to ws-wu-via(ws-wu-idx)
  else
    move spaces to ws-wu-via(ws-wu-idx)
  end-if
  .
check-one-where-used-duplicate.
  if ws-wu-recipe-code(ws-wu-idx) = recipe-code
     and ws-wu-effective(ws-wu-idx) = recipe-effective-date
    move "Y" to ws-wu-duplicate
  end-if
  set ws-wu-idx up by 1
  .
*> each recipe code is looked for as a sub-recipe once only, however
*> many of its versions were found
trace-one-where-used-level.
  move ws-wu-recipe-code(ws-wu-trace-idx) to ws-wu-search-code
  move "N" to ws-wu-duplicate
  set ws-wu-idx to 1
  perform check-one-earlier-trace
    until ws-wu-idx >= ws-wu-trace-idx
       or ws-wu-duplicate = "Y"
  if ws-wu-duplicate = "N"
     and ws-wu-search-code not = ws-input-code
    perform scan-recipes-for-where-used
  end-if
  add 1 to ws-wu-trace-idx
  .
check-one-earlier-trace.
  if ws-wu-recipe-code(ws-wu-idx) = ws-wu-search-code
    move "Y" to ws-wu-duplicate
  end-if
  set ws-wu-idx up by 1
  .
fetch-one-where-used-name.
  move ws-wu-recipe-code(ws-wu-idx) to recipe-code
show-one-where-used.
  add 1 to ws-wu-display-line
  display ws-wu-recipe-code(ws-wu-idx) "  " ws-wu-recipe-name(ws-wu-idx)
    "  " ws-wu-qty(ws-wu-idx) "  " ws-wu-via(ws-wu-idx)
    at line (07 + ws-wu-display-line) col 04 foreground-color 3 end-display
  set ws-wu-idx up by 1
  .
    into whereused-record
  end-string
  write whereused-record
  move "Recipe      Name                              Qty         Via" to whereused-record
  write whereused-record
  move spaces to whereused-record
  write whereused-record
    ws-wu-recipe-name(ws-wu-idx) delimited by size
    "  " delimited by size
    ws-wu-qty-display delimited by size
    "  " delimited by size
    ws-wu-via(ws-wu-idx) delimited by size
    into whereused-record
  end-string
  write whereused-record
  .
*>-----------------------------------------------
*> Margin report across the whole recipe book: ingredient cost per
*> serving at item-average-cost, through any sub-recipes, against
*> the selling price, sorted worst margin first so the loss-makers
*> lead the page.
*>-----------------------------------------------
print-margin-report.
  display "Recipe Margin Report" at line 04 col 30 foreground-color 2 end-display
  end-if

  move zero to ws-mg-recipe-cost
  move ws-mg-recipe-code(ws-mg-idx) to ws-rx-recipe-code
  move ws-today to ws-rx-date
  perform explode-recipe
  move 1 to ws-rx-leaf-idx
  perform cost-one-margin-line
    until ws-rx-leaf-idx > ws-rx-leaf-count

  compute ws-mg-cost(ws-mg-idx) rounded = ws-mg-recipe-cost / ws-mg-yield

  set ws-mg-idx up by 1
  .
cost-one-margin-line.
  move ws-rx-leaf-item(ws-rx-leaf-idx) to item-code
  read item-file key is item-code
    invalid key
      continue
    not invalid key
      compute ws-mg-recipe-cost rounded = ws-mg-recipe-cost
        + (ws-rx-leaf-qty(ws-rx-leaf-idx) * item-average-cost)
  end-read
  add 1 to ws-rx-leaf-idx
  .
sort-margin-table.
  move 1 to ws-mg-i
copy "stklot-pd.cpy".
copy "allergen-pd.cpy".
copy "recipver-pd.cpy".
copy "recipexp-pd.cpy".
copy "stklayer-pd.cpy".
end program recipe.
