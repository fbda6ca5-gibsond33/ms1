      >> source format is free
program-id. rb010.
*> Production plan run.  For the plan date on the one-line RB010PARM
*> parameter (see planparm.cpy) every recipe in force is planned
*> from its open sales order lines plus the Epos sales expected off
*> the same weekday's average over recent weeks, less the finished
*> stock on hand, and the shortfall is suggested as whole batches
*> of the recipe's yield on PRODPLAN for the kitchen to approve in
*> the recipe book.  The plan is then exploded through its
*> sub-recipes into total ingredient requirements and compared
*> with the stock on hand, on order and already requisitioned; the
*> shortfall prints on the PLANRPT report and, when the parameter
*> asks, is raised as pending purchase requisitions for the buyer.
*> Run from the production plan menu in the recipe book.
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
  .
environment division.configuration section.
source-computer. Linux.
object-computer. Linux.
input-output section.
file-control.
  select recipe-file assign to "RECIPE"
    organization is indexed
    access mode is dynamic
    record key is recipe-key
    file status is recipe-file-status
    .
  select item-file assign to "ITEM"
    organization is indexed
    access mode is dynamic
    record key is item-code
    file status is item-file-status
    .
  select order-file assign to "ORDERS"
    organization is indexed
    access mode is dynamic
    record key is order-key
    file status is order-file-status
    .
  select pickship-file assign to "PICKSHIP"
    organization is line sequential
    access mode is sequential
    file status is pickship-file-status
    .
  select epos-sale-file assign to "EPOSSALE"
    organization is line sequential
    access mode is sequential
    file status is epos-sale-file-status
    .
  select po-file assign to "PURCHORD"
    organization is indexed
    access mode is dynamic
    record key is po-key
    file status is po-file-status
    .
  select gr-file assign to "GOODSRECV"
    organization is line sequential
    access mode is sequential
    file status is gr-file-status
    .
  select invoice-file assign to "PURCHINV"
    organization is indexed
    access mode is dynamic
    record key is invoice-key
    file status is invoice-file-status
    .
  select requisition-file assign to "PURCHREQ"
    organization is indexed
    access mode is dynamic
    record key is req-number
    file status is requisition-file-status
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
  select planrpt-file assign to "PLANRPT"
    organization is line sequential
    access mode is sequential
    file status is planrpt-file-status
    .
copy "system-sel.cpy".
data division.
file section.
copy "recipe.cpy".
copy "stock.cpy".
copy "orders.cpy".
copy "epos.cpy".
copy "pl010.cpy".
copy "purchreq.cpy".
copy "prodplan.cpy".
copy "planparm.cpy".
copy "system-fd.cpy".
fd  planrpt-file.
01  planrpt-record              pic x(110).
working-storage section.
01  program-name              pic x(15) value "rb010 (1.00.00)".

01  recipe-file-status        pic xx.
01  item-file-status          pic xx.
01  order-file-status         pic xx.
01  pickship-file-status      pic xx.
01  epos-sale-file-status     pic xx.
01  po-file-status            pic xx.
01  gr-file-status            pic xx.
01  invoice-file-status       pic xx.
01  requisition-file-status   pic xx.
01  prodplan-file-status      pic xx.
01  planparm-file-status      pic xx.
01  planrpt-file-status       pic xx.
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "print-route-ws.cpy".
copy "company-ws.cpy".
copy "recipver-ws.cpy".
copy "recipexp-ws.cpy".

01  ws-today                  pic 9(08).
01  ws-plan-date              pic 9(08).
01  ws-plan-weeks             pic 9(02).
01  ws-plan-raise-switch      pic x.
  88  plan-raises-requisitions value "Y".
01  ws-orders-open            pic x.
01  ws-epos-open              pic x.
01  ws-po-open                pic x.

*> every recipe in force on the plan date, with the demand and the
*> batches worked out for it; a line already approved or produced
*> for the date keeps its batches
01  ws-pl-table.
  05  ws-pl-entry             occurs 300 times.
    10  ws-pl-recipe-code     pic x(10).
    10  ws-pl-recipe-name     pic x(32).
    10  ws-pl-yield           pic 9(05)v99.
    10  ws-pl-order-qty       pic 9(07)v999.
    10  ws-pl-epos-total      pic s9(09)v999.
    10  ws-pl-expected-qty    pic 9(07)v999.
    10  ws-pl-on-hand-qty     pic s9(09)v999.
    10  ws-pl-net-qty         pic 9(07)v999.
    10  ws-pl-batches         pic 9(03).
    10  ws-pl-planned-qty     pic 9(07)v999.
    10  ws-pl-status          pic x.
    10  ws-pl-incomplete      pic x.
01  ws-pl-count               pic 9(03).
01  ws-pl-idx                 pic 9(03).
01  ws-pl-found               pic x.
01  ws-plan-lookup-code       pic x(10).

*> total ingredient requirements of the plan, summed by item, with
*> the supply already coming
01  ws-rq-table.
  05  ws-rq-entry             occurs 500 times.
    10  ws-rq-item-code       pic x(10).
    10  ws-rq-required        pic 9(09)v999.
    10  ws-rq-on-order        pic 9(09)v999.
    10  ws-rq-requested       pic 9(09)v999.
01  ws-rq-count               pic 9(03).
01  ws-rq-idx                 pic 9(03).
01  ws-rq-found               pic x.
01  ws-rq-lookup-item         pic x(10).
01  ws-rq-overflow            pic x.

01  ws-plan-day               pic 9(08).
01  ws-sale-day               pic 9(08).
01  ws-day-gap                pic 9(08).
01  ws-day-weeks              pic 9(08).
01  ws-day-remainder          pic 9(08).
01  ws-plan-span              pic 9(04).
01  ws-order-outstanding      pic s9(07)v999.
01  ws-net-signed             pic s9(09)v999.
01  ws-batch-calc             pic 9(07).
01  ws-leaf-required          pic 9(09)v999.
01  ws-uom-conv               pic 9(05)v999.
01  ws-po-outstanding         pic s9(07)v999.
01  ws-available-qty          pic s9(09)v999.
01  ws-shortfall-qty          pic s9(09)v999.
01  ws-req-purchase-qty       pic 9(07)v999.
01  ws-req-whole-units        pic 9(07).
01  ws-next-req-number        pic 9(08).
01  ws-req-note               pic x(12).

01  ws-planned-count          pic 9(05).
01  ws-short-count            pic 9(05).
01  ws-raised-count           pic 9(05).
01  ws-incomplete-count       pic 9(05).
01  ws-qty-display            pic zzzzzz9.999.
01  ws-signed-display         pic -zzzzzzz9.999.
01  ws-batch-display          pic zz9.
01  ws-count-display          pic zzzz9.

linkage section.
01  ws-passed-company-record-number pic 999.

procedure division using ws-passed-company-record-number.
program-begin.
  move ws-passed-company-record-number to current-company-record-number
  perform opening-procedure
  perform run-production-plan
  perform closing-procedure
  .
program-end.
  goback
  .
opening-procedure.
  accept ws-today from date yyyymmdd end-accept
  perform read-run-parameter
  open input recipe-file
  if recipe-file-status = "35"
    open output recipe-file
    close recipe-file
    open input recipe-file
  end-if
  open input item-file
  if item-file-status = "35"
    open output item-file
    close item-file
    open input item-file
  end-if
  move "N" to ws-orders-open
  open input order-file
  if order-file-status = zero
    move "Y" to ws-orders-open
  end-if
  move "N" to ws-epos-open
  open input epos-sale-file
  if epos-sale-file-status = zero
    move "Y" to ws-epos-open
  end-if
  move "N" to ws-po-open
  open input po-file
  if po-file-status = zero
    move "Y" to ws-po-open
  end-if
  open i-o requisition-file
  if requisition-file-status = "35"
    open output requisition-file
    close requisition-file
    open i-o requisition-file
  end-if
  open i-o prodplan-file
  if prodplan-file-status = "35"
    open output prodplan-file
    close prodplan-file
    open i-o prodplan-file
  end-if
  perform get-print-spool-name
  .
closing-procedure.
  close recipe-file
  close item-file
  if ws-orders-open = "Y"
    close order-file
  end-if
  if ws-epos-open = "Y"
    close epos-sale-file
  end-if
  if ws-po-open = "Y"
    close po-file
  end-if
  close requisition-file
  close prodplan-file
  display "Production plan for " ws-plan-date ": " ws-planned-count
    " recipes planned, " ws-short-count " ingredients short, "
    ws-raised-count " requisitions raised" end-display
  .
get-print-spool-name.
  move spaces to system-print-spool-name
  open input system-file
  if file-status = zero
    move current-company-record-number to relative-record-number
    read system-file end-read
    close system-file
  end-if
  .
read-run-parameter.
  move ws-today to ws-plan-date
  move 4 to ws-plan-weeks
  move "N" to ws-plan-raise-switch
  move spaces to planparm-record
  open input planparm-file
  if planparm-file-status = zero
    read planparm-file
      at end
        move spaces to planparm-record
    end-read
    close planparm-file
  end-if
  if planparm-date is numeric and planparm-date not = zero
    move planparm-date to ws-plan-date
  end-if
  if planparm-weeks is numeric and planparm-weeks not = zero
    move planparm-weeks to ws-plan-weeks
  end-if
  if planparm-raise-requisitions
    move "Y" to ws-plan-raise-switch
  end-if
  .
*>-----------------------------------------------
*> The plan: recipes in force, what is already settled for the
*> date, the demand, the batches, then the ingredients behind them.
*>-----------------------------------------------
run-production-plan.
  move zero to ws-planned-count
  move zero to ws-short-count
  move zero to ws-raised-count
  move zero to ws-incomplete-count
  perform load-plan-recipes
  perform keep-settled-plan-lines
  if ws-orders-open = "Y"
    perform add-open-order-demand
  end-if
  if ws-epos-open = "Y"
    perform add-expected-epos-demand
  end-if
  move 1 to ws-pl-idx
  perform suggest-one-plan-line
    until ws-pl-idx > ws-pl-count
  perform explode-plan-requirements
  if ws-po-open = "Y"
    perform add-on-order-supply
  end-if
  perform add-requested-supply
  perform print-production-plan
  .
*>-----------------------------------------------
*> Versions of a code walk adjacent in key order, so a newer header
*> in force by the plan date replaces the entry the older version
*> left, the way the margin report collects its recipes.
*>-----------------------------------------------
load-plan-recipes.
  move zero to ws-pl-count
  move low-values to recipe-key
  start recipe-file key not less than recipe-key
    invalid key
      exit paragraph
  end-start
  perform collect-one-plan-recipe
    until recipe-file-status not = zero
  .
collect-one-plan-recipe.
  read recipe-file next record
    at end
      move "10" to recipe-file-status
      exit paragraph
  end-read
  if recipe-line-number not = zero
     or recipe-effective-date > ws-plan-date
    exit paragraph
  end-if
  if ws-pl-count > zero
    if ws-pl-recipe-code(ws-pl-count) = recipe-code
      move recipe-name to ws-pl-recipe-name(ws-pl-count)
      move recipe-yield-qty to ws-pl-yield(ws-pl-count)
      exit paragraph
    end-if
  end-if
  if ws-pl-count < 300
    add 1 to ws-pl-count
    initialize ws-pl-entry(ws-pl-count)
    move recipe-code to ws-pl-recipe-code(ws-pl-count)
    move recipe-name to ws-pl-recipe-name(ws-pl-count)
    move recipe-yield-qty to ws-pl-yield(ws-pl-count)
    move space to ws-pl-status(ws-pl-count)
    move space to ws-pl-incomplete(ws-pl-count)
  end-if
  .
*>-----------------------------------------------
*> A rerun replaces the draft lines for the date; lines the kitchen
*> has already approved or produced stand as they are.
*>-----------------------------------------------
keep-settled-plan-lines.
  move ws-plan-date to pplan-date
  move low-values to pplan-recipe-code
  start prodplan-file key not less than pplan-key
    invalid key
      exit paragraph
  end-start
  perform keep-one-settled-plan-line
    until prodplan-file-status not = zero
  .
keep-one-settled-plan-line.
  read prodplan-file next record
    at end
      move "10" to prodplan-file-status
      exit paragraph
  end-read
  if pplan-date not = ws-plan-date
    move "10" to prodplan-file-status
    exit paragraph
  end-if
  if pplan-is-draft
    delete prodplan-file
      invalid key
        continue
    end-delete
    exit paragraph
  end-if
  move pplan-recipe-code to ws-plan-lookup-code
  perform find-plan-recipe
  if ws-pl-found = "Y"
    move pplan-status to ws-pl-status(ws-pl-idx)
    move pplan-batches to ws-pl-batches(ws-pl-idx)
    move pplan-planned-qty to ws-pl-planned-qty(ws-pl-idx)
  end-if
  .
find-plan-recipe.
  move "N" to ws-pl-found
  move 1 to ws-pl-idx
  perform check-one-plan-recipe
    until ws-pl-idx > ws-pl-count
       or ws-pl-found = "Y"
  .
check-one-plan-recipe.
  if ws-pl-recipe-code(ws-pl-idx) = ws-plan-lookup-code
    move "Y" to ws-pl-found
  else
    add 1 to ws-pl-idx
  end-if
  .
*>-----------------------------------------------
*> Open and back-ordered sales order lines for a recipe count in
*> full for what is still to ship.
*>-----------------------------------------------
add-open-order-demand.
  move low-values to order-key
  start order-file key not less than order-key
    invalid key
      exit paragraph
  end-start
  perform add-one-order-line-demand
    until order-file-status not = zero
  .
add-one-order-line-demand.
  read order-file next record
    at end
      move "10" to order-file-status
      exit paragraph
  end-read
  if not order-line-is-open and not order-line-is-backord
    exit paragraph
  end-if
  if order-date > ws-plan-date
    exit paragraph
  end-if
  move order-item-code to ws-plan-lookup-code
  perform find-plan-recipe
  if ws-pl-found = "N"
    exit paragraph
  end-if
  compute ws-order-outstanding = order-qty-ordered - order-qty-shipped
  if ws-order-outstanding > zero
    add ws-order-outstanding to ws-pl-order-qty(ws-pl-idx)
  end-if
  .
*>-----------------------------------------------
*> Expected till demand: what each recipe sold on the same weekday
*> in each of the last ws-plan-weeks weeks, refunds netted off,
*> averaged over those weeks.
*>-----------------------------------------------
add-expected-epos-demand.
  compute ws-plan-day = function integer-of-date(ws-plan-date)
  compute ws-plan-span = ws-plan-weeks * 7
  perform add-one-epos-sale-demand
    until epos-sale-file-status not = zero
  move 1 to ws-pl-idx
  perform average-one-epos-demand
    until ws-pl-idx > ws-pl-count
  .
add-one-epos-sale-demand.
  read epos-sale-file
    at end
      move "10" to epos-sale-file-status
      exit paragraph
  end-read
  if not epos-is-sale and not epos-is-refund
    exit paragraph
  end-if
  if epos-sale-date not numeric
     or epos-sale-date not < ws-plan-date
     or epos-sale-date < 16010101
    exit paragraph
  end-if
  compute ws-sale-day = function integer-of-date(epos-sale-date)
  compute ws-day-gap = ws-plan-day - ws-sale-day
  if ws-day-gap > ws-plan-span
    exit paragraph
  end-if
  divide ws-day-gap by 7 giving ws-day-weeks remainder ws-day-remainder
  if ws-day-remainder not = zero
    exit paragraph
  end-if
  move epos-sale-item-code to ws-plan-lookup-code
  perform find-plan-recipe
  if ws-pl-found = "N"
    exit paragraph
  end-if
  if epos-is-refund
    subtract epos-sale-qty from ws-pl-epos-total(ws-pl-idx)
  else
    add epos-sale-qty to ws-pl-epos-total(ws-pl-idx)
  end-if
  .
average-one-epos-demand.
  if ws-pl-epos-total(ws-pl-idx) > zero
    compute ws-pl-expected-qty(ws-pl-idx) rounded =
      ws-pl-epos-total(ws-pl-idx) / ws-plan-weeks
  end-if
  add 1 to ws-pl-idx
  .
*>-----------------------------------------------
*> Demand less finished stock, suggested as whole batches of the
*> recipe's yield and drafted on PRODPLAN.
*>-----------------------------------------------
suggest-one-plan-line.
  move ws-pl-recipe-code(ws-pl-idx) to item-code
  read item-file key is item-code
    invalid key
      move zero to ws-pl-on-hand-qty(ws-pl-idx)
    not invalid key
      move item-on-hand-qty to ws-pl-on-hand-qty(ws-pl-idx)
  end-read
  compute ws-net-signed = ws-pl-order-qty(ws-pl-idx)
    + ws-pl-expected-qty(ws-pl-idx) - ws-pl-on-hand-qty(ws-pl-idx)
  if ws-net-signed > zero
    move ws-net-signed to ws-pl-net-qty(ws-pl-idx)
  else
    move zero to ws-pl-net-qty(ws-pl-idx)
  end-if

  if ws-pl-status(ws-pl-idx) not = space
    add 1 to ws-pl-idx
    exit paragraph
  end-if
  move zero to ws-pl-batches(ws-pl-idx)
  move zero to ws-pl-planned-qty(ws-pl-idx)
  if ws-pl-net-qty(ws-pl-idx) = zero
    add 1 to ws-pl-idx
    exit paragraph
  end-if
  if ws-pl-yield(ws-pl-idx) = zero
    move 1 to ws-pl-yield(ws-pl-idx)
  end-if
  compute ws-batch-calc = ws-pl-net-qty(ws-pl-idx) / ws-pl-yield(ws-pl-idx)
  if (ws-batch-calc * ws-pl-yield(ws-pl-idx)) < ws-pl-net-qty(ws-pl-idx)
    add 1 to ws-batch-calc
  end-if
  if ws-batch-calc > 999
    move 999 to ws-batch-calc
  end-if
  move ws-batch-calc to ws-pl-batches(ws-pl-idx)
  compute ws-pl-planned-qty(ws-pl-idx) =
    ws-pl-batches(ws-pl-idx) * ws-pl-yield(ws-pl-idx)
  move "D" to ws-pl-status(ws-pl-idx)

  initialize prodplan-record
  move ws-plan-date to pplan-date
  move ws-pl-recipe-code(ws-pl-idx) to pplan-recipe-code
  move ws-pl-recipe-name(ws-pl-idx) to pplan-recipe-name
  move ws-pl-yield(ws-pl-idx) to pplan-yield-qty
  move ws-pl-order-qty(ws-pl-idx) to pplan-order-qty
  move ws-pl-expected-qty(ws-pl-idx) to pplan-expected-qty
  move ws-pl-on-hand-qty(ws-pl-idx) to pplan-on-hand-qty
  move ws-pl-net-qty(ws-pl-idx) to pplan-net-qty
  move ws-pl-batches(ws-pl-idx) to pplan-batches
  move ws-pl-planned-qty(ws-pl-idx) to pplan-planned-qty
  move ws-today to pplan-run-date
  set pplan-is-draft to true
  move zero to pplan-approved-date
  move zero to pplan-produced-date
  write prodplan-record
    invalid key
      display "Plan line for " pplan-recipe-code " not written" end-display
  end-write
  add 1 to ws-pl-idx
  .
*>-----------------------------------------------
*> Every batch still to make is exploded through its sub-recipes,
*> as at the plan date, and the stock items summed.  A line already
*> produced has had its ingredients issued.
*>-----------------------------------------------
explode-plan-requirements.
  move zero to ws-rq-count
  move "N" to ws-rq-overflow
  move zero to ws-rx-stop-count
  move 1 to ws-pl-idx
  perform explode-one-plan-line
    until ws-pl-idx > ws-pl-count
  .
explode-one-plan-line.
  if ws-pl-batches(ws-pl-idx) = zero
     or ws-pl-status(ws-pl-idx) = "P"
    add 1 to ws-pl-idx
    exit paragraph
  end-if
  add 1 to ws-planned-count
  move ws-pl-recipe-code(ws-pl-idx) to ws-rx-recipe-code
  move ws-plan-date to ws-rx-date
  perform explode-recipe
  if ws-rx-overflowed or ws-rx-missing-count not = zero
    move "*" to ws-pl-incomplete(ws-pl-idx)
    add 1 to ws-incomplete-count
  end-if
  move 1 to ws-rx-leaf-idx
  perform add-one-plan-requirement
    until ws-rx-leaf-idx > ws-rx-leaf-count
  add 1 to ws-pl-idx
  .
add-one-plan-requirement.
  compute ws-leaf-required rounded =
    ws-rx-leaf-qty(ws-rx-leaf-idx) * ws-pl-batches(ws-pl-idx)
  move ws-rx-leaf-item(ws-rx-leaf-idx) to ws-rq-lookup-item
  perform find-plan-requirement
  if ws-rq-found = "Y"
    add ws-leaf-required to ws-rq-required(ws-rq-idx)
  else
    if ws-rq-count < 500
      add 1 to ws-rq-count
      move ws-rx-leaf-item(ws-rx-leaf-idx) to ws-rq-item-code(ws-rq-count)
      move ws-leaf-required to ws-rq-required(ws-rq-count)
      move zero to ws-rq-on-order(ws-rq-count)
      move zero to ws-rq-requested(ws-rq-count)
    else
      move "Y" to ws-rq-overflow
    end-if
  end-if
  add 1 to ws-rx-leaf-idx
  .
find-plan-requirement.
  move "N" to ws-rq-found
  move 1 to ws-rq-idx
  perform check-one-plan-requirement
    until ws-rq-idx > ws-rq-count
       or ws-rq-found = "Y"
  .
check-one-plan-requirement.
  if ws-rq-item-code(ws-rq-idx) = ws-rq-lookup-item
    move "Y" to ws-rq-found
  else
    add 1 to ws-rq-idx
  end-if
  .
*>-----------------------------------------------
*> Supply already coming: what is still to arrive on the PO lines,
*> and what is requisitioned but not yet ordered - both in
*> purchase units, taken back to stocking units.
*>-----------------------------------------------
add-on-order-supply.
  move low-values to po-key
  start po-file key not less than po-key
    invalid key
      exit paragraph
  end-start
  perform add-one-po-line-supply
    until po-file-status not = zero
  .
add-one-po-line-supply.
  read po-file next record
    at end
      move "10" to po-file-status
      exit paragraph
  end-read
  if po-line-is-closed
    exit paragraph
  end-if
  compute ws-po-outstanding = po-quantity - po-quantity-received
  if ws-po-outstanding not > zero
    exit paragraph
  end-if
  move po-item-code to ws-rq-lookup-item
  perform find-plan-requirement
  if ws-rq-found = "N"
    exit paragraph
  end-if
  move po-item-code to item-code
  perform get-item-conversion
  compute ws-rq-on-order(ws-rq-idx) rounded = ws-rq-on-order(ws-rq-idx)
    + (ws-po-outstanding * ws-uom-conv)
  .
add-requested-supply.
  move low-values to req-number
  start requisition-file key not less than req-number
    invalid key
      exit paragraph
  end-start
  perform add-one-requisition-supply
    until requisition-file-status not = zero
  .
add-one-requisition-supply.
  read requisition-file next record
    at end
      move "10" to requisition-file-status
      exit paragraph
  end-read
  if not req-is-pending and not req-is-approved
    exit paragraph
  end-if
  move req-item-code to ws-rq-lookup-item
  perform find-plan-requirement
  if ws-rq-found = "N"
    exit paragraph
  end-if
  move req-item-code to item-code
  perform get-item-conversion
  compute ws-rq-requested(ws-rq-idx) rounded = ws-rq-requested(ws-rq-idx)
    + (req-quantity * ws-uom-conv)
  .
get-item-conversion.
  move 1 to ws-uom-conv
  read item-file key is item-code
    invalid key
      exit paragraph
  end-read
  move item-purchase-conv to ws-uom-conv
  if ws-uom-conv = zero
    move 1 to ws-uom-conv
  end-if
  .
*>-----------------------------------------------
*> The report: the plan by recipe, then every ingredient the plan
*> needs more of than is on hand, on order and requisitioned.
*>-----------------------------------------------
print-production-plan.
  open output planrpt-file
  move spaces to planrpt-record
  string "Production Plan for " delimited by size
    ws-plan-date delimited by size
    "   (Epos demand off the same weekday, " delimited by size
    ws-plan-weeks delimited by size
    " weeks)" delimited by size
    into planrpt-record
  end-string
  write planrpt-record
  move spaces to planrpt-record
  write planrpt-record
  move "Recipe     Name                                 Orders    Expected      On hand  Batches     Planned St" to planrpt-record
  write planrpt-record
  move 1 to ws-pl-idx
  perform print-one-plan-line
    until ws-pl-idx > ws-pl-count

  move spaces to planrpt-record
  write planrpt-record
  move "Ingredient shortfall" to planrpt-record
  write planrpt-record
  move "Item          Required      On hand    On order   Requested   Shortfall  Requisition" to planrpt-record
  write planrpt-record
  if plan-raises-requisitions
    perform find-last-requisition-number
  end-if
  move 1 to ws-rq-idx
  perform print-one-shortfall-line
    until ws-rq-idx > ws-rq-count

  move spaces to planrpt-record
  write planrpt-record
  move ws-planned-count to ws-count-display
  move spaces to planrpt-record
  string "Recipes to make " delimited by size
    ws-count-display delimited by size
    into planrpt-record
  end-string
  write planrpt-record
  move ws-short-count to ws-count-display
  move spaces to planrpt-record
  string "Ingredients short " delimited by size
    ws-count-display delimited by size
    into planrpt-record
  end-string
  write planrpt-record
  if plan-raises-requisitions
    move ws-raised-count to ws-count-display
    move spaces to planrpt-record
    string "Requisitions raised " delimited by size
      ws-count-display delimited by size
      "  - pending the buyer's approval" delimited by size
      into planrpt-record
    end-string
    write planrpt-record
  end-if
  if ws-incomplete-count not = zero
    move "* a sub-recipe had no version in force or nested too deep - requirements understated" to planrpt-record
    write planrpt-record
  end-if
  if ws-rq-overflow = "Y"
    move "** more ingredients than the run can hold - requirements incomplete" to planrpt-record
    write planrpt-record
  end-if
  close planrpt-file

  move "PLANRPT" to print-route-file-name
  perform route-report-to-printer
  .
print-one-plan-line.
  if ws-pl-batches(ws-pl-idx) = zero
     and ws-pl-order-qty(ws-pl-idx) = zero
     and ws-pl-expected-qty(ws-pl-idx) = zero
    add 1 to ws-pl-idx
    exit paragraph
  end-if
  move spaces to planrpt-record
  move ws-pl-order-qty(ws-pl-idx) to ws-qty-display
  string ws-pl-recipe-code(ws-pl-idx) delimited by size
    " " delimited by size
    ws-pl-recipe-name(ws-pl-idx) delimited by size
    ws-qty-display delimited by size
    into planrpt-record
  end-string
  move ws-pl-expected-qty(ws-pl-idx) to ws-qty-display
  move ws-qty-display to planrpt-record(56:11)
  move ws-pl-on-hand-qty(ws-pl-idx) to ws-signed-display
  move ws-signed-display to planrpt-record(67:13)
  move ws-pl-batches(ws-pl-idx) to ws-batch-display
  move ws-batch-display to planrpt-record(86:3)
  move ws-pl-planned-qty(ws-pl-idx) to ws-qty-display
  move ws-qty-display to planrpt-record(90:11)
  move ws-pl-status(ws-pl-idx) to planrpt-record(102:1)
  move ws-pl-incomplete(ws-pl-idx) to planrpt-record(103:1)
  write planrpt-record
  add 1 to ws-pl-idx
  .
print-one-shortfall-line.
  move ws-rq-item-code(ws-rq-idx) to item-code
  read item-file key is item-code
    invalid key
      move zero to item-on-hand-qty
      move zero to item-allocated-qty
      move 1 to item-purchase-conv
      move spaces to item-vendor-code
  end-read
  compute ws-available-qty = item-on-hand-qty - item-allocated-qty
  compute ws-shortfall-qty = ws-rq-required(ws-rq-idx) - ws-available-qty
    - ws-rq-on-order(ws-rq-idx) - ws-rq-requested(ws-rq-idx)
  if ws-shortfall-qty not > zero
    add 1 to ws-rq-idx
    exit paragraph
  end-if
  add 1 to ws-short-count

  move spaces to ws-req-note
  if plan-raises-requisitions
    perform raise-shortfall-requisition
  end-if

  move spaces to planrpt-record
  move ws-rq-item-code(ws-rq-idx) to planrpt-record(1:10)
  move ws-rq-required(ws-rq-idx) to ws-qty-display
  move ws-qty-display to planrpt-record(12:11)
  move ws-available-qty to ws-signed-display
  move ws-signed-display to planrpt-record(23:13)
  move ws-rq-on-order(ws-rq-idx) to ws-qty-display
  move ws-qty-display to planrpt-record(37:11)
  move ws-rq-requested(ws-rq-idx) to ws-qty-display
  move ws-qty-display to planrpt-record(49:11)
  move ws-shortfall-qty to ws-qty-display
  move ws-qty-display to planrpt-record(61:11)
  move ws-req-note to planrpt-record(74:12)
  write planrpt-record
  add 1 to ws-rq-idx
  .
*>-----------------------------------------------
*> The shortfall goes to the buyer as a pending requisition on the
*> item's usual vendor, rounded up to whole purchase units and
*> needed by the plan date; the buyer approves and converts it in
*> pl010 like any other.
*>-----------------------------------------------
raise-shortfall-requisition.
  move item-purchase-conv to ws-uom-conv
  if ws-uom-conv = zero
    move 1 to ws-uom-conv
  end-if
  compute ws-req-whole-units = ws-shortfall-qty / ws-uom-conv
  if (ws-req-whole-units * ws-uom-conv) < ws-shortfall-qty
    add 1 to ws-req-whole-units
  end-if
  move ws-req-whole-units to ws-req-purchase-qty

  initialize requisition-record
  add 1 to ws-next-req-number
  move ws-next-req-number to req-number
  move ws-today to req-date
  move spaces to req-requested-by
  string "PRODUCTION PLAN " delimited by size
    ws-plan-date delimited by size
    into req-requested-by
  end-string
  move ws-rq-item-code(ws-rq-idx) to req-item-code
  move ws-req-purchase-qty to req-quantity
  move ws-plan-date to req-needed-by
  move item-vendor-code to req-vendor-code
  set req-is-pending to true
  move spaces to req-buyer-note
  write requisition-record
    invalid key
      move "not raised" to ws-req-note
      exit paragraph
  end-write
  add 1 to ws-raised-count
  move req-number to ws-req-note
  .
find-last-requisition-number.
  move zero to ws-next-req-number
  move high-values to req-number
  start requisition-file key less than req-number
    invalid key
      move zero to ws-next-req-number
    not invalid key
      read requisition-file previous record
        at end
          move zero to ws-next-req-number
        not at end
          move req-number to ws-next-req-number
      end-read
  end-start
  .
copy "recipver-pd.cpy".
copy "recipexp-pd.cpy".
copy "print-route-pd.cpy".
end program rb010.
