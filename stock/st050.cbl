      >> source format is free
program-id. st050.
*> Stock analysis batch.  Meant to be queued on the batch scheduler
*> with the month-end jobs, like st030: totals each item's usage
*> over the last twelve months - order and invoice sales off
*> SALESHIST, manual issues, recipe production and the till off the
*> STKMOVE ledger, counted the way st030 counts them - values it at
*> average cost, ranks the items by that annual usage value and
*> stores an A/B/C class on the item master (A the items making up
*> the first 80% of the value, B the next 15%, C the rest and
*> anything unused), printing the ranking to ABCRPT.  It then prints
*> SLOWSTK, the slow-moving and dead stock report: every item with
*> stock on hand and no issue inside the slow or dead threshold,
*> valued at average cost, with its last issue and last movement
*> dates, the quantity still on open purchase orders and any
*> superseding item.  The thresholds in days come from the one-line
*> ST050PARM parameter file (slow days then dead days, three digits
*> each); with none on file they default to 90 and 180.
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
  .
environment division.configuration section.
source-computer. Linux.
object-computer. Linux.
input-output section.
file-control.
  select item-file assign to "ITEM"
    organization is indexed
    access mode is dynamic
    record key is item-code
    file status is item-file-status
    .
  copy "saleshist-sel.cpy".
  copy "stkmove-sel.cpy".
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
  select abcrpt-file assign to "ABCRPT"
    organization is line sequential
    access mode is sequential
    file status is abcrpt-file-status
    .
  select slowstk-file assign to "SLOWSTK"
    organization is line sequential
    access mode is sequential
    file status is slowstk-file-status
    .
  select st050parm-file assign to "ST050PARM"
    organization is line sequential
    access mode is sequential
    file status is st050parm-file-status
    .
copy "system-sel.cpy".
data division.
file section.
copy "stock.cpy".
copy "saleshist-fd.cpy".
copy "stkmove-fd.cpy".
copy "pl010.cpy".
copy "system-fd.cpy".
fd  abcrpt-file.
01  abcrpt-record               pic x(132).
fd  slowstk-file.
01  slowstk-record              pic x(132).
fd  st050parm-file.
01  st050parm-record.
  05  st050parm-slow-days       pic 9(03).
  05  st050parm-dead-days       pic 9(03).
working-storage section.
01  program-name              pic x(15) value "st050".

01  item-file-status          pic xx.
01  sales-history-file-status pic xx.
01  stock-movement-file-status pic xx.
01  po-file-status            pic xx.
01  gr-file-status            pic xx.
01  invoice-file-status       pic xx.
01  abcrpt-file-status        pic xx.
01  slowstk-file-status       pic xx.
01  st050parm-file-status     pic xx.
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "print-route-ws.cpy".
copy "company-ws.cpy".

01  ws-today                  pic 9(08).
01  ws-from-date              pic 9(08).
01  ws-slow-days              pic 9(03).
01  ws-dead-days              pic 9(03).
01  ws-slow-date              pic 9(08).
01  ws-dead-date              pic 9(08).
*> cumulative share of the year's usage value that closes class A
*> and class B
01  ws-class-a-limit          pic 9(03)v99 value 80.
01  ws-class-b-limit          pic 9(03)v99 value 95.

*> every item on the master, in item code order, with what the
*> passes over the history, the ledger and the open orders found
01  ws-abc-table.
  05  ws-abc-entry            occurs 2000 times indexed by ws-abc-idx.
    10  ws-abc-item           pic x(10).
    10  ws-abc-description    pic x(32).
    10  ws-abc-on-hand        pic s9(09)v999.
    10  ws-abc-average-cost   pic 9(07)v9999.
    10  ws-abc-purchase-conv  pic 9(05)v999.
    10  ws-abc-superseded-by  pic x(10).
    10  ws-abc-usage-qty      pic s9(11)v999.
    10  ws-abc-usage-value    pic 9(11)v99.
    10  ws-abc-last-issue     pic 9(08).
    10  ws-abc-last-movement  pic 9(08).
    10  ws-abc-open-po-qty    pic 9(09)v999.
    10  ws-abc-class          pic x.
01  ws-abc-count              pic 9(05).
01  ws-abc-max                pic 9(05) value 2000.
01  ws-abc-overflow           pic x.
01  ws-abc-found-switch       pic x.
  88  abc-entry-found         value "Y".
  88  abc-entry-not-found     value "N".
01  ws-abc-lookup             pic x(10).
01  ws-usage-add              pic s9(09)v999.
01  ws-issue-date             pic 9(08).

*> table subscripts in descending order of usage value - items with
*> no usage value are left out and fall to class C
01  ws-rank-table.
  05  ws-rank-entry           occurs 2000 times pic 9(05).
01  ws-rank-count             pic 9(05).
01  ws-rank-idx               pic 9(05).
01  ws-rank-slot              pic 9(05).
01  ws-rank-sub               pic 9(05).
01  ws-rank-new               pic 9(05).

01  ws-total-usage-value      pic 9(13)v99.
01  ws-running-value          pic 9(13)v99.
01  ws-running-pct            pic 9(03)v99.
01  ws-class-counts.
  05  ws-class-count          occurs 3 times pic 9(05).
  05  ws-class-value          occurs 3 times pic 9(13)v99.
01  ws-class-sub              pic 9.
01  ws-class-letter           pic x.
01  ws-classes-updated        pic 9(05).

01  ws-stock-value            pic s9(11)v99.
01  ws-open-po-stock-qty      pic 9(09)v999.
01  ws-uom-conv               pic 9(05)v999.
01  ws-idle-days              pic 9(05).
01  ws-slow-count             pic 9(05).
01  ws-dead-count             pic 9(05).
01  ws-slow-value             pic s9(11)v99.
01  ws-dead-value             pic s9(11)v99.

01  ws-abc-line.
  05  ws-al-rank              pic zzzz9.
  05  filler                  pic x(02) value spaces.
  05  ws-al-item              pic x(10).
  05  filler                  pic x(02) value spaces.
  05  ws-al-description       pic x(32).
  05  filler                  pic x(02) value spaces.
  05  ws-al-usage-qty         pic -zzzzzzzz9.999.
  05  filler                  pic x(02) value spaces.
  05  ws-al-average-cost      pic zzzzzz9.9999.
  05  filler                  pic x(02) value spaces.
  05  ws-al-usage-value       pic zzzzzzzzzz9.99.
  05  filler                  pic x(02) value spaces.
  05  ws-al-cum-pct           pic zz9.99.
  05  filler                  pic x(04) value spaces.
  05  ws-al-class             pic x.

01  ws-slow-line.
  05  ws-sl-item              pic x(10).
  05  filler                  pic x(01) value spaces.
  05  ws-sl-description       pic x(24).
  05  filler                  pic x(01) value spaces.
  05  ws-sl-class             pic x.
  05  filler                  pic x(01) value spaces.
  05  ws-sl-on-hand           pic -zzzzzz9.999.
  05  filler                  pic x(01) value spaces.
  05  ws-sl-average-cost      pic zzzzz9.9999.
  05  filler                  pic x(01) value spaces.
  05  ws-sl-value             pic -zzzzzzz9.99.
  05  filler                  pic x(01) value spaces.
  05  ws-sl-last-issue        pic x(08).
  05  filler                  pic x(01) value spaces.
  05  ws-sl-last-movement     pic x(08).
  05  filler                  pic x(01) value spaces.
  05  ws-sl-idle-days         pic x(05).
  05  filler                  pic x(01) value spaces.
  05  ws-sl-open-po           pic zzzzzz9.999.
  05  filler                  pic x(01) value spaces.
  05  ws-sl-superseded-by     pic x(10).
  05  filler                  pic x(01) value spaces.
  05  ws-sl-status            pic x(04).
01  ws-idle-display           pic zzzz9.
01  ws-count-display          pic zzzz9.
01  ws-value-display          pic -zzzzzzzzzzz9.99.

linkage section.
01  ws-passed-company-record-number pic 999.

procedure division using ws-passed-company-record-number.
program-begin.
  move ws-passed-company-record-number to current-company-record-number
  perform opening-procedure
  if item-file-status = zero
    perform run-stock-analysis
  end-if
  perform closing-procedure
  .
program-end.
  goback
  .
opening-procedure.
  open i-o item-file
  accept ws-today from date yyyymmdd end-accept
  perform read-threshold-parameter
  perform get-print-spool-name
  .
closing-procedure.
  if item-file-status not = "35"
    close item-file
  end-if
  display "Stock analysis complete: " ws-classes-updated
    " items classified, " ws-slow-count " slow, "
    ws-dead-count " dead" end-display
  if ws-abc-overflow = "Y"
    display "Item table full - items after " ws-abc-max
      " were not analysed" end-display
  end-if
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
read-threshold-parameter.
  move 90 to ws-slow-days
  move 180 to ws-dead-days
  open input st050parm-file
  if st050parm-file-status = zero
    read st050parm-file
      at end
        continue
      not at end
        if st050parm-slow-days is numeric
           and st050parm-slow-days not = zero
          move st050parm-slow-days to ws-slow-days
        end-if
        if st050parm-dead-days is numeric
           and st050parm-dead-days not = zero
          move st050parm-dead-days to ws-dead-days
        end-if
    end-read
    close st050parm-file
  end-if
  if ws-dead-days < ws-slow-days
    move ws-slow-days to ws-dead-days
  end-if
  compute ws-from-date = function date-of-integer(
    function integer-of-date(ws-today) - 365)
  compute ws-slow-date = function date-of-integer(
    function integer-of-date(ws-today) - ws-slow-days)
  compute ws-dead-date = function date-of-integer(
    function integer-of-date(ws-today) - ws-dead-days)
  .

run-stock-analysis.
  move zero to ws-abc-count
  move zero to ws-rank-count
  move zero to ws-classes-updated
  move zero to ws-slow-count
  move zero to ws-dead-count
  move zero to ws-slow-value
  move zero to ws-dead-value
  move "N" to ws-abc-overflow
  perform load-item-table
  perform load-sales-history-usage
  perform load-movement-usage
  perform load-open-po-quantities
  perform rank-items-by-usage-value
  perform print-abc-report
  perform store-item-classes
  perform print-slow-stock-report
  .
*>-----------------------------------------------
*> One pass of the item master builds the table every later pass
*> looks its items up in.
*>-----------------------------------------------
load-item-table.
  move low-values to item-code
  start item-file key not less than item-code
    invalid key
      exit paragraph
  end-start
  perform load-one-item
    until item-file-status not = zero
  .
load-one-item.
  read item-file next record
    at end
      move "10" to item-file-status
      exit paragraph
  end-read
  if ws-abc-count >= ws-abc-max
    move "Y" to ws-abc-overflow
    exit paragraph
  end-if
  add 1 to ws-abc-count
  set ws-abc-idx to ws-abc-count
  move item-code to ws-abc-item(ws-abc-idx)
  move item-description to ws-abc-description(ws-abc-idx)
  move item-on-hand-qty to ws-abc-on-hand(ws-abc-idx)
  *> an item never bought in at an average keeps its last cost
  if item-average-cost = zero
    move item-last-cost to ws-abc-average-cost(ws-abc-idx)
  else
    move item-average-cost to ws-abc-average-cost(ws-abc-idx)
  end-if
  move item-purchase-conv to ws-abc-purchase-conv(ws-abc-idx)
  move item-superseded-by to ws-abc-superseded-by(ws-abc-idx)
  move zero to ws-abc-usage-qty(ws-abc-idx)
  move zero to ws-abc-usage-value(ws-abc-idx)
  move zero to ws-abc-last-issue(ws-abc-idx)
  move zero to ws-abc-last-movement(ws-abc-idx)
  move zero to ws-abc-open-po-qty(ws-abc-idx)
  move "C" to ws-abc-class(ws-abc-idx)
  .
find-abc-entry.
  set abc-entry-not-found to true
  set ws-abc-idx to 1
  perform search-one-abc-entry
    until abc-entry-found or ws-abc-idx > ws-abc-count
  .
search-one-abc-entry.
  if ws-abc-item(ws-abc-idx) = ws-abc-lookup
    set abc-entry-found to true
  else
    set ws-abc-idx up by 1
  end-if
  .
*>-----------------------------------------------
*> Order and invoice sales off the history - the till is taken off
*> the movement ledger instead, as st030 does, so each sale is
*> counted once.  A sale is an issue for the slow stock dates
*> whatever its age; only the last year counts towards usage.
*>-----------------------------------------------
load-sales-history-usage.
  open input sales-history-file
  if sales-history-file-status not = zero
    exit paragraph
  end-if
  perform tally-one-history-record
    until sales-history-file-status not = zero
  close sales-history-file
  .
tally-one-history-record.
  read sales-history-file next record
    at end
      move "10" to sales-history-file-status
      exit paragraph
  end-read
  if sh-item-code = spaces or sh-source-module = "EPOS"
    exit paragraph
  end-if
  move sh-item-code to ws-abc-lookup
  perform find-abc-entry
  if abc-entry-not-found
    exit paragraph
  end-if
  if sh-quantity > zero
     and sh-trans-date > ws-abc-last-issue(ws-abc-idx)
    move sh-trans-date to ws-abc-last-issue(ws-abc-idx)
  end-if
  if sh-trans-date >= ws-from-date
    add sh-quantity to ws-abc-usage-qty(ws-abc-idx)
  end-if
  .
*>-----------------------------------------------
*> The ledger gives the last movement of any kind, the last issue
*> (any stock going out other than wastage, returns to the vendor,
*> location transfers and stock-take corrections), and the usage
*> the history pass cannot see: manual issues, recipe production
*> and the till.
*>-----------------------------------------------
load-movement-usage.
  open input stock-movement-file
  if stock-movement-file-status not = zero
    exit paragraph
  end-if
  perform tally-one-movement-record
    until stock-movement-file-status not = zero
  close stock-movement-file
  .
tally-one-movement-record.
  read stock-movement-file next record
    at end
      move "10" to stock-movement-file-status
      exit paragraph
  end-read
  move move-item-code to ws-abc-lookup
  perform find-abc-entry
  if abc-entry-not-found
    exit paragraph
  end-if
  if move-date > ws-abc-last-movement(ws-abc-idx)
    move move-date to ws-abc-last-movement(ws-abc-idx)
  end-if
  if move-qty-out = zero
     or move-source-module = "WASTE"
     or move-source-module = "PL010"
     or move-source-module = "TRANSFER"
     or move-document-ref = "TRANSFER"
     or move-document-ref = "STOCKTAKE"
    move zero to ws-issue-date
  else
    move move-date to ws-issue-date
  end-if
  if ws-issue-date > ws-abc-last-issue(ws-abc-idx)
    move ws-issue-date to ws-abc-last-issue(ws-abc-idx)
  end-if

  if move-date < ws-from-date
    exit paragraph
  end-if
  if move-source-module not = "STOCK"
     and move-source-module not = "RECIPE"
     and move-source-module not = "EPOS"
     and move-source-module not = "EPOSTAB"
    exit paragraph
  end-if
  if move-document-ref = "TRANSFER"
     or move-document-ref = "STOCKTAKE"
    exit paragraph
  end-if
  *> a till refund's restore nets itself off the till's usage; a
  *> STOCK or RECIPE qty-in is a receipt or a yield, not usage
  if move-source-module = "EPOS"
     or move-source-module = "EPOSTAB"
    compute ws-usage-add = move-qty-out - move-qty-in
  else
    move move-qty-out to ws-usage-add
  end-if
  add ws-usage-add to ws-abc-usage-qty(ws-abc-idx)
  .
*>-----------------------------------------------
*> Quantity still to come in on PO lines not yet closed, in the
*> vendor's purchase units - converted to stocking units when the
*> slow stock line is printed.
*>-----------------------------------------------
load-open-po-quantities.
  open input po-file
  if po-file-status not = zero
    exit paragraph
  end-if
  move low-values to po-key
  start po-file key not less than po-key
    invalid key
      move "10" to po-file-status
  end-start
  perform tally-one-po-line
    until po-file-status not = zero
  close po-file
  .
tally-one-po-line.
  read po-file next record
    at end
      move "10" to po-file-status
      exit paragraph
  end-read
  if po-line-is-closed
     or po-quantity-received >= po-quantity
    exit paragraph
  end-if
  move po-item-code to ws-abc-lookup
  perform find-abc-entry
  if abc-entry-found
    compute ws-abc-open-po-qty(ws-abc-idx) =
      ws-abc-open-po-qty(ws-abc-idx)
      + po-quantity - po-quantity-received
  end-if
  .
*>-----------------------------------------------
*> Value the year's usage at average cost and rank the items on it,
*> highest first, by insertion into the rank table.
*>-----------------------------------------------
rank-items-by-usage-value.
  move zero to ws-total-usage-value
  set ws-abc-idx to 1
  perform rank-one-item
    until ws-abc-idx > ws-abc-count
  .
rank-one-item.
  if ws-abc-usage-qty(ws-abc-idx) > zero
    compute ws-abc-usage-value(ws-abc-idx) rounded =
      ws-abc-usage-qty(ws-abc-idx) * ws-abc-average-cost(ws-abc-idx)
  end-if
  if ws-abc-usage-value(ws-abc-idx) > zero
    add ws-abc-usage-value(ws-abc-idx) to ws-total-usage-value
    set ws-rank-new to ws-abc-idx
    move 1 to ws-rank-idx
    perform step-rank-slot
      until ws-rank-idx > ws-rank-count
         or ws-abc-usage-value(ws-rank-new)
            > ws-abc-usage-value(ws-rank-entry(ws-rank-idx))
    move ws-rank-idx to ws-rank-slot
    move ws-rank-count to ws-rank-sub
    perform shift-one-rank-entry
      until ws-rank-sub < ws-rank-slot
    move ws-rank-new to ws-rank-entry(ws-rank-slot)
    add 1 to ws-rank-count
  end-if
  set ws-abc-idx up by 1
  .
step-rank-slot.
  add 1 to ws-rank-idx
  .
shift-one-rank-entry.
  move ws-rank-entry(ws-rank-sub) to ws-rank-entry(ws-rank-sub + 1)
  subtract 1 from ws-rank-sub
  .
*>-----------------------------------------------
*> Walk the ranking, classing each item on the share of the total
*> usage value reached before it, and print it.
*>-----------------------------------------------
print-abc-report.
  initialize ws-class-counts
  move zero to ws-running-value
  open output abcrpt-file
  move spaces to abcrpt-record
  string "ABC Classification - annual usage value at average cost from "
    delimited by size
    ws-from-date delimited by size
    " to " delimited by size
    ws-today delimited by size
    into abcrpt-record
  end-string
  write abcrpt-record
  move spaces to abcrpt-record
  write abcrpt-record
  move " Rank  Item        Description                            Usage Qty  Average Cost     Usage Value   Cum %  Class"
    to abcrpt-record
  write abcrpt-record
  move spaces to abcrpt-record
  write abcrpt-record

  move 1 to ws-rank-idx
  perform class-one-ranked-item
    until ws-rank-idx > ws-rank-count
  set ws-abc-idx to 1
  perform count-one-unused-item
    until ws-abc-idx > ws-abc-count

  move spaces to abcrpt-record
  write abcrpt-record
  move "A" to ws-class-letter
  move 1 to ws-class-sub
  perform write-one-class-total
  move "B" to ws-class-letter
  move 2 to ws-class-sub
  perform write-one-class-total
  move "C" to ws-class-letter
  move 3 to ws-class-sub
  perform write-one-class-total
  move ws-total-usage-value to ws-value-display
  move spaces to abcrpt-record
  string "Total usage value     " delimited by size
    ws-value-display delimited by size
    into abcrpt-record
  end-string
  write abcrpt-record
  close abcrpt-file
  move "ABCRPT" to print-route-file-name
  perform route-report-to-printer
  .
class-one-ranked-item.
  set ws-abc-idx to ws-rank-entry(ws-rank-idx)
  compute ws-running-pct rounded =
    ws-running-value * 100 / ws-total-usage-value
  evaluate true
    when ws-running-pct < ws-class-a-limit
      move "A" to ws-abc-class(ws-abc-idx)
      move 1 to ws-class-sub
    when ws-running-pct < ws-class-b-limit
      move "B" to ws-abc-class(ws-abc-idx)
      move 2 to ws-class-sub
    when other
      move "C" to ws-abc-class(ws-abc-idx)
      move 3 to ws-class-sub
  end-evaluate
  add 1 to ws-class-count(ws-class-sub)
  add ws-abc-usage-value(ws-abc-idx) to ws-class-value(ws-class-sub)
  add ws-abc-usage-value(ws-abc-idx) to ws-running-value
  compute ws-running-pct rounded =
    ws-running-value * 100 / ws-total-usage-value

  move ws-rank-idx to ws-al-rank
  move ws-abc-item(ws-abc-idx) to ws-al-item
  move ws-abc-description(ws-abc-idx) to ws-al-description
  move ws-abc-usage-qty(ws-abc-idx) to ws-al-usage-qty
  move ws-abc-average-cost(ws-abc-idx) to ws-al-average-cost
  move ws-abc-usage-value(ws-abc-idx) to ws-al-usage-value
  move ws-running-pct to ws-al-cum-pct
  move ws-abc-class(ws-abc-idx) to ws-al-class
  move ws-abc-line to abcrpt-record
  write abcrpt-record
  add 1 to ws-rank-idx
  .
count-one-unused-item.
  if ws-abc-usage-value(ws-abc-idx) = zero
    add 1 to ws-class-count(3)
  end-if
  set ws-abc-idx up by 1
  .
write-one-class-total.
  move ws-class-count(ws-class-sub) to ws-count-display
  move ws-class-value(ws-class-sub) to ws-value-display
  move spaces to abcrpt-record
  string "Class " delimited by size
    ws-class-letter delimited by size
    "  items " delimited by size
    ws-count-display delimited by size
    "  value " delimited by size
    ws-value-display delimited by size
    into abcrpt-record
  end-string
  write abcrpt-record
  .
*>-----------------------------------------------
*> The class goes back on every item analysed; one that had no
*> usage this year is class C.
*>-----------------------------------------------
store-item-classes.
  set ws-abc-idx to 1
  perform store-one-item-class
    until ws-abc-idx > ws-abc-count
  .
store-one-item-class.
  move ws-abc-item(ws-abc-idx) to item-code
  read item-file key is item-code
    invalid key
      set ws-abc-idx up by 1
      exit paragraph
  end-read
  move ws-abc-class(ws-abc-idx) to item-abc-class
  rewrite item-record
    invalid key
      continue
    not invalid key
      add 1 to ws-classes-updated
  end-rewrite
  set ws-abc-idx up by 1
  .
*>-----------------------------------------------
*> Slow-moving and dead stock: stock on hand with no issue since
*> the slow threshold is slow, with none since the dead threshold
*> (or never) is dead.
*>-----------------------------------------------
print-slow-stock-report.
  open output slowstk-file
  move spaces to slowstk-record
  string "Slow-Moving and Dead Stock at " delimited by size
    ws-today delimited by size
    " - slow: no issue in " delimited by size
    ws-slow-days delimited by size
    " days, dead: no issue in " delimited by size
    ws-dead-days delimited by size
    " days" delimited by size
    into slowstk-record
  end-string
  write slowstk-record
  move spaces to slowstk-record
  write slowstk-record
  move "Item       Description              C      On Hand    Avg Cost        Value Lst Issu Lst Move  Idle     Open PO Replaced   Stat"
    to slowstk-record
  write slowstk-record
  move spaces to slowstk-record
  write slowstk-record

  set ws-abc-idx to 1
  perform report-one-slow-item
    until ws-abc-idx > ws-abc-count

  move spaces to slowstk-record
  write slowstk-record
  move ws-slow-count to ws-count-display
  move ws-slow-value to ws-value-display
  move spaces to slowstk-record
  string "Slow items " delimited by size
    ws-count-display delimited by size
    "  value " delimited by size
    ws-value-display delimited by size
    into slowstk-record
  end-string
  write slowstk-record
  move ws-dead-count to ws-count-display
  move ws-dead-value to ws-value-display
  move spaces to slowstk-record
  string "Dead items " delimited by size
    ws-count-display delimited by size
    "  value " delimited by size
    ws-value-display delimited by size
    into slowstk-record
  end-string
  write slowstk-record
  close slowstk-file
  move "SLOWSTK" to print-route-file-name
  perform route-report-to-printer
  .
report-one-slow-item.
  if ws-abc-on-hand(ws-abc-idx) <= zero
     or ws-abc-last-issue(ws-abc-idx) >= ws-slow-date
    set ws-abc-idx up by 1
    exit paragraph
  end-if

  compute ws-stock-value rounded =
    ws-abc-on-hand(ws-abc-idx) * ws-abc-average-cost(ws-abc-idx)
  move ws-abc-purchase-conv(ws-abc-idx) to ws-uom-conv
  if ws-uom-conv = zero
    move 1 to ws-uom-conv
  end-if
  compute ws-open-po-stock-qty rounded =
    ws-abc-open-po-qty(ws-abc-idx) * ws-uom-conv

  move ws-abc-item(ws-abc-idx) to ws-sl-item
  move ws-abc-description(ws-abc-idx) to ws-sl-description
  move ws-abc-class(ws-abc-idx) to ws-sl-class
  move ws-abc-on-hand(ws-abc-idx) to ws-sl-on-hand
  move ws-abc-average-cost(ws-abc-idx) to ws-sl-average-cost
  move ws-stock-value to ws-sl-value
  if ws-abc-last-issue(ws-abc-idx) = zero
    move "NEVER" to ws-sl-last-issue
    move spaces to ws-sl-idle-days
  else
    move ws-abc-last-issue(ws-abc-idx) to ws-sl-last-issue
    compute ws-idle-days =
      function integer-of-date(ws-today)
      - function integer-of-date(ws-abc-last-issue(ws-abc-idx))
    move ws-idle-days to ws-idle-display
    move ws-idle-display to ws-sl-idle-days
  end-if
  if ws-abc-last-movement(ws-abc-idx) = zero
    move "NONE" to ws-sl-last-movement
  else
    move ws-abc-last-movement(ws-abc-idx) to ws-sl-last-movement
  end-if
  move ws-open-po-stock-qty to ws-sl-open-po
  move ws-abc-superseded-by(ws-abc-idx) to ws-sl-superseded-by
  if ws-abc-last-issue(ws-abc-idx) < ws-dead-date
    move "DEAD" to ws-sl-status
    add 1 to ws-dead-count
    add ws-stock-value to ws-dead-value
  else
    move "SLOW" to ws-sl-status
    add 1 to ws-slow-count
    add ws-stock-value to ws-slow-value
  end-if
  move ws-slow-line to slowstk-record
  write slowstk-record
  set ws-abc-idx up by 1
  .
copy "print-route-pd.cpy".
end program st050.
