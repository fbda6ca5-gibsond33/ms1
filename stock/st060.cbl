      >> source format is free
program-id. st060.
*> Shelf-edge label print.  Meant to be queued on the batch scheduler
*> each night, like st020, and also run on demand off the stock
*> menu: finds every stock item and Epos recipe whose retail price
*> changes on the run date - a PRICELIST record effective that day
*> whose amount differs from the price it replaces - and prints a
*> shelf-edge label for each to LABELS, showing the description,
*> the price, the price per kg or litre worked from the item's
*> stocking unit, the text of any promotion running on PROMO and a
*> barcode off BARCODE.  The one-line ST060PARM parameter file (see
*> lblparm.cpy) can instead ask for a list of codes, every item held
*> at one location, or a reprint of an earlier batch.  Every label
*> printed is written to LABELLOG under the run's batch number.
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
  copy "price-sel.cpy".
  copy "stkloc-sel.cpy".
  copy "numctl-sel.cpy".
  copy "reclock-sel.cpy".
  select recipe-file assign to "RECIPE"
    organization is indexed
    access mode is dynamic
    record key is recipe-key
    file status is recipe-file-status
    .
  select promo-file assign to "PROMO"
    organization is indexed
    access mode is dynamic
    record key is promo-code
    file status is promo-file-status
    .
  select barcode-file assign to "BARCODE"
    organization is indexed
    access mode is dynamic
    record key is bc-scan-code
    file status is barcode-file-status
    .
  select label-log-file assign to "LABELLOG"
    organization is line sequential
    access mode is sequential
    file status is label-log-file-status
    .
  select labels-file assign to "LABELS"
    organization is line sequential
    access mode is sequential
    file status is labels-file-status
    .
  select lblparm-file assign to "ST060PARM"
    organization is line sequential
    access mode is sequential
    file status is lblparm-file-status
    .
copy "system-sel.cpy".
data division.
file section.
copy "stock.cpy".
copy "price-fd.cpy".
copy "stkloc-fd.cpy".
copy "reclock-fd.cpy".
copy "numctl-fd.cpy".
copy "recipe.cpy".
copy "promo.cpy".
copy "barcode.cpy".
copy "labellog.cpy".
copy "lblparm.cpy".
copy "system-fd.cpy".
fd  labels-file.
01  labels-record               pic x(40).
working-storage section.
01  program-name              pic x(15) value "st060".

01  item-file-status          pic xx.
01  price-file-status         pic xx.
01  stock-location-file-status pic xx.
01  number-control-file-status pic xx.
01  recipe-file-status        pic xx.
01  promo-file-status         pic xx.
01  barcode-file-status       pic xx.
01  label-log-file-status     pic xx.
01  labels-file-status        pic xx.
01  lblparm-file-status       pic xx.
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "price-ws.cpy".
copy "recipver-ws.cpy".
copy "numctl-ws.cpy".
01  record-lock-file-status  pic xx.
01  lock-log-file-status     pic xx.
copy "reclock-ws.cpy".
copy "print-route-ws.cpy".
copy "company-ws.cpy".

01  ws-today                  pic 9(08).
01  ws-label-date             pic 9(08).
01  ws-run-mode               pic x.
  88  run-price-changes       value "P".
  88  run-item-list           value "I".
  88  run-location            value "L".
  88  run-reprint             value "R".
01  ws-run-location           pic x(06).
01  ws-batch-number           pic 9(08).
01  ws-label-number           pic 9(05).
01  ws-recipe-open            pic x.
01  ws-promo-open             pic x.
01  ws-barcode-open           pic x.
01  ws-location-open          pic x.

*> the price each code stood at before the run date, carried along
*> the price list walk to tell a real change from a re-keyed price
01  ws-prev-price-code        pic x(10).
01  ws-prev-price-amount      pic 9(07)v9999.
01  ws-prev-price-switch      pic x.
  88  prev-price-was-found    value "Y".
  88  prev-price-not-found    value "N".

01  ws-list-idx               pic 9(03).

*> promotions running on the label date, and the first barcode
*> mapped to each code
01  ws-promo-table.
  05  ws-promo-entry          occurs 500 times indexed by ws-promo-idx.
    10  ws-promo-target       pic x(10).
    10  ws-promo-text         pic x(24).
01  ws-promo-count            pic 9(05).
01  ws-promo-max              pic 9(05) value 500.
01  ws-barcode-table.
  05  ws-barcode-entry        occurs 5000 times indexed by ws-barcode-idx.
    10  ws-barcode-target     pic x(10).
    10  ws-barcode-scan       pic x(14).
01  ws-barcode-count          pic 9(05).
01  ws-barcode-max            pic 9(05) value 5000.
01  ws-table-search-switch    pic x.
  88  table-entry-found       value "Y".
  88  table-entry-not-found   value "N".

*> the label being built, or read back off the log for a reprint
01  ws-lbl-code               pic x(10).
01  ws-lbl-code-type          pic x.
01  ws-lbl-description        pic x(32).
01  ws-lbl-price              pic 9(07)v99.
01  ws-lbl-unit-price         pic 9(07)v99.
01  ws-lbl-unit-text          pic x(09).
01  ws-lbl-promo-text         pic x(24).
01  ws-lbl-barcode            pic x(14).
01  ws-lbl-stocking-unit      pic x(04).
01  ws-lbl-unit-factor        pic 9(05).

01  ws-labels-printed         pic 9(05).
01  ws-codes-unknown          pic 9(05).
01  ws-codes-unpriced         pic 9(05).

01  ws-label-border           pic x(40)
    value "+--------------------------------------+".
01  ws-label-text-line.
  05  filler                  pic x(02) value "| ".
  05  ws-ll-text              pic x(36).
  05  filler                  pic x(02) value " |".
01  ws-price-display          pic zzzzzz9.99.
01  ws-unit-price-display     pic zzzzzz9.99.

linkage section.
01  ws-passed-company-record-number pic 999.

procedure division using ws-passed-company-record-number.
program-begin.
  move ws-passed-company-record-number to current-company-record-number
  perform opening-procedure
  if item-file-status = zero
    perform run-label-print
  end-if
  perform closing-procedure
  .
program-end.
  goback
  .
opening-procedure.
  accept ws-today from date yyyymmdd end-accept
  perform read-run-parameter
  open input item-file
  open input price-file
  open i-o number-control-file
  if number-control-file-status = "35"
    open output number-control-file
    close number-control-file
    open i-o number-control-file
  end-if
  move "N" to ws-recipe-open
  open input recipe-file
  if recipe-file-status = zero
    move "Y" to ws-recipe-open
  end-if
  move "N" to ws-promo-open
  open input promo-file
  if promo-file-status = zero
    move "Y" to ws-promo-open
  end-if
  move "N" to ws-barcode-open
  open input barcode-file
  if barcode-file-status = zero
    move "Y" to ws-barcode-open
  end-if
  move "N" to ws-location-open
  open input stock-location-file
  if stock-location-file-status = zero
    move "Y" to ws-location-open
  end-if
  perform get-print-spool-name
  .
closing-procedure.
  if item-file-status not = "35"
    close item-file
  end-if
  close price-file
  close number-control-file
  if ws-recipe-open = "Y"
    close recipe-file
  end-if
  if ws-promo-open = "Y"
    close promo-file
  end-if
  if ws-barcode-open = "Y"
    close barcode-file
  end-if
  if ws-location-open = "Y"
    close stock-location-file
  end-if
  display "Shelf label print complete: batch " ws-batch-number ", "
    ws-labels-printed " labels" end-display
  if ws-codes-unknown not = zero
    display ws-codes-unknown " codes not on the item or recipe files"
      end-display
  end-if
  if ws-codes-unpriced not = zero
    display ws-codes-unpriced " codes with no selling price - not labelled"
      end-display
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
read-run-parameter.
  move "P" to ws-run-mode
  move ws-today to ws-label-date
  move spaces to ws-run-location
  move zero to ws-batch-number
  move spaces to lblparm-record
  open input lblparm-file
  if lblparm-file-status = zero
    read lblparm-file
      at end
        move spaces to lblparm-record
    end-read
    close lblparm-file
  end-if
  if lblparm-price-changes or lblparm-item-list
     or lblparm-location or lblparm-reprint
    move lblparm-mode to ws-run-mode
  end-if
  if lblparm-date is numeric and lblparm-date not = zero
    move lblparm-date to ws-label-date
  end-if
  move lblparm-location-code to ws-run-location
  if lblparm-batch-number is numeric
    move lblparm-batch-number to ws-batch-number
  end-if
  .

run-label-print.
  move zero to ws-labels-printed
  move zero to ws-codes-unknown
  move zero to ws-codes-unpriced
  move zero to ws-label-number
  if run-reprint
    perform reprint-label-batch
    exit paragraph
  end-if
  perform issue-label-batch-number
  perform load-promotion-table
  perform load-barcode-table
  open output labels-file
  open extend label-log-file
  if label-log-file-status not = zero
    open output label-log-file
  end-if
  evaluate true
    when run-item-list
      move 1 to ws-list-idx
      perform label-one-listed-code
        until ws-list-idx > 10
    when run-location
      perform label-location-items
    when other
      perform label-price-changes
  end-evaluate
  close label-log-file
  close labels-file
  move "LABELS" to print-route-file-name
  perform route-report-to-printer
  .
*>-----------------------------------------------
*> Each run's labels go on the log under a number of their own,
*> issued off the number control file like any other document.
*>-----------------------------------------------
issue-label-batch-number.
  move "LABELRUN" to ws-numctl-doc-type
  perform get-next-document-number
  if ws-numctl-was-seeded
    move ws-numctl-next to ws-batch-number
    exit paragraph
  end-if
  move zero to ws-batch-number
  open input label-log-file
  if label-log-file-status = zero
    perform find-highest-label-batch
      until label-log-file-status not = zero
    close label-log-file
  end-if
  add 1 to ws-batch-number
  move ws-batch-number to ws-numctl-next
  perform seed-document-number
  .
find-highest-label-batch.
  read label-log-file
    at end
      move "10" to label-log-file-status
      exit paragraph
  end-read
  if lbllog-batch-number is numeric
     and lbllog-batch-number > ws-batch-number
    move lbllog-batch-number to ws-batch-number
  end-if
  .

load-promotion-table.
  move zero to ws-promo-count
  if ws-promo-open not = "Y"
    exit paragraph
  end-if
  move low-values to promo-code
  start promo-file key not less than promo-code
    invalid key
      exit paragraph
  end-start
  perform load-one-promotion
    until promo-file-status not = zero
  .
load-one-promotion.
  read promo-file next record
    at end
      move "10" to promo-file-status
      exit paragraph
  end-read
  if ws-label-date < promo-start-date
     or ws-label-date > promo-end-date
    exit paragraph
  end-if
  if ws-promo-count >= ws-promo-max
    exit paragraph
  end-if
  add 1 to ws-promo-count
  set ws-promo-idx to ws-promo-count
  move promo-target-code to ws-promo-target(ws-promo-idx)
  move promo-description to ws-promo-text(ws-promo-idx)
  .
load-barcode-table.
  move zero to ws-barcode-count
  if ws-barcode-open not = "Y"
    exit paragraph
  end-if
  move low-values to bc-scan-code
  start barcode-file key not less than bc-scan-code
    invalid key
      exit paragraph
  end-start
  perform load-one-barcode
    until barcode-file-status not = zero
  .
load-one-barcode.
  read barcode-file next record
    at end
      move "10" to barcode-file-status
      exit paragraph
  end-read
  if ws-barcode-count >= ws-barcode-max
    exit paragraph
  end-if
  add 1 to ws-barcode-count
  set ws-barcode-idx to ws-barcode-count
  move bc-target-code to ws-barcode-target(ws-barcode-idx)
  move bc-scan-code to ws-barcode-scan(ws-barcode-idx)
  .

*>-----------------------------------------------
*> Price changes: one walk of the price list in code and date
*> order.  A record effective on the label date is a change when
*> the code had no earlier price or its amount differs from the
*> latest earlier one.
*>-----------------------------------------------
label-price-changes.
  move spaces to ws-prev-price-code
  move low-values to price-key
  start price-file key not less than price-key
    invalid key
      exit paragraph
  end-start
  perform check-one-price-change
    until price-file-status not = zero
  .
check-one-price-change.
  read price-file next record
    at end
      move "10" to price-file-status
      exit paragraph
  end-read
  if price-item-code not = ws-prev-price-code
    move price-item-code to ws-prev-price-code
    move zero to ws-prev-price-amount
    set prev-price-not-found to true
  end-if
  if price-effective-date < ws-label-date
    move price-amount to ws-prev-price-amount
    set prev-price-was-found to true
    exit paragraph
  end-if
  if price-effective-date not = ws-label-date
    exit paragraph
  end-if
  if prev-price-was-found
     and price-amount = ws-prev-price-amount
    exit paragraph
  end-if
  move price-item-code to ws-lbl-code
  compute ws-lbl-price rounded = price-amount
  perform label-one-code
  .

*>-----------------------------------------------
*> On demand: up to ten listed codes, or every item with stock at
*> one location, each at the price in force on the label date.
*>-----------------------------------------------
label-one-listed-code.
  if lblparm-item-code(ws-list-idx) not = spaces
    move lblparm-item-code(ws-list-idx) to ws-lbl-code
    perform price-and-label-code
  end-if
  add 1 to ws-list-idx
  .
label-location-items.
  if ws-location-open not = "Y"
     or ws-run-location = spaces
    exit paragraph
  end-if
  move low-values to stkloc-key
  start stock-location-file key not less than stkloc-key
    invalid key
      exit paragraph
  end-start
  perform check-one-location-item
    until stock-location-file-status not = zero
  .
check-one-location-item.
  read stock-location-file next record
    at end
      move "10" to stock-location-file-status
      exit paragraph
  end-read
  if stkloc-location-code = ws-run-location
     and stkloc-on-hand-qty > zero
    move stkloc-item-code to ws-lbl-code
    perform price-and-label-code
  end-if
  .
price-and-label-code.
  move ws-lbl-code to ws-price-lookup-code
  move ws-label-date to ws-price-lookup-date
  perform find-current-selling-price
  if ws-price-not-found
    add 1 to ws-codes-unpriced
    exit paragraph
  end-if
  compute ws-lbl-price rounded = ws-price-amount
  perform label-one-code
  .

*>-----------------------------------------------
*> Build, print and log one label for the staged code and price.
*> The code is a stock item or, failing that, an Epos recipe.
*>-----------------------------------------------
label-one-code.
  move ws-lbl-code to item-code
  read item-file key is item-code
    invalid key
      perform describe-recipe-code
    not invalid key
      move "I" to ws-lbl-code-type
      move item-description to ws-lbl-description
      move item-stocking-unit to ws-lbl-stocking-unit
  end-read
  if ws-lbl-code-type = space
    add 1 to ws-codes-unknown
    exit paragraph
  end-if
  perform work-out-unit-price
  perform find-label-promotion
  perform find-label-barcode
  perform print-current-label
  add 1 to ws-label-number
  move ws-batch-number to lbllog-batch-number
  move ws-label-number to lbllog-label-number
  move ws-today to lbllog-run-date
  move ws-run-mode to lbllog-run-mode
  move ws-lbl-code to lbllog-code
  move ws-lbl-code-type to lbllog-code-type
  move ws-lbl-description to lbllog-description
  move ws-lbl-price to lbllog-price
  move ws-lbl-unit-price to lbllog-unit-price
  move ws-lbl-unit-text to lbllog-unit-text
  move ws-lbl-promo-text to lbllog-promo-text
  move ws-lbl-barcode to lbllog-barcode
  move ws-label-date to lbllog-effective-date
  write label-log-record
  .
describe-recipe-code.
  move space to ws-lbl-code-type
  move spaces to ws-lbl-stocking-unit
  if ws-recipe-open not = "Y"
    exit paragraph
  end-if
  move ws-lbl-code to ws-rcpv-code
  move ws-label-date to ws-rcpv-date
  perform find-recipe-version
  if ws-rcpv-not-found
    exit paragraph
  end-if
  move ws-lbl-code to recipe-code
  move ws-rcpv-effective to recipe-effective-date
  move zero to recipe-line-number
  read recipe-file key is recipe-key
    invalid key
      exit paragraph
  end-read
  move "R" to ws-lbl-code-type
  move recipe-name to ws-lbl-description
  .
*> the shelf price per kg or litre for items kept by weight or
*> volume; anything kept by the each shows no unit price
work-out-unit-price.
  move zero to ws-lbl-unit-price
  move spaces to ws-lbl-unit-text
  move zero to ws-lbl-unit-factor
  evaluate ws-lbl-stocking-unit
    when "G"
    when "GM"
    when "GRM"
      move 1000 to ws-lbl-unit-factor
      move "per kg" to ws-lbl-unit-text
    when "KG"
      move 1 to ws-lbl-unit-factor
      move "per kg" to ws-lbl-unit-text
    when "ML"
      move 1000 to ws-lbl-unit-factor
      move "per litre" to ws-lbl-unit-text
    when "CL"
      move 100 to ws-lbl-unit-factor
      move "per litre" to ws-lbl-unit-text
    when "L"
    when "LT"
    when "LTR"
      move 1 to ws-lbl-unit-factor
      move "per litre" to ws-lbl-unit-text
    when other
      exit paragraph
  end-evaluate
  compute ws-lbl-unit-price rounded = ws-lbl-price * ws-lbl-unit-factor
    on size error
      move zero to ws-lbl-unit-price
      move spaces to ws-lbl-unit-text
  end-compute
  .
find-label-promotion.
  move spaces to ws-lbl-promo-text
  set table-entry-not-found to true
  set ws-promo-idx to 1
  perform search-one-promotion
    until table-entry-found or ws-promo-idx > ws-promo-count
  .
search-one-promotion.
  if ws-promo-target(ws-promo-idx) = ws-lbl-code
    move ws-promo-text(ws-promo-idx) to ws-lbl-promo-text
    set table-entry-found to true
  end-if
  set ws-promo-idx up by 1
  .
find-label-barcode.
  move spaces to ws-lbl-barcode
  set table-entry-not-found to true
  set ws-barcode-idx to 1
  perform search-one-barcode
    until table-entry-found or ws-barcode-idx > ws-barcode-count
  .
search-one-barcode.
  if ws-barcode-target(ws-barcode-idx) = ws-lbl-code
    move ws-barcode-scan(ws-barcode-idx) to ws-lbl-barcode
    set table-entry-found to true
  end-if
  set ws-barcode-idx up by 1
  .

*>-----------------------------------------------
*> One label is a boxed block of five lines with a blank line
*> under it.
*>-----------------------------------------------
print-current-label.
  move ws-label-border to labels-record
  write labels-record
  move ws-lbl-description to ws-ll-text
  move ws-label-text-line to labels-record
  write labels-record
  move ws-lbl-price to ws-price-display
  move spaces to ws-ll-text
  string "PRICE " delimited by size
    ws-price-display delimited by size
    into ws-ll-text
  end-string
  move ws-label-text-line to labels-record
  write labels-record
  move spaces to ws-ll-text
  if ws-lbl-unit-text not = spaces
    move ws-lbl-unit-price to ws-unit-price-display
    string ws-unit-price-display delimited by size
      " " delimited by size
      ws-lbl-unit-text delimited by size
      into ws-ll-text
    end-string
  end-if
  move ws-label-text-line to labels-record
  write labels-record
  move spaces to ws-ll-text
  if ws-lbl-promo-text not = spaces
    string "OFFER: " delimited by size
      ws-lbl-promo-text delimited by size
      into ws-ll-text
    end-string
  end-if
  move ws-label-text-line to labels-record
  write labels-record
  move spaces to ws-ll-text
  string ws-lbl-barcode delimited by size
    "  " delimited by size
    ws-lbl-code delimited by size
    into ws-ll-text
  end-string
  move ws-label-text-line to labels-record
  write labels-record
  move ws-label-border to labels-record
  write labels-record
  move spaces to labels-record
  write labels-record
  add 1 to ws-labels-printed
  .

*>-----------------------------------------------
*> Reprint: the labels of one earlier batch, exactly as they were
*> logged.  Nothing new is logged.
*>-----------------------------------------------
reprint-label-batch.
  if ws-batch-number = zero
    exit paragraph
  end-if
  open input label-log-file
  if label-log-file-status not = zero
    exit paragraph
  end-if
  open output labels-file
  perform reprint-one-logged-label
    until label-log-file-status not = zero
  close labels-file
  close label-log-file
  move "LABELS" to print-route-file-name
  perform route-report-to-printer
  .
reprint-one-logged-label.
  read label-log-file
    at end
      move "10" to label-log-file-status
      exit paragraph
  end-read
  if lbllog-batch-number not = ws-batch-number
    exit paragraph
  end-if
  move lbllog-code to ws-lbl-code
  move lbllog-description to ws-lbl-description
  move lbllog-price to ws-lbl-price
  move lbllog-unit-price to ws-lbl-unit-price
  move lbllog-unit-text to ws-lbl-unit-text
  move lbllog-promo-text to ws-lbl-promo-text
  move lbllog-barcode to ws-lbl-barcode
  perform print-current-label
  .

copy "price-find-pd.cpy".
copy "recipver-pd.cpy".
copy "reclock-pd.cpy".
copy "numctl-pd.cpy".
copy "print-route-pd.cpy".
end program st060.
