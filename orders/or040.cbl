      >> source format is free
program-id. or040.
*> Delivery runs.  Orders go out on our own vans once the warehouse
*> has confirmed the shipment, so a run is built from the shipment
*> lines on PICKSHIP: the day's shipments in one post code area,
*> grouped into drops (one delivery address each) and numbered in
*> post code order, which is the order the driver calls.  Shipments
*> a driver could not deliver on an earlier run come round again.
*> The driver's manifest lists each drop's address, the ship-to
*> delivery instructions, the goods and any cash to collect from a
*> cash customer.  When the van is back the proof of delivery is
*> keyed drop by drop - delivered, refused, partly refused or not
*> delivered - with who signed and when; refused goods go back into
*> stock and the billing run charges only what was delivered.  A
*> report lists the drops still waiting on their proof of delivery
*> and the shipments waiting for a new run.  Reached from the Order
*> Entry menu.
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
  .
environment division.configuration section.
source-computer. Linux.
object-computer. Linux.
input-output section.
file-control.
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
  select item-file assign to "ITEM"
    organization is indexed
    access mode is dynamic
    record key is item-code
    file status is item-file-status
    .
  copy "custmast-sel.cpy".
  copy "shipto-sel.cpy".
  copy "taxcode-sel.cpy".
  copy "delrun-sel.cpy".
  copy "delline-sel.cpy".
  copy "numctl-sel.cpy".
  copy "reclock-sel.cpy".
  copy "stkmove-sel.cpy".
  copy "stklayer-sel.cpy".
  copy "stkloc-sel.cpy".
  select delmanif-file assign to "DELMANIF"
    organization is line sequential
    access mode is sequential
    file status is delmanif-file-status
    .
  select delawait-file assign to "DELAWAIT"
    organization is line sequential
    access mode is sequential
    file status is delawait-file-status
    .
copy "system-sel.cpy".
data division.
file section.
copy "orders.cpy".
copy "stock.cpy".
copy "custmast-fd.cpy".
copy "shipto-fd.cpy".
copy "taxcode-fd.cpy".
copy "delrun-fd.cpy".
copy "delline-fd.cpy".
copy "reclock-fd.cpy".
copy "numctl-fd.cpy".
copy "stkmove-fd.cpy".
copy "stklayer-fd.cpy".
copy "stkloc-fd.cpy".
copy "system-fd.cpy".
fd  delmanif-file.
01  delmanif-record             pic x(100).
fd  delawait-file.
01  delawait-record             pic x(120).
working-storage section.
01  program-name              pic x(15) value "or040 (1.00.00)".

01  order-file-status         pic xx.
01  pickship-file-status      pic xx.
01  item-file-status          pic xx.
01  customer-file-status      pic xx.
01  shipto-file-status        pic xx.
01  tax-code-file-status      pic xx.
01  delivery-run-file-status  pic xx.
01  delivery-line-file-status pic xx.
01  number-control-file-status pic xx.
01  stock-movement-file-status pic xx.
01  stock-layer-file-status   pic xx.
copy "stklayer-ws.cpy".
01  stock-location-file-status pic xx.
01  delmanif-file-status      pic xx.
01  delawait-file-status      pic xx.
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "numctl-ws.cpy".
01  record-lock-file-status  pic xx.
01  lock-log-file-status     pic xx.
copy "reclock-ws.cpy".
copy "stkloc-ws.cpy".
copy "delline-ws.cpy".
copy "print-route-ws.cpy".
copy "company-ws.cpy".

01  delivery-choice           pic x.
  88  delivery-choice-is-valid values "B" "M" "P" "A" "X".

01  ws-today                  pic 9(08).
01  ws-run-number-wanted      pic 9(08).
01  ws-drop-wanted            pic 9(03).
01  ws-next-run-number        pic 9(08).

*> run being built
01  ws-run-name               pic x(20).
01  ws-run-date               pic 9(08).
01  ws-run-ship-date          pic 9(08).
01  ws-run-vehicle            pic x(10).
01  ws-run-driver             pic x(20).
01  ws-run-area               pic x(04).
01  ws-run-area-len           pic 9(02).
01  ws-run-drop-number        pic 9(03).
01  ws-run-line-number        pic 9(03).
01  ws-run-prev-address       pic x(20).
01  ws-run-cod-rate           pic 9(02)v99.

*> the shipment lines going on the run, held in drop order: post
*> code, then customer and ship-to so one address is one drop
01  ws-cand-count             pic 9(03).
01  ws-cand-slot              pic 9(03).
01  ws-cand-sub               pic 9(03).
01  ws-cand-overflow          pic x.
  88  cand-table-overflowed   value "Y".
01  ws-cand-new.
  05  ws-cn-sort-key.
    10  ws-cn-post-code       pic x(12).
    10  ws-cn-customer        pic x(06).
    10  ws-cn-ship-to         pic 9(02).
    10  ws-cn-order           pic 9(08).
    10  ws-cn-order-line      pic 9(03).
  05  ws-cn-ship-date         pic 9(08).
  05  ws-cn-item              pic x(10).
  05  ws-cn-qty               pic 9(07)v999.
01  ws-cand-table.
  05  ws-cand-entry occurs 300 times indexed by ws-cand-idx.
    10  ws-cand-sort-key.
      15  ws-cand-post-code   pic x(12).
      15  ws-cand-customer    pic x(06).
      15  ws-cand-ship-to     pic 9(02).
      15  ws-cand-order       pic 9(08).
      15  ws-cand-order-line  pic 9(03).
    10  ws-cand-ship-date     pic 9(08).
    10  ws-cand-item          pic x(10).
    10  ws-cand-qty           pic 9(07)v999.

*> manifest
01  ws-man-drop               pic 9(03).
01  ws-man-drop-count         pic 9(03).
01  ws-man-cod-total          pic 9(09)v99.
01  ws-man-status-text        pic x(14).

*> proof of delivery
01  ws-pod-outcome            pic x.
  88  pod-outcome-is-valid    values "D" "R" "P" "U".
01  ws-pod-receiver           pic x(30).
01  ws-pod-time               pic 9(04).
01  ws-pod-refused            pic 9(07)v999.
01  ws-pod-shown-lines        pic 9(02).
01  ws-pod-returned-count     pic 9(03).
01  ws-pod-pending-count      pic 9(03).
01  ws-pod-billed-invoice     pic 9(08).
01  ws-pod-found-switch       pic x.
  88  pod-drop-was-found      value "Y".
01  ws-pod-ship-switch        pic x.
  88  pod-shipment-found      value "Y".

*> awaiting confirmation report
01  ws-await-run-number       pic 9(08).
01  ws-await-run-date         pic 9(08).
01  ws-await-driver           pic x(20).
01  ws-await-days             pic 9(05).
01  ws-await-count            pic 9(05).
01  ws-await-undelivered      pic 9(05).
01  ws-await-save-key         pic x(14).

01  ws-qty-display            pic 9(07).999.
01  ws-amount-display         pic 9(09).99.
01  ws-count-display          pic z(04)9.

linkage section.
01  ws-passed-company-record-number pic 999.

procedure division using ws-passed-company-record-number.
program-begin.
  move ws-passed-company-record-number to current-company-record-number
  perform opening-procedure
  perform main-process
  perform closing-procedure
  .
program-end.
  goback
  .
opening-procedure.
  set environment "COB_SCREEN_EXCEPTIONS" to "Y"
  set environment "COB_SCREEN_ESC" to "Y"
  open input order-file
  if order-file-status = "35"
    open output order-file
    close order-file
    open input order-file
  end-if
  open i-o item-file
  if item-file-status = "35"
    open output item-file
    close item-file
    open i-o item-file
  end-if
  open input customer-file
  if customer-file-status = "35"
    open output customer-file
    close customer-file
    open input customer-file
  end-if
  open input shipto-file
  if shipto-file-status = "35"
    open output shipto-file
    close shipto-file
    open input shipto-file
  end-if
  open input tax-code-file
  if tax-code-file-status = "35"
    open output tax-code-file
    close tax-code-file
    open input tax-code-file
  end-if
  open i-o delivery-run-file
  if delivery-run-file-status = "35"
    open output delivery-run-file
    close delivery-run-file
    open i-o delivery-run-file
  end-if
  open i-o delivery-line-file
  if delivery-line-file-status = "35"
    open output delivery-line-file
    close delivery-line-file
    open i-o delivery-line-file
  end-if
  open i-o number-control-file
  if number-control-file-status = "35"
    open output number-control-file
    close number-control-file
    open i-o number-control-file
  end-if
  open extend stock-movement-file
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
    close stock-location-file
    open i-o stock-location-file
  end-if
  perform get-print-spool-name
  .
closing-procedure.
  close order-file
  close item-file
  close customer-file
  close shipto-file
  close tax-code-file
  close delivery-run-file
  close delivery-line-file
  close number-control-file
  close stock-movement-file
  close stock-layer-file
  close stock-location-file
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
main-process.
  perform display-delivery-menu
  perform accept-delivery-choice
  perform do-delivery-pick
    until delivery-choice = "X"
  .
display-delivery-menu.
  display " " at line 01 col 01 erase eos end-display
  display program-name at line 01 col 01 foreground-color 2 end-display
  display "Delivery Runs" at line 01 col 30 foreground-color 2 end-display
  display "(B) Build Delivery Run"         at line 05 col 04 foreground-color 2 end-display
  display "(M) Print Driver Manifest"      at line 06 col 04 foreground-color 2 end-display
  display "(P) Proof of Delivery"          at line 07 col 04 foreground-color 2 end-display
  display "(A) Awaiting Confirmation Report" at line 08 col 04 foreground-color 2 end-display
  display "(X) Exit"                       at line 09 col 04 foreground-color 2 end-display
  .
accept-delivery-choice.
  display "Select option :- [ ]" at line 11 col 04 foreground-color 2 end-display
  accept delivery-choice at line 11 col 20 with foreground-color 6 end-accept
  move function upper-case(delivery-choice) to delivery-choice
  if not delivery-choice-is-valid
    display "Invalid choice, try again" at line 23 col 02 foreground-color 4 end-display
    perform accept-delivery-choice
  end-if
  .
do-delivery-pick.
  evaluate delivery-choice
    when "B"
      perform build-delivery-run
    when "M"
      perform print-driver-manifest
    when "P"
      perform enter-proof-of-delivery
    when "A"
      perform print-awaiting-confirmation
    when "X"
      continue
  end-evaluate
  if delivery-choice not = "X"
    perform display-delivery-menu
    perform accept-delivery-choice
  end-if
  .

*>-----------------------------------------------
*> Building a run.  The shipments confirmed on the chosen ship date
*> that are not yet on a run, and any shipment an earlier run left
*> undelivered, are taken when their delivery post code falls in
*> the run's area (a blank area takes them all).  The delivery
*> address is the order's ship-to, or the customer's own address
*> when the order has none.
*>-----------------------------------------------
build-delivery-run.
  display "Build Delivery Run" at line 04 col 04 foreground-color 2 end-display
  accept ws-today from date yyyymmdd end-accept
  display "Run Name:[                    ]" at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-run-name
  accept ws-run-name at line 06 col 14 with foreground-color 6 end-accept
  if ws-run-name = spaces
    display "A run name is required" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  display "Run Date (YYYYMMDD, blank = today):[        ]" at line 07 col 04 foreground-color 2 end-display
  move zero to ws-run-date
  accept ws-run-date at line 07 col 40 with foreground-color 6 end-accept
  if ws-run-date = zero
    move ws-today to ws-run-date
  end-if
  display "Shipped On (blank = run date):[        ]" at line 08 col 04 foreground-color 2 end-display
  move zero to ws-run-ship-date
  accept ws-run-ship-date at line 08 col 35 with foreground-color 6 end-accept
  if ws-run-ship-date = zero
    move ws-run-date to ws-run-ship-date
  end-if
  display "Vehicle:[          ]" at line 09 col 04 foreground-color 2 end-display
  move spaces to ws-run-vehicle
  accept ws-run-vehicle at line 09 col 13 with foreground-color 6 end-accept
  display "Driver:[                    ]" at line 10 col 04 foreground-color 2 end-display
  move spaces to ws-run-driver
  accept ws-run-driver at line 10 col 12 with foreground-color 6 end-accept
  display "Post Code Area (blank = all):[    ]" at line 11 col 04 foreground-color 2 end-display
  move spaces to ws-run-area
  accept ws-run-area at line 11 col 34 with foreground-color 6 end-accept
  move function upper-case(ws-run-area) to ws-run-area
  move zero to ws-run-area-len
  if ws-run-area not = spaces
    move function length(function trim(ws-run-area)) to ws-run-area-len
  end-if

  move zero to ws-cand-count
  move "N" to ws-cand-overflow
  open input pickship-file
  if pickship-file-status not = zero
    display "No shipments on file" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  perform collect-one-shipment
    until pickship-file-status not = zero
  close pickship-file

  if ws-cand-count = zero
    display "No shipments waiting for delivery in that area" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  perform get-next-run-number
  move zero to ws-run-drop-number
  move zero to ws-run-line-number
  move spaces to ws-run-prev-address
  set ws-cand-idx to 1
  perform write-one-run-line
    until ws-cand-idx > ws-cand-count

  initialize delivery-run-record
  move ws-next-run-number to drun-number
  move ws-run-name to drun-name
  move ws-run-date to drun-date
  move ws-run-vehicle to drun-vehicle
  move ws-run-driver to drun-driver
  move ws-run-area to drun-area
  move ws-run-drop-number to drun-drop-count
  move ws-cand-count to drun-line-count
  set drun-is-planned to true
  write delivery-run-record
    invalid key
      display "Delivery run write failed" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-write

  display "Run " ws-next-run-number " built: " ws-run-drop-number " drops, "
    ws-cand-count " shipment lines" at line 13 col 04 foreground-color 2 end-display
  if cand-table-overflowed
    display "More than 300 shipment lines - the rest wait for the next run"
      at line 14 col 04 foreground-color 4 end-display
  end-if
  accept omitted end-accept
  .
collect-one-shipment.
  read pickship-file next record
    at end
      move "10" to pickship-file-status
      exit paragraph
  end-read
  if pickship-qty-shipped = zero
    exit paragraph
  end-if

  move pickship-order-number to ws-dlv-order-number
  move pickship-line-number to ws-dlv-order-line
  move pickship-ship-date to ws-dlv-ship-date
  perform find-delivery-outcome
  evaluate true
    when dlv-awaiting-new-run
      continue
    when dlv-not-on-a-run and pickship-ship-date = ws-run-ship-date
      continue
    when other
      exit paragraph
  end-evaluate

  move pickship-order-number to order-number
  move pickship-line-number to order-line-number
  read order-file key is order-key
    invalid key
      exit paragraph
  end-read
  initialize ws-cand-new
  move order-customer-code to ws-cn-customer
  move order-ship-to-seq to ws-cn-ship-to
  move spaces to ws-cn-post-code
  if order-ship-to-seq not = zero
    move order-customer-code to shipto-customer-code
    move order-ship-to-seq to shipto-sequence
    read shipto-file key is shipto-key
      invalid key
        continue
      not invalid key
        move shipto-post-code to ws-cn-post-code
    end-read
  end-if
  if ws-cn-post-code = spaces
    move order-customer-code to customer-code
    read customer-file key is customer-code
      invalid key
        continue
      not invalid key
        move customer-post-code to ws-cn-post-code
    end-read
  end-if
  move function upper-case(ws-cn-post-code) to ws-cn-post-code
  if ws-run-area-len > zero
    if ws-cn-post-code(1:ws-run-area-len) not = ws-run-area(1:ws-run-area-len)
      exit paragraph
    end-if
  end-if

  if ws-cand-count = 300
    move "Y" to ws-cand-overflow
    exit paragraph
  end-if
  move pickship-order-number to ws-cn-order
  move pickship-line-number to ws-cn-order-line
  move pickship-ship-date to ws-cn-ship-date
  move pickship-item-code to ws-cn-item
  move pickship-qty-shipped to ws-cn-qty
  perform insert-run-candidate
  .
*> into the table in drop order, shifting the later entries up
insert-run-candidate.
  set ws-cand-idx to 1
  perform step-candidate-slot
    until ws-cand-idx > ws-cand-count
       or ws-cn-sort-key < ws-cand-sort-key(ws-cand-idx)
  set ws-cand-slot to ws-cand-idx
  move ws-cand-count to ws-cand-sub
  perform shift-one-candidate
    until ws-cand-sub < ws-cand-slot
  move ws-cand-new to ws-cand-entry(ws-cand-slot)
  add 1 to ws-cand-count
  .
step-candidate-slot.
  set ws-cand-idx up by 1
  .
shift-one-candidate.
  move ws-cand-entry(ws-cand-sub) to ws-cand-entry(ws-cand-sub + 1)
  subtract 1 from ws-cand-sub
  .
*> a new delivery address starts a new drop
write-one-run-line.
  if ws-cand-sort-key(ws-cand-idx)(1:20) not = ws-run-prev-address
    add 1 to ws-run-drop-number
    move zero to ws-run-line-number
    move ws-cand-sort-key(ws-cand-idx)(1:20) to ws-run-prev-address
  end-if
  add 1 to ws-run-line-number

  initialize delivery-line-record
  move ws-next-run-number to dline-run-number
  move ws-run-drop-number to dline-drop-number
  move ws-run-line-number to dline-line-number
  move ws-cand-order(ws-cand-idx) to dline-order-number
  move ws-cand-order-line(ws-cand-idx) to dline-order-line
  move ws-cand-ship-date(ws-cand-idx) to dline-ship-date
  move ws-cand-customer(ws-cand-idx) to dline-customer-code
  move ws-cand-ship-to(ws-cand-idx) to dline-ship-to-seq
  move ws-cand-post-code(ws-cand-idx) to dline-post-code
  move ws-cand-item(ws-cand-idx) to dline-item-code
  move ws-cand-qty(ws-cand-idx) to dline-qty
  move zero to dline-delivered-qty
  move zero to dline-refused-qty
  move zero to dline-cod-amount
  set dline-is-pending to true
  perform price-cash-on-delivery
  write delivery-line-record
    invalid key
      display "Delivery line write failed" at line 23 col 02 foreground-color 4 end-display
  end-write
  set ws-cand-idx up by 1
  .
*>-----------------------------------------------
*> A cash customer - one with no credit terms - pays the driver:
*> the goods at the order price plus tax at the item's tax code.
*>-----------------------------------------------
price-cash-on-delivery.
  move dline-customer-code to customer-code
  read customer-file key is customer-code
    invalid key
      exit paragraph
  end-read
  if customer-payment-terms not = zero
    exit paragraph
  end-if
  move dline-order-number to order-number
  move dline-order-line to order-line-number
  read order-file key is order-key
    invalid key
      exit paragraph
  end-read
  move zero to ws-run-cod-rate
  move dline-item-code to item-code
  read item-file key is item-code
    invalid key
      continue
    not invalid key
      if item-tax-code not = spaces
        move item-tax-code to tax-code
        read tax-code-file key is tax-code
          invalid key
            continue
          not invalid key
            move tax-rate-percent to ws-run-cod-rate
        end-read
      end-if
  end-read
  compute dline-cod-amount rounded =
    dline-qty * order-unit-price * (100 + ws-run-cod-rate) / 100
  .
get-next-run-number.
  move "DELRUN" to ws-numctl-doc-type
  perform get-next-document-number
  if ws-numctl-was-seeded
    move ws-numctl-next to ws-next-run-number
    exit paragraph
  end-if
  move zero to ws-next-run-number
  move high-values to drun-number
  start delivery-run-file key less than drun-number
    invalid key
      move zero to ws-next-run-number
    not invalid key
      read delivery-run-file previous record
        at end
          move zero to ws-next-run-number
        not at end
          move drun-number to ws-next-run-number
      end-read
  end-start
  add 1 to ws-next-run-number
  move ws-next-run-number to ws-numctl-next
  perform seed-document-number
  .

*>-----------------------------------------------
*> Driver manifest, in drop order.  Printing it sends a planned run
*> out; a run can be reprinted at any time, with the outcome shown
*> against drops already confirmed.
*>-----------------------------------------------
print-driver-manifest.
  display "Print Driver Manifest" at line 04 col 04 foreground-color 2 end-display
  display "Run Number:[        ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-run-number-wanted
  accept ws-run-number-wanted at line 06 col 16 with foreground-color 6 end-accept
  move ws-run-number-wanted to drun-number
  read delivery-run-file key is drun-number
    invalid key
      display "Delivery run not found" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read

  open output delmanif-file
  move spaces to delmanif-record
  string "DRIVER MANIFEST - Run " delimited by size
    drun-number delimited by size
    "  " delimited by size
    drun-name delimited by size
    into delmanif-record
  end-string
  write delmanif-record
  move spaces to delmanif-record
  string "Date " delimited by size
    drun-date delimited by size
    "   Vehicle " delimited by size
    drun-vehicle delimited by size
    "   Driver " delimited by size
    drun-driver delimited by size
    into delmanif-record
  end-string
  write delmanif-record
  move spaces to delmanif-record
  write delmanif-record

  move zero to ws-man-drop
  move zero to ws-man-drop-count
  move zero to ws-man-cod-total
  move ws-run-number-wanted to dline-run-number
  move zero to dline-drop-number
  move zero to dline-line-number
  start delivery-line-file key not less than dline-key
    invalid key
      move "10" to delivery-line-file-status
  end-start
  perform print-one-manifest-line
    until delivery-line-file-status not = zero
       or dline-run-number not = ws-run-number-wanted
  if ws-man-drop not = zero
    perform write-manifest-drop-footer
  end-if

  move ws-man-drop-count to ws-count-display
  move spaces to delmanif-record
  string "Drops on this run: " delimited by size
    ws-count-display delimited by size
    into delmanif-record
  end-string
  write delmanif-record
  close delmanif-file

  move ws-run-number-wanted to drun-number
  read delivery-run-file key is drun-number
    invalid key
      continue
    not invalid key
      if drun-is-planned
        set drun-is-dispatched to true
        rewrite delivery-run-record
          invalid key
            continue
        end-rewrite
      end-if
  end-read

  move "DELMANIF" to print-route-file-name
  perform route-report-to-printer
  display "Manifest routed to spool " system-print-spool-name
    at line 09 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
print-one-manifest-line.
  read delivery-line-file next record
    at end
      move "10" to delivery-line-file-status
      exit paragraph
  end-read
  if dline-run-number not = ws-run-number-wanted
    exit paragraph
  end-if
  if dline-drop-number not = ws-man-drop
    if ws-man-drop not = zero
      perform write-manifest-drop-footer
    end-if
    move dline-drop-number to ws-man-drop
    add 1 to ws-man-drop-count
    move zero to ws-man-cod-total
    perform write-manifest-drop-heading
  end-if

  move dline-item-code to item-code
  read item-file key is item-code
    invalid key
      move "(not on stock file)" to item-description
  end-read
  evaluate true
    when dline-is-pending
      move spaces to ws-man-status-text
    when dline-is-delivered
      move "DELIVERED" to ws-man-status-text
    when dline-is-refused
      move "REFUSED" to ws-man-status-text
    when dline-is-partial
      move "PART REFUSED" to ws-man-status-text
    when other
      move "NOT DELIVERED" to ws-man-status-text
  end-evaluate
  move dline-qty to ws-qty-display
  move spaces to delmanif-record
  string "    " delimited by size
    dline-order-number delimited by size
    "/" delimited by size
    dline-order-line delimited by size
    "  " delimited by size
    dline-item-code delimited by size
    "  " delimited by size
    item-description delimited by size
    "  " delimited by size
    ws-qty-display delimited by size
    "  " delimited by size
    ws-man-status-text delimited by size
    into delmanif-record
  end-string
  write delmanif-record
  add dline-cod-amount to ws-man-cod-total
  .
write-manifest-drop-heading.
  move dline-customer-code to customer-code
  read customer-file key is customer-code
    invalid key
      initialize customer-record
      move "(customer not on file)" to customer-name
  end-read
  move spaces to delmanif-record
  string "DROP " delimited by size
    dline-drop-number delimited by size
    "  " delimited by size
    dline-customer-code delimited by size
    "  " delimited by size
    customer-name delimited by size
    into delmanif-record
  end-string
  write delmanif-record

  move spaces to shipto-instructions
  if dline-ship-to-seq not = zero
    move dline-customer-code to shipto-customer-code
    move dline-ship-to-seq to shipto-sequence
    read shipto-file key is shipto-key
      invalid key
        move zero to shipto-sequence
    end-read
  else
    move zero to shipto-sequence
  end-if
  if shipto-sequence not = zero
    move spaces to delmanif-record
    string "    " delimited by size
      shipto-name delimited by size
      into delmanif-record
    end-string
    write delmanif-record
    move spaces to delmanif-record
    string "    " delimited by size
      shipto-address-1 delimited by size
      into delmanif-record
    end-string
    write delmanif-record
    move spaces to delmanif-record
    string "    " delimited by size
      shipto-address-2 delimited by size
      into delmanif-record
    end-string
    write delmanif-record
    move spaces to delmanif-record
    string "    " delimited by size
      shipto-post-code delimited by size
      into delmanif-record
    end-string
    write delmanif-record
    if shipto-instructions not = spaces
      move spaces to delmanif-record
      string "    Instructions: " delimited by size
        shipto-instructions delimited by size
        into delmanif-record
      end-string
      write delmanif-record
    end-if
  else
    move spaces to delmanif-record
    string "    " delimited by size
      customer-address-1 delimited by size
      into delmanif-record
    end-string
    write delmanif-record
    move spaces to delmanif-record
    string "    " delimited by size
      customer-address-2 delimited by size
      into delmanif-record
    end-string
    write delmanif-record
    move spaces to delmanif-record
    string "    " delimited by size
      customer-post-code delimited by size
      into delmanif-record
    end-string
    write delmanif-record
  end-if
  .
write-manifest-drop-footer.
  if ws-man-cod-total not = zero
    move ws-man-cod-total to ws-amount-display
    move spaces to delmanif-record
    string "    CASH ON DELIVERY TO COLLECT: " delimited by size
      ws-amount-display delimited by size
      into delmanif-record
    end-string
    write delmanif-record
  end-if
  move "    Received by: ______________________   Time: ______   Refused: ______" to delmanif-record
  write delmanif-record
  move spaces to delmanif-record
  write delmanif-record
  .

*>-----------------------------------------------
*> Proof of delivery, one drop at a time.  Delivered and refused
*> cover every line on the drop; a part refusal asks how much of
*> each line came back.  Refused goods are put back into the main
*> store.  A drop not delivered stays open for the next run.
*>-----------------------------------------------
enter-proof-of-delivery.
  display "Proof of Delivery" at line 04 col 04 foreground-color 2 end-display
  accept ws-today from date yyyymmdd end-accept
  display "Run Number:[        ]  Drop:[   ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-run-number-wanted
  move zero to ws-drop-wanted
  accept ws-run-number-wanted at line 06 col 16 with foreground-color 6 end-accept
  accept ws-drop-wanted at line 06 col 33 with foreground-color 6 end-accept
  move ws-run-number-wanted to drun-number
  read delivery-run-file key is drun-number
    invalid key
      display "Delivery run not found" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read

  move "N" to ws-pod-found-switch
  perform position-drop-lines
  read delivery-line-file next record
    at end
      continue
    not at end
      if dline-run-number = ws-run-number-wanted
         and dline-drop-number = ws-drop-wanted
        move "Y" to ws-pod-found-switch
      end-if
  end-read
  if not pod-drop-was-found
    display "Drop not found on that run" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  if not dline-is-pending
    display "Proof of delivery already keyed for that drop" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  move dline-customer-code to customer-code
  read customer-file key is customer-code
    invalid key
      move "(customer not on file)" to customer-name
  end-read
  display "Customer " dline-customer-code " " customer-name " " dline-post-code
    at line 07 col 04 foreground-color 3 end-display
  move zero to ws-pod-shown-lines
  perform position-drop-lines
  perform show-one-drop-line
    until delivery-line-file-status not = zero
       or dline-run-number not = ws-run-number-wanted
       or dline-drop-number not = ws-drop-wanted

  display "Outcome (D)elivered (R)efused (P)art refused (U)ndelivered:[ ]"
    at line 17 col 04 foreground-color 2 end-display
  move space to ws-pod-outcome
  accept ws-pod-outcome at line 17 col 65 with foreground-color 6 end-accept
  move function upper-case(ws-pod-outcome) to ws-pod-outcome
  if not pod-outcome-is-valid
    display "Invalid outcome, nothing recorded" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  move spaces to ws-pod-receiver
  move zero to ws-pod-time
  if ws-pod-outcome not = "U"
    display "Received/Refused By:[                              ]" at line 18 col 04 foreground-color 2 end-display
    accept ws-pod-receiver at line 18 col 25 with foreground-color 6 end-accept
    display "Time (HHMM):[    ]" at line 19 col 04 foreground-color 2 end-display
    accept ws-pod-time at line 19 col 17 with foreground-color 6 end-accept
    if ws-pod-receiver = spaces
      display "The receiver's name is required, nothing recorded" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
    end-if
  end-if

  move zero to ws-pod-returned-count
  move zero to ws-pod-billed-invoice
  perform position-drop-lines
  perform record-one-drop-line
    until delivery-line-file-status not = zero
       or dline-run-number not = ws-run-number-wanted
       or dline-drop-number not = ws-drop-wanted

  perform check-run-complete
  evaluate ws-pod-outcome
    when "U"
      display "Drop left undelivered - it will go out on the next run"
        at line 21 col 04 foreground-color 2 end-display
    when other
      display "Proof of delivery recorded, " ws-pod-returned-count
        " lines returned to stock" at line 21 col 04 foreground-color 2 end-display
  end-evaluate
  if ws-pod-billed-invoice not = zero
    display "Refused goods already invoiced on " ws-pod-billed-invoice
      " - raise a credit note" at line 22 col 04 foreground-color 4 end-display
  end-if
  accept omitted end-accept
  .
position-drop-lines.
  move ws-run-number-wanted to dline-run-number
  move ws-drop-wanted to dline-drop-number
  move zero to dline-line-number
  start delivery-line-file key not less than dline-key
    invalid key
      move "10" to delivery-line-file-status
  end-start
  .
show-one-drop-line.
  read delivery-line-file next record
    at end
      move "10" to delivery-line-file-status
      exit paragraph
  end-read
  if dline-run-number not = ws-run-number-wanted
     or dline-drop-number not = ws-drop-wanted
    exit paragraph
  end-if
  if ws-pod-shown-lines < 8
    add 1 to ws-pod-shown-lines
    move dline-qty to ws-qty-display
    display dline-line-number " " dline-order-number "/" dline-order-line
      " " dline-item-code " " ws-qty-display
      at line (08 + ws-pod-shown-lines) col 04 foreground-color 3 end-display
  end-if
  .
record-one-drop-line.
  read delivery-line-file next record
    at end
      move "10" to delivery-line-file-status
      exit paragraph
  end-read
  if dline-run-number not = ws-run-number-wanted
     or dline-drop-number not = ws-drop-wanted
    exit paragraph
  end-if

  evaluate ws-pod-outcome
    when "D"
      move dline-qty to dline-delivered-qty
      move zero to dline-refused-qty
      set dline-is-delivered to true
    when "R"
      move zero to dline-delivered-qty
      move dline-qty to dline-refused-qty
      set dline-is-refused to true
    when "P"
      move dline-qty to ws-qty-display
      display "Line " dline-line-number " " dline-item-code " qty " ws-qty-display
        "  Refused Qty:[           ]" at line 20 col 04 foreground-color 2 end-display
      move zero to ws-pod-refused
      accept ws-pod-refused at line 20 col 57 with foreground-color 6 end-accept
      if ws-pod-refused > dline-qty
        move dline-qty to ws-pod-refused
      end-if
      move ws-pod-refused to dline-refused-qty
      compute dline-delivered-qty = dline-qty - ws-pod-refused
      evaluate true
        when ws-pod-refused = zero
          set dline-is-delivered to true
        when ws-pod-refused = dline-qty
          set dline-is-refused to true
        when other
          set dline-is-partial to true
      end-evaluate
    when "U"
      move zero to dline-delivered-qty
      move zero to dline-refused-qty
      set dline-is-undelivered to true
  end-evaluate
  move ws-pod-receiver to dline-receiver-name
  move ws-today to dline-pod-date
  move ws-pod-time to dline-pod-time
  rewrite delivery-line-record
    invalid key
      display "Delivery line update failed" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-rewrite

  if dline-refused-qty > zero
    perform return-refused-goods
  end-if
  .
*>-----------------------------------------------
*> Refused goods come back off the van into the main store, as a
*> stock movement against the run and drop.  A shipment the billing
*> run had already invoiced before it went out needs a credit note.
*>-----------------------------------------------
return-refused-goods.
  add 1 to ws-pod-returned-count
  move dline-item-code to item-code
  read item-file key is item-code
    invalid key
      display "Item " dline-item-code " not on stock file, stock not adjusted"
        at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  add dline-refused-qty to item-on-hand-qty
  rewrite item-record
    invalid key
      display "Stock item update failed" at line 23 col 02 foreground-color 4 end-display
  end-rewrite

  move item-code to ws-stkloc-item
  move "MAIN" to ws-stkloc-location
  move dline-refused-qty to ws-stkloc-qty-delta
  perform apply-location-balance

  initialize stock-movement-record
  move item-code to move-item-code
  move ws-today to move-date
  move "OR040" to move-source-module
  move spaces to move-document-ref
  string "RUN " delimited by size
    dline-run-number delimited by size
    "/" delimited by size
    dline-drop-number delimited by size
    into move-document-ref
  end-string
  move "MAIN" to move-location-code
  move dline-refused-qty to move-qty-in
  move zero to move-qty-out
  move item-on-hand-qty to move-resulting-balance
  *> returned stock goes back in as a fresh layer at average cost
  move item-code to ws-layer-item
  move dline-refused-qty to ws-layer-qty
  move item-average-cost to ws-layer-unit-cost
  perform create-cost-layer
  move ws-layer-cost-value to move-cost-value
  write stock-movement-record

  perform check-shipment-billed
  .
check-shipment-billed.
  move "N" to ws-pod-ship-switch
  open input pickship-file
  if pickship-file-status not = zero
    exit paragraph
  end-if
  perform find-one-billed-shipment
    until pickship-file-status not = zero
       or pod-shipment-found
  close pickship-file
  .
find-one-billed-shipment.
  read pickship-file next record
    at end
      move "10" to pickship-file-status
      exit paragraph
  end-read
  if pickship-order-number = dline-order-number
     and pickship-line-number = dline-order-line
     and pickship-ship-date = dline-ship-date
    move "Y" to ws-pod-ship-switch
    if pickship-is-billed and pickship-invoice-number not = zero
      move pickship-invoice-number to ws-pod-billed-invoice
    end-if
  end-if
  .
*> once no drop on the run is waiting for its proof of delivery
*> the run is complete
check-run-complete.
  move zero to ws-pod-pending-count
  move ws-run-number-wanted to dline-run-number
  move zero to dline-drop-number
  move zero to dline-line-number
  start delivery-line-file key not less than dline-key
    invalid key
      move "10" to delivery-line-file-status
  end-start
  perform count-one-pending-line
    until delivery-line-file-status not = zero
       or dline-run-number not = ws-run-number-wanted
  if ws-pod-pending-count = zero
    move ws-run-number-wanted to drun-number
    read delivery-run-file key is drun-number
      invalid key
        exit paragraph
    end-read
    set drun-is-complete to true
    rewrite delivery-run-record
      invalid key
        continue
    end-rewrite
  end-if
  .
count-one-pending-line.
  read delivery-line-file next record
    at end
      move "10" to delivery-line-file-status
      exit paragraph
  end-read
  if dline-run-number = ws-run-number-wanted and dline-is-pending
    add 1 to ws-pod-pending-count
  end-if
  .

*>-----------------------------------------------
*> Deliveries awaiting confirmation: every drop line still out on a
*> run with no proof of delivery keyed, oldest run first, then the
*> shipments left undelivered that no later run has picked up.
*>-----------------------------------------------
print-awaiting-confirmation.
  display "Awaiting Confirmation Report" at line 04 col 04 foreground-color 2 end-display
  accept ws-today from date yyyymmdd end-accept
  move zero to ws-await-count
  move zero to ws-await-undelivered
  move zero to ws-await-run-number

  open output delawait-file
  move spaces to delawait-record
  string "Deliveries Awaiting Confirmation as at " delimited by size
    ws-today delimited by size
    into delawait-record
  end-string
  write delawait-record
  move spaces to delawait-record
  write delawait-record
  move "OUT ON A RUN - NO PROOF OF DELIVERY KEYED" to delawait-record
  write delawait-record
  move "Run       Run Date  Driver                Drop Order/Line    Customer Item              Quantity  Days" to delawait-record
  write delawait-record

  move low-values to dline-key
  start delivery-line-file key not less than dline-key
    invalid key
      move "10" to delivery-line-file-status
  end-start
  perform report-one-pending-line
    until delivery-line-file-status not = zero

  move ws-await-count to ws-count-display
  move spaces to delawait-record
  string "Lines awaiting proof of delivery: " delimited by size
    ws-count-display delimited by size
    into delawait-record
  end-string
  write delawait-record
  move spaces to delawait-record
  write delawait-record

  move "NOT DELIVERED - WAITING FOR A NEW RUN" to delawait-record
  write delawait-record
  move "Run       Drop Order/Line    Customer Item              Quantity  Tried On" to delawait-record
  write delawait-record
  move low-values to dline-key
  start delivery-line-file key not less than dline-key
    invalid key
      move "10" to delivery-line-file-status
  end-start
  perform report-one-undelivered-line
    until delivery-line-file-status not = zero

  move ws-await-undelivered to ws-count-display
  move spaces to delawait-record
  string "Shipment lines waiting for a new run: " delimited by size
    ws-count-display delimited by size
    into delawait-record
  end-string
  write delawait-record
  close delawait-file

  move "DELAWAIT" to print-route-file-name
  perform route-report-to-printer
  display "Awaiting confirmation report routed to spool " system-print-spool-name
    at line 09 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
report-one-pending-line.
  read delivery-line-file next record
    at end
      move "10" to delivery-line-file-status
      exit paragraph
  end-read
  if not dline-is-pending
    exit paragraph
  end-if
  if dline-run-number not = ws-await-run-number
    move dline-run-number to ws-await-run-number
    move zero to ws-await-run-date
    move spaces to ws-await-driver
    move dline-run-number to drun-number
    read delivery-run-file key is drun-number
      invalid key
        continue
      not invalid key
        move drun-date to ws-await-run-date
        move drun-driver to ws-await-driver
    end-read
  end-if
  move zero to ws-await-days
  if ws-await-run-date not = zero and ws-await-run-date < ws-today
    compute ws-await-days = function integer-of-date(ws-today)
      - function integer-of-date(ws-await-run-date)
  end-if
  add 1 to ws-await-count
  move dline-qty to ws-qty-display
  move spaces to delawait-record
  string dline-run-number delimited by size
    "  " delimited by size
    ws-await-run-date delimited by size
    "  " delimited by size
    ws-await-driver delimited by size
    "  " delimited by size
    dline-drop-number delimited by size
    "  " delimited by size
    dline-order-number delimited by size
    "/" delimited by size
    dline-order-line delimited by size
    "  " delimited by size
    dline-customer-code delimited by size
    "   " delimited by size
    dline-item-code delimited by size
    "  " delimited by size
    ws-qty-display delimited by size
    "  " delimited by size
    ws-await-days delimited by size
    into delawait-record
  end-string
  write delawait-record
  .
*> the outcome lookup moves the file off the scan, so the place is
*> kept and the scan picks up after the line just reported
report-one-undelivered-line.
  read delivery-line-file next record
    at end
      move "10" to delivery-line-file-status
      exit paragraph
  end-read
  if not dline-is-undelivered
    exit paragraph
  end-if
  move dline-key to ws-await-save-key
  move dline-order-number to ws-dlv-order-number
  move dline-order-line to ws-dlv-order-line
  move dline-ship-date to ws-dlv-ship-date
  perform find-delivery-outcome
  move ws-await-save-key to dline-key
  read delivery-line-file key is dline-key
    invalid key
      move "10" to delivery-line-file-status
      exit paragraph
  end-read
  if dlv-awaiting-new-run
    add 1 to ws-await-undelivered
    move dline-qty to ws-qty-display
    move spaces to delawait-record
    string dline-run-number delimited by size
      "  " delimited by size
      dline-drop-number delimited by size
      "  " delimited by size
      dline-order-number delimited by size
      "/" delimited by size
      dline-order-line delimited by size
      "  " delimited by size
      dline-customer-code delimited by size
      "   " delimited by size
      dline-item-code delimited by size
      "  " delimited by size
      ws-qty-display delimited by size
      "  " delimited by size
      dline-pod-date delimited by size
      into delawait-record
    end-string
    write delawait-record
  end-if
  start delivery-line-file key greater than dline-key
    invalid key
      move "10" to delivery-line-file-status
  end-start
  .
copy "print-route-pd.cpy".
copy "reclock-pd.cpy".
copy "numctl-pd.cpy".
copy "stkloc-pd.cpy".
copy "delline-pd.cpy".
copy "stklayer-pd.cpy".
end program or040.
