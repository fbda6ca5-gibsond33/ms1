  copy "stkmove-sel.cpy".
  copy "stkloc-sel.cpy".
  copy "stklot-sel.cpy".
  copy "stklayer-sel.cpy".
  copy "price-sel.cpy".
  select stock-take-file assign to "STKTAKE"
    organization is indexed
    access mode is sequential
    file status is st030parm-file-status
    .
  select priceprop-file assign to "PRICEPROP"
    organization is line sequential
    access mode is sequential
    file status is priceprop-file-status
    .
  select reprice-file assign to "REPRICE"
    organization is line sequential
    access mode is sequential
    file status is reprice-file-status
    .
  select stock-transfer-file assign to "STKXFER"
    organization is indexed
    access mode is dynamic
    record key is xfer-key
    file status is stock-transfer-file-status
    .
  select xferopen-file assign to "XFEROPEN"
    organization is line sequential
    access mode is sequential
    file status is xferopen-file-status
    .
  select lblparm-file assign to "ST060PARM"
    organization is line sequential
    access mode is sequential
    file status is lblparm-file-status
    .
  copy "numctl-sel.cpy".
  copy "reclock-sel.cpy".
  copy "glintfc-sel.cpy".
  copy "glrule-sel.cpy".
  copy "glacct-sel.cpy".
  copy "user-sel.cpy".
  *> the deactivation guard looks for open order and PO lines
  select order-file assign to "ORDERS"
copy "stkmove-fd.cpy".
copy "stkloc-fd.cpy".
copy "stklot-fd.cpy".
copy "stklayer-fd.cpy".
copy "price-fd.cpy".
copy "stktake.cpy".
copy "user-fd.cpy".
copy "reclock-fd.cpy".
copy "system-fd.cpy".
fd  countsheet-file.
01  countsheet-record           pic x(100).
  05  sug-reorder-point       pic 9(07)v999.
fd  st030parm-file.
01  st030parm-record            pic 9(03).
*> one proposed price per item from the last repricing proposal,
*> waiting for approval
fd  priceprop-file.
01  priceprop-record.
  05  pp-item-code            pic x(10).
  05  pp-effective-date       pic 9(08).
  05  pp-cost                 pic 9(07)v9999.
  05  pp-old-price            pic 9(07)v9999.
  05  pp-new-price            pic 9(07)v9999.
  05  pp-margin               pic s9(05)v99 sign leading separate.
fd  reprice-file.
01  reprice-record              pic x(132).
copy "stkxfer.cpy".
fd  xferopen-file.
01  xferopen-record             pic x(120).
copy "lblparm.cpy".
copy "numctl-fd.cpy".
copy "glintfc-fd.cpy".
copy "glrule-fd.cpy".
copy "gl010.cpy".
working-storage section.
01  program-name              pic x(15) value "stock (1.00.00)".

01  wasterpt-file-status      pic xx.
01  suggestion-file-status    pic xx.
01  st030parm-file-status     pic xx.
01  priceprop-file-status     pic xx.
01  reprice-file-status       pic xx.
01  stock-transfer-file-status pic xx.
01  xferopen-file-status      pic xx.
01  lblparm-file-status       pic xx.
01  number-control-file-status pic xx.
copy "numctl-ws.cpy".
01  record-lock-file-status  pic xx.
01  lock-log-file-status     pic xx.
copy "reclock-ws.cpy".
01  ws-sug-applied-count      pic 9(05).
01  ws-sug-window-weeks       pic 9(03).
01  gl-file-status            pic xx.
01  gl-rule-file-status       pic xx.
01  gl-account-file-status    pic xx.
copy "glrule-ws.cpy".
01  ws-waste-expense-account  pic x(10).
01  ws-waste-stock-account    pic x(10).
01  ws-waste-reason           pic x(04).
01  ws-waste-value            pic 9(09)v99.
01  ws-waste-date             pic 9(08).
01  ws-wr-total-value         pic 9(11)v99.
01  ws-wr-qty-display         pic 9(09)v999.
copy "stklot-ws.cpy".
copy "stklayer-ws.cpy".
01  stock-layer-file-status   pic xx.
01  layer-choice              pic x.
*> shelf-edge labels are printed by st060 off the parameter keyed here
01  label-choice              pic x.
01  ws-label-idx              pic 9(03).
01  ws-label-line             pic 9(02).
01  ws-layer-display-line     pic 9(02).
01  ws-layer-created-count    pic 9(05).
01  ws-layer-qty-display      pic 9(09)v999.
01  ws-exp-days-ahead         pic 9(03).
01  ws-exp-cutoff-date        pic 9(08).
01  ws-exp-line-count         pic 9(05).
copy "company-ws.cpy".

01  stock-choice              pic x.
  88  stock-choice-is-valid   values "A" "C" "I" "B" "R" "S" "T" "M" "K" "V" "D" "P" "E" "L" "W" "J" "N" "O" "G" "F" "H" "X".

*> Browse-by-name working fields: matches collected in one pass,
*> shown a page at a time, picked by line number.

01  ws-price-effective-input  pic 9(08).
01  ws-price-display-line     pic 9(02).
copy "price-ws.cpy".

*> Repricing run: the item range, the basis (A margin on average
*> cost, L margin on last cost, P straight increase on the current
*> price), the percentage, the shelf-price rounding and the date the
*> new prices take effect.
01  reprice-choice            pic x.
01  ws-rp-from-item           pic x(10).
01  ws-rp-to-item             pic x(10).
01  ws-rp-basis               pic x.
  88  ws-rp-basis-is-valid    values "A" "L" "P".
  88  ws-rp-basis-is-margin   values "A" "L".
01  ws-rp-percent             pic 9(03)v99.
01  ws-rp-rounding            pic x.
  88  ws-rp-rounding-is-valid values "N" "9" "4".
01  ws-rp-effective-date      pic 9(08).
01  ws-rp-today               pic 9(08).
01  ws-rp-cost                pic 9(07)v9999.
01  ws-rp-old-price           pic 9(07)v9999.
01  ws-rp-new-price           pic 9(07)v9999.
01  ws-rp-pence-price         pic 9(07)v99.
01  ws-rp-whole-price         pic 9(07).
01  ws-rp-fraction            pic v9999.
01  ws-rp-margin              pic s9(05)v99.
01  ws-rp-change-pct          pic s9(05)v99.
01  ws-rp-proposed-count      pic 9(05).
01  ws-rp-skipped-count       pic 9(05).
01  ws-rp-approved-count      pic 9(05).
01  ws-rp-rejected-count      pic 9(05).
01  ws-rp-line-count          pic 9(03).
01  ws-rp-page-number         pic 9(03).
01  ws-rp-answer              pic x.
01  ws-rp-approve-all-switch  pic x.
  88  ws-rp-approve-all       value "Y".
01  ws-rp-stop-switch         pic x.
  88  ws-rp-stopped           value "Y".
01  ws-rp-cost-display        pic zzzzzz9.9999.
01  ws-rp-old-display         pic zzzzzz9.9999.
01  ws-rp-new-display         pic zzzzzz9.9999.
01  ws-rp-margin-display      pic -zzzz9.99.
01  ws-rp-change-display      pic -zzzz9.99.

01  ws-item-has-open-items    pic x.
01  ws-save-item-superseded   pic x(10).
01  ws-val-average-total      pic s9(11)v99 sign leading separate.
01  ws-val-last-total         pic s9(11)v99 sign leading separate.
01  ws-val-highest-total      pic s9(11)v99 sign leading separate.
01  ws-val-fifo-value         pic s9(11)v99 sign leading separate.
01  ws-val-fifo-total         pic s9(11)v99 sign leading separate.
01  ws-val-qty-display        pic s9(09)v999 sign leading separate.
01  ws-val-line-count         pic 9(03).
01  ws-val-page-number        pic 9(03).
01  ws-movement-display-line  pic 9(02).
01  ws-movement-qty-in        pic 9(07)v999.
01  ws-movement-qty-out       pic 9(07)v999.
*> a receipt stages the unit cost its FIFO layer comes in at; left
*> at zero the layer or the shortfall goes at the average cost
01  ws-movement-unit-cost     pic 9(07)v9999.

copy "stkloc-ws.cpy".
01  ws-transfer-from-location pic x(06).
01  ws-transfer-to-location   pic x(06).
01  ws-location-display-line  pic 9(02).

*> Two-step transfers: between dispatch and receipt the ledger
*> holds the quantity at the in-transit location code, and the
*> transfer document holds it against the line it went out on.
01  xfer-choice               pic x.
01  ws-transit-location       pic x(06) value "INTRAN".
01  ws-xfer-number            pic 9(08).
01  ws-xfer-line              pic 9(03).
01  ws-xfer-doc-ref           pic x(15).
01  ws-xfer-move-location     pic x(06).
01  ws-xfer-done              pic x.
01  ws-xfer-line-count        pic 9(03).
01  ws-xfer-variance-count    pic 9(03).
01  ws-xfer-received-qty      pic 9(07)v999.
01  ws-xfer-variance-qty      pic 9(07)v999.
01  ws-xfer-leg-cost          pic s9(09)v99.
01  ws-xfer-today             pic 9(08).
01  ws-xfer-days              pic 9(05).
01  ws-xfer-qty-display       pic 9(07)v999.
01  ws-xfer-value             pic s9(11)v99 sign leading separate.
01  ws-xfer-value-total       pic s9(11)v99 sign leading separate.
01  ws-xfer-open-count        pic 9(05).
01  ws-val-transit-average    pic s9(11)v99 sign leading separate.
01  ws-val-transit-last       pic s9(11)v99 sign leading separate.
01  ws-val-transit-highest    pic s9(11)v99 sign leading separate.

01  ws-take-sheet-count       pic 9(05).
*> distinct locations collected before the sheets cut, one sheet
*> section per location
    close stock-lot-file
    open i-o stock-lot-file
  end-if
  open i-o stock-layer-file
  if stock-layer-file-status = "35"
    open output stock-layer-file
    close stock-layer-file
    open i-o stock-layer-file
  end-if
  open i-o waste-reason-file
  if waste-reason-file-status = "35"
    open output waste-reason-file
    close waste-reason-file
    open i-o waste-reason-file
  end-if
  open i-o stock-transfer-file
  if stock-transfer-file-status = "35"
    open output stock-transfer-file
    close stock-transfer-file
    open i-o stock-transfer-file
  end-if
  open i-o number-control-file
  if number-control-file-status = "35"
    open output number-control-file
    close number-control-file
    open i-o number-control-file
  end-if
  open extend gl-interface-file
  if gl-file-status not = zero
    open output gl-interface-file
  end-if
  open input gl-rule-file
  if gl-rule-file-status = "35"
    open output gl-rule-file
    close gl-rule-file
    open input gl-rule-file
  end-if
  open input gl-account-file
  if gl-account-file-status = "35"
    open output gl-account-file
    close gl-account-file
    open input gl-account-file
  end-if
  perform read-system-record
  .
read-system-record.
  else
    move "Y" to system-average-pricing
    move "N" to system-highest-pricing
    move "N" to system-fifo-pricing
  end-if
  .
closing-procedure.
  close stock-location-file
  close price-file
  close stock-lot-file
  close stock-layer-file
  close waste-reason-file
  close stock-transfer-file
  close number-control-file
  close gl-interface-file
  close gl-rule-file
  close gl-account-file
  .
main-process.
  perform display-stock-menu
  display "(B) Browse Items by Name" at line 07 col 30 foreground-color 2 end-display
  display "(R) Receipt"        at line 08 col 04 foreground-color 2 end-display
  display "(S) Issue"          at line 09 col 04 foreground-color 2 end-display
  display "(T) Transfers"      at line 10 col 04 foreground-color 2 end-display
  display "(M) Movement Inquiry" at line 11 col 04 foreground-color 2 end-display
  display "(K) Stock Take"      at line 12 col 04 foreground-color 2 end-display
  display "(V) Valuation Report" at line 13 col 04 foreground-color 2 end-display
  display "(J) Waste Report"    at line 11 col 30 foreground-color 2 end-display
  display "(N) Waste Reasons"   at line 12 col 30 foreground-color 2 end-display
  display "(O) Apply Reorder Suggestions" at line 13 col 30 foreground-color 2 end-display
  display "(G) Repricing Run"   at line 14 col 30 foreground-color 2 end-display
  display "(F) FIFO Cost Layers" at line 15 col 30 foreground-color 2 end-display
  display "(H) Shelf-Edge Labels" at line 16 col 30 foreground-color 2 end-display
  display "(X) Exit"           at line 16 col 04 foreground-color 2 end-display
  .
accept-stock-choice.
    when "S"
      perform issue-stock
    when "T"
      perform transfer-menu
    when "M"
      perform inquire-movements
    when "K"
      perform maintain-waste-reasons
    when "O"
      perform apply-reorder-suggestions
    when "G"
      perform repricing-menu
    when "F"
      perform fifo-layer-menu
    when "H"
      perform shelf-label-menu
    when "X"
      continue
  end-evaluate
      display "Item not found" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  perform lock-item-for-change
  if not ws-lock-was-taken
    exit paragraph
  end-if
  perform show-item-fields
  perform accept-item-fields
  perform save-changed-item
  .
*>-----------------------------------------------
*> An item out for change is locked against the other terminals,
*> and only rewritten if nobody - a till sale, a receipt, a batch
*> job - has changed it since it was read.
*>-----------------------------------------------
lock-item-for-change.
  move "ITEM" to ws-lock-file-name
  move item-code to ws-lock-record-key
  perform lock-record-for-change
  if ws-lock-was-taken
    read item-file key is item-code
      invalid key
        continue
    end-read
    move item-record to ws-lock-before-image
  end-if
  .
save-changed-item.
  move "N" to ws-lock-save-switch
  move item-record to ws-lock-after-image
  read item-file key is item-code
    invalid key
      display "Item no longer on file" at line 23 col 02 foreground-color 4 end-display
      accept omitted end-accept
      perform release-record-lock
      exit paragraph
  end-read
  if item-record not = ws-lock-before-image
    display "Item changed elsewhere while you were editing - not saved, please re-key"
      at line 23 col 02 foreground-color 4 end-display
    accept omitted end-accept
  else
    move ws-lock-after-image to item-record
    rewrite item-record
      invalid key
        display "Rewrite failed" at line 23 col 02 foreground-color 4 end-display
      not invalid key
        move "Y" to ws-lock-save-switch
    end-rewrite
  end-if
  perform release-record-lock
  .
*> the item as it stands now - a till may have sold some since it
*> was first read for the screen
refresh-item-record.
  read item-file key is item-code
    invalid key
      continue
  end-read
  .
inquire-item.
  display "Inquire Item" at line 04 col 30 foreground-color 2 end-display
  display "Superseded By:[          ]" at line 15 col 04 foreground-color 2 end-display
  display item-superseded-by at line 15 col 19 foreground-color 3 end-display
  display "Active: " item-active-switch at line 15 col 34 foreground-color 3 end-display
  display "ABC Class: " item-abc-class at line 15 col 46 foreground-color 3 end-display
  display "Stock Unit:[    ] Buy Unit:[    ] Units/Pack:[        ]" at line 06 col 24 foreground-color 2 end-display
  display item-stocking-unit at line 06 col 36 foreground-color 3 end-display
  display item-purchase-unit at line 06 col 52 foreground-color 3 end-display
  accept ws-browse-change at line 21 col 29 with foreground-color 6 end-accept
  move function upper-case(ws-browse-change) to ws-browse-change
  if ws-browse-change = "Y"
    perform lock-item-for-change
    if ws-lock-was-taken
      perform show-item-fields
      perform accept-item-fields
      perform save-changed-item
    end-if
  end-if
  .
collect-one-item-match.
  move zero to ws-lot-expiry
  accept ws-lot-expiry at line 12 col 23 with foreground-color 6 end-accept

  perform refresh-item-record
  perform apply-receipt-costing

  add ws-transaction-qty to item-on-hand-qty

  move ws-transaction-qty to ws-movement-qty-in
  move zero to ws-movement-qty-out
  move ws-transaction-cost to ws-movement-unit-cost
  move "MANUAL" to move-document-ref
  perform write-stock-movement

  accept ws-stkloc-location at line 09 col 15 with foreground-color 6 end-accept
  move function upper-case(ws-stkloc-location) to ws-stkloc-location

  perform refresh-item-record
  if ws-transaction-qty > (item-on-hand-qty - item-allocated-qty)
    display "Insufficient unallocated quantity on hand" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  subtract ws-transaction-qty from item-on-hand-qty

  rewrite item-record
*>-----------------------------------------------
*> Movement ledger.  The caller stages the in/out quantity and the
*> document reference; the item record in memory supplies the code
*> and the balance the movement left it at.  Stock in lays down a
*> FIFO cost layer and stock out consumes the oldest; an instant
*> transfer only moves stock between locations and leaves the
*> layers alone.
*>-----------------------------------------------
write-stock-movement.
  move item-code to move-item-code
  move ws-movement-qty-in to move-qty-in
  move ws-movement-qty-out to move-qty-out
  move item-on-hand-qty to move-resulting-balance
  move zero to move-cost-value
  if move-document-ref not = "TRANSFER"
    move item-code to ws-layer-item
    if ws-movement-unit-cost = zero
      move item-average-cost to ws-layer-unit-cost
    else
      move ws-movement-unit-cost to ws-layer-unit-cost
    end-if
    if ws-movement-qty-in > zero
      move ws-movement-qty-in to ws-layer-qty
      perform create-cost-layer
      move ws-layer-cost-value to move-cost-value
    end-if
    if ws-movement-qty-out > zero
      move ws-movement-qty-out to ws-layer-qty
      perform consume-cost-layers
      compute move-cost-value = move-cost-value - ws-layer-cost-value
    end-if
  end-if
  move zero to ws-movement-unit-cost
  write stock-movement-record
  .
*>-----------------------------------------------
*> Transfers.  An instant transfer suits a move across the same
*> building; a van journey goes on a transfer document - dispatched
*> at one end, received at the other - so whatever goes missing on
*> the way shows up as a variance instead of a mystery.
*>-----------------------------------------------
transfer-menu.
  display " " at line 01 col 01 erase eos end-display
  display "Stock Transfers" at line 04 col 30 foreground-color 2 end-display
  display "(I) Instant Transfer"        at line 06 col 04 foreground-color 2 end-display
  display "(D) Dispatch Transfer"       at line 07 col 04 foreground-color 2 end-display
  display "(R) Receive Transfer"        at line 08 col 04 foreground-color 2 end-display
  display "(P) Transfers In Transit"    at line 09 col 04 foreground-color 2 end-display
  display "(X) Back"                    at line 10 col 04 foreground-color 2 end-display
  display "Select option :- [ ]" at line 12 col 04 foreground-color 2 end-display
  accept xfer-choice at line 12 col 21 with foreground-color 6 end-accept
  move function upper-case(xfer-choice) to xfer-choice
  display " " at line 04 col 01 erase eos end-display
  evaluate xfer-choice
    when "I"
      perform transfer-stock
    when "D"
      perform dispatch-transfer
    when "R"
      perform receive-transfer
    when "P"
      perform print-transfers-in-transit
    when other
      continue
  end-evaluate
  .
*>-----------------------------------------------
*> Transfer between locations - total on hand is untouched, the
*> quantity just moves from one location balance to another, with
*> an out and an in movement so the ledger shows both sides.
  accept omitted end-accept
  .
*>-----------------------------------------------
*> Dispatch: the lines of one transfer document go out of the
*> sending location into transit.  The item total is untouched -
*> the stock is still ours on the van - and the ledger shows the
*> quantity leaving the location and arriving in transit under the
*> TRANSFER source, with the document number as the reference.
*>-----------------------------------------------
dispatch-transfer.
  display "Dispatch Transfer" at line 04 col 30 foreground-color 2 end-display
  display "From Location:[      ]" at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-transfer-from-location
  accept ws-transfer-from-location at line 06 col 19 with foreground-color 6 end-accept
  move function upper-case(ws-transfer-from-location) to ws-transfer-from-location
  if ws-transfer-from-location = spaces
    move "MAIN" to ws-transfer-from-location
  end-if

  display "To Location:  [      ]" at line 07 col 04 foreground-color 2 end-display
  move spaces to ws-transfer-to-location
  accept ws-transfer-to-location at line 07 col 19 with foreground-color 6 end-accept
  move function upper-case(ws-transfer-to-location) to ws-transfer-to-location
  if ws-transfer-to-location = spaces
    move "MAIN" to ws-transfer-to-location
  end-if

  if ws-transfer-from-location = ws-transfer-to-location
    display "From and to locations are the same" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  if ws-transfer-from-location = ws-transit-location
     or ws-transfer-to-location = ws-transit-location
    display "The in-transit location cannot be keyed" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  accept ws-xfer-today from date yyyymmdd end-accept
  move zero to ws-xfer-number
  move zero to ws-xfer-line
  move "N" to ws-xfer-done
  perform dispatch-one-transfer-line
    until ws-xfer-done = "Y"

  if ws-xfer-number = zero
    display "Nothing dispatched" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  display "Transfer " ws-xfer-number " dispatched - lines: " ws-xfer-line
    at line 16 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
dispatch-one-transfer-line.
  display "Item Code:[          ]  (blank to finish)" at line 09 col 04 foreground-color 2 end-display
  move spaces to ws-input-code
  accept ws-input-code at line 09 col 15 with foreground-color 6 end-accept
  if ws-input-code = spaces
    move "Y" to ws-xfer-done
    exit paragraph
  end-if
  move ws-input-code to item-code
  read item-file key is item-code
    invalid key
      display "Item not found" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read

  display "Quantity: [           ]" at line 10 col 04 foreground-color 2 end-display
  move zero to ws-transaction-qty
  accept ws-transaction-qty at line 10 col 15 with foreground-color 6 end-accept
  if ws-transaction-qty = zero
    exit paragraph
  end-if

  move item-code to stkloc-item-code
  move ws-transfer-from-location to stkloc-location-code
  read stock-location-file key is stkloc-key
    invalid key
      display "Nothing held at the from location" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  if stkloc-on-hand-qty < ws-transaction-qty
    display "Insufficient quantity at the from location" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  if ws-xfer-number = zero
    perform issue-next-transfer-number
    display "Transfer No: " ws-xfer-number at line 06 col 40 foreground-color 3 end-display
  end-if
  add 1 to ws-xfer-line
  initialize stock-transfer-record
  move ws-xfer-number to xfer-number
  move ws-xfer-line to xfer-line-number
  move item-code to xfer-item-code
  move ws-transfer-from-location to xfer-from-location
  move ws-transfer-to-location to xfer-to-location
  move ws-xfer-today to xfer-dispatch-date
  move ws-transaction-qty to xfer-dispatched-qty
  set xfer-is-in-transit to true
  write stock-transfer-record
    invalid key
      display "Transfer write failed" at line 23 col 02 foreground-color 4 end-display
      subtract 1 from ws-xfer-line
      exit paragraph
  end-write

  move item-code to ws-stkloc-item
  move ws-transfer-from-location to ws-stkloc-location
  compute ws-stkloc-qty-delta = zero - ws-transaction-qty
  perform apply-location-balance

  move ws-transfer-from-location to ws-xfer-move-location
  move zero to ws-movement-qty-in
  move ws-transaction-qty to ws-movement-qty-out
  perform write-transfer-movement
  move ws-transit-location to ws-xfer-move-location
  move ws-transaction-qty to ws-movement-qty-in
  move zero to ws-movement-qty-out
  perform write-transfer-movement

  display "Line " ws-xfer-line " dispatched: " item-code
    at line 12 col 04 foreground-color 3 end-display
  display " " at line 23 col 01 erase eol end-display
  .
*>-----------------------------------------------
*> Transfer documents take their numbers off NUMCTL like purchase
*> orders; the first issue ever seeds the counter from the end of
*> the transfer file.
*>-----------------------------------------------
issue-next-transfer-number.
  move "STKXFER" to ws-numctl-doc-type
  perform get-next-document-number
  if ws-numctl-was-seeded
    move ws-numctl-next to ws-xfer-number
    exit paragraph
  end-if
  move zero to ws-xfer-number
  move high-values to xfer-key
  start stock-transfer-file key less than xfer-key
    invalid key
      move zero to ws-xfer-number
    not invalid key
      read stock-transfer-file previous record
        at end
          move zero to ws-xfer-number
        not at end
          move xfer-number to ws-xfer-number
      end-read
  end-start
  add 1 to ws-xfer-number
  move ws-xfer-number to ws-numctl-next
  perform seed-document-number
  .
*>-----------------------------------------------
*> Receive: the receiving end keys what actually arrived against
*> each line still in transit (blank takes the dispatched quantity).
*> The arrived quantity goes onto the receiving location; the whole
*> dispatched quantity comes out of transit, so any shortage is a
*> net TRANSFER movement out of stock on the ledger - the stock
*> GL run posts it to the transfer variance account - and comes
*> off the item total and its oldest lots.
*>-----------------------------------------------
receive-transfer.
  display "Receive Transfer" at line 04 col 30 foreground-color 2 end-display
  display "Transfer No:[        ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-xfer-number
  accept ws-xfer-number at line 06 col 17 with foreground-color 6 end-accept
  if ws-xfer-number = zero
    exit paragraph
  end-if

  accept ws-xfer-today from date yyyymmdd end-accept
  move zero to ws-xfer-line-count
  move zero to ws-xfer-variance-count
  move ws-xfer-number to xfer-number
  move zero to xfer-line-number
  start stock-transfer-file key not less than xfer-key
    invalid key
      move "23" to stock-transfer-file-status
  end-start
  perform receive-one-transfer-line
    until stock-transfer-file-status not = zero

  if ws-xfer-line-count = zero
    display "Nothing in transit on that transfer" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  display "Lines received: " ws-xfer-line-count "  with a shortage: " ws-xfer-variance-count
    at line 16 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
receive-one-transfer-line.
  read stock-transfer-file next record
    at end
      move "10" to stock-transfer-file-status
      exit paragraph
  end-read
  if xfer-number not = ws-xfer-number
    move "10" to stock-transfer-file-status
    exit paragraph
  end-if
  if not xfer-is-in-transit
    exit paragraph
  end-if

  move xfer-dispatched-qty to ws-xfer-qty-display
  display "Line " xfer-line-number " " xfer-item-code " " xfer-from-location
    " to " xfer-to-location " dispatched " xfer-dispatch-date " qty " ws-xfer-qty-display
    at line 08 col 04 foreground-color 3 end-display
  display "Received: [           ]" at line 10 col 04 foreground-color 2 end-display
  move spaces to ws-input-buf
  accept ws-input-buf at line 10 col 15 with foreground-color 6 end-accept
  if ws-input-buf = spaces
    move xfer-dispatched-qty to ws-xfer-received-qty
  else
    move function numval(ws-input-buf) to ws-xfer-received-qty
  end-if
  if ws-xfer-received-qty > xfer-dispatched-qty
    display "More than was dispatched - line left in transit" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  compute ws-xfer-variance-qty = xfer-dispatched-qty - ws-xfer-received-qty

  move xfer-item-code to item-code
  read item-file key is item-code
    invalid key
      display "Item not found - line left in transit" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  if ws-xfer-variance-qty not = zero
    subtract ws-xfer-variance-qty from item-on-hand-qty
    rewrite item-record
      invalid key
        display "Rewrite failed" at line 23 col 02 foreground-color 4 end-display
    end-rewrite
    move item-code to ws-lot-item
    move ws-xfer-variance-qty to ws-lot-qty
    perform consume-stock-lots
    add 1 to ws-xfer-variance-count
  end-if

  if ws-xfer-received-qty not = zero
    move item-code to ws-stkloc-item
    move xfer-to-location to ws-stkloc-location
    move ws-xfer-received-qty to ws-stkloc-qty-delta
    perform apply-location-balance
  end-if

  *> the shortage is the one part of a transfer that costs anything:
  *> it takes its FIFO value out on the leg leaving transit
  if ws-xfer-variance-qty not = zero
    move item-code to ws-layer-item
    move ws-xfer-variance-qty to ws-layer-qty
    move item-average-cost to ws-layer-unit-cost
    perform consume-cost-layers
    compute ws-xfer-leg-cost = zero - ws-layer-cost-value
  end-if
  move ws-transit-location to ws-xfer-move-location
  move zero to ws-movement-qty-in
  move xfer-dispatched-qty to ws-movement-qty-out
  perform write-transfer-movement
  if ws-xfer-received-qty not = zero
    move xfer-to-location to ws-xfer-move-location
    move ws-xfer-received-qty to ws-movement-qty-in
    move zero to ws-movement-qty-out
    perform write-transfer-movement
  end-if

  move ws-xfer-today to xfer-received-date
  move ws-xfer-received-qty to xfer-received-qty
  move ws-xfer-variance-qty to xfer-variance-qty
  set xfer-is-received to true
  rewrite stock-transfer-record
    invalid key
      display "Transfer rewrite failed" at line 23 col 02 foreground-color 4 end-display
  end-rewrite
  add 1 to ws-xfer-line-count
  display " " at line 23 col 01 erase eol end-display
  .
*>-----------------------------------------------
*> Transfer legs carry their own source and the document number,
*> so the stock GL run can post a shortage to the transfer variance
*> rule and a movement inquiry shows which van it went on.
*>-----------------------------------------------
write-transfer-movement.
  move spaces to ws-xfer-doc-ref
  string "XFER" delimited by size
    xfer-number delimited by size
    into ws-xfer-doc-ref
  end-string
  move item-code to move-item-code
  accept move-date from date yyyymmdd end-accept
  move "TRANSFER" to move-source-module
  move ws-xfer-doc-ref to move-document-ref
  move ws-xfer-move-location to move-location-code
  move ws-movement-qty-in to move-qty-in
  move ws-movement-qty-out to move-qty-out
  move item-on-hand-qty to move-resulting-balance
  move ws-xfer-leg-cost to move-cost-value
  move zero to ws-xfer-leg-cost
  write stock-movement-record
  .
*>-----------------------------------------------
*> Transfers dispatched but not yet received, oldest first within
*> the document number, with the days on the road and the value at
*> average cost.
*>-----------------------------------------------
print-transfers-in-transit.
  display "Transfers In Transit" at line 04 col 30 foreground-color 2 end-display
  perform get-print-spool-name
  accept ws-xfer-today from date yyyymmdd end-accept
  move zero to ws-xfer-open-count
  move zero to ws-xfer-value-total

  open output xferopen-file
  move spaces to xferopen-record
  string "Transfers Dispatched Not Yet Received at " delimited by size
    ws-xfer-today delimited by size
    into xferopen-record
  end-string
  write xferopen-record
  move "Transfer Line Dispatch  Days Item       From   To           Quantity       Value at Average" to xferopen-record
  write xferopen-record
  move spaces to xferopen-record
  write xferopen-record

  move low-values to xfer-key
  start stock-transfer-file key not less than xfer-key
    invalid key
      move "23" to stock-transfer-file-status
  end-start
  perform report-one-transfer-in-transit
    until stock-transfer-file-status not = zero

  move spaces to xferopen-record
  write xferopen-record
  move spaces to xferopen-record
  string "Lines in transit " delimited by size
    ws-xfer-open-count delimited by size
    "   total value " delimited by size
    ws-xfer-value-total delimited by size
    into xferopen-record
  end-string
  write xferopen-record
  close xferopen-file

  move "XFEROPEN" to print-route-file-name
  perform route-report-to-printer
  display "Lines in transit: " ws-xfer-open-count " - report routed to spool "
    system-print-spool-name at line 16 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
report-one-transfer-in-transit.
  read stock-transfer-file next record
    at end
      move "10" to stock-transfer-file-status
      exit paragraph
  end-read
  if not xfer-is-in-transit
    exit paragraph
  end-if

  move xfer-item-code to item-code
  read item-file key is item-code
    invalid key
      move zero to item-average-cost
  end-read
  compute ws-xfer-value rounded = xfer-dispatched-qty * item-average-cost
  add ws-xfer-value to ws-xfer-value-total
  compute ws-xfer-days =
    function integer-of-date(ws-xfer-today)
    - function integer-of-date(xfer-dispatch-date)
  move xfer-dispatched-qty to ws-xfer-qty-display
  move spaces to xferopen-record
  string xfer-number delimited by size
    " " delimited by size
    xfer-line-number delimited by size
    "  " delimited by size
    xfer-dispatch-date delimited by size
    " " delimited by size
    ws-xfer-days delimited by size
    " " delimited by size
    xfer-item-code delimited by size
    " " delimited by size
    xfer-from-location delimited by size
    " " delimited by size
    xfer-to-location delimited by size
    " " delimited by size
    ws-xfer-qty-display delimited by size
    " " delimited by size
    item-stocking-unit delimited by size
    " " delimited by size
    ws-xfer-value delimited by size
    into xferopen-record
  end-string
  write xferopen-record
  add 1 to ws-xfer-open-count
  .
*>-----------------------------------------------
*> FIFO cost layers.  Every receipt lays down a layer and every
*> movement out consumes the oldest, whichever costing the system
*> record chooses, so the FIFO figures are always there to report.
*> The opening layers take each item's stock on hand at its average
*> cost the day FIFO starts; an item that already has layers is
*> left alone, so the conversion can safely be run again.
*>-----------------------------------------------
fifo-layer-menu.
  display " " at line 01 col 01 erase eos end-display
  display "FIFO Cost Layers" at line 04 col 30 foreground-color 2 end-display
  display "(C) Create Opening Layers" at line 06 col 04 foreground-color 2 end-display
  display "(I) Inquire Item Layers"   at line 07 col 04 foreground-color 2 end-display
  display "(X) Back"                  at line 08 col 04 foreground-color 2 end-display
  display "Select option :- [ ]" at line 10 col 04 foreground-color 2 end-display
  accept layer-choice at line 10 col 21 with foreground-color 6 end-accept
  move function upper-case(layer-choice) to layer-choice
  display " " at line 04 col 01 erase eos end-display
  evaluate layer-choice
    when "C"
      perform create-opening-layers
    when "I"
      perform inquire-item-layers
    when other
      continue
  end-evaluate
  .
create-opening-layers.
  display "Create Opening FIFO Layers" at line 04 col 28 foreground-color 2 end-display
  display "One layer per item at today's date for the stock on hand at average cost"
    at line 06 col 04 foreground-color 3 end-display
  perform get-supervisor-approval
  if not override-was-approved
    display "No layers created" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  move zero to ws-layer-created-count
  move low-values to item-code
  start item-file key not less than item-code
    invalid key
      display "No items on file" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-start
  perform create-one-opening-layer
    until item-file-status not = zero

  display "Opening layers created: " ws-layer-created-count
    at line 18 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
create-one-opening-layer.
  read item-file next record
    at end
      move "10" to item-file-status
      exit paragraph
  end-read
  if item-on-hand-qty <= zero
    exit paragraph
  end-if
  move item-code to ws-layer-item
  perform value-item-cost-layers
  if ws-layer-qty-total not = zero
    exit paragraph
  end-if
  move item-code to ws-layer-item
  move item-on-hand-qty to ws-layer-qty
  if item-average-cost = zero
    move item-last-cost to ws-layer-unit-cost
  else
    move item-average-cost to ws-layer-unit-cost
  end-if
  move zero to ws-layer-date
  perform create-cost-layer
  add 1 to ws-layer-created-count
  .
inquire-item-layers.
  display "Item FIFO Layers" at line 04 col 30 foreground-color 2 end-display
  display "Item Code:[          ]" at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-input-code
  accept ws-input-code at line 06 col 15 with foreground-color 6 end-accept
  display "Received  Qty Remaining   Unit Cost" at line 07 col 04 foreground-color 2 end-display
  move zero to ws-layer-display-line
  move ws-input-code to layer-item-code
  move zero to layer-received-date
  move zero to layer-sequence
  start stock-layer-file key not less than layer-key
    invalid key
      move "23" to stock-layer-file-status
  end-start
  perform show-one-item-layer
    until stock-layer-file-status not = zero
  if ws-layer-display-line = zero
    display "No layers for that item" at line 23 col 02 foreground-color 4 end-display
  end-if
  accept omitted end-accept
  .
show-one-item-layer.
  read stock-layer-file next record
    at end
      move "10" to stock-layer-file-status
      exit paragraph
  end-read
  if layer-item-code not = ws-input-code
    move "10" to stock-layer-file-status
    exit paragraph
  end-if
  if ws-layer-display-line >= 14
    display "-- more, press return --" at line 22 col 04 foreground-color 2 end-display
    accept omitted end-accept
    move zero to ws-layer-display-line
  end-if
  add 1 to ws-layer-display-line
  move layer-qty-remaining to ws-layer-qty-display
  display layer-received-date "  " ws-layer-qty-display "  " layer-unit-cost
    at line (07 + ws-layer-display-line) col 04 foreground-color 3 end-display
  .
*>-----------------------------------------------
*> Selling price maintenance.  A price is keyed per item (or
*> recipe) code and effective date; the register, order entry and
*> invoicing all read the latest price whose date has arrived, so
  end-if
  .

*>-----------------------------------------------
*> Shelf-edge labels are printed by st060, normally from the
*> scheduler for each night's price changes; run here it takes the
*> choice keyed below off its parameter file, with the stock files
*> closed for it the way orders hands over to or040.
*>-----------------------------------------------
shelf-label-menu.
  display " " at line 01 col 01 erase eos end-display
  display "Shelf-Edge Labels" at line 04 col 30 foreground-color 2 end-display
  display "(P) Price Changes On A Date" at line 06 col 04 foreground-color 2 end-display
  display "(I) Listed Items"            at line 07 col 04 foreground-color 2 end-display
  display "(L) Whole Location"          at line 08 col 04 foreground-color 2 end-display
  display "(R) Reprint A Batch"         at line 09 col 04 foreground-color 2 end-display
  display "(X) Back"                    at line 10 col 04 foreground-color 2 end-display
  display "Select option :- [ ]" at line 12 col 04 foreground-color 2 end-display
  accept label-choice at line 12 col 21 with foreground-color 6 end-accept
  move function upper-case(label-choice) to label-choice
  display " " at line 04 col 01 erase eos end-display
  move spaces to lblparm-record
  move zero to lblparm-date
  move zero to lblparm-batch-number
  evaluate label-choice
    when "P"
      display "Price Change Labels" at line 04 col 30 foreground-color 2 end-display
      display "Effective Date (CCYYMMDD):[        ]" at line 06 col 04 foreground-color 2 end-display
      accept lblparm-date at line 06 col 31 with foreground-color 6 end-accept
      if lblparm-date = zero
        exit paragraph
      end-if
    when "I"
      display "Labels For Listed Items" at line 04 col 28 foreground-color 2 end-display
      display "Item or recipe codes, blank to finish" at line 05 col 04 foreground-color 3 end-display
      move 1 to ws-label-idx
      move 06 to ws-label-line
      perform accept-one-label-code
        until ws-label-idx > 10
      if lblparm-item-code(1) = spaces
        exit paragraph
      end-if
    when "L"
      display "Labels For A Location" at line 04 col 29 foreground-color 2 end-display
      display "Location:[      ]" at line 06 col 04 foreground-color 2 end-display
      accept lblparm-location-code at line 06 col 14 with foreground-color 6 end-accept
      move function upper-case(lblparm-location-code) to lblparm-location-code
      if lblparm-location-code = spaces
        exit paragraph
      end-if
    when "R"
      display "Reprint Label Batch" at line 04 col 30 foreground-color 2 end-display
      display "Batch No:[        ]" at line 06 col 04 foreground-color 2 end-display
      accept lblparm-batch-number at line 06 col 14 with foreground-color 6 end-accept
      if lblparm-batch-number = zero
        exit paragraph
      end-if
    when other
      exit paragraph
  end-evaluate
  move label-choice to lblparm-mode
  open output lblparm-file
  write lblparm-record
  close lblparm-file
  perform closing-procedure
  call "st060" using current-company-record-number end-call
  perform opening-procedure
  open output lblparm-file
  close lblparm-file
  .
accept-one-label-code.
  display "Code:[          ]" at line ws-label-line col 04 foreground-color 2 end-display
  accept lblparm-item-code(ws-label-idx) at line ws-label-line col 10
    with foreground-color 6 end-accept
  move function upper-case(lblparm-item-code(ws-label-idx))
    to lblparm-item-code(ws-label-idx)
  if lblparm-item-code(ws-label-idx) = spaces
    move 11 to ws-label-idx
    exit paragraph
  end-if
  add 1 to ws-label-idx
  add 1 to ws-label-line
  .
*>-----------------------------------------------
*> Cost-plus repricing.  The proposal works through a range of
*> items and writes a proposed price for each to PRICEPROP, printing
*> old price, new price, cost and margin for the buyer; nothing
*> reaches the price list until the proposals are approved line by
*> line under a supervisor's credentials, when each approved line is
*> written as an ordinary effective-dated price record for the
*> Epos and order entry lookups to take up on its date.
*>-----------------------------------------------
repricing-menu.
  display " " at line 01 col 01 erase eos end-display
  display "Repricing Run" at line 04 col 30 foreground-color 2 end-display
  display "(P) Propose New Prices"    at line 06 col 04 foreground-color 2 end-display
  display "(A) Approve Proposals"     at line 07 col 04 foreground-color 2 end-display
  display "(X) Back"                  at line 08 col 04 foreground-color 2 end-display
  display "Select option :- [ ]" at line 10 col 04 foreground-color 2 end-display
  accept reprice-choice at line 10 col 21 with foreground-color 6 end-accept
  move function upper-case(reprice-choice) to reprice-choice
  evaluate reprice-choice
    when "P"
      perform propose-new-prices
    when "A"
      perform approve-price-proposals
    when other
      continue
  end-evaluate
  .
propose-new-prices.
  display " " at line 01 col 01 erase eos end-display
  display "Propose New Prices" at line 04 col 30 foreground-color 2 end-display
  accept ws-rp-today from date yyyymmdd end-accept
  display "From Item:[          ]  To Item (blank=last):[          ]"
    at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-rp-from-item
  move spaces to ws-rp-to-item
  accept ws-rp-from-item at line 06 col 15 with foreground-color 6 end-accept
  accept ws-rp-to-item at line 06 col 50 with foreground-color 6 end-accept
  if ws-rp-to-item = spaces
    move high-values to ws-rp-to-item
  end-if
  display "Basis - A margin on average cost, L margin on last cost,"
    at line 08 col 04 foreground-color 2 end-display
  display "        P percentage increase on current price :[ ]"
    at line 09 col 04 foreground-color 2 end-display
  move space to ws-rp-basis
  accept ws-rp-basis at line 09 col 53 with foreground-color 6 end-accept
  move function upper-case(ws-rp-basis) to ws-rp-basis
  if not ws-rp-basis-is-valid
    display "Basis must be A, L or P" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  display "Margin / Increase %:[      ]" at line 10 col 04 foreground-color 2 end-display
  move zero to ws-rp-percent
  accept ws-rp-percent at line 10 col 25 with foreground-color 6 end-accept
  if ws-rp-percent = zero
    display "A percentage is required" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  if ws-rp-basis-is-margin and ws-rp-percent >= 100
    display "A margin must be under 100%" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  display "Rounding - N none, 9 up to .99, 4 up to .49 or .99 :[ ]"
    at line 11 col 04 foreground-color 2 end-display
  move space to ws-rp-rounding
  accept ws-rp-rounding at line 11 col 57 with foreground-color 6 end-accept
  move function upper-case(ws-rp-rounding) to ws-rp-rounding
  if not ws-rp-rounding-is-valid
    display "Rounding must be N, 9 or 4" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  display "Effective Date (CCYYMMDD):[        ]" at line 12 col 04 foreground-color 2 end-display
  move zero to ws-rp-effective-date
  accept ws-rp-effective-date at line 12 col 31 with foreground-color 6 end-accept
  if ws-rp-effective-date < ws-rp-today
    display "Effective date cannot be in the past" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  perform get-print-spool-name
  move zero to ws-rp-proposed-count
  move zero to ws-rp-skipped-count
  move zero to ws-rp-page-number
  open output priceprop-file
  open output reprice-file
  perform write-reprice-heading

  move ws-rp-from-item to item-code
  start item-file key not less than item-code
    invalid key
      move "10" to item-file-status
  end-start
  if item-file-status = zero
    perform propose-one-item-price
      until item-file-status not = zero
  end-if

  move spaces to reprice-record
  write reprice-record
  move spaces to reprice-record
  string "Proposed: " delimited by size
    ws-rp-proposed-count delimited by size
    "   Skipped (no cost, no current price or no change): " delimited by size
    ws-rp-skipped-count delimited by size
    into reprice-record
  end-string
  write reprice-record
  close reprice-file
  close priceprop-file

  move "REPRICE" to print-route-file-name
  perform route-report-to-printer
  display "Proposals: " ws-rp-proposed-count "  report routed to spool "
    system-print-spool-name at line 16 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
write-reprice-heading.
  add 1 to ws-rp-page-number
  move spaces to reprice-record
  string "Repricing Proposal  effective " delimited by size
    ws-rp-effective-date delimited by size
    "  basis " delimited by size
    ws-rp-basis delimited by size
    " " delimited by size
    ws-rp-percent delimited by size
    "%  rounding " delimited by size
    ws-rp-rounding delimited by size
    "      Page " delimited by size
    ws-rp-page-number delimited by size
    into reprice-record
  end-string
  write reprice-record
  move "Item       Description                              Cost    Old Price    New Price  Margin%  Change%"
    to reprice-record
  write reprice-record
  move spaces to reprice-record
  write reprice-record
  move 3 to ws-rp-line-count
  .
propose-one-item-price.
  read item-file next record
    at end
      move "10" to item-file-status
      exit paragraph
  end-read
  if item-code > ws-rp-to-item
    move "10" to item-file-status
    exit paragraph
  end-if
  if item-is-inactive
    exit paragraph
  end-if

  if ws-rp-basis = "L"
    move item-last-cost to ws-rp-cost
  else
    move item-average-cost to ws-rp-cost
  end-if
  move item-code to ws-price-lookup-code
  move ws-rp-effective-date to ws-price-lookup-date
  perform find-current-selling-price
  move ws-price-amount to ws-rp-old-price

  if ws-rp-basis-is-margin
    if ws-rp-cost = zero
      add 1 to ws-rp-skipped-count
      exit paragraph
    end-if
    compute ws-rp-new-price rounded =
      ws-rp-cost * 100 / (100 - ws-rp-percent)
  else
    if ws-rp-old-price = zero
      add 1 to ws-rp-skipped-count
      exit paragraph
    end-if
    compute ws-rp-new-price rounded =
      ws-rp-old-price * (100 + ws-rp-percent) / 100
  end-if
  perform round-proposed-price
  if ws-rp-new-price = ws-rp-old-price
    add 1 to ws-rp-skipped-count
    exit paragraph
  end-if

  move zero to ws-rp-margin
  if ws-rp-new-price not = zero
    compute ws-rp-margin rounded =
      (ws-rp-new-price - ws-rp-cost) * 100 / ws-rp-new-price
  end-if
  move zero to ws-rp-change-pct
  if ws-rp-old-price not = zero
    compute ws-rp-change-pct rounded =
      (ws-rp-new-price - ws-rp-old-price) * 100 / ws-rp-old-price
  end-if

  move item-code to pp-item-code
  move ws-rp-effective-date to pp-effective-date
  move ws-rp-cost to pp-cost
  move ws-rp-old-price to pp-old-price
  move ws-rp-new-price to pp-new-price
  move ws-rp-margin to pp-margin
  write priceprop-record
  add 1 to ws-rp-proposed-count

  if system-lines-per-page not = zero
     and ws-rp-line-count >= system-lines-per-page
    perform write-reprice-heading
  end-if
  move ws-rp-cost to ws-rp-cost-display
  move ws-rp-old-price to ws-rp-old-display
  move ws-rp-new-price to ws-rp-new-display
  move ws-rp-margin to ws-rp-margin-display
  move ws-rp-change-pct to ws-rp-change-display
  move spaces to reprice-record
  string item-code delimited by size
    " " delimited by size
    item-description delimited by size
    " " delimited by size
    ws-rp-cost-display delimited by size
    " " delimited by size
    ws-rp-old-display delimited by size
    " " delimited by size
    ws-rp-new-display delimited by size
    " " delimited by size
    ws-rp-margin-display delimited by size
    " " delimited by size
    ws-rp-change-display delimited by size
    into reprice-record
  end-string
  write reprice-record
  add 1 to ws-rp-line-count
  .
*>-----------------------------------------------
*> Shelf prices: to the penny, or always up - never down - to the
*> next price ending .99, or the next ending .49 or .99, so the
*> rounding never eats into the margin asked for.
*>-----------------------------------------------
round-proposed-price.
  compute ws-rp-pence-price rounded = ws-rp-new-price
  move ws-rp-pence-price to ws-rp-new-price
  if ws-rp-rounding = "N"
    exit paragraph
  end-if
  move ws-rp-new-price to ws-rp-whole-price
  compute ws-rp-fraction = ws-rp-new-price - ws-rp-whole-price
  if ws-rp-rounding = "4" and ws-rp-fraction <= .49
    compute ws-rp-new-price = ws-rp-whole-price + .49
  else
    compute ws-rp-new-price = ws-rp-whole-price + .99
  end-if
  .
*>-----------------------------------------------
*> Each proposal is shown and approved or passed over; A approves
*> the rest without asking, Q stops and drops what is left.  The
*> proposals are used up either way - run the proposal again for
*> another go.
*>-----------------------------------------------
approve-price-proposals.
  display " " at line 01 col 01 erase eos end-display
  display "Approve Price Proposals" at line 04 col 28 foreground-color 2 end-display
  open input priceprop-file
  if priceprop-file-status not = zero
    display "No proposals on file - run the proposal first"
      at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  perform get-supervisor-approval
  if not override-was-approved
    close priceprop-file
    display "Nothing approved" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  move zero to ws-rp-approved-count
  move zero to ws-rp-rejected-count
  move "N" to ws-rp-approve-all-switch
  move "N" to ws-rp-stop-switch
  perform approve-one-price-proposal
    until priceprop-file-status not = zero
       or ws-rp-stopped
  close priceprop-file
  open output priceprop-file
  close priceprop-file

  display " " at line 06 col 01 erase eos end-display
  display "Prices written: " ws-rp-approved-count "  passed over: "
    ws-rp-rejected-count at line 18 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
approve-one-price-proposal.
  read priceprop-file next record
    at end
      move "10" to priceprop-file-status
      exit paragraph
  end-read
  if not ws-rp-approve-all
    move pp-item-code to item-code
    read item-file key is item-code
      invalid key
        move spaces to item-description
    end-read
    move pp-cost to ws-rp-cost-display
    move pp-old-price to ws-rp-old-display
    move pp-new-price to ws-rp-new-display
    move pp-margin to ws-rp-margin-display
    display " " at line 06 col 01 erase eos end-display
    display "Item:      " pp-item-code " " item-description
      at line 06 col 04 foreground-color 3 end-display
    display "Effective: " pp-effective-date at line 07 col 04 foreground-color 3 end-display
    display "Cost:      " ws-rp-cost-display at line 08 col 04 foreground-color 3 end-display
    display "Old Price: " ws-rp-old-display at line 09 col 04 foreground-color 3 end-display
    display "New Price: " ws-rp-new-display at line 10 col 04 foreground-color 3 end-display
    display "Margin %:  " ws-rp-margin-display at line 11 col 04 foreground-color 3 end-display
    display "Approve? (Y/N, A=all the rest, Q=quit):[ ]" at line 13 col 04 foreground-color 2 end-display
    move space to ws-rp-answer
    accept ws-rp-answer at line 13 col 44 with foreground-color 6 end-accept
    move function upper-case(ws-rp-answer) to ws-rp-answer
    evaluate ws-rp-answer
      when "Y"
        continue
      when "A"
        move "Y" to ws-rp-approve-all-switch
      when "Q"
        move "Y" to ws-rp-stop-switch
        exit paragraph
      when other
        add 1 to ws-rp-rejected-count
        exit paragraph
    end-evaluate
  end-if

  move pp-item-code to price-item-code
  move pp-effective-date to price-effective-date
  move pp-new-price to price-amount
  write price-record
    invalid key
      rewrite price-record
        invalid key
          continue
      end-rewrite
  end-write
  add 1 to ws-rp-approved-count
  .

*>-----------------------------------------------
*> Item deactivation, guarded the way deactivate-vendor guards the
*> vendor master: nothing still on hand or allocated, no open order
    move ws-save-item-superseded to item-superseded-by
  end-if

  move item-superseded-by to ws-save-item-superseded
  perform lock-item-for-change
  if not ws-lock-was-taken
    exit paragraph
  end-if
  move ws-save-item-superseded to item-superseded-by
  set item-is-inactive to true
  perform save-changed-item
  if ws-lock-change-saved
    display "Item deactivated" at line 10 col 04 foreground-color 2 end-display
    accept omitted end-accept
  end-if
  .
check-item-open-order-lines.
  open input order-file
  move zero to ws-val-average-total
  move zero to ws-val-last-total
  move zero to ws-val-highest-total
  move zero to ws-val-fifo-total
  move zero to ws-val-page-number

  open output stkval-file
    ws-val-last-total delimited by size
    "  high " delimited by size
    ws-val-highest-total delimited by size
    "  fifo " delimited by size
    ws-val-fifo-total delimited by size
    into stkval-record
  end-string
  write stkval-record
  perform print-transit-valuation
  close stkval-file

  move "STKVAL" to print-route-file-name
    into stkval-record
  end-string
  write stkval-record
  move "Item        Qty On Hand (stocking units)  At Average       At Last          At Highest       At FIFO" to stkval-record
  write stkval-record
  move spaces to stkval-record
  write stkval-record
  add ws-val-average-value to ws-val-average-total
  add ws-val-last-value to ws-val-last-total
  add ws-val-highest-value to ws-val-highest-total
  if item-on-hand-qty > zero
    move item-code to ws-layer-item
    move item-on-hand-qty to ws-layer-qty
    move item-average-cost to ws-layer-unit-cost
    perform value-on-hand-at-fifo
    move ws-layer-cost-value to ws-val-fifo-value
  else
    move ws-val-average-value to ws-val-fifo-value
  end-if
  add ws-val-fifo-value to ws-val-fifo-total

  move item-on-hand-qty to ws-val-qty-display
  move spaces to stkval-record
    ws-val-last-value delimited by size
    "  " delimited by size
    ws-val-highest-value delimited by size
    "  " delimited by size
    ws-val-fifo-value delimited by size
    into stkval-record
  end-string
  write stkval-record
  add 1 to ws-val-line-count
  .

*>-----------------------------------------------
*> Stock dispatched on a transfer and not yet received is still in
*> each item's on-hand total above; it is listed again here so the
*> valuation shows how much of it is on the road.
*>-----------------------------------------------
print-transit-valuation.
  move zero to ws-val-transit-average
  move zero to ws-val-transit-last
  move zero to ws-val-transit-highest
  move zero to ws-xfer-open-count
  move low-values to xfer-key
  start stock-transfer-file key not less than xfer-key
    invalid key
      exit paragraph
  end-start
  move spaces to stkval-record
  write stkval-record
  move "In transit (included in the totals above)" to stkval-record
  write stkval-record
  perform print-one-transit-valuation
    until stock-transfer-file-status not = zero
  if ws-xfer-open-count = zero
    move "  none" to stkval-record
    write stkval-record
    exit paragraph
  end-if
  move spaces to stkval-record
  string "IN TRANSIT  avg " delimited by size
    ws-val-transit-average delimited by size
    "  last " delimited by size
    ws-val-transit-last delimited by size
    "  high " delimited by size
    ws-val-transit-highest delimited by size
    into stkval-record
  end-string
  write stkval-record
  .
print-one-transit-valuation.
  read stock-transfer-file next record
    at end
      move "10" to stock-transfer-file-status
      exit paragraph
  end-read
  if not xfer-is-in-transit
    exit paragraph
  end-if
  move xfer-item-code to item-code
  read item-file key is item-code
    invalid key
      exit paragraph
  end-read
  compute ws-val-average-value rounded = xfer-dispatched-qty * item-average-cost
  compute ws-val-last-value rounded = xfer-dispatched-qty * item-last-cost
  compute ws-val-highest-value rounded = xfer-dispatched-qty * item-highest-cost
  add ws-val-average-value to ws-val-transit-average
  add ws-val-last-value to ws-val-transit-last
  add ws-val-highest-value to ws-val-transit-highest
  add 1 to ws-xfer-open-count

  move xfer-dispatched-qty to ws-val-qty-display
  move spaces to stkval-record
  string item-code delimited by size
    "  " delimited by size
    ws-val-qty-display delimited by size
    " " delimited by size
    item-stocking-unit delimited by size
    " " delimited by size
    ws-val-average-value delimited by size
    "  " delimited by size
    ws-val-last-value delimited by size
    "  " delimited by size
    ws-val-highest-value delimited by size
    "  XFER" delimited by size
    xfer-number delimited by size
    into stkval-record
  end-string
  write stkval-record
  .

*>-----------------------------------------------
*> Physical stock take.  Generate freezes a snapshot of every
*> active item and prints count sheets; counts are keyed against
    display "More than is on hand" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  perform resolve-wastage-gl-accounts
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  display "Location: [      ]" at line 09 col 04 foreground-color 2 end-display
  move spaces to ws-stkloc-location
  accept ws-stkloc-location at line 09 col 15 with foreground-color 6 end-accept
  move function upper-case(ws-stkloc-location) to ws-stkloc-location

  perform refresh-item-record
  if ws-transaction-qty > item-on-hand-qty
    display "More than is on hand" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  subtract ws-transaction-qty from item-on-hand-qty
  rewrite item-record
    invalid key
  move zero to move-qty-in
  move ws-transaction-qty to move-qty-out
  move item-on-hand-qty to move-resulting-balance
  move item-code to ws-layer-item
  move ws-transaction-qty to ws-layer-qty
  move item-average-cost to ws-layer-unit-cost
  perform consume-cost-layers
  compute move-cost-value = zero - ws-layer-cost-value
  write stock-movement-record

  if system-fifo-pricing = "Y"
    move ws-layer-cost-value to ws-waste-value
  else
    compute ws-waste-value rounded =
      ws-transaction-qty * item-average-cost
  end-if
  if ws-waste-value not = zero
    perform post-wastage-to-gl
  end-if
  set gl-is-unposted to true
  move "SHOP" to gl-cost-centre
  move "Stock wastage" to gl-description
  move ws-waste-expense-account to gl-account-code
  move ws-waste-value to gl-debit-amount
  move zero to gl-credit-amount
  write gl-interface-record
  move ws-waste-stock-account to gl-account-code
  move zero to gl-debit-amount
  move ws-waste-value to gl-credit-amount
  write gl-interface-record
  .
resolve-wastage-gl-accounts.
  move "WASTE" to ws-glrule-source
  move "SHOP" to ws-glrule-qualifier
  move "WASTAGE" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    exit paragraph
  end-if
  move ws-glrule-account to ws-waste-expense-account
  move "STOCK" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    exit paragraph
  end-if
  move ws-glrule-account to ws-waste-stock-account
  .
maintain-waste-reasons.
  display "Waste Reasons" at line 04 col 30 foreground-color 2 end-display
  display "Reason Code (blank=done):[    ]" at line 06 col 04 foreground-color 2 end-display
copy "print-route-pd.cpy".
copy "stkloc-pd.cpy".
copy "stklot-pd.cpy".
copy "stklayer-pd.cpy".
copy "glrule-pd.cpy".
copy "price-find-pd.cpy".
copy "numctl-pd.cpy".
copy "reclock-pd.cpy".
end program stock.
