  copy "custmast-sel.cpy".
  copy "user-sel.cpy".
  copy "numctl-sel.cpy".
  copy "reclock-sel.cpy".
  copy "saleshist-sel.cpy".
  copy "stkmove-sel.cpy".
  copy "stklayer-sel.cpy".
  copy "stkloc-sel.cpy".
  copy "price-sel.cpy".
  copy "custprice-sel.cpy".
  copy "shipto-sel.cpy".
  copy "custdep-sel.cpy".
  copy "glintfc-sel.cpy".
  copy "glrule-sel.cpy".
  copy "glacct-sel.cpy".
  select openord-file assign to "OPENORD"
    organization is line sequential
    access mode is sequential
    access mode is sequential
    file status is picklist-file-status
    .
  copy "quote-sel.cpy".
  copy "ordamend-sel.cpy".
  select quoteprint-file assign to "QUOTEPRINT"
    organization is line sequential
    access mode is sequential
    file status is quoteprint-file-status
    .
  select quoterpt-file assign to "QUOTERPT"
    organization is line sequential
    access mode is sequential
    file status is quoterpt-file-status
    .
copy "system-sel.cpy".
data division.
file section.
copy "stock.cpy".
copy "custmast-fd.cpy".
copy "user-fd.cpy".
copy "reclock-fd.cpy".
copy "numctl-fd.cpy".
copy "saleshist-fd.cpy".
copy "stkmove-fd.cpy".
copy "stklayer-fd.cpy".
copy "stkloc-fd.cpy".
copy "price-fd.cpy".
copy "custprice-fd.cpy".
copy "shipto-fd.cpy".
copy "custdep-fd.cpy".
copy "glintfc-fd.cpy".
copy "glrule-fd.cpy".
copy "gl010.cpy".
copy "system-fd.cpy".
fd  openord-file.
01  openord-record              pic x(100).
fd  picklist-file.
01  picklist-record             pic x(100).
copy "quote-fd.cpy".
copy "ordamend-fd.cpy".
fd  quoteprint-file.
01  quoteprint-record           pic x(100).
fd  quoterpt-file.
01  quoterpt-record             pic x(100).
working-storage section.
01  program-name              pic x(15) value "orders (1.00.00)".

01  picklist-file-status      pic xx.
01  sales-history-file-status pic xx.
01  stock-movement-file-status pic xx.
01  stock-layer-file-status   pic xx.
copy "stklayer-ws.cpy".
01  stock-location-file-status pic xx.
01  price-file-status         pic xx.
01  number-control-file-status pic xx.
01  shipto-file-status        pic xx.
01  custdep-file-status       pic xx.
01  gl-file-status            pic xx.
01  gl-rule-file-status       pic xx.
01  gl-account-file-status    pic xx.
01  quote-file-status         pic xx.
01  quoteprint-file-status    pic xx.
01  quoterpt-file-status      pic xx.
01  order-amend-file-status   pic xx.
copy "glrule-ws.cpy".
01  ws-deposit-cash-account   pic x(10).
01  ws-deposit-liab-account   pic x(10).
01  ws-deposit-amount         pic 9(09)v99.
01  ws-deposit-date           pic 9(08).
01  ws-order-salesperson      pic x(06).
01  ws-shipto-pick            pic 9(02).
01  ws-shipto-chosen          pic 9(02).
copy "numctl-ws.cpy".
01  record-lock-file-status  pic xx.
01  lock-log-file-status     pic xx.
copy "reclock-ws.cpy".
copy "custprice-ws.cpy".
copy "stkloc-ws.cpy".
copy "price-ws.cpy".
copy "company-ws.cpy".

01  oe-choice                 pic x.
  88  oe-choice-is-valid      values "N" "P" "S" "I" "O" "Q" "D" "C"
                                     "L" "R" "A" "K" "V" "E" "X".

01  ws-picked-line-count      pic 9(03).

  88  more-lines              value "Y".
  88  no-more-lines           value "N".

01  ws-line-saved-switch      pic x.
  88  order-line-was-saved    value "Y".
copy "sellprice-ws.cpy".

01  ws-next-quote-number      pic 9(08).
01  ws-quote-number-wanted    pic 9(08).
01  ws-quote-valid-days       pic 9(03).
01  ws-quote-today            pic 9(08).
01  ws-quote-expiry           pic 9(08).
01  ws-quote-line             pic 9(03).
01  ws-quote-line-amount      pic 9(09)v99.
01  ws-quote-total            pic 9(09)v99.
01  ws-quote-converted-count  pic 9(03).
01  ws-quote-new-status       pic x.
01  ws-quote-new-order        pic 9(08).
01  ws-quote-confirm          pic x.
01  ws-quote-found-switch     pic x.
  88  quote-was-found         value "Y".
  88  quote-not-found         value "N".
01  ws-quote-head.
  05  ws-qh-customer          pic x(06).
  05  ws-qh-date              pic 9(08).
  05  ws-qh-expiry            pic 9(08).
  05  ws-qh-salesperson       pic x(06).
  05  ws-qh-ship-to           pic 9(02).
  05  ws-qh-status            pic x.
  05  ws-qh-order-number      pic 9(08).
01  ws-quote-basis-text       pic x(14).
01  ws-prt-quote-qty          pic 9(07).999.
01  ws-prt-quote-price        pic 9(07).9999.
01  ws-prt-quote-amount       pic 9(09).99.
01  ws-prt-quote-count        pic 9(05).

*> quotations report: one summary per quote, then the salespeople
*> with a count and value in each class - 1 outstanding, 2 expired,
*> 3 won, 4 lost
01  ws-qrpt-last-number       pic 9(08).
01  ws-qrpt-overflow          pic x.
  88  qrpt-table-overflowed   value "Y".
01  ws-qsum-count             pic 9(03).
01  ws-qsum-table.
  05  ws-qsum-entry occurs 500 times indexed by ws-qsum-idx.
    10  ws-qs-number          pic 9(08).
    10  ws-qs-customer        pic x(06).
    10  ws-qs-rep             pic x(06).
    10  ws-qs-date            pic 9(08).
    10  ws-qs-expiry          pic 9(08).
    10  ws-qs-value           pic 9(09)v99.
    10  ws-qs-class           pic 9.
    10  ws-qs-order           pic 9(08).
01  ws-qrep-count             pic 9(03).
01  ws-qrep-found-switch      pic x.
  88  qrep-was-found          value "Y".
  88  qrep-not-found          value "N".
01  ws-qrep-table.
  05  ws-qrep-entry occurs 100 times indexed by ws-qrep-idx.
    10  ws-qr-code            pic x(06).
    10  ws-qr-class-count     pic 9(05) occurs 4 times.
    10  ws-qr-class-value     pic 9(09)v99 occurs 4 times.
01  ws-qrpt-totals.
  05  ws-qt-class-count       pic 9(05) occurs 4 times.
  05  ws-qt-class-value       pic 9(09)v99 occurs 4 times.
01  ws-qclass-sub             pic 9.
01  ws-qclass-names.
  05  filler                  pic x(12) value "Outstanding".
  05  filler                  pic x(12) value "Expired".
  05  filler                  pic x(12) value "Won".
  05  filler                  pic x(12) value "Lost".
01  filler redefines ws-qclass-names.
  05  ws-qclass-name          pic x(12) occurs 4 times.

01  ws-amend-user-code        pic x(32).
01  ws-amend-pass-code        pic x(16).
01  ws-amend-user-switch      pic x.
  88  amend-user-verified     value "Y".
01  ws-amend-line-switch      pic x.
  88  amend-line-was-found    value "Y".
01  ws-amend-release-switch   pic x.
  88  amend-allocation-released value "Y".
01  ws-amend-order-number     pic 9(08).
01  ws-amend-line-number      pic 9(03).
01  ws-amend-old-qty          pic 9(07)v999.
01  ws-amend-new-qty          pic 9(07)v999.
01  ws-amend-delta            pic 9(07)v999.
01  ws-amend-old-status       pic x.
01  ws-amend-order-save       pic x(100).
01  ws-amend-action           pic x.
01  ws-amend-field            pic x(12).
01  ws-amend-old-text         pic x(17).
01  ws-amend-new-text         pic x(17).
01  ws-amend-qty-display      pic 9(07).999.
01  ws-amend-amount-display   pic 9(09).99.
01  ws-cancel-reason          pic x(02).
  88  cancel-reason-is-valid  values "CU" "PR" "DL" "DU" "OT".
01  ws-deposit-unapplied      pic 9(09)v99.
01  ws-refund-amount          pic 9(09)v99.

01  ws-ship-qty               pic 9(07)v999.
01  ws-outstanding-qty        pic 9(07)v999.
01  ws-order-line-amount      pic 9(09)v99.
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
  open i-o quote-file
  if quote-file-status = "35"
    open output quote-file
    close quote-file
    open i-o quote-file
  end-if
  .
closing-procedure.
  close order-file
  close customer-file
  close sales-history-file
  close stock-movement-file
  close stock-layer-file
  close stock-location-file
  close price-file
  close number-control-file
  close shipto-file
  close custdep-file
  close gl-interface-file
  close gl-rule-file
  close gl-account-file
  close quote-file
  .
main-process.
  perform display-oe-menu
  display "(I) Order Inquiry"    at line 08 col 04 foreground-color 2 end-display
  display "(O) Open Orders Report" at line 09 col 04 foreground-color 2 end-display
  display "(X) Exit"             at line 10 col 04 foreground-color 2 end-display
  display "(Q) New Quotation"    at line 05 col 40 foreground-color 2 end-display
  display "(D) Print Quotation"  at line 06 col 40 foreground-color 2 end-display
  display "(C) Convert Quotation to Order" at line 07 col 40 foreground-color 2 end-display
  display "(L) Mark Quotation Lost" at line 08 col 40 foreground-color 2 end-display
  display "(R) Quotations Report" at line 09 col 40 foreground-color 2 end-display
  display "(A) Amend Order Line" at line 10 col 40 foreground-color 2 end-display
  display "(K) Cancel Order Line" at line 11 col 40 foreground-color 2 end-display
  display "(V) Delivery Runs"    at line 12 col 40 foreground-color 2 end-display
  display "(E) Import Customer Orders" at line 13 col 40 foreground-color 2 end-display
  .
accept-oe-choice.
  display "Select option :- [ ]" at line 11 col 04 foreground-color 2 end-display
      perform inquire-order
    when "O"
      perform print-open-orders
    when "Q"
      perform enter-quotation
    when "D"
      perform print-quotation
    when "C"
      perform convert-quotation
    when "L"
      perform mark-quotation-lost
    when "R"
      perform print-quotations-report
    when "A"
      perform amend-order-line
    when "K"
      perform cancel-order-line
    when "V"
      perform run-delivery-runs
    when "E"
      perform run-order-import
    when "X"
      continue
  end-evaluate
  end-if
  .

*>-----------------------------------------------
*> Delivery runs are kept by or040, which has the order file open
*> for itself while it runs
*>-----------------------------------------------
run-delivery-runs.
  perform closing-procedure
  call "or040" using current-company-record-number end-call
  perform opening-procedure
  .

*>-----------------------------------------------
*> Orders sent in on file by trade customers are raised by or050,
*> normally from the scheduler; run here it takes the ORDERIN file
*> waiting now
*>-----------------------------------------------
run-order-import.
  perform closing-procedure
  call "or050" using current-company-record-number end-call
  perform opening-procedure
  .

*>-----------
*> New order
*>-----------
  end-if
  display customer-name at line 05 col 28 foreground-color 3 end-display

  perform accept-order-salesperson
  perform choose-ship-to-address

  move zero to ws-order-running-total
  move 1 to ws-input-line
  set more-lines to true
  perform enter-order-line
    until no-more-lines

  perform capture-order-deposit
  .
accept-order-salesperson.
  display "Salesperson:[      ]" at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-order-salesperson
  accept ws-order-salesperson at line 06 col 17 with foreground-color 6 end-accept
        display rep-name at line 06 col 26 foreground-color 3 end-display
    end-read
  end-if
  .
*>-----------------------------------------------
*> Money taken up front goes on the deposit file against the order
  if ws-deposit-amount = zero
    exit paragraph
  end-if
  perform resolve-deposit-gl-accounts
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    display "Deposit not recorded" at line 16 col 04 foreground-color 4 end-display
    exit paragraph
  end-if

  accept ws-deposit-date from date yyyymmdd end-accept
  initialize custdep-record
  set gl-is-unposted to true
  move "OFFICE" to gl-cost-centre
  move "Customer order deposit" to gl-description
  move ws-deposit-cash-account to gl-account-code
  move ws-deposit-amount to gl-debit-amount
  move zero to gl-credit-amount
  write gl-interface-record
  move ws-deposit-liab-account to gl-account-code
  move zero to gl-debit-amount
  move ws-deposit-amount to gl-credit-amount
  write gl-interface-record
  display "Deposit recorded against order " ws-next-order-number
    at line 16 col 04 foreground-color 2 end-display
  .
resolve-deposit-gl-accounts.
  move "ORDERS" to ws-glrule-source
  move "OFFICE" to ws-glrule-qualifier
  move "CASH" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    exit paragraph
  end-if
  move ws-glrule-account to ws-deposit-cash-account
  move "CUSTDEPOS" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    exit paragraph
  end-if
  move ws-glrule-account to ws-deposit-liab-account
  .
*>-----------------------------------------------
*> When the customer has delivery addresses on file the clerk picks
*> one (a single address is taken as read); with none, the order
  move zero to order-qty-shipped
  move ws-order-salesperson to order-salesperson-code
  move ws-shipto-chosen to order-ship-to-seq
  move order-customer-code to ws-sell-customer
  move order-item-code to ws-sell-item
  move order-date to ws-sell-date
  perform find-customer-selling-price
  move ws-sell-price to order-unit-price
  if ws-sell-basis = "C"
    display "Customer contract price applied: " order-unit-price
      at line 10 col 04 foreground-color 3 end-display
  end-if

  perform save-order-line
  if not order-line-was-saved
    exit paragraph
  end-if

  add 1 to ws-input-line
  display "Another line? (Y/N):[ ]" at line 13 col 04 foreground-color 2 end-display
  accept ws-more-lines at line 13 col 25 with foreground-color 6 end-accept
  move function upper-case(ws-more-lines) to ws-more-lines
  if ws-more-lines not = "Y"
    set no-more-lines to true
  end-if
  .
*>-----------------------------------------------
*> A priced order line in the record area, with its item read, is
*> held against the credit limit, allocated or backordered, and
*> written.  Shared by order entry and quotation conversion.
*>-----------------------------------------------
save-order-line.
  move "N" to ws-line-saved-switch
  set order-line-not-picked to true

  perform check-customer-credit-limit
    display "Insufficient stock, line placed on backorder" at line 11 col 04 foreground-color 4 end-display
  end-if

  move "Y" to ws-line-saved-switch
  write order-record
    invalid key
      display "Order line write failed" at line 23 col 02 foreground-color 4 end-display
  end-write
  .
*>-----------------------------------------------
*> The order's running value plus what the customer already owes is
  perform seed-document-number
  .

*>-----------------------------------------------
*> Amending and cancelling order lines.  Only a line still open or
*> on backorder can be changed.  The clerk signs on with their own
*> USERACCT credentials so the amendment log shows who did it.
*>-----------------------------------------------
amend-order-line.
  display "Amend Order Line" at line 04 col 04 foreground-color 2 end-display
  perform verify-order-clerk
  if not amend-user-verified
    exit paragraph
  end-if
  perform accept-amend-order-line
  if not amend-line-was-found
    exit paragraph
  end-if

  move order-qty-ordered to ws-amend-old-qty
  move order-status to ws-amend-old-status
  display "New Quantity:[           ]" at line 09 col 04 foreground-color 2 end-display
  move zero to ws-amend-new-qty
  accept ws-amend-new-qty at line 09 col 18 with foreground-color 6 end-accept
  if ws-amend-new-qty = ws-amend-old-qty
    display "Quantity unchanged" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  if ws-amend-new-qty not > order-qty-shipped
    display "Quantity must exceed the quantity shipped - cancel the line instead"
      at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  move order-item-code to item-code
  read item-file key is item-code
    invalid key
      display "Item not on file, line not changed" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read

  if ws-amend-new-qty > ws-amend-old-qty
    perform check-amended-credit-limit
    if not override-was-approved
      display "Quantity not changed" at line 10 col 04 foreground-color 4 end-display
      exit paragraph
    end-if
  end-if

  perform reallocate-amended-line
  move ws-amend-new-qty to order-qty-ordered
  rewrite order-record
    invalid key
      display "Order line update failed" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-rewrite
  rewrite item-record
    invalid key
      continue
  end-rewrite

  move "A" to ws-amend-action
  move spaces to ws-cancel-reason
  move "QTY ORDERED" to ws-amend-field
  move ws-amend-old-qty to ws-amend-qty-display
  move ws-amend-qty-display to ws-amend-old-text
  move ws-amend-new-qty to ws-amend-qty-display
  move ws-amend-qty-display to ws-amend-new-text
  perform write-order-amend-log
  if order-status not = ws-amend-old-status
    move "STATUS" to ws-amend-field
    move ws-amend-old-status to ws-amend-old-text
    move order-status to ws-amend-new-text
    perform write-order-amend-log
  end-if

  if order-line-is-backord
    display "Line amended, now on backorder awaiting stock" at line 11 col 04 foreground-color 2 end-display
  else
    display "Line amended" at line 11 col 04 foreground-color 2 end-display
  end-if
  accept omitted end-accept
  .
verify-order-clerk.
  move "N" to ws-amend-user-switch
  display "Your User Code:[                              ]" at line 05 col 04 foreground-color 2 end-display
  move spaces to ws-amend-user-code
  accept ws-amend-user-code at line 05 col 20 with foreground-color 6 end-accept
  display "Your Pass Code:[                ]" at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-amend-pass-code
  accept ws-amend-pass-code at line 06 col 20 with foreground-color 6 end-accept

  open input user-file
  move ws-amend-user-code to user-code
  read user-file key is user-code
    invalid key
      close user-file
      display "Unknown user code" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  close user-file
  move ws-amend-pass-code to pass-code
  move user-pass-salt to pass-salt
  set pass to true
  call "encode" using ws-user-credentials end-call
  if not user-is-active or pass-code not = user-pass-code
    display "Invalid credentials" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move "Y" to ws-amend-user-switch
  .
accept-amend-order-line.
  move "N" to ws-amend-line-switch
  display "Order Number:[        ]  Line:[   ]" at line 07 col 04 foreground-color 2 end-display
  move zero to ws-amend-order-number
  move zero to ws-amend-line-number
  accept ws-amend-order-number at line 07 col 18 with foreground-color 6 end-accept
  accept ws-amend-line-number at line 07 col 35 with foreground-color 6 end-accept

  move ws-amend-order-number to order-number
  move ws-amend-line-number to order-line-number
  read order-file key is order-key
    invalid key
      display "Order line not found" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  if not (order-line-is-open or order-line-is-backord)
    display "Only an open or backordered line can be changed" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move order-qty-ordered to ws-qty-ordered-display
  move order-qty-shipped to ws-qty-shipped-display
  display "Item " order-item-code " ordered " ws-qty-ordered-display
    " shipped " ws-qty-shipped-display " status " order-status
    at line 08 col 04 foreground-color 3 end-display
  move "Y" to ws-amend-line-switch
  .
*>-----------------------------------------------
*> An increase is held against the credit limit on what the order
*> still has to deliver: the customer's balance, the other open
*> lines' outstanding value and this line's new outstanding value.
*> The other lines are read through the order record area, so the
*> line being amended is saved and put back around the scan.
*>-----------------------------------------------
check-amended-credit-limit.
  move "Y" to ws-override-approved
  move order-customer-code to customer-code
  read customer-file key is customer-code
    invalid key
      exit paragraph
  end-read
  if customer-on-credit-hold
    move "N" to ws-override-approved
    display "Customer is on credit hold, quantity cannot be increased"
      at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  if customer-credit-limit = zero
    exit paragraph
  end-if

  move order-record to ws-amend-order-save
  perform sum-other-order-lines
  move ws-amend-order-save to order-record

  compute ws-exposure-total rounded = customer-balance + ws-order-running-total
    + (ws-amend-new-qty - order-qty-shipped) * order-unit-price
  if ws-exposure-total > customer-credit-limit
    perform get-supervisor-override
  end-if
  .
sum-other-order-lines.
  move zero to ws-order-running-total
  move ws-amend-order-number to order-number
  move zero to order-line-number
  start order-file key not less than order-key
    invalid key
      exit paragraph
  end-start
  perform add-one-other-order-line
    until order-file-status not = zero
       or order-number not = ws-amend-order-number
  .
add-one-other-order-line.
  read order-file next record
    at end
      move "10" to order-file-status
      exit paragraph
  end-read
  if order-number = ws-amend-order-number
     and order-line-number not = ws-amend-line-number
     and (order-line-is-open or order-line-is-backord)
    compute ws-order-line-amount rounded =
      (order-qty-ordered - order-qty-shipped) * order-unit-price
    add ws-order-line-amount to ws-order-running-total
  end-if
  .
*>-----------------------------------------------
*> An open line holds its outstanding quantity in item-allocated-qty.
*> A cut releases the difference; an increase takes the extra if it
*> is free, otherwise the whole line goes to backorder and gives up
*> what it held, as the ship run does when stock runs out.  A
*> backordered line is allocated in full when the stock is free now.
*> Either way the pick list has to be printed again.
*>-----------------------------------------------
reallocate-amended-line.
  if order-line-is-open
    if ws-amend-new-qty > ws-amend-old-qty
      compute ws-amend-delta = ws-amend-new-qty - ws-amend-old-qty
      if (item-on-hand-qty - item-allocated-qty) >= ws-amend-delta
        add ws-amend-delta to item-allocated-qty
      else
        compute ws-outstanding-qty = ws-amend-old-qty - order-qty-shipped
        subtract ws-outstanding-qty from item-allocated-qty
        if item-allocated-qty < zero
          move zero to item-allocated-qty
        end-if
        set order-line-is-backord to true
      end-if
    else
      compute ws-amend-delta = ws-amend-old-qty - ws-amend-new-qty
      subtract ws-amend-delta from item-allocated-qty
      if item-allocated-qty < zero
        move zero to item-allocated-qty
      end-if
    end-if
  else
    compute ws-outstanding-qty = ws-amend-new-qty - order-qty-shipped
    if (item-on-hand-qty - item-allocated-qty) >= ws-outstanding-qty
      add ws-outstanding-qty to item-allocated-qty
      set order-line-is-open to true
    end-if
  end-if
  set order-line-not-picked to true
  .

*>-----------------------------------------------
*> A cancelled line gives back what it had allocated, keeps its
*> shipped quantity for billing, and carries the reason code.  Any
*> deposit still held on the order may then be refunded or left to
*> offset the invoice for the rest of the order.
*>-----------------------------------------------
cancel-order-line.
  display "Cancel Order Line" at line 04 col 04 foreground-color 2 end-display
  perform verify-order-clerk
  if not amend-user-verified
    exit paragraph
  end-if
  perform accept-amend-order-line
  if not amend-line-was-found
    exit paragraph
  end-if

  display "Reasons: CU customer request  PR price  DL delivery date"
    at line 09 col 04 foreground-color 2 end-display
  display "         DU duplicate entry  OT other"
    at line 10 col 04 foreground-color 2 end-display
  display "Reason Code:[  ]" at line 11 col 04 foreground-color 2 end-display
  move spaces to ws-cancel-reason
  accept ws-cancel-reason at line 11 col 17 with foreground-color 6 end-accept
  move function upper-case(ws-cancel-reason) to ws-cancel-reason
  if not cancel-reason-is-valid
    display "A valid reason code is required, line not cancelled" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  display "Cancel this line? (Y/N):[ ]" at line 12 col 04 foreground-color 2 end-display
  move space to ws-quote-confirm
  accept ws-quote-confirm at line 12 col 29 with foreground-color 6 end-accept
  move function upper-case(ws-quote-confirm) to ws-quote-confirm
  if ws-quote-confirm not = "Y"
    exit paragraph
  end-if

  move order-status to ws-amend-old-status
  compute ws-outstanding-qty = order-qty-ordered - order-qty-shipped
  if order-line-is-open
    move order-item-code to item-code
    read item-file key is item-code
      invalid key
        move "N" to ws-amend-release-switch
      not invalid key
        move "Y" to ws-amend-release-switch
        subtract ws-outstanding-qty from item-allocated-qty
        if item-allocated-qty < zero
          move zero to item-allocated-qty
        end-if
    end-read
  else
    move "N" to ws-amend-release-switch
  end-if

  set order-line-is-cancelled to true
  move ws-cancel-reason to order-cancel-reason
  accept order-cancel-date from date yyyymmdd end-accept
  rewrite order-record
    invalid key
      display "Order line update failed" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-rewrite
  if amend-allocation-released
    rewrite item-record
      invalid key
        continue
    end-rewrite
  end-if

  move "C" to ws-amend-action
  move "STATUS" to ws-amend-field
  move ws-amend-old-status to ws-amend-old-text
  move order-status to ws-amend-new-text
  perform write-order-amend-log
  display "Order line cancelled" at line 13 col 04 foreground-color 2 end-display

  perform settle-cancelled-deposit
  accept omitted end-accept
  .
settle-cancelled-deposit.
  move order-customer-code to dep-customer-code
  move order-number to dep-order-number
  read custdep-file key is dep-key
    invalid key
      exit paragraph
  end-read
  if not dep-is-open
    exit paragraph
  end-if
  compute ws-deposit-unapplied = dep-amount - dep-applied-amount
  if ws-deposit-unapplied = zero
    exit paragraph
  end-if

  move ws-deposit-unapplied to ws-amend-amount-display
  display "Deposit held on the order: " ws-amend-amount-display
    at line 14 col 04 foreground-color 3 end-display
  display "Refund Amount (0 = hold):[           ]" at line 15 col 04 foreground-color 2 end-display
  move zero to ws-refund-amount
  accept ws-refund-amount at line 15 col 30 with foreground-color 6 end-accept
  if ws-refund-amount = zero
    display "Deposit held against the order" at line 16 col 04 foreground-color 2 end-display
    exit paragraph
  end-if
  if ws-refund-amount > ws-deposit-unapplied
    display "Refund exceeds the deposit held, deposit held" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  perform resolve-deposit-gl-accounts
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    display "Refund not recorded" at line 16 col 04 foreground-color 4 end-display
    exit paragraph
  end-if

  move dep-amount to ws-amend-amount-display
  move ws-amend-amount-display to ws-amend-old-text
  subtract ws-refund-amount from dep-amount
  if dep-applied-amount >= dep-amount
    set dep-is-applied to true
  end-if
  rewrite custdep-record
    invalid key
      display "Deposit update failed, refund not recorded" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-rewrite

  accept ws-deposit-date from date yyyymmdd end-accept
  move "ORDERS" to gl-source-module
  move ws-deposit-date to gl-post-date
  move zero to gl-batch-number
  set gl-is-unposted to true
  move "OFFICE" to gl-cost-centre
  move "Customer deposit refund" to gl-description
  move ws-deposit-liab-account to gl-account-code
  move ws-refund-amount to gl-debit-amount
  move zero to gl-credit-amount
  write gl-interface-record
  move ws-deposit-cash-account to gl-account-code
  move zero to gl-debit-amount
  move ws-refund-amount to gl-credit-amount
  write gl-interface-record

  move "DEPOSIT" to ws-amend-field
  move dep-amount to ws-amend-amount-display
  move ws-amend-amount-display to ws-amend-new-text
  perform write-order-amend-log
  move ws-refund-amount to ws-amend-amount-display
  display "Deposit refund of " ws-amend-amount-display " recorded"
    at line 16 col 04 foreground-color 2 end-display
  .
write-order-amend-log.
  open extend order-amend-file
  if order-amend-file-status not = zero
    open output order-amend-file
  end-if
  initialize order-amend-record
  accept oamd-date from date yyyymmdd end-accept
  accept oamd-time from time end-accept
  move ws-amend-user-code to oamd-user-code
  move ws-amend-order-number to oamd-order-number
  move ws-amend-line-number to oamd-line-number
  move ws-amend-action to oamd-action
  move ws-amend-field to oamd-field-name
  move ws-amend-old-text to oamd-old-value
  move ws-amend-new-text to oamd-new-value
  move ws-cancel-reason to oamd-reason-code
  write order-amend-record
  close order-amend-file
  .

*>--------------------
*> Pick/ship the order
*>--------------------
  end-if
  move 1 to order-line-number

  *> shipments build up on PICKSHIP until the billing run has
  *> invoiced them, so each ship confirmation adds to the file
  open extend pickship-file
  if pickship-file-status not = zero
    open output pickship-file
  end-if
  perform ship-one-order-line
    until order-file-status not = zero
  close pickship-file
        move order-item-code to pickship-item-code
        move ws-ship-qty to pickship-qty-shipped
        accept pickship-ship-date from date yyyymmdd end-accept
        move "N" to pickship-billed-switch
        move zero to pickship-invoice-number
        write pickship-record
        perform write-shipment-history
        perform write-shipment-stock-movement
  move zero to move-qty-in
  move ws-ship-qty to move-qty-out
  move item-on-hand-qty to move-resulting-balance
  move item-code to ws-layer-item
  move ws-ship-qty to ws-layer-qty
  move item-average-cost to ws-layer-unit-cost
  perform consume-cost-layers
  compute move-cost-value = zero - ws-layer-cost-value
  write stock-movement-record
  .
write-shipment-history.
    write openord-record
  end-if
  .
*>-----------------------------------------------
*> Sales quotations.  A quote prices each line exactly as an order
*> line would be priced - contract price, else the retail list -
*> and holds the price until its expiry date.  Nothing is allocated
*> and the credit limit is not tested until the customer accepts
*> and the quote is converted into an order.
*>-----------------------------------------------
enter-quotation.
  perform get-next-quote-number
  display "New Quotation " ws-next-quote-number at line 04 col 04 foreground-color 2 end-display
  display "Customer Code:[      ]" at line 05 col 04 foreground-color 2 end-display
  accept ws-input-code at line 05 col 18 with foreground-color 6 end-accept

  move ws-input-code(1:6) to customer-code
  read customer-file key is customer-code
    invalid key
      display "Customer not on file, quotation rejected" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  if customer-is-inactive
    display "Customer is inactive, quotation rejected" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  *> a quote commits nothing, so a held account may still be quoted;
  *> the hold is enforced when the quote is converted
  if customer-on-credit-hold
    display "Customer is on credit hold, the quote cannot be converted until released"
      at line 23 col 02 foreground-color 4 end-display
  end-if
  display customer-name at line 05 col 28 foreground-color 3 end-display

  perform accept-order-salesperson
  perform choose-ship-to-address

  display "Valid For Days:[   ]" at line 04 col 40 foreground-color 2 end-display
  move zero to ws-quote-valid-days
  accept ws-quote-valid-days at line 04 col 56 with foreground-color 6 end-accept
  if ws-quote-valid-days = zero
    move 30 to ws-quote-valid-days
  end-if
  accept ws-quote-today from date yyyymmdd end-accept
  compute ws-quote-expiry = function date-of-integer
    (function integer-of-date(ws-quote-today) + ws-quote-valid-days)
  display "Valid until " ws-quote-expiry at line 04 col 62 foreground-color 3 end-display

  move zero to ws-quote-total
  move 1 to ws-quote-line
  set more-lines to true
  perform enter-quotation-line
    until no-more-lines

  if ws-quote-line = 1
    display "No lines entered, quotation not saved" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move ws-quote-total to ws-prt-quote-amount
  display "Quotation " ws-next-quote-number " saved, value " ws-prt-quote-amount
    at line 15 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
enter-quotation-line.
  initialize quote-record
  move ws-next-quote-number to quote-number
  move ws-quote-line to quote-line-number
  move ws-input-code(1:6) to quote-customer-code
  move ws-quote-today to quote-date
  move ws-quote-expiry to quote-expiry-date
  move ws-order-salesperson to quote-salesperson-code
  move ws-shipto-chosen to quote-ship-to-seq
  set quote-is-open to true
  move zero to quote-order-number
  move ws-quote-today to quote-status-date

  display "Item Code:[          ]" at line 08 col 04 foreground-color 2 end-display
  accept quote-item-code at line 08 col 15 with foreground-color 6 end-accept

  move quote-item-code to item-code
  read item-file key is item-code
    invalid key
      display "Item not on file, quote line rejected" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  if item-is-inactive
    if item-superseded-by not = spaces
      display "Item is inactive, superseded by " item-superseded-by
        at line 23 col 02 foreground-color 4 end-display
    else
      display "Item is inactive, quote line rejected" at line 23 col 02 foreground-color 4 end-display
    end-if
    exit paragraph
  end-if

  display "Quantity: [           ]" at line 09 col 04 foreground-color 2 end-display
  move zero to ws-input-qty
  accept ws-input-qty at line 09 col 15 with foreground-color 6 end-accept
  if ws-input-qty = zero
    display "Quantity must be entered, quote line rejected" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move ws-input-qty to quote-qty

  move quote-customer-code to ws-sell-customer
  move quote-item-code to ws-sell-item
  move quote-date to ws-sell-date
  perform find-customer-selling-price
  move ws-sell-price to quote-unit-price
  move ws-sell-basis to quote-price-basis
  evaluate true
    when quote-priced-by-contract
      move "contract price" to ws-quote-basis-text
    when quote-priced-by-list
      move "list price" to ws-quote-basis-text
    when other
      move "average cost" to ws-quote-basis-text
  end-evaluate
  display "Price: " quote-unit-price " (" ws-quote-basis-text ")"
    at line 10 col 04 foreground-color 3 end-display

  write quote-record
    invalid key
      display "Quotation line write failed" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-write
  compute ws-quote-line-amount rounded = quote-qty * quote-unit-price
  add ws-quote-line-amount to ws-quote-total
  move ws-quote-line-amount to ws-prt-quote-amount
  display "Line value " ws-prt-quote-amount at line 11 col 04 foreground-color 3 end-display

  add 1 to ws-quote-line
  display "Another line? (Y/N):[ ]" at line 13 col 04 foreground-color 2 end-display
  accept ws-more-lines at line 13 col 25 with foreground-color 6 end-accept
  move function upper-case(ws-more-lines) to ws-more-lines
  if ws-more-lines not = "Y"
    set no-more-lines to true
  end-if
  .
get-next-quote-number.
  move "QUOTE" to ws-numctl-doc-type
  perform get-next-document-number
  if ws-numctl-was-seeded
    move ws-numctl-next to ws-next-quote-number
    exit paragraph
  end-if
  move zero to ws-next-quote-number
  move high-values to quote-key
  start quote-file key less than quote-key
    invalid key
      move zero to ws-next-quote-number
    not invalid key
      read quote-file previous record
        at end
          move zero to ws-next-quote-number
        not at end
          move quote-number to ws-next-quote-number
      end-read
  end-start
  add 1 to ws-next-quote-number
  move ws-next-quote-number to ws-numctl-next
  perform seed-document-number
  .
*>-----------------------------------------------
*> The first line of the wanted quote carries its customer, dates,
*> salesperson and status; position-quote-lines then sets the file
*> at the quote's first line for a pass over all of them.
*>-----------------------------------------------
read-quote-header.
  set quote-not-found to true
  move ws-quote-number-wanted to quote-number
  move zero to quote-line-number
  start quote-file key not less than quote-key
    invalid key
      exit paragraph
  end-start
  read quote-file next record
    at end
      exit paragraph
  end-read
  if quote-number not = ws-quote-number-wanted
    exit paragraph
  end-if
  set quote-was-found to true
  move quote-customer-code to ws-qh-customer
  move quote-date to ws-qh-date
  move quote-expiry-date to ws-qh-expiry
  move quote-salesperson-code to ws-qh-salesperson
  move quote-ship-to-seq to ws-qh-ship-to
  move quote-status to ws-qh-status
  move quote-order-number to ws-qh-order-number
  .
position-quote-lines.
  move ws-quote-number-wanted to quote-number
  move zero to quote-line-number
  start quote-file key not less than quote-key
    invalid key
      move "10" to quote-file-status
  end-start
  .
set-quote-status.
  accept ws-quote-today from date yyyymmdd end-accept
  perform position-quote-lines
  perform set-one-quote-line-status
    until quote-file-status not = zero
       or quote-number not = ws-quote-number-wanted
  .
set-one-quote-line-status.
  read quote-file next record
    at end
      move "10" to quote-file-status
      exit paragraph
  end-read
  if quote-number not = ws-quote-number-wanted
    exit paragraph
  end-if
  move ws-quote-new-status to quote-status
  move ws-quote-new-order to quote-order-number
  move ws-quote-today to quote-status-date
  rewrite quote-record
    invalid key
      continue
  end-rewrite
  .

*>-----------------------------------------------
*> Quotation document for the customer: company heading, the
*> customer and delivery address, the priced lines and the date the
*> prices hold until.
*>-----------------------------------------------
print-quotation.
  display "Print Quotation" at line 04 col 04 foreground-color 2 end-display
  display "Quotation Number:[        ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-quote-number-wanted
  accept ws-quote-number-wanted at line 06 col 22 with foreground-color 6 end-accept
  perform read-quote-header
  if quote-not-found
    display "Quotation not found" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  perform get-print-spool-name

  move ws-qh-customer to customer-code
  read customer-file key is customer-code
    invalid key
      initialize customer-record
      move "(customer not on file)" to customer-name
  end-read

  open output quoteprint-file
  move spaces to quoteprint-record
  string "QUOTATION " delimited by size
    ws-quote-number-wanted delimited by size
    "          " delimited by size
    function trim(system-user-name) delimited by size
    into quoteprint-record
  end-string
  write quoteprint-record
  move system-address-1 to quoteprint-record
  write quoteprint-record
  move system-address-2 to quoteprint-record
  write quoteprint-record
  move system-post-code to quoteprint-record
  write quoteprint-record
  move spaces to quoteprint-record
  write quoteprint-record

  move spaces to quoteprint-record
  string "To: " delimited by size
    customer-code delimited by size
    "  " delimited by size
    customer-name delimited by size
    into quoteprint-record
  end-string
  write quoteprint-record
  move customer-address-1 to quoteprint-record
  write quoteprint-record
  move customer-address-2 to quoteprint-record
  write quoteprint-record
  move customer-post-code to quoteprint-record
  write quoteprint-record
  move spaces to quoteprint-record
  write quoteprint-record

  if ws-qh-ship-to not = zero
    move ws-qh-customer to shipto-customer-code
    move ws-qh-ship-to to shipto-sequence
    read shipto-file key is shipto-key
      invalid key
        continue
      not invalid key
        move spaces to quoteprint-record
        string "Deliver to: " delimited by size
          shipto-name delimited by size
          into quoteprint-record
        end-string
        write quoteprint-record
        move shipto-address-1 to quoteprint-record
        write quoteprint-record
        move shipto-address-2 to quoteprint-record
        write quoteprint-record
        move shipto-post-code to quoteprint-record
        write quoteprint-record
        move spaces to quoteprint-record
        write quoteprint-record
    end-read
  end-if

  move spaces to quoteprint-record
  string "Date: " delimited by size
    ws-qh-date delimited by size
    "   Valid until: " delimited by size
    ws-qh-expiry delimited by size
    into quoteprint-record
  end-string
  write quoteprint-record
  if ws-qh-salesperson not = spaces
    move ws-qh-salesperson to rep-code
    read salesrep-file key is rep-code
      invalid key
        move spaces to rep-name
    end-read
    move spaces to quoteprint-record
    string "Your contact: " delimited by size
      rep-name delimited by size
      into quoteprint-record
    end-string
    write quoteprint-record
  end-if
  move spaces to quoteprint-record
  write quoteprint-record
  move "Ln  Item        Description                       Quantity        Unit Price       Amount" to quoteprint-record
  write quoteprint-record

  move zero to ws-quote-total
  perform position-quote-lines
  perform print-one-quote-line
    until quote-file-status not = zero
       or quote-number not = ws-quote-number-wanted

  move spaces to quoteprint-record
  write quoteprint-record
  move ws-quote-total to ws-prt-quote-amount
  move spaces to quoteprint-record
  string "                                                  Total before tax:  " delimited by size
    ws-prt-quote-amount delimited by size
    into quoteprint-record
  end-string
  write quoteprint-record
  move spaces to quoteprint-record
  write quoteprint-record
  move spaces to quoteprint-record
  string "Prices exclude tax and are held until " delimited by size
    ws-qh-expiry delimited by size
    into quoteprint-record
  end-string
  write quoteprint-record
  close quoteprint-file

  move "QUOTEPRINT" to print-route-file-name
  perform route-report-to-printer
  display "Quotation routed to spool " system-print-spool-name
    at line 09 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
print-one-quote-line.
  read quote-file next record
    at end
      move "10" to quote-file-status
      exit paragraph
  end-read
  if quote-number not = ws-quote-number-wanted
    exit paragraph
  end-if

  move quote-item-code to item-code
  read item-file key is item-code
    invalid key
      move "(not on stock file)" to item-description
  end-read
  compute ws-quote-line-amount rounded = quote-qty * quote-unit-price
  add ws-quote-line-amount to ws-quote-total
  move quote-qty to ws-prt-quote-qty
  move quote-unit-price to ws-prt-quote-price
  move ws-quote-line-amount to ws-prt-quote-amount
  move spaces to quoteprint-record
  string quote-line-number delimited by size
    " " delimited by size
    quote-item-code delimited by size
    "  " delimited by size
    item-description(1:32) delimited by size
    "  " delimited by size
    ws-prt-quote-qty delimited by size
    "  " delimited by size
    ws-prt-quote-price delimited by size
    "  " delimited by size
    ws-prt-quote-amount delimited by size
    into quoteprint-record
  end-string
  write quoteprint-record
  .

*>-----------------------------------------------
*> An accepted quote becomes a sales order at the quoted prices.
*> Each line goes through the same credit-limit and allocation
*> checks as a keyed order line; a line the credit check refuses is
*> left off the order.  The quote is marked won against the order.
*>-----------------------------------------------
convert-quotation.
  display "Convert Quotation to Order" at line 04 col 04 foreground-color 2 end-display
  display "Quotation Number:[        ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-quote-number-wanted
  accept ws-quote-number-wanted at line 06 col 22 with foreground-color 6 end-accept
  perform read-quote-header
  if quote-not-found
    display "Quotation not found" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  if ws-qh-status = "W"
    display "Quotation already converted to order " ws-qh-order-number
      at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  if ws-qh-status = "L"
    display "Quotation was marked lost, cannot be converted" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  accept ws-quote-today from date yyyymmdd end-accept
  if ws-qh-expiry < ws-quote-today
    display "Quotation expired on " ws-qh-expiry ", cannot be converted"
      at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  move ws-qh-customer to customer-code
  read customer-file key is customer-code
    invalid key
      display "Customer not on file, conversion rejected" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  if customer-is-inactive
    display "Customer is inactive, conversion rejected" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  if customer-on-credit-hold
    display "Customer is on credit hold, conversion rejected" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  display "Customer " ws-qh-customer " " customer-name
    at line 07 col 04 foreground-color 3 end-display

  display "Customer accepted, convert to order? (Y/N):[ ]" at line 08 col 04 foreground-color 2 end-display
  move space to ws-quote-confirm
  accept ws-quote-confirm at line 08 col 48 with foreground-color 6 end-accept
  move function upper-case(ws-quote-confirm) to ws-quote-confirm
  if ws-quote-confirm not = "Y"
    exit paragraph
  end-if

  perform get-next-order-number
  move ws-qh-customer to ws-input-code
  move zero to ws-order-running-total
  move zero to ws-quote-converted-count
  move 1 to ws-input-line
  perform position-quote-lines
  perform convert-one-quote-line
    until quote-file-status not = zero
       or quote-number not = ws-quote-number-wanted

  if ws-quote-converted-count = zero
    display "No lines converted, quotation left open" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move "W" to ws-quote-new-status
  move ws-next-order-number to ws-quote-new-order
  perform set-quote-status
  display "Quotation converted to order " ws-next-order-number
    at line 14 col 04 foreground-color 2 end-display

  perform capture-order-deposit
  accept omitted end-accept
  .
convert-one-quote-line.
  read quote-file next record
    at end
      move "10" to quote-file-status
      exit paragraph
  end-read
  if quote-number not = ws-quote-number-wanted
    exit paragraph
  end-if

  move quote-item-code to item-code
  read item-file key is item-code
    invalid key
      display "Item " quote-item-code " not on file, line not converted"
        at line 12 col 04 foreground-color 4 end-display
      exit paragraph
  end-read
  if item-is-inactive
    display "Item " quote-item-code " is inactive, line not converted"
      at line 12 col 04 foreground-color 4 end-display
    exit paragraph
  end-if

  initialize order-record
  move ws-next-order-number to order-number
  move ws-input-line to order-line-number
  move quote-customer-code to order-customer-code
  accept order-date from date yyyymmdd end-accept
  move quote-item-code to order-item-code
  move quote-qty to order-qty-ordered
  move zero to order-qty-shipped
  move quote-unit-price to order-unit-price
  move quote-salesperson-code to order-salesperson-code
  move quote-ship-to-seq to order-ship-to-seq

  perform save-order-line
  if order-line-was-saved
    add 1 to ws-input-line
    add 1 to ws-quote-converted-count
    display "Quote line " quote-line-number " " quote-item-code " converted"
      at line 10 col 04 foreground-color 2 end-display
  end-if
  .

*>-----------------------------------------------
*> A quote the customer turned down is closed as lost so it drops
*> out of the outstanding figures.
*>-----------------------------------------------
mark-quotation-lost.
  display "Mark Quotation Lost" at line 04 col 04 foreground-color 2 end-display
  display "Quotation Number:[        ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-quote-number-wanted
  accept ws-quote-number-wanted at line 06 col 22 with foreground-color 6 end-accept
  perform read-quote-header
  if quote-not-found
    display "Quotation not found" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  if ws-qh-status not = "O"
    display "Quotation is no longer open" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  display "Customer " ws-qh-customer " dated " ws-qh-date " expires " ws-qh-expiry
    at line 07 col 04 foreground-color 3 end-display
  display "Mark as lost? (Y/N):[ ]" at line 08 col 04 foreground-color 2 end-display
  move space to ws-quote-confirm
  accept ws-quote-confirm at line 08 col 25 with foreground-color 6 end-accept
  move function upper-case(ws-quote-confirm) to ws-quote-confirm
  if ws-quote-confirm not = "Y"
    exit paragraph
  end-if
  move "L" to ws-quote-new-status
  move zero to ws-quote-new-order
  perform set-quote-status
  display "Quotation marked lost" at line 10 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .

*>-----------------------------------------------
*> Quotations by salesperson: every quote listed under its
*> salesperson as outstanding, expired (still open but past its
*> expiry date), won or lost, with a count and value per class for
*> each salesperson and for the file.
*>-----------------------------------------------
print-quotations-report.
  display "Quotations Report" at line 04 col 04 foreground-color 2 end-display
  perform get-print-spool-name
  accept ws-quote-today from date yyyymmdd end-accept
  move zero to ws-qsum-count
  move zero to ws-qrep-count
  move zero to ws-qrpt-last-number
  move "N" to ws-qrpt-overflow
  initialize ws-qrpt-totals

  move low-values to quote-key
  start quote-file key not less than quote-key
    invalid key
      display "No quotations on file" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-start
  perform summarise-one-quote-line
    until quote-file-status not = zero

  set ws-qsum-idx to 1
  perform tally-one-quote-summary
    until ws-qsum-idx > ws-qsum-count

  open output quoterpt-file
  move spaces to quoterpt-record
  string "Quotations by Salesperson as at " delimited by size
    ws-quote-today delimited by size
    into quoterpt-record
  end-string
  write quoterpt-record
  move spaces to quoterpt-record
  write quoterpt-record

  set ws-qrep-idx to 1
  perform report-one-quote-rep
    until ws-qrep-idx > ws-qrep-count

  move "All salespeople" to quoterpt-record
  write quoterpt-record
  move 1 to ws-qclass-sub
  perform report-total-quote-class
    until ws-qclass-sub > 4
  if qrpt-table-overflowed
    move spaces to quoterpt-record
    write quoterpt-record
    move "More than 500 quotations on file - later quotations not reported" to quoterpt-record
    write quoterpt-record
  end-if
  close quoterpt-file

  move "QUOTERPT" to print-route-file-name
  perform route-report-to-printer
  display "Quotations report routed to spool " system-print-spool-name
    at line 09 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
summarise-one-quote-line.
  read quote-file next record
    at end
      move "10" to quote-file-status
      exit paragraph
  end-read
  if quote-number not = ws-qrpt-last-number
    if ws-qsum-count = 500
      move "Y" to ws-qrpt-overflow
      move "10" to quote-file-status
      exit paragraph
    end-if
    add 1 to ws-qsum-count
    set ws-qsum-idx to ws-qsum-count
    move quote-number to ws-qrpt-last-number
    move quote-number to ws-qs-number(ws-qsum-idx)
    move quote-customer-code to ws-qs-customer(ws-qsum-idx)
    move quote-salesperson-code to ws-qs-rep(ws-qsum-idx)
    move quote-date to ws-qs-date(ws-qsum-idx)
    move quote-expiry-date to ws-qs-expiry(ws-qsum-idx)
    move zero to ws-qs-value(ws-qsum-idx)
    move quote-order-number to ws-qs-order(ws-qsum-idx)
    evaluate true
      when quote-is-won
        move 3 to ws-qs-class(ws-qsum-idx)
      when quote-is-lost
        move 4 to ws-qs-class(ws-qsum-idx)
      when quote-expiry-date < ws-quote-today
        move 2 to ws-qs-class(ws-qsum-idx)
      when other
        move 1 to ws-qs-class(ws-qsum-idx)
    end-evaluate
  end-if
  compute ws-quote-line-amount rounded = quote-qty * quote-unit-price
  add ws-quote-line-amount to ws-qs-value(ws-qsum-idx)
  .
tally-one-quote-summary.
  move ws-qs-class(ws-qsum-idx) to ws-qclass-sub
  add 1 to ws-qt-class-count(ws-qclass-sub)
  add ws-qs-value(ws-qsum-idx) to ws-qt-class-value(ws-qclass-sub)

  set qrep-not-found to true
  set ws-qrep-idx to 1
  perform find-one-quote-rep
    until qrep-was-found or ws-qrep-idx > ws-qrep-count
  if qrep-not-found
    add 1 to ws-qrep-count
    set ws-qrep-idx to ws-qrep-count
    initialize ws-qrep-entry(ws-qrep-idx)
    move ws-qs-rep(ws-qsum-idx) to ws-qr-code(ws-qrep-idx)
  end-if
  add 1 to ws-qr-class-count(ws-qrep-idx, ws-qclass-sub)
  add ws-qs-value(ws-qsum-idx) to ws-qr-class-value(ws-qrep-idx, ws-qclass-sub)
  set ws-qsum-idx up by 1
  .
find-one-quote-rep.
  if ws-qr-code(ws-qrep-idx) = ws-qs-rep(ws-qsum-idx)
    set qrep-was-found to true
  else
    set ws-qrep-idx up by 1
  end-if
  .
report-one-quote-rep.
  if ws-qr-code(ws-qrep-idx) = spaces
    move "(no salesperson)" to rep-name
  else
    move ws-qr-code(ws-qrep-idx) to rep-code
    read salesrep-file key is rep-code
      invalid key
        move "(not on file)" to rep-name
    end-read
  end-if
  move spaces to quoterpt-record
  string "Salesperson " delimited by size
    ws-qr-code(ws-qrep-idx) delimited by size
    "  " delimited by size
    rep-name delimited by size
    into quoterpt-record
  end-string
  write quoterpt-record
  move "  Quote     Customer  Date      Expires         Value  Status" to quoterpt-record
  write quoterpt-record

  set ws-qsum-idx to 1
  perform report-one-rep-quote
    until ws-qsum-idx > ws-qsum-count

  move 1 to ws-qclass-sub
  perform report-rep-quote-class
    until ws-qclass-sub > 4
  move spaces to quoterpt-record
  write quoterpt-record
  set ws-qrep-idx up by 1
  .
report-one-rep-quote.
  if ws-qs-rep(ws-qsum-idx) = ws-qr-code(ws-qrep-idx)
    move ws-qs-class(ws-qsum-idx) to ws-qclass-sub
    move ws-qs-value(ws-qsum-idx) to ws-prt-quote-amount
    move spaces to quoterpt-record
    string "  " delimited by size
      ws-qs-number(ws-qsum-idx) delimited by size
      "  " delimited by size
      ws-qs-customer(ws-qsum-idx) delimited by size
      "    " delimited by size
      ws-qs-date(ws-qsum-idx) delimited by size
      "  " delimited by size
      ws-qs-expiry(ws-qsum-idx) delimited by size
      "  " delimited by size
      ws-prt-quote-amount delimited by size
      "  " delimited by size
      ws-qclass-name(ws-qclass-sub) delimited by size
      into quoterpt-record
    end-string
    if ws-qclass-sub = 3
      move "Won, order " to quoterpt-record(57:11)
      move ws-qs-order(ws-qsum-idx) to quoterpt-record(68:8)
    end-if
    write quoterpt-record
  end-if
  set ws-qsum-idx up by 1
  .
report-rep-quote-class.
  move ws-qr-class-count(ws-qrep-idx, ws-qclass-sub) to ws-prt-quote-count
  move ws-qr-class-value(ws-qrep-idx, ws-qclass-sub) to ws-prt-quote-amount
  perform write-quote-class-line
  add 1 to ws-qclass-sub
  .
report-total-quote-class.
  move ws-qt-class-count(ws-qclass-sub) to ws-prt-quote-count
  move ws-qt-class-value(ws-qclass-sub) to ws-prt-quote-amount
  perform write-quote-class-line
  add 1 to ws-qclass-sub
  .
write-quote-class-line.
  move spaces to quoterpt-record
  string "    " delimited by size
    ws-qclass-name(ws-qclass-sub) delimited by size
    ws-prt-quote-count delimited by size
    " quotes, value " delimited by size
    ws-prt-quote-amount delimited by size
    into quoterpt-record
  end-string
  write quoterpt-record
  .
get-print-spool-name.
  move spaces to system-print-spool-name
  open input system-file
copy "stkloc-pd.cpy".
copy "price-find-pd.cpy".
copy "custprice-find-pd.cpy".
copy "sellprice-pd.cpy".
copy "reclock-pd.cpy".
copy "numctl-pd.cpy".
copy "glrule-pd.cpy".
copy "stklayer-pd.cpy".
end program orders.
