    alternate record key is invoice-customer-code with duplicates
    file status is invoice-file-status
    .
  copy "slinvline-sel.cpy".
  select ageddebt-file assign to "AGEDDEBT"
    organization is line sequential
    access mode is sequential
    .
  copy "taxcode-sel.cpy".
  copy "glintfc-sel.cpy".
  copy "glrule-sel.cpy".
  copy "glacct-sel.cpy".
  copy "saleshist-sel.cpy".
  copy "stkmove-sel.cpy".
  copy "stklayer-sel.cpy".
  copy "stkloc-sel.cpy".
  copy "price-sel.cpy".
  copy "custprice-sel.cpy".
  copy "salesrep-sel.cpy".
  copy "shipto-sel.cpy".
  copy "custdep-sel.cpy".
  copy "custrcpt-sel.cpy".
  copy "bankacct-sel.cpy".
  copy "period-sel.cpy".
  copy "numctl-sel.cpy".
  copy "reclock-sel.cpy".
  select salesanal-file assign to "SALESANAL"
    organization is line sequential
    access mode is sequential
    access mode is sequential
    file status is deposit-report-file-status
    .
  select settle-disc-file assign to "SLDISCRPT"
    organization is line sequential
    access mode is sequential
    file status is settle-disc-file-status
    .
copy "system-sel.cpy".
data division.
file section.
copy "custmast-fd.cpy".
copy "sl010.cpy".
copy "slinvline-fd.cpy".
copy "stock.cpy".
copy "taxcode-fd.cpy".
copy "glintfc-fd.cpy".
copy "glrule-fd.cpy".
copy "gl010.cpy".
copy "saleshist-fd.cpy".
copy "stkmove-fd.cpy".
copy "stklayer-fd.cpy".
copy "stkloc-fd.cpy".
copy "price-fd.cpy".
copy "custprice-fd.cpy".
copy "salesrep-fd.cpy".
copy "shipto-fd.cpy".
copy "custdep-fd.cpy".
copy "custrcpt-fd.cpy".
copy "bankacct-fd.cpy".
copy "period-fd.cpy".
copy "numctl-fd.cpy".
copy "reclock-fd.cpy".
copy "system-fd.cpy".
fd  salesanal-file.
01  salesanal-record            pic x(100).
01  commstmt-record             pic x(110).
fd  deposit-report-file.
01  deposit-report-record       pic x(100).
fd  settle-disc-file.
01  settle-disc-record          pic x(100).
working-storage section.
01  program-name              pic x(15) value "sl010 (1.00.00)".

01  customer-file-status      pic xx.
01  invoice-file-status       pic xx.
01  invoice-line-file-status  pic xx.
01  ageddebt-file-status      pic xx.
01  statement-file-status     pic xx.
01  item-file-status          pic xx.
01  tax-code-file-status      pic xx.
01  gl-file-status            pic xx.
01  gl-rule-file-status       pic xx.
01  gl-account-file-status    pic xx.
copy "glrule-ws.cpy".
copy "bankacct-ws.cpy".
01  ws-sl-gl-tax-qualifier    pic x(06).
01  ws-sl-gl-debtors-account  pic x(10).
01  ws-sl-gl-sales-account    pic x(10).
01  ws-sl-gl-tax-account      pic x(10).
01  ws-sl-gl-cash-account     pic x(10).
01  ws-sl-gl-office-account   pic x(10).
01  ws-sl-gl-deposit-account  pic x(10).
01  ws-sl-gl-comm-account     pic x(10).
01  ws-sl-gl-accrual-account  pic x(10).
01  ws-sl-gl-discount-account pic x(10).
01  sales-history-file-status pic xx.
01  stock-movement-file-status pic xx.
01  stock-layer-file-status   pic xx.
copy "stklayer-ws.cpy".
01  stock-location-file-status pic xx.
01  price-file-status         pic xx.
01  period-file-status        pic xx.
01  number-control-file-status pic xx.
01  custrcpt-file-status      pic xx.
01  bank-account-file-status  pic xx.
copy "numctl-ws.cpy".
01  record-lock-file-status  pic xx.
01  lock-log-file-status     pic xx.
copy "reclock-ws.cpy".
copy "period-ws.cpy".
copy "stkloc-ws.cpy".
copy "price-ws.cpy".
01  shipto-file-status        pic xx.
01  custdep-file-status       pic xx.
01  deposit-report-file-status pic xx.
01  settle-disc-file-status   pic xx.
01  ws-dep-order-number       pic 9(08).
01  ws-dep-offset-amount      pic 9(09)v99.
01  ws-dep-report-total       pic s9(11)v99 sign leading separate.
01  ws-prt-gross-display      pic s9(09)v99 sign leading separate.
01  ws-prt-saved-number       pic 9(08).
01  ws-prt-qty-display        pic 9(07).999.
01  ws-prt-line-net-display   pic s9(09)v99 sign leading separate.
01  ws-prt-line-tax-display   pic s9(09)v99 sign leading separate.
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "print-route-ws.cpy".
copy "company-ws.cpy".

01  sl-choice                 pic x.
  88  sl-choice-is-valid      values "A" "C" "I" "B" "N" "K" "R" "G" "S" "T" "H" "P" "D" "E" "U" "L" "F" "M" "W" "J" "Y" "V" "X".

*> Browse-by-name working fields: matches collected in one pass,
*> shown a page at a time, picked by line number.
01  ws-save-customer-country       pic x(34).
01  ws-save-customer-payment-terms pic 9(03).
01  ws-save-customer-credit-limit  pic 9(09)v99.
01  ws-save-customer-disc-pct      pic 9(02)v99.
01  ws-save-customer-disc-days     pic 9(03).
01  ws-disc-pct-display            pic z9.99.
01  ws-save-credit-hold       pic x.
01  ws-input-qty              pic 9(07)v999.
01  ws-input-price            pic 9(07)v9999.
01  ws-receipt-remaining      pic 9(09)v99.
01  ws-receipt-applied-count  pic 9(03).
01  ws-receipt-date           pic 9(08).
01  ws-receipt-number         pic 9(08).
*> settlement discount on a receipt: when the clerk says the
*> payment takes it, each invoice still inside its discount days
*> settles for its amount less the discount
01  ws-receipt-disc-switch    pic x.
  88  receipt-takes-discount  value "Y".
01  ws-receipt-disc-total     pic 9(09)v99.
01  ws-receipt-disc-amount    pic 9(09)v99.
01  ws-receipt-settle-amount  pic 9(09)v99.
01  ws-receipt-disc-last-day  pic 9(08).

*> settlement discount report
01  ws-sdr-from-date          pic 9(08).
01  ws-sdr-to-date            pic 9(08).
01  ws-sdr-last-day           pic 9(08).
01  ws-sdr-discount           pic 9(09)v99.
01  ws-sdr-outcome            pic x(16).
01  ws-sdr-taken-count        pic 9(05).
01  ws-sdr-taken-total        pic 9(09)v99.
01  ws-sdr-missed-count       pic 9(05).
01  ws-sdr-missed-total       pic 9(09)v99.
01  ws-sdr-open-count         pic 9(05).
01  ws-sdr-open-total         pic 9(09)v99.
01  ws-sdr-amount-display     pic z(08)9.99.
01  ws-sdr-disc-display       pic z(08)9.99.

01  ws-today                  pic 9(08).
01  ws-days-old               pic s9(05).
01  ws-credit-tax             pic 9(09)v99.
01  ws-credit-item-code       pic x(10).
01  ws-credit-customer-code   pic x(06).
01  ws-credit-salesperson     pic x(06).

*> The lines of the document being entered, invoice or credit
*> note, held until the document is complete so the header totals,
*> the line file and the ledger postings are all written together.
*> Each line carries the output tax account its tax code resolved
*> to, since one document can mix tax codes.
01  ws-doc-lines.
  05  ws-doc-line             occurs 50 times indexed by ws-doc-idx.
    10  ws-dl-item-code       pic x(10).
    10  ws-dl-description     pic x(32).
    10  ws-dl-quantity        pic 9(07)v999.
    10  ws-dl-unit-price      pic 9(07)v9999.
    10  ws-dl-net             pic 9(09)v99.
    10  ws-dl-tax-code        pic x(03).
    10  ws-dl-tax             pic 9(09)v99.
    10  ws-dl-tax-account     pic x(10).
    10  ws-dl-orig-line       pic 9(03).
01  ws-doc-line-count         pic 9(02).
01  ws-doc-line-number        pic 9(03).
01  ws-doc-total-net          pic 9(09)v99.
01  ws-doc-total-tax          pic 9(09)v99.
01  ws-doc-line-switch        pic x.
  88  more-doc-lines          value "Y".
  88  no-more-doc-lines       value "N".
01  ws-doc-line-found         pic x.
  88  doc-line-was-found      value "Y".
  88  doc-line-not-found      value "N".
01  ws-inv-description        pic x(40).
01  ws-inv-item-code          pic x(10).
01  ws-inv-line-description   pic x(32).
01  ws-inv-text-buf           pic x(32).
01  ws-inv-tax-code           pic x(03).
01  ws-tax-code-wanted        pic x(03).

01  ws-tax-rate-found         pic 9(02)v99.

  88  anal-entry-found        value "Y".
  88  anal-entry-not-found    value "N".
01  ws-anal-skipped-count     pic 9(05).
01  ws-save-tax-description   pic x(24).
01  ws-save-tax-rate          pic 9(02)v99.
01  ws-stmt-line-count        pic 9(03).
    close invoice-file
    open i-o invoice-file
  end-if
  open i-o invoice-line-file
  if invoice-line-file-status = "35"
    open output invoice-line-file
    close invoice-line-file
    open i-o invoice-line-file
  end-if
  open i-o item-file
  if item-file-status = "35"
    open output item-file
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
    close custdep-file
    open i-o custdep-file
  end-if
  open i-o custrcpt-file
  if custrcpt-file-status = "35"
    open output custrcpt-file
    close custrcpt-file
    open i-o custrcpt-file
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
  .
closing-procedure.
  close customer-file
  close invoice-file
  close invoice-line-file
  close item-file
  close tax-code-file
  close gl-interface-file
  close sales-history-file
  close stock-movement-file
  close stock-layer-file
  close stock-location-file
  close price-file
  close period-file
  close salesrep-file
  close shipto-file
  close custdep-file
  close custrcpt-file
  close gl-rule-file
  close gl-account-file
  .
main-process.
  perform display-sl-menu
  display "(C) Change Customer"   at line 06 col 04 foreground-color 2 end-display
  display "(I) Inquire Customer"  at line 07 col 04 foreground-color 2 end-display
  display "(B) Browse Customers by Name" at line 07 col 40 foreground-color 2 end-display
  display "(V) Account History"   at line 06 col 40 foreground-color 2 end-display
  display "(N) New Invoice"       at line 08 col 04 foreground-color 2 end-display
  display "(K) Enter Credit Note" at line 09 col 04 foreground-color 2 end-display
  display "(R) Enter Receipt"     at line 10 col 04 foreground-color 2 end-display
  display "(M) Commission Run" at line 14 col 40 foreground-color 2 end-display
  display "(W) Ship-To Addresses" at line 07 col 40 foreground-color 2 end-display
  display "(J) Deposits Report" at line 15 col 40 foreground-color 2 end-display
  display "(Y) Settlement Discount Report" at line 16 col 40 foreground-color 2 end-display
  display "(X) Exit"              at line 15 col 04 foreground-color 2 end-display
  .
accept-sl-choice.
      perform maintain-ship-to-addresses
    when "J"
      perform print-deposit-liability
    when "Y"
      perform print-settlement-discounts
    when "V"
      perform run-account-history
    when "X"
      continue
  end-evaluate
  end-if
  .

*> the account history has its own program; the files are closed
*> round the call so it reads them as they stand
run-account-history.
  perform closing-procedure
  call "sl030" using current-company-record-number end-call
  perform opening-procedure
  .

*>----------------
*> Customer master
*>----------------
      display "Customer not found" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  perform lock-customer-for-change
  if not ws-lock-was-taken
    exit paragraph
  end-if
  perform show-customer-fields
  perform accept-customer-fields
  perform save-changed-customer
  .
*>-----------------------------------------------
*> A customer out for change is locked against the other terminals,
*> and only rewritten if nobody - a till, an invoice, a batch job -
*> has changed it since it was read.
*>-----------------------------------------------
lock-customer-for-change.
  move "CUSTOMER" to ws-lock-file-name
  move customer-code to ws-lock-record-key
  perform lock-record-for-change
  if ws-lock-was-taken
    read customer-file key is customer-code
      invalid key
        continue
    end-read
    move customer-record to ws-lock-before-image
  end-if
  .
save-changed-customer.
  move "N" to ws-lock-save-switch
  move customer-record to ws-lock-after-image
  read customer-file key is customer-code
    invalid key
      display "Customer no longer on file" at line 23 col 02 foreground-color 4 end-display
      accept omitted end-accept
      perform release-record-lock
      exit paragraph
  end-read
  if customer-record not = ws-lock-before-image
    display "Customer changed elsewhere while you were editing - not saved, please re-key"
      at line 23 col 02 foreground-color 4 end-display
    accept omitted end-accept
  else
    move ws-lock-after-image to customer-record
    rewrite customer-record
      invalid key
        display "Rewrite failed" at line 23 col 02 foreground-color 4 end-display
      not invalid key
        move "Y" to ws-lock-save-switch
    end-rewrite
  end-if
  perform release-record-lock
  .
inquire-customer.
  display "Inquire Customer" at line 04 col 30 foreground-color 2 end-display
  display customer-country at line 11 col 19 foreground-color 3 end-display
  display "Terms(days): [   ]" at line 12 col 04 foreground-color 2 end-display
  display customer-payment-terms at line 12 col 19 foreground-color 3 end-display
  display "Settle Disc %:[     ] within [   ] days" at line 12 col 30 foreground-color 2 end-display
  move customer-settle-disc-pct to ws-disc-pct-display
  display ws-disc-pct-display at line 12 col 45 foreground-color 3 end-display
  display customer-settle-disc-days at line 12 col 60 foreground-color 3 end-display
  display "Credit Limit:[             ]" at line 13 col 04 foreground-color 2 end-display
  display customer-credit-limit at line 13 col 19 foreground-color 3 end-display
  display "Credit Hold: [ ] (Y/N)" at line 14 col 04 foreground-color 2 end-display
    move function numval(ws-input-buf) to customer-payment-terms
  end-if

  move customer-settle-disc-pct to ws-save-customer-disc-pct
  move spaces to ws-input-buf
  accept ws-input-buf at line 12 col 45 with foreground-color 6 end-accept
  if ws-input-buf = spaces
    move ws-save-customer-disc-pct to customer-settle-disc-pct
  else
    move function numval(ws-input-buf) to customer-settle-disc-pct
  end-if
  move customer-settle-disc-days to ws-save-customer-disc-days
  move spaces to ws-input-buf
  accept ws-input-buf at line 12 col 60 with foreground-color 6 end-accept
  if ws-input-buf = spaces
    move ws-save-customer-disc-days to customer-settle-disc-days
  else
    move function numval(ws-input-buf) to customer-settle-disc-days
  end-if
  if customer-settle-disc-days = zero
    move zero to customer-settle-disc-pct
  end-if

  move customer-credit-limit to ws-save-customer-credit-limit
  move spaces to ws-input-buf
  accept ws-input-buf at line 13 col 19 with foreground-color 6 end-accept
  accept ws-browse-change at line 21 col 33 with foreground-color 6 end-accept
  move function upper-case(ws-browse-change) to ws-browse-change
  if ws-browse-change = "Y"
    perform lock-customer-for-change
    if ws-lock-was-taken
      perform show-customer-fields
      perform accept-customer-fields
      perform save-changed-customer
    end-if
  end-if
  .
collect-one-customer-match.
      exit paragraph
  end-read

  display "Description:[                                        ]" at line 08 col 04 foreground-color 2 end-display
  move spaces to ws-inv-description
  accept ws-inv-description at line 08 col 17 with foreground-color 6 end-accept

  display "Cost Centre:[      ]" at line 08 col 60 foreground-color 2 end-display
  move spaces to ws-inv-cost-centre
    end-read
  end-if

  move zero to ws-doc-line-count
  move zero to ws-doc-total-net
  move zero to ws-doc-total-tax
  set more-doc-lines to true
  perform enter-one-invoice-line
    until no-more-doc-lines
  display " " at line 09 col 01 erase eos end-display
  if ws-doc-line-count = zero
    display "No lines entered, invoice abandoned" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  *> debtors and sales for the cost centre; each line's output tax
  *> account was resolved as the line was keyed
  move ws-inv-cost-centre to ws-glrule-qualifier
  move ws-dl-tax-code(1) to ws-sl-gl-tax-qualifier
  perform resolve-sl-sales-accounts
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  perform get-next-invoice-number
  initialize invoice-record
  move ws-next-invoice-number to invoice-number
  move customer-code to invoice-customer-code
  move ws-inv-description to invoice-description
  move customer-payment-terms to invoice-terms-days
  move customer-settle-disc-pct to invoice-settle-disc-pct
  move customer-settle-disc-days to invoice-settle-disc-days
  move ws-doc-line-count to invoice-line-count
  move ws-doc-total-net to invoice-net-amount
  move ws-doc-total-tax to invoice-tax-amount
  compute invoice-amount = ws-doc-total-net + ws-doc-total-tax
  add invoice-amount to customer-balance
  add invoice-amount to customer-ytd-sales

  write invoice-record
    invalid key
      display "Invoice write failed" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
    not invalid key
      perform write-document-lines
      perform post-sales-invoice-to-gl
  end-write

  accept omitted end-accept
  .
*>-----------------------------------------------
*> One invoice line.  A zero quantity finishes the invoice.  The
*> unit price defaults from the retail price list and the tax code
*> from the stock item when the line carries one; a line whose tax
*> code has no output tax rule is refused and can be keyed again.
*>-----------------------------------------------
enter-one-invoice-line.
  if ws-doc-line-count >= 50
    display "Invoice is full at 50 lines" at line 23 col 02 foreground-color 4 end-display
    set no-more-doc-lines to true
    exit paragraph
  end-if
  compute ws-doc-line-number = ws-doc-line-count + 1
  display "Line " ws-doc-line-number " - zero quantity finishes the invoice"
    at line 09 col 04 foreground-color 2 end-display

  display "Item Code (blank if none):[          ]" at line 10 col 04 foreground-color 2 end-display
  move spaces to ws-inv-item-code
  accept ws-inv-item-code at line 10 col 32 with foreground-color 6 end-accept

  move spaces to ws-inv-line-description
  move spaces to ws-inv-tax-code
  move zero to ws-input-price
  if ws-inv-item-code not = spaces
    move ws-inv-item-code to item-code
    read item-file key is item-code
      invalid key
        continue
      not invalid key
        move item-description to ws-inv-line-description
        move item-tax-code to ws-inv-tax-code
    end-read
    move ws-inv-item-code to ws-price-lookup-code
    accept ws-price-lookup-date from date yyyymmdd end-accept
    perform find-current-selling-price
    if ws-price-was-found
      move ws-price-amount to ws-input-price
    end-if
  end-if
  if ws-inv-line-description = spaces
    move ws-inv-description to ws-inv-line-description
  end-if

  display "Line Text:  [                                ]" at line 11 col 04 foreground-color 2 end-display
  display ws-inv-line-description at line 11 col 17 foreground-color 3 end-display
  move spaces to ws-inv-text-buf
  accept ws-inv-text-buf at line 11 col 17 with foreground-color 6 end-accept
  if ws-inv-text-buf not = spaces
    move ws-inv-text-buf to ws-inv-line-description
  end-if

  display "Quantity:   [       ]" at line 12 col 04 foreground-color 2 end-display
  move zero to ws-input-qty
  accept ws-input-qty at line 12 col 17 with foreground-color 6 end-accept
  if ws-input-qty = zero
    set no-more-doc-lines to true
    exit paragraph
  end-if

  display "Unit Price: [       ]" at line 13 col 04 foreground-color 2 end-display
  display ws-input-price at line 13 col 17 foreground-color 3 end-display
  move spaces to ws-input-buf
  accept ws-input-buf at line 13 col 17 with foreground-color 6 end-accept
  if ws-input-buf not = spaces
    move function numval(ws-input-buf) to ws-input-price
  end-if

  *> Tax code defaults from the stock item, and the rate comes off
  *> the tax-code master; blank code means no tax.
  display "Tax Code:   [   ]" at line 14 col 04 foreground-color 2 end-display
  display ws-inv-tax-code at line 14 col 17 foreground-color 3 end-display
  move spaces to ws-input-buf
  accept ws-input-buf at line 14 col 17 with foreground-color 6 end-accept
  if ws-input-buf not = spaces
    move function upper-case(ws-input-buf(1:3)) to ws-inv-tax-code
  end-if
  move ws-inv-tax-code to ws-tax-code-wanted
  perform find-tax-rate
  move ws-inv-cost-centre to ws-glrule-qualifier
  move ws-inv-tax-code to ws-sl-gl-tax-qualifier
  perform resolve-sl-sales-accounts
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  add 1 to ws-doc-line-count
  set ws-doc-idx to ws-doc-line-count
  move ws-inv-item-code to ws-dl-item-code(ws-doc-idx)
  move ws-inv-line-description to ws-dl-description(ws-doc-idx)
  move ws-input-qty to ws-dl-quantity(ws-doc-idx)
  move ws-input-price to ws-dl-unit-price(ws-doc-idx)
  move ws-inv-tax-code to ws-dl-tax-code(ws-doc-idx)
  move ws-sl-gl-tax-account to ws-dl-tax-account(ws-doc-idx)
  move zero to ws-dl-orig-line(ws-doc-idx)
  compute ws-dl-net(ws-doc-idx) rounded = ws-input-qty * ws-input-price
  compute ws-dl-tax(ws-doc-idx) rounded =
    (ws-dl-net(ws-doc-idx) * ws-tax-rate-found) / 100
  add ws-dl-net(ws-doc-idx) to ws-doc-total-net
  add ws-dl-tax(ws-doc-idx) to ws-doc-total-tax

  display "Line " ws-doc-line-number " net " ws-dl-net(ws-doc-idx)
    " tax " ws-dl-tax(ws-doc-idx)
    at line 16 col 04 foreground-color 2 end-display
  display "Invoice so far net " ws-doc-total-net " tax " ws-doc-total-tax
    at line 17 col 04 foreground-color 2 end-display
  .
*>-----------------------------------------------
*> Write the line file records for the document just written,
*> numbered from 1 in keying order.  Credit note lines carry their
*> values negative, the same as the credit note header.
*>-----------------------------------------------
write-document-lines.
  set ws-doc-idx to 1
  perform write-one-document-line
    until ws-doc-idx > ws-doc-line-count
  .
write-one-document-line.
  initialize invoice-line-record
  move invoice-number to invline-invoice-number
  set invline-line-number to ws-doc-idx
  move ws-dl-item-code(ws-doc-idx) to invline-item-code
  move ws-dl-description(ws-doc-idx) to invline-description
  move ws-dl-quantity(ws-doc-idx) to invline-quantity
  move ws-dl-unit-price(ws-doc-idx) to invline-unit-price
  move ws-dl-tax-code(ws-doc-idx) to invline-tax-code
  if invoice-is-credit-note
    compute invline-net-amount = zero - ws-dl-net(ws-doc-idx)
    compute invline-tax-amount = zero - ws-dl-tax(ws-doc-idx)
  else
    move ws-dl-net(ws-doc-idx) to invline-net-amount
    move ws-dl-tax(ws-doc-idx) to invline-tax-amount
  end-if
  write invoice-line-record
    invalid key
      display "Invoice line write failed" at line 23 col 02 foreground-color 4 end-display
  end-write
  set ws-doc-idx up by 1
  .
*>-----------------------------------------------
*> Offset a deposit taken at order entry against the invoice for
*> the shipped order.  The liability unwinds through the ledger; a
*> deposit that covers the invoice in full settles it on the spot.
    display "That deposit is already fully applied" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move "CUSTDEPOS" to ws-glrule-type
  perform resolve-sl-office-accounts
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move ws-sl-gl-office-account to ws-sl-gl-deposit-account

  compute ws-dep-offset-amount = dep-amount - dep-applied-amount
  if ws-dep-offset-amount > invoice-amount
      continue
  end-rewrite

  move ws-dep-order-number to invoice-deposit-order
  move ws-dep-offset-amount to invoice-deposit-applied
  if ws-dep-offset-amount = invoice-amount
    set invoice-is-paid to true
    move invoice-date to invoice-paid-date
  end-if
  rewrite invoice-record
    invalid key
      continue
  end-rewrite

  move "SL010" to gl-source-module
  move invoice-date to gl-post-date
  set gl-is-unposted to true
  move "OFFICE" to gl-cost-centre
  move "Deposit offset against invoice" to gl-description
  move ws-sl-gl-deposit-account to gl-account-code
  move ws-dep-offset-amount to gl-debit-amount
  move zero to gl-credit-amount
  write gl-interface-record
  move ws-sl-gl-debtors-account to gl-account-code
  move zero to gl-debit-amount
  move ws-dep-offset-amount to gl-credit-amount
  write gl-interface-record
  move zero to gl-batch-number
  set gl-is-unposted to true
  move ws-inv-cost-centre to gl-cost-centre
  move ws-sl-gl-debtors-account to gl-account-code
  move invoice-amount to gl-debit-amount
  move zero to gl-credit-amount
  move "Sales invoice" to gl-description
  write gl-interface-record

  move "SL010" to gl-source-module
  move ws-sl-gl-sales-account to gl-account-code
  move zero to gl-debit-amount
  move ws-doc-total-net to gl-credit-amount
  write gl-interface-record

  *> output tax posts line by line, each to its own tax code's
  *> account, since one invoice can mix tax codes
  set ws-doc-idx to 1
  perform post-one-invoice-line-tax
    until ws-doc-idx > ws-doc-line-count
  .
post-one-invoice-line-tax.
  if ws-dl-tax(ws-doc-idx) not = zero
    move "SL010" to gl-source-module
    move ws-dl-tax-account(ws-doc-idx) to gl-account-code
    move zero to gl-debit-amount
    move ws-dl-tax(ws-doc-idx) to gl-credit-amount
    move "Sales invoice tax" to gl-description
    write gl-interface-record
  end-if
  set ws-doc-idx up by 1
  .
post-credit-note-to-gl.
  move "SL010" to gl-source-module
  move zero to gl-batch-number
  set gl-is-unposted to true
  move "OFFICE" to gl-cost-centre
  move ws-sl-gl-sales-account to gl-account-code
  move ws-credit-value to gl-debit-amount
  move zero to gl-credit-amount
  move "Credit note" to gl-description
  write gl-interface-record

  set ws-doc-idx to 1
  perform post-one-credit-line-tax
    until ws-doc-idx > ws-doc-line-count

  move "SL010" to gl-source-module
  move ws-sl-gl-debtors-account to gl-account-code
  move zero to gl-debit-amount
  compute gl-credit-amount = ws-credit-value + ws-credit-tax
  move "Credit note" to gl-description
  write gl-interface-record
  .
post-one-credit-line-tax.
  if ws-dl-tax(ws-doc-idx) not = zero
    move "SL010" to gl-source-module
    move ws-dl-tax-account(ws-doc-idx) to gl-account-code
    move ws-dl-tax(ws-doc-idx) to gl-debit-amount
    move zero to gl-credit-amount
    move "Credit note tax" to gl-description
    write gl-interface-record
  end-if
  set ws-doc-idx up by 1
  .
post-receipt-to-gl.
  move "SL010" to gl-source-module
  move ws-receipt-date to gl-post-date
  move zero to gl-batch-number
  set gl-is-unposted to true
  move "OFFICE" to gl-cost-centre
  move ws-sl-gl-cash-account to gl-account-code
  move ws-receipt-amount to gl-debit-amount
  move zero to gl-credit-amount
  move "Customer receipt" to gl-description
  write gl-interface-record

  move "SL010" to gl-source-module
  move ws-sl-gl-debtors-account to gl-account-code
  move zero to gl-debit-amount
  move ws-receipt-amount to gl-credit-amount
  write gl-interface-record
  .
*> the discount allowed clears the rest of the settled invoices off
*> debtors
post-receipt-discount-to-gl.
  move "SL010" to gl-source-module
  move ws-receipt-date to gl-post-date
  move zero to gl-batch-number
  set gl-is-unposted to true
  move "OFFICE" to gl-cost-centre
  move "Settlement discount allowed" to gl-description
  move ws-sl-gl-discount-account to gl-account-code
  move ws-receipt-disc-total to gl-debit-amount
  move zero to gl-credit-amount
  write gl-interface-record
  move ws-sl-gl-debtors-account to gl-account-code
  move zero to gl-debit-amount
  move ws-receipt-disc-total to gl-credit-amount
  write gl-interface-record
  .
*>-----------------------------------------------
*> The sales book's ledger accounts come off the GL posting rules
*> before a document is written, so a missing rule stops the
*> document instead of posting it somewhere made up.  Sales and
*> debtors take the cost-centre qualifier the caller stages in
*> ws-glrule-qualifier, output tax the document's tax code.
*>-----------------------------------------------
resolve-sl-sales-accounts.
  move "SL010" to ws-glrule-source
  move "DEBTORS" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    exit paragraph
  end-if
  move ws-glrule-account to ws-sl-gl-debtors-account
  move "SALES" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    exit paragraph
  end-if
  move ws-glrule-account to ws-sl-gl-sales-account
  move "OUTPUTTAX" to ws-glrule-type
  move ws-sl-gl-tax-qualifier to ws-glrule-qualifier
  perform find-gl-posting-account
  if ws-glrule-not-found
    exit paragraph
  end-if
  move ws-glrule-account to ws-sl-gl-tax-account
  .
*> Receipts and deposit offsets pair debtors with the one account
*> staged in ws-glrule-type, both under the office cost centre.
resolve-sl-office-accounts.
  move "SL010" to ws-glrule-source
  move "OFFICE" to ws-glrule-qualifier
  perform find-gl-posting-account
  if ws-glrule-not-found
    exit paragraph
  end-if
  move ws-glrule-account to ws-sl-gl-office-account
  move "DEBTORS" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    exit paragraph
  end-if
  move ws-glrule-account to ws-sl-gl-debtors-account
  .
resolve-sl-commission-accounts.
  move "SL010" to ws-glrule-source
  move "OFFICE" to ws-glrule-qualifier
  move "COMMISSION" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    exit paragraph
  end-if
  move ws-glrule-account to ws-sl-gl-comm-account
  move "COMMACCR" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    exit paragraph
  end-if
  move ws-glrule-account to ws-sl-gl-accrual-account
  .
*> sales history takes one record per document line, valued at
*> the line's gross, so the analysis still sees item by item
write-invoice-history.
  set ws-doc-idx to 1
  perform write-one-invoice-history
    until ws-doc-idx > ws-doc-line-count
  .
write-one-invoice-history.
  move invoice-date to sh-trans-date
  move "SL010" to sh-source-module
  move invoice-number to sh-document-number
  move invoice-customer-code to sh-customer-code
  move ws-dl-item-code(ws-doc-idx) to sh-item-code
  move ws-dl-quantity(ws-doc-idx) to sh-quantity
  compute sh-value = ws-dl-net(ws-doc-idx) + ws-dl-tax(ws-doc-idx)
  move invoice-salesperson-code to sh-salesperson-code
  write sales-history-record
  set ws-doc-idx up by 1
  .
write-credit-note-history.
  set ws-doc-idx to 1
  perform write-one-credit-history
    until ws-doc-idx > ws-doc-line-count
  .
write-one-credit-history.
  move invoice-date to sh-trans-date
  move "SL010" to sh-source-module
  move invoice-number to sh-document-number
  move invoice-customer-code to sh-customer-code
  move ws-dl-item-code(ws-doc-idx) to sh-item-code
  compute sh-quantity = zero - ws-dl-quantity(ws-doc-idx)
  compute sh-value = zero - ws-dl-net(ws-doc-idx) - ws-dl-tax(ws-doc-idx)
  move invoice-salesperson-code to sh-salesperson-code
  write sales-history-record
  set ws-doc-idx up by 1
  .
check-todays-period.
  accept ws-period-check-date from date yyyymmdd end-accept
  end-if
  .
copy "period-check-pd.cpy".
copy "glrule-pd.cpy".
find-tax-rate.
  move zero to ws-tax-rate-found
  if ws-tax-code-wanted not = spaces
    move ws-tax-code-wanted to tax-code
    read tax-code-file key is tax-code
      invalid key
        display "Tax code not on file, no tax applied" at line 23 col 02 foreground-color 4 end-display
  end-read

  display "Customer: " customer-code " " customer-name at line 07 col 04 foreground-color 3 end-display
  display "Invoice has " invoice-line-count " line(s), total " invoice-amount
    at line 08 col 04 foreground-color 3 end-display

  *> get-next-invoice-number reads the newest invoice on file into
  *> the record area, so carry the original invoice's fields across
  *> in working storage and set them back explicitly below - the
  *> same way enter-invoice re-sets invoice-customer-code itself
  move invoice-customer-code to ws-credit-customer-code
  move invoice-salesperson-code to ws-credit-salesperson

  move zero to ws-doc-line-count
  move zero to ws-doc-total-net
  move zero to ws-doc-total-tax
  set more-doc-lines to true
  perform enter-one-credit-line
    until no-more-doc-lines
  display " " at line 09 col 01 erase eos end-display
  if ws-doc-line-count = zero
    display "Nothing returned, credit note abandoned" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  move "OFFICE" to ws-glrule-qualifier
  move ws-dl-tax-code(1) to ws-sl-gl-tax-qualifier
  perform resolve-sl-sales-accounts
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move ws-doc-total-net to ws-credit-value
  move ws-doc-total-tax to ws-credit-tax

  *> Build the credit-note document from the original invoice
  perform get-next-invoice-number
  initialize invoice-record
  move ws-next-invoice-number to invoice-number
  move ws-credit-customer-code to invoice-customer-code
  move ws-credit-orig-number to invoice-original-invoice
  set invoice-is-credit-note to true
  move "CREDIT NOTE - goods returned" to invoice-description
  move customer-payment-terms to invoice-terms-days
  move ws-doc-line-count to invoice-line-count
  compute invoice-net-amount = zero - ws-credit-value
  compute invoice-tax-amount = zero - ws-credit-tax
  compute invoice-amount = zero - ws-credit-value - ws-credit-tax
  accept invoice-date from date yyyymmdd end-accept
  move invoice-date to invoice-due-date
  move "N" to invoice-paid-switch
  move "N" to invoice-printed-switch
  move ws-credit-salesperson to invoice-salesperson-code

  write invoice-record
    invalid key
      display "Credit note write failed" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-write
  perform write-document-lines
  perform post-credit-note-to-gl
  perform write-credit-note-history

    at line 12 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
*>-----------------------------------------------
*> One line of the credit note, picked by its line number on the
*> original invoice.  The return is priced at the original line's
*> unit price and its tax worked out at the original line's tax
*> code, which carries over onto the credit line.  A line can be
*> credited once per credit note.
*>-----------------------------------------------
enter-one-credit-line.
  if ws-doc-line-count >= 50
    display "Credit note is full at 50 lines" at line 23 col 02 foreground-color 4 end-display
    set no-more-doc-lines to true
    exit paragraph
  end-if
  display "Invoice Line (0=finish):[   ]" at line 09 col 04 foreground-color 2 end-display
  move zero to ws-doc-line-number
  accept ws-doc-line-number at line 09 col 29 with foreground-color 6 end-accept
  if ws-doc-line-number = zero
    set no-more-doc-lines to true
    exit paragraph
  end-if

  set doc-line-not-found to true
  set ws-doc-idx to 1
  perform find-one-credited-line
    until doc-line-was-found or ws-doc-idx > ws-doc-line-count
  if doc-line-was-found
    display "That line is already on this credit note" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  move ws-credit-orig-number to invline-invoice-number
  move ws-doc-line-number to invline-line-number
  read invoice-line-file key is invline-key
    invalid key
      display "No such line on the original invoice" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  display invline-item-code " " invline-description
    at line 10 col 04 foreground-color 3 end-display
  display "Invoiced qty " invline-quantity " at " invline-unit-price
    at line 11 col 04 foreground-color 3 end-display

  display "Quantity Returned:[       ]" at line 12 col 04 foreground-color 2 end-display
  move zero to ws-credit-qty
  accept ws-credit-qty at line 12 col 23 with foreground-color 6 end-accept
  if ws-credit-qty = zero
    display "Nothing returned on that line" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  if ws-credit-qty > invline-quantity
    display "Cannot return more than was invoiced" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  move invline-item-code to ws-credit-item-code
  display "Restock Item Code:[          ]" at line 13 col 04 foreground-color 2 end-display
  display ws-credit-item-code at line 13 col 23 foreground-color 3 end-display
  move spaces to ws-inv-item-code
  accept ws-inv-item-code at line 13 col 23 with foreground-color 6 end-accept
  if ws-inv-item-code not = spaces
    move ws-inv-item-code to ws-credit-item-code
  end-if

  move invline-tax-code to ws-tax-code-wanted
  perform find-tax-rate
  move "OFFICE" to ws-glrule-qualifier
  move invline-tax-code to ws-sl-gl-tax-qualifier
  perform resolve-sl-sales-accounts
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  add 1 to ws-doc-line-count
  set ws-doc-idx to ws-doc-line-count
  move ws-credit-item-code to ws-dl-item-code(ws-doc-idx)
  move invline-description to ws-dl-description(ws-doc-idx)
  move ws-credit-qty to ws-dl-quantity(ws-doc-idx)
  move invline-unit-price to ws-dl-unit-price(ws-doc-idx)
  move invline-tax-code to ws-dl-tax-code(ws-doc-idx)
  move ws-sl-gl-tax-account to ws-dl-tax-account(ws-doc-idx)
  move ws-doc-line-number to ws-dl-orig-line(ws-doc-idx)
  compute ws-dl-net(ws-doc-idx) rounded =
    ws-credit-qty * invline-unit-price
  compute ws-dl-tax(ws-doc-idx) rounded =
    (ws-dl-net(ws-doc-idx) * ws-tax-rate-found) / 100
  add ws-dl-net(ws-doc-idx) to ws-doc-total-net
  add ws-dl-tax(ws-doc-idx) to ws-doc-total-tax

  display "Credit so far net " ws-doc-total-net " tax " ws-doc-total-tax
    at line 15 col 04 foreground-color 2 end-display
  .
find-one-credited-line.
  if ws-dl-orig-line(ws-doc-idx) = ws-doc-line-number
    set doc-line-was-found to true
  else
    set ws-doc-idx up by 1
  end-if
  .
*> returned goods go back on hand line by line
restock-returned-goods.
  set ws-doc-idx to 1
  perform restock-one-returned-line
    until ws-doc-idx > ws-doc-line-count
  .
restock-one-returned-line.
  move ws-dl-item-code(ws-doc-idx) to ws-credit-item-code
  move ws-dl-quantity(ws-doc-idx) to ws-credit-qty
  set ws-doc-idx up by 1
  if ws-credit-item-code = spaces
    display "No item code, stock not adjusted" at line 11 col 04 foreground-color 3 end-display
    exit paragraph
  move ws-credit-qty to move-qty-in
  move zero to move-qty-out
  move item-on-hand-qty to move-resulting-balance
  *> returned stock goes back in as a fresh layer at average cost
  move item-code to ws-layer-item
  move ws-credit-qty to ws-layer-qty
  move item-average-cost to ws-layer-unit-cost
  perform create-cost-layer
  move ws-layer-cost-value to move-cost-value
  write stock-movement-record
  .

    display "Nothing to apply" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move "CASH" to ws-glrule-type
  perform resolve-sl-office-accounts
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move ws-sl-gl-office-account to ws-sl-gl-cash-account
  *> the money is banked into the receipts default account or the
  *> one picked, and posted to that account's ledger account
  set ws-bank-use-receipts to true
  move 09 to ws-bank-prompt-line
  perform choose-bank-account
  if ws-bank-was-refused
    exit paragraph
  end-if
  if ws-bank-was-found
    move ws-bank-gl-account to ws-sl-gl-cash-account
  end-if

  display "Take Settlement Discount (Y/N):[ ]" at line 08 col 36 foreground-color 2 end-display
  move "Y" to ws-receipt-disc-switch
  accept ws-receipt-disc-switch at line 08 col 68 with foreground-color 6 end-accept
  move function upper-case(ws-receipt-disc-switch) to ws-receipt-disc-switch
  if ws-receipt-disc-switch = space
    move "Y" to ws-receipt-disc-switch
  end-if
  if receipt-takes-discount
    move "SL010" to ws-glrule-source
    move "OFFICE" to ws-glrule-qualifier
    move "DISCALLOW" to ws-glrule-type
    perform find-gl-posting-account
    if ws-glrule-not-found
      display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
      exit paragraph
    end-if
    move ws-glrule-account to ws-sl-gl-discount-account
  end-if

  accept ws-receipt-date from date yyyymmdd end-accept
  perform get-next-receipt-number
  move ws-receipt-amount to ws-receipt-remaining
  move zero to ws-receipt-applied-count
  move zero to ws-receipt-disc-total

  *> Walk this customer's invoices oldest-first on the alternate key
  *> and flag each open one paid while the payment still covers it.
  end-if

  subtract ws-receipt-amount from customer-balance
  subtract ws-receipt-disc-total from customer-balance
  rewrite customer-record
    invalid key
      display "Customer balance update failed" at line 23 col 02 foreground-color 4 end-display
  end-rewrite

  initialize custrcpt-record
  move ws-receipt-number to rcpt-number
  move ws-input-code to rcpt-customer-code
  move ws-receipt-date to rcpt-date
  set rcpt-is-receipt to true
  move ws-receipt-amount to rcpt-amount
  move ws-receipt-disc-total to rcpt-discount
  move ws-receipt-remaining to rcpt-unapplied
  move ws-receipt-applied-count to rcpt-invoice-count
  move "SL010" to rcpt-source-module
  move "MANUAL RECEIPT" to rcpt-reference
  write custrcpt-record
    invalid key
      display "Receipt record write failed" at line 23 col 02 foreground-color 4 end-display
  end-write

  perform post-receipt-to-gl
  if ws-receipt-disc-total not = zero
    perform post-receipt-discount-to-gl
  end-if

  display "Receipt " ws-receipt-number " invoices paid off: " ws-receipt-applied-count
    at line 10 col 04 foreground-color 2 end-display
  if ws-receipt-disc-total not = zero
    display "Settlement discount allowed: " ws-receipt-disc-total
      at line 10 col 30 foreground-color 3 end-display
  end-if
  if ws-receipt-remaining not = zero
    display "Unapplied amount left on account: " ws-receipt-remaining
      at line 11 col 04 foreground-color 3 end-display
      exit paragraph
  end-read

  if invoice-customer-code not = ws-input-code or not invoice-is-open
    exit paragraph
  end-if
  move zero to ws-receipt-disc-amount
  if receipt-takes-discount
     and invoice-is-invoice
     and invoice-settle-disc-pct > zero
    compute ws-receipt-disc-last-day = function date-of-integer(
      function integer-of-date(invoice-date) + invoice-settle-disc-days)
    if ws-receipt-date <= ws-receipt-disc-last-day
      compute ws-receipt-disc-amount rounded =
        invoice-amount * invoice-settle-disc-pct / 100
    end-if
  end-if
  compute ws-receipt-settle-amount = invoice-amount - ws-receipt-disc-amount
  if ws-receipt-settle-amount <= ws-receipt-remaining
    set invoice-is-paid to true
    move ws-receipt-date to invoice-paid-date
    move ws-receipt-disc-amount to invoice-discount-allowed
    move ws-receipt-number to invoice-receipt-number
    subtract ws-receipt-settle-amount from ws-receipt-remaining
    add ws-receipt-disc-amount to ws-receipt-disc-total
    add 1 to ws-receipt-applied-count
    rewrite invoice-record
      invalid key
        display "Invoice update failed" at line 23 col 02 foreground-color 4 end-display
    end-rewrite
    display "Paid invoice " invoice-number " amount " invoice-amount
      at line 09 col 04 foreground-color 2 end-display
  end-if
  .
*>---------------------------
*> Aged debtors report
  move spaces to invprint-record
  write invprint-record

  if invoice-ship-to-seq not = zero
    move invoice-customer-code to shipto-customer-code
    move invoice-ship-to-seq to shipto-sequence
    read shipto-file key is shipto-key
      invalid key
        continue
      not invalid key
        move spaces to invprint-record
        string "Delivered to: " delimited by size
          shipto-name delimited by size
          into invprint-record
        end-string
        write invprint-record
        move shipto-address-1 to invprint-record
        write invprint-record
        move shipto-address-2 to invprint-record
        write invprint-record
        move shipto-post-code to invprint-record
        write invprint-record
        move spaces to invprint-record
        write invprint-record
    end-read
  end-if

  move spaces to invprint-record
  string "Date " delimited by size
    invoice-date delimited by size
    "  Due " delimited by size
    invoice-due-date delimited by size
    "  Terms " delimited by size
    invoice-terms-days delimited by size
    " days" delimited by size
    into invprint-record
  end-string
  write invprint-record
  if invoice-is-invoice and invoice-settle-disc-pct > zero
    move invoice-settle-disc-pct to ws-disc-pct-display
    move spaces to invprint-record
    string "Settlement discount " delimited by size
      ws-disc-pct-display delimited by size
      "% if paid within " delimited by size
      invoice-settle-disc-days delimited by size
      " days" delimited by size
      into invprint-record
    end-string
    write invprint-record
  end-if
  move spaces to invprint-record
  write invprint-record

    into invprint-record
  end-string
  write invprint-record

  move invoice-number to invline-invoice-number
  move 1 to invline-line-number
  start invoice-line-file key not less than invline-key
    invalid key
      move "10" to invoice-line-file-status
    not invalid key
      move "00" to invoice-line-file-status
  end-start
  perform print-one-invoice-line
    until invoice-line-file-status not = "00"
  move spaces to invprint-record
  write invprint-record

  move invoice-net-amount to ws-prt-net-display
  move spaces to invprint-record
  string "  Net total " delimited by size
    ws-prt-net-display delimited by size
    into invprint-record
  end-string

  move invoice-tax-amount to ws-prt-tax-display
  move spaces to invprint-record
  string "  Tax       " delimited by size
    ws-prt-tax-display delimited by size
    into invprint-record
  end-string
  end-rewrite
  add 1 to ws-prt-printed-count
  .
print-one-invoice-line.
  read invoice-line-file next record
    at end
      move "10" to invoice-line-file-status
      exit paragraph
  end-read
  if invline-invoice-number not = invoice-number
    move "10" to invoice-line-file-status
    exit paragraph
  end-if
  move invline-quantity to ws-prt-qty-display
  move invline-net-amount to ws-prt-line-net-display
  move invline-tax-amount to ws-prt-line-tax-display
  move spaces to invprint-record
  string "  " delimited by size
    invline-item-code delimited by size
    " " delimited by size
    invline-description delimited by size
    " qty " delimited by size
    ws-prt-qty-display delimited by size
    " net " delimited by size
    ws-prt-line-net-display delimited by size
    " " delimited by size
    invline-tax-code delimited by size
    " " delimited by size
    ws-prt-line-tax-display delimited by size
    into invprint-record
  end-string
  write invprint-record
  .

*>-----------------------------------------------
*> Dunning letter run.  Walks the open items the way the aged
  if ws-period-is-closed
    exit paragraph
  end-if
  perform resolve-sl-commission-accounts
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  perform get-print-spool-name
  display "Year: [    ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-comm-year
  if invoice-salesperson-code = rep-code
     and invoice-is-paid
     and invoice-paid-date(1:6) = ws-comm-ccyymm
    add invoice-net-amount to ws-comm-rep-net
  end-if
  .
post-commission-to-gl.
  move "Sales commission accrual" to gl-description
  if ws-comm-run-total > zero
    move ws-comm-run-total to ws-comm-gl-amount
    move ws-sl-gl-comm-account to gl-account-code
    move ws-comm-gl-amount to gl-debit-amount
    move zero to gl-credit-amount
    write gl-interface-record
    move ws-sl-gl-accrual-account to gl-account-code
    move zero to gl-debit-amount
    move ws-comm-gl-amount to gl-credit-amount
    write gl-interface-record
  else
    compute ws-comm-gl-amount = zero - ws-comm-run-total
    move ws-sl-gl-accrual-account to gl-account-code
    move ws-comm-gl-amount to gl-debit-amount
    move zero to gl-credit-amount
    write gl-interface-record
    move ws-sl-gl-comm-account to gl-account-code
    move zero to gl-debit-amount
    move ws-comm-gl-amount to gl-credit-amount
    write gl-interface-record
  write deposit-report-record
  .

*>-----------------------------------------------
*> Settlement discounts taken and missed.  Every invoice raised on
*> discount terms in the date range: paid with the discount
*> allowed, paid without it or left open past the discount days
*> (missed), or still open inside them.
*>-----------------------------------------------
print-settlement-discounts.
  display "Settlement Discount Report" at line 04 col 30 foreground-color 2 end-display
  display "Invoice Date From:[        ]  To:[        ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-sdr-from-date
  move zero to ws-sdr-to-date
  accept ws-sdr-from-date at line 06 col 23 with foreground-color 6 end-accept
  accept ws-sdr-to-date at line 06 col 38 with foreground-color 6 end-accept
  if ws-sdr-to-date = zero
    move 99999999 to ws-sdr-to-date
  end-if
  perform get-print-spool-name
  accept ws-today from date yyyymmdd end-accept
  move zero to ws-sdr-taken-count
  move zero to ws-sdr-taken-total
  move zero to ws-sdr-missed-count
  move zero to ws-sdr-missed-total
  move zero to ws-sdr-open-count
  move zero to ws-sdr-open-total

  open output settle-disc-file
  move spaces to settle-disc-record
  string "Settlement Discounts Allowed - invoices dated " delimited by size
    ws-sdr-from-date delimited by size
    " to " delimited by size
    ws-sdr-to-date delimited by size
    into settle-disc-record
  end-string
  write settle-disc-record
  move spaces to settle-disc-record
  write settle-disc-record
  move "Invoice  Customer Date           Amount Disc To   Outcome             Discount"
    to settle-disc-record
  write settle-disc-record

  move low-values to invoice-number
  start invoice-file key not less than invoice-number
    invalid key
      move "10" to invoice-file-status
  end-start
  perform report-one-settle-discount
    until invoice-file-status not = zero

  move spaces to settle-disc-record
  write settle-disc-record
  move ws-sdr-taken-total to ws-sdr-disc-display
  move spaces to settle-disc-record
  string "Discounts taken:  " delimited by size
    ws-sdr-taken-count delimited by size
    "  value " delimited by size
    ws-sdr-disc-display delimited by size
    into settle-disc-record
  end-string
  write settle-disc-record
  move ws-sdr-missed-total to ws-sdr-disc-display
  move spaces to settle-disc-record
  string "Discounts missed: " delimited by size
    ws-sdr-missed-count delimited by size
    "  value " delimited by size
    ws-sdr-disc-display delimited by size
    into settle-disc-record
  end-string
  write settle-disc-record
  move ws-sdr-open-total to ws-sdr-disc-display
  move spaces to settle-disc-record
  string "Still open:       " delimited by size
    ws-sdr-open-count delimited by size
    "  value " delimited by size
    ws-sdr-disc-display delimited by size
    into settle-disc-record
  end-string
  write settle-disc-record
  close settle-disc-file

  move "SLDISCRPT" to print-route-file-name
  perform route-report-to-printer
  display "Settlement discount report routed to spool " system-print-spool-name
    at line 08 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
report-one-settle-discount.
  read invoice-file next record
    at end
      move "10" to invoice-file-status
      exit paragraph
  end-read
  if not invoice-is-invoice
     or invoice-settle-disc-pct = zero
     or invoice-date < ws-sdr-from-date
     or invoice-date > ws-sdr-to-date
    exit paragraph
  end-if
  compute ws-sdr-last-day = function date-of-integer(
    function integer-of-date(invoice-date) + invoice-settle-disc-days)
  compute ws-sdr-discount rounded =
    invoice-amount * invoice-settle-disc-pct / 100
  evaluate true
    when invoice-is-paid and invoice-discount-allowed not = zero
      move "TAKEN" to ws-sdr-outcome
      move invoice-discount-allowed to ws-sdr-discount
      add 1 to ws-sdr-taken-count
      add ws-sdr-discount to ws-sdr-taken-total
    when invoice-is-paid
      move "MISSED - PAID LATE" to ws-sdr-outcome
      add 1 to ws-sdr-missed-count
      add ws-sdr-discount to ws-sdr-missed-total
    when ws-today > ws-sdr-last-day
      move "MISSED - UNPAID" to ws-sdr-outcome
      add 1 to ws-sdr-missed-count
      add ws-sdr-discount to ws-sdr-missed-total
    when other
      move "OPEN" to ws-sdr-outcome
      add 1 to ws-sdr-open-count
      add ws-sdr-discount to ws-sdr-open-total
  end-evaluate
  move invoice-amount to ws-sdr-amount-display
  move ws-sdr-discount to ws-sdr-disc-display
  move spaces to settle-disc-record
  string invoice-number delimited by size
    " " delimited by size
    invoice-customer-code delimited by size
    "   " delimited by size
    invoice-date delimited by size
    " " delimited by size
    ws-sdr-amount-display delimited by size
    " " delimited by size
    ws-sdr-last-day delimited by size
    "  " delimited by size
    ws-sdr-outcome delimited by size
    ws-sdr-disc-display delimited by size
    into settle-disc-record
  end-string
  write settle-disc-record
  .

*>----------------------------
*> Customer statement print run
*>----------------------------
  move ws-next-invoice-number to ws-numctl-next
  perform seed-document-number
  .
*>-----------------------------------------------
*> Receipts are numbered off the RECEIPT series; the first one on
*> an unseeded control file carries on from the receipt file.
*>-----------------------------------------------
get-next-receipt-number.
  move "RECEIPT" to ws-numctl-doc-type
  perform get-next-document-number
  if ws-numctl-was-seeded
    move ws-numctl-next to ws-receipt-number
    exit paragraph
  end-if
  move zero to ws-receipt-number
  move high-values to rcpt-number
  start custrcpt-file key less than rcpt-number
    invalid key
      move zero to ws-receipt-number
    not invalid key
      read custrcpt-file previous record
        at end
          move zero to ws-receipt-number
        not at end
          move rcpt-number to ws-receipt-number
      end-read
  end-start
  add 1 to ws-receipt-number
  move ws-receipt-number to ws-numctl-next
  perform seed-document-number
  .
copy "print-route-pd.cpy".
copy "stkloc-pd.cpy".
copy "price-find-pd.cpy".
copy "numctl-pd.cpy".
copy "stklayer-pd.cpy".
copy "reclock-pd.cpy".
copy "bankacct-pd.cpy".
end program sl010.
