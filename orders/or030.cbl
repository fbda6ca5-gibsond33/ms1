      >> source format is free
program-id. or030.
*> Billing run.  Meant to be queued on the batch scheduler: reads the
*> shipments the warehouse has confirmed on PICKSHIP and not yet
*> billed, and raises a Sales Ledger invoice for each order shipped -
*> one invoice line per shipment line, priced at the order's unit
*> price, carrying the order's salesperson and ship-to address and
*> the item's tax code.  Any deposit still held against the order is
*> offset against the invoice the way sl010 does it by hand.  The
*> invoices post to the GL interface and each shipment billed is
*> flagged on PICKSHIP with its invoice number, so nothing is billed
*> twice.  Sales history and stock were already written when the
*> order shipped, so the run touches neither.  A billing register
*> lists the invoices raised; shipments that cannot be billed (the
*> order or customer gone, the customer deactivated, no posting
*> rule, a closed period) stay unbilled and go on the exception list
*> for the next run to pick up once put right.  A shipment that went
*> out on one of our delivery runs (or040) is billed once its proof
*> of delivery is keyed, and then only for what the customer kept;
*> one refused outright is closed off on PICKSHIP with no invoice.
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
  select invoice-file assign to "SLINVOICE"
    organization is indexed
    access mode is dynamic
    record key is invoice-number
    alternate record key is invoice-customer-code with duplicates
    file status is invoice-file-status
    .
  copy "slinvline-sel.cpy".
  copy "taxcode-sel.cpy".
  copy "custdep-sel.cpy".
  copy "glintfc-sel.cpy".
  copy "glrule-sel.cpy".
  copy "glacct-sel.cpy".
  copy "period-sel.cpy".
  copy "numctl-sel.cpy".
  copy "reclock-sel.cpy".
  copy "delline-sel.cpy".
  select billwork-file assign to "BILLWORK"
    organization is line sequential
    access mode is sequential
    file status is billwork-file-status
    .
  select billreg-file assign to "BILLREG"
    organization is line sequential
    access mode is sequential
    file status is billreg-file-status
    .
copy "system-sel.cpy".
data division.
file section.
copy "orders.cpy".
copy "stock.cpy".
copy "custmast-fd.cpy".
copy "sl010.cpy".
copy "slinvline-fd.cpy".
copy "taxcode-fd.cpy".
copy "custdep-fd.cpy".
copy "glintfc-fd.cpy".
copy "glrule-fd.cpy".
copy "gl010.cpy".
copy "period-fd.cpy".
copy "reclock-fd.cpy".
copy "numctl-fd.cpy".
copy "delline-fd.cpy".
copy "system-fd.cpy".
fd  billwork-file.
01  billwork-record             pic x(100).
fd  billreg-file.
01  billreg-record              pic x(120).
working-storage section.
01  program-name              pic x(15) value "or030".

01  order-file-status         pic xx.
01  pickship-file-status      pic xx.
01  item-file-status          pic xx.
01  customer-file-status      pic xx.
01  invoice-file-status       pic xx.
01  invoice-line-file-status  pic xx.
01  tax-code-file-status      pic xx.
01  custdep-file-status       pic xx.
01  gl-file-status            pic xx.
01  gl-rule-file-status       pic xx.
01  gl-account-file-status    pic xx.
01  period-file-status        pic xx.
01  number-control-file-status pic xx.
01  delivery-line-file-status pic xx.
01  billwork-file-status      pic xx.
01  billreg-file-status       pic xx.
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "glrule-ws.cpy".
copy "numctl-ws.cpy".
01  record-lock-file-status  pic xx.
01  lock-log-file-status     pic xx.
copy "reclock-ws.cpy".
copy "delline-ws.cpy".
copy "period-ws.cpy".
copy "print-route-ws.cpy".
copy "company-ws.cpy".

01  ws-today                  pic 9(08).
01  ws-next-invoice-number    pic 9(08).
01  ws-bill-debtors-account   pic x(10).
01  ws-bill-sales-account     pic x(10).
01  ws-bill-deposit-account   pic x(10).
01  ws-tax-rate-found         pic 9(02)v99.

*> the record just read is held here while the previous order's
*> group is written away, since that reuses the record area
01  ws-pickship-save          pic x(100).

*> The unbilled shipment lines of one order, gathered as PICKSHIP
*> is read and billed together as one invoice.  An order with more
*> shipment lines than an invoice holds is billed in more than one.
01  ws-grp-order-number       pic 9(08).
01  ws-grp-count              pic 9(02).
01  ws-grp-table.
  05  ws-grp-entry            occurs 50 times indexed by ws-grp-idx.
    10  ws-grp-line-number    pic 9(03).
    10  ws-grp-item-code      pic x(10).
    10  ws-grp-qty            pic 9(07)v999.
    10  ws-grp-ship-date      pic 9(08).
    10  ws-grp-billable       pic x.
      88  grp-line-is-billable value "Y".
      88  grp-line-was-refused value "R".
    10  ws-grp-bill-qty       pic 9(07)v999.
    10  ws-grp-description    pic x(32).
    10  ws-grp-unit-price     pic 9(07)v9999.
    10  ws-grp-net            pic 9(09)v99.
    10  ws-grp-tax-code       pic x(03).
    10  ws-grp-tax            pic 9(09)v99.
    10  ws-grp-tax-account    pic x(10).
01  ws-grp-bill-count         pic 9(03).
01  ws-grp-invline-number     pic 9(03).
01  ws-grp-invoice-number     pic 9(08).

*> the order's header details, off its first line on file
01  ws-bill-customer          pic x(06).
01  ws-bill-salesperson       pic x(06).
01  ws-bill-ship-to-seq       pic 9(02).
01  ws-bill-net               pic 9(09)v99.
01  ws-bill-tax               pic 9(09)v99.
01  ws-bill-gross             pic 9(09)v99.
01  ws-bill-deposit-applied   pic 9(09)v99.
01  ws-bill-reason            pic x(70).
01  ws-bill-group-switch      pic x.
  88  bill-group-is-ok        value "Y".
  88  bill-group-is-refused   value "N".
01  ws-period-refused-switch  pic x.
  88  billing-period-closed   value "Y".

01  ws-invoice-count          pic 9(05).
01  ws-shipment-billed-count  pic 9(05).
01  ws-exception-count        pic 9(05).
01  ws-run-net                pic 9(11)v99.
01  ws-run-tax                pic 9(11)v99.
01  ws-run-gross              pic 9(11)v99.
01  ws-run-deposit            pic 9(11)v99.
01  ws-amount-display         pic s9(11)v99 sign leading separate.
01  ws-amount-display-2       pic s9(11)v99 sign leading separate.
01  ws-amount-display-3       pic s9(11)v99 sign leading separate.
01  ws-amount-display-4       pic s9(11)v99 sign leading separate.
01  ws-qty-display            pic 9(07).999.

*> exception lines are held until the register is written, then
*> printed after it as the exception list
01  ws-exc-table.
  05  ws-exc-line             occurs 500 times indexed by ws-exc-idx
                              pic x(120).
01  ws-exc-held-count         pic 9(03).

linkage section.
01  ws-passed-company-record-number pic 999.

procedure division using ws-passed-company-record-number.
program-begin.
  move ws-passed-company-record-number to current-company-record-number
  perform opening-procedure
  perform run-billing
  perform closing-procedure
  .
program-end.
  goback
  .
opening-procedure.
  open input order-file
  open input item-file
  open i-o customer-file
  open i-o invoice-file
  if invoice-file-status = "35"
    open output invoice-file
    close invoice-file
    open i-o invoice-file
  end-if
  open i-o invoice-line-file
  if invoice-line-file-status = "35"
    open output invoice-line-file
    close invoice-line-file
    open i-o invoice-line-file
  end-if
  open input tax-code-file
  open i-o custdep-file
  open extend gl-interface-file
  if gl-file-status not = zero
    open output gl-interface-file
  end-if
  open input gl-rule-file
  open input gl-account-file
  open input period-file
  open i-o number-control-file
  if number-control-file-status = "35"
    open output number-control-file
    close number-control-file
    open i-o number-control-file
  end-if
  open input delivery-line-file
  if delivery-line-file-status = "35"
    open output delivery-line-file
    close delivery-line-file
    open input delivery-line-file
  end-if
  perform get-print-spool-name
  accept ws-today from date yyyymmdd end-accept
  move zero to ws-invoice-count
  move zero to ws-shipment-billed-count
  move zero to ws-exception-count
  move zero to ws-exc-held-count
  move zero to ws-run-net
  move zero to ws-run-tax
  move zero to ws-run-gross
  move zero to ws-run-deposit
  .
closing-procedure.
  close order-file
  close item-file
  close customer-file
  close invoice-file
  close invoice-line-file
  close tax-code-file
  close custdep-file
  close gl-interface-file
  close gl-rule-file
  close gl-account-file
  close period-file
  close number-control-file
  close delivery-line-file
  display "Billing run complete: " ws-invoice-count " invoices, "
    ws-shipment-billed-count " shipment lines billed, "
    ws-exception-count " exceptions" end-display
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

*>-----------------------------------------------
*> PICKSHIP is line sequential, so the billed flags are set by
*> copying every record to a work file as it is dealt with and then
*> writing PICKSHIP back from the work file, the way the archive
*> purge drops the records it moves out.
*>-----------------------------------------------
run-billing.
  open output billreg-file
  move spaces to billreg-record
  string "Billing Register - run " delimited by size
    ws-today delimited by size
    into billreg-record
  end-string
  write billreg-record
  move spaces to billreg-record
  write billreg-record
  move "Invoice  Order    Customer Lines            Net            Tax          Gross        Deposit"
    to billreg-record
  write billreg-record

  *> every invoice is dated today, so a closed month bills nothing
  move "N" to ws-period-refused-switch
  move ws-today to ws-period-check-date
  perform check-posting-period
  if ws-period-is-closed
    move "Y" to ws-period-refused-switch
  end-if

  open input pickship-file
  if pickship-file-status not = zero
    move "  No shipments on file" to billreg-record
    write billreg-record
    perform write-billing-totals
    exit paragraph
  end-if
  open output billwork-file
  move zero to ws-grp-count
  move zero to ws-grp-order-number
  perform bill-one-shipment
    until pickship-file-status not = zero
  perform bill-shipment-group
  close pickship-file
  close billwork-file
  perform rewrite-pickship-from-work
  perform write-billing-totals
  .
bill-one-shipment.
  read pickship-file next record
    at end
      move "10" to pickship-file-status
      exit paragraph
  end-read
  if pickship-is-billed
    move spaces to billwork-record
    move pickship-record to billwork-record
    write billwork-record
    exit paragraph
  end-if
  if ws-grp-count > zero
    if pickship-order-number not = ws-grp-order-number
       or ws-grp-count >= 50
      move pickship-record to ws-pickship-save
      perform bill-shipment-group
      move ws-pickship-save to pickship-record
    end-if
  end-if
  move pickship-order-number to ws-grp-order-number
  add 1 to ws-grp-count
  set ws-grp-idx to ws-grp-count
  initialize ws-grp-entry(ws-grp-idx)
  move pickship-line-number to ws-grp-line-number(ws-grp-idx)
  move pickship-item-code to ws-grp-item-code(ws-grp-idx)
  move pickship-qty-shipped to ws-grp-qty(ws-grp-idx)
  move pickship-ship-date to ws-grp-ship-date(ws-grp-idx)
  move "N" to ws-grp-billable(ws-grp-idx)
  .
*>-----------------------------------------------
*> One order's gathered shipment lines: check the order and the
*> customer, price each line, raise the invoice for the lines that
*> priced, then write the lines away to the work file flagged with
*> the invoice or left unbilled.
*>-----------------------------------------------
bill-shipment-group.
  if ws-grp-count = zero
    exit paragraph
  end-if
  move zero to ws-grp-bill-count
  move zero to ws-grp-invoice-number
  move zero to ws-bill-net
  move zero to ws-bill-tax
  perform check-shipment-order
  if bill-group-is-ok
    set ws-grp-idx to 1
    perform price-next-shipment
      until ws-grp-idx > ws-grp-count
  else
    set ws-grp-idx to 1
    perform refuse-next-shipment
      until ws-grp-idx > ws-grp-count
  end-if
  if ws-grp-bill-count > zero
    perform raise-billing-invoice
  end-if
  set ws-grp-idx to 1
  perform write-next-shipment-to-work
    until ws-grp-idx > ws-grp-count
  move zero to ws-grp-count
  .
check-shipment-order.
  set bill-group-is-refused to true
  if billing-period-closed
    move "Accounting period is closed" to ws-bill-reason
    exit paragraph
  end-if

  move ws-grp-order-number to order-number
  move zero to order-line-number
  start order-file key not less than order-key
    invalid key
      move "Order not on file" to ws-bill-reason
      exit paragraph
  end-start
  read order-file next record
    at end
      move "Order not on file" to ws-bill-reason
      exit paragraph
  end-read
  if order-number not = ws-grp-order-number
    move "Order not on file" to ws-bill-reason
    exit paragraph
  end-if
  move order-customer-code to ws-bill-customer
  move order-salesperson-code to ws-bill-salesperson
  move order-ship-to-seq to ws-bill-ship-to-seq

  move ws-bill-customer to customer-code
  read customer-file key is customer-code
    invalid key
      move "Customer not on file" to ws-bill-reason
      exit paragraph
  end-read
  if customer-is-inactive
    move "Customer has been deactivated" to ws-bill-reason
    exit paragraph
  end-if

  move "SL010" to ws-glrule-source
  move "OFFICE" to ws-glrule-qualifier
  move "DEBTORS" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    move ws-glrule-message to ws-bill-reason
    exit paragraph
  end-if
  move ws-glrule-account to ws-bill-debtors-account
  move "SALES" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    move ws-glrule-message to ws-bill-reason
    exit paragraph
  end-if
  move ws-glrule-account to ws-bill-sales-account
  set bill-group-is-ok to true
  .
refuse-next-shipment.
  perform list-shipment-exception
  set ws-grp-idx up by 1
  .
price-next-shipment.
  perform price-one-shipment
  set ws-grp-idx up by 1
  .
*>-----------------------------------------------
*> A shipment line is billed at the unit price on its order line,
*> the stock item's description and tax code, and the output tax
*> account that tax code resolves to.  A shipment out on a delivery
*> run waits for its proof of delivery, and is billed net of
*> anything the customer refused.
*>-----------------------------------------------
price-one-shipment.
  move ws-grp-qty(ws-grp-idx) to ws-grp-bill-qty(ws-grp-idx)
  move ws-grp-order-number to ws-dlv-order-number
  move ws-grp-line-number(ws-grp-idx) to ws-dlv-order-line
  move ws-grp-ship-date(ws-grp-idx) to ws-dlv-ship-date
  perform find-delivery-outcome
  if dlv-awaiting-pod or dlv-awaiting-new-run
    move "Awaiting proof of delivery" to ws-bill-reason
    perform list-shipment-exception
    exit paragraph
  end-if
  if dlv-confirmed
    if ws-dlv-refused-qty >= ws-grp-qty(ws-grp-idx)
      move "R" to ws-grp-billable(ws-grp-idx)
      exit paragraph
    end-if
    subtract ws-dlv-refused-qty from ws-grp-bill-qty(ws-grp-idx)
  end-if

  move ws-grp-order-number to order-number
  move ws-grp-line-number(ws-grp-idx) to order-line-number
  read order-file key is order-key
    invalid key
      move "Order line not on file" to ws-bill-reason
      perform list-shipment-exception
      exit paragraph
  end-read

  move spaces to ws-grp-description(ws-grp-idx)
  move spaces to ws-grp-tax-code(ws-grp-idx)
  move ws-grp-item-code(ws-grp-idx) to item-code
  read item-file key is item-code
    invalid key
      continue
    not invalid key
      move item-description to ws-grp-description(ws-grp-idx)
      move item-tax-code to ws-grp-tax-code(ws-grp-idx)
  end-read

  move zero to ws-tax-rate-found
  if ws-grp-tax-code(ws-grp-idx) not = spaces
    move ws-grp-tax-code(ws-grp-idx) to tax-code
    read tax-code-file key is tax-code
      invalid key
        move "Tax code not on file" to ws-bill-reason
        perform list-shipment-exception
        exit paragraph
      not invalid key
        move tax-rate-percent to ws-tax-rate-found
    end-read
  end-if
  move "SL010" to ws-glrule-source
  move "OUTPUTTAX" to ws-glrule-type
  move ws-grp-tax-code(ws-grp-idx) to ws-glrule-qualifier
  perform find-gl-posting-account
  if ws-glrule-not-found
    move ws-glrule-message to ws-bill-reason
    perform list-shipment-exception
    exit paragraph
  end-if
  move ws-glrule-account to ws-grp-tax-account(ws-grp-idx)

  move order-unit-price to ws-grp-unit-price(ws-grp-idx)
  compute ws-grp-net(ws-grp-idx) rounded =
    ws-grp-bill-qty(ws-grp-idx) * ws-grp-unit-price(ws-grp-idx)
  compute ws-grp-tax(ws-grp-idx) rounded =
    (ws-grp-net(ws-grp-idx) * ws-tax-rate-found) / 100
  add ws-grp-net(ws-grp-idx) to ws-bill-net
  add ws-grp-tax(ws-grp-idx) to ws-bill-tax
  move "Y" to ws-grp-billable(ws-grp-idx)
  add 1 to ws-grp-bill-count
  .
*>-----------------------------------------------
*> The invoice for the priced lines: header and lines on the Sales
*> Ledger, debtors against sales and each line's output tax on the
*> GL interface, the customer balance, and any deposit offset.
*>-----------------------------------------------
raise-billing-invoice.
  perform get-next-invoice-number
  initialize invoice-record
  move ws-next-invoice-number to invoice-number
  move ws-bill-customer to invoice-customer-code
  move ws-today to invoice-date
  move ws-today to invoice-due-date
  move customer-payment-terms to invoice-terms-days
  move customer-settle-disc-pct to invoice-settle-disc-pct
  move customer-settle-disc-days to invoice-settle-disc-days
  move spaces to invoice-description
  string "ORDER " delimited by size
    ws-grp-order-number delimited by size
    " SHIPPED" delimited by size
    into invoice-description
  end-string
  move ws-grp-bill-count to invoice-line-count
  move ws-bill-net to invoice-net-amount
  move ws-bill-tax to invoice-tax-amount
  compute ws-bill-gross = ws-bill-net + ws-bill-tax
  move ws-bill-gross to invoice-amount
  set invoice-is-invoice to true
  move zero to invoice-original-invoice
  move "N" to invoice-paid-switch
  move "N" to invoice-printed-switch
  move zero to invoice-paid-date
  move ws-bill-salesperson to invoice-salesperson-code
  move ws-bill-ship-to-seq to invoice-ship-to-seq
  write invoice-record
    invalid key
      move "Invoice write failed" to ws-bill-reason
      set ws-grp-idx to 1
      perform unbill-next-shipment
        until ws-grp-idx > ws-grp-count
      exit paragraph
  end-write
  move invoice-number to ws-grp-invoice-number

  move zero to ws-grp-invline-number
  set ws-grp-idx to 1
  perform write-next-invoice-line
    until ws-grp-idx > ws-grp-count

  move "OR030" to gl-source-module
  move invoice-date to gl-post-date
  move zero to gl-batch-number
  set gl-is-unposted to true
  move "OFFICE" to gl-cost-centre
  move "Billing run invoice" to gl-description
  move ws-bill-debtors-account to gl-account-code
  move ws-bill-gross to gl-debit-amount
  move zero to gl-credit-amount
  write gl-interface-record
  move ws-bill-sales-account to gl-account-code
  move zero to gl-debit-amount
  move ws-bill-net to gl-credit-amount
  write gl-interface-record
  set ws-grp-idx to 1
  perform post-next-line-tax
    until ws-grp-idx > ws-grp-count

  add ws-bill-gross to customer-balance
  add ws-bill-gross to customer-ytd-sales
  perform offset-billing-deposit
  rewrite customer-record
    invalid key
      continue
  end-rewrite

  add 1 to ws-invoice-count
  add ws-grp-bill-count to ws-shipment-billed-count
  add ws-bill-net to ws-run-net
  add ws-bill-tax to ws-run-tax
  add ws-bill-gross to ws-run-gross
  add ws-bill-deposit-applied to ws-run-deposit

  move ws-bill-net to ws-amount-display
  move ws-bill-tax to ws-amount-display-2
  move ws-bill-gross to ws-amount-display-3
  move ws-bill-deposit-applied to ws-amount-display-4
  move spaces to billreg-record
  string invoice-number delimited by size
    " " delimited by size
    ws-grp-order-number delimited by size
    " " delimited by size
    ws-bill-customer delimited by size
    "   " delimited by size
    ws-grp-bill-count delimited by size
    " " delimited by size
    ws-amount-display delimited by size
    " " delimited by size
    ws-amount-display-2 delimited by size
    " " delimited by size
    ws-amount-display-3 delimited by size
    " " delimited by size
    ws-amount-display-4 delimited by size
    into billreg-record
  end-string
  write billreg-record
  .
unbill-next-shipment.
  if grp-line-is-billable(ws-grp-idx)
    move "N" to ws-grp-billable(ws-grp-idx)
    perform list-shipment-exception
  end-if
  set ws-grp-idx up by 1
  .
write-next-invoice-line.
  if grp-line-is-billable(ws-grp-idx)
    add 1 to ws-grp-invline-number
    initialize invoice-line-record
    move invoice-number to invline-invoice-number
    move ws-grp-invline-number to invline-line-number
    move ws-grp-item-code(ws-grp-idx) to invline-item-code
    move ws-grp-description(ws-grp-idx) to invline-description
    move ws-grp-bill-qty(ws-grp-idx) to invline-quantity
    move ws-grp-unit-price(ws-grp-idx) to invline-unit-price
    move ws-grp-net(ws-grp-idx) to invline-net-amount
    move ws-grp-tax-code(ws-grp-idx) to invline-tax-code
    move ws-grp-tax(ws-grp-idx) to invline-tax-amount
    write invoice-line-record
      invalid key
        continue
    end-write
  end-if
  set ws-grp-idx up by 1
  .
post-next-line-tax.
  if grp-line-is-billable(ws-grp-idx)
     and ws-grp-tax(ws-grp-idx) not = zero
    move "OR030" to gl-source-module
    move ws-grp-tax-account(ws-grp-idx) to gl-account-code
    move zero to gl-debit-amount
    move ws-grp-tax(ws-grp-idx) to gl-credit-amount
    move "Billing run invoice tax" to gl-description
    write gl-interface-record
  end-if
  set ws-grp-idx up by 1
  .
*>-----------------------------------------------
*> A deposit taken at order entry unwinds against the invoice: the
*> liability is debited, debtors credited, and a deposit that covers
*> the invoice in full settles it.  With no posting rule for the
*> deposit account the deposit is left held and listed, for sl010
*> to offset by hand.
*>-----------------------------------------------
offset-billing-deposit.
  move zero to ws-bill-deposit-applied
  move ws-bill-customer to dep-customer-code
  move ws-grp-order-number to dep-order-number
  read custdep-file key is dep-key
    invalid key
      exit paragraph
  end-read
  if dep-is-applied
    exit paragraph
  end-if
  move "SL010" to ws-glrule-source
  move "OFFICE" to ws-glrule-qualifier
  move "CUSTDEPOS" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    move spaces to ws-bill-reason
    string "Deposit not offset: " delimited by size
      ws-glrule-message delimited by size
      into ws-bill-reason
    end-string
    perform list-group-note
    exit paragraph
  end-if
  move ws-glrule-account to ws-bill-deposit-account

  compute ws-bill-deposit-applied = dep-amount - dep-applied-amount
  if ws-bill-deposit-applied > ws-bill-gross
    move ws-bill-gross to ws-bill-deposit-applied
  end-if
  if ws-bill-deposit-applied <= zero
    move zero to ws-bill-deposit-applied
    exit paragraph
  end-if

  add ws-bill-deposit-applied to dep-applied-amount
  if dep-applied-amount >= dep-amount
    set dep-is-applied to true
  end-if
  rewrite custdep-record
    invalid key
      move zero to ws-bill-deposit-applied
      exit paragraph
  end-rewrite

  subtract ws-bill-deposit-applied from customer-balance
  move ws-grp-order-number to invoice-deposit-order
  move ws-bill-deposit-applied to invoice-deposit-applied
  if ws-bill-deposit-applied = ws-bill-gross
    set invoice-is-paid to true
    move ws-today to invoice-paid-date
  end-if
  rewrite invoice-record
    invalid key
      continue
  end-rewrite

  move "OR030" to gl-source-module
  move ws-today to gl-post-date
  move zero to gl-batch-number
  set gl-is-unposted to true
  move "OFFICE" to gl-cost-centre
  move "Deposit offset against invoice" to gl-description
  move ws-bill-deposit-account to gl-account-code
  move ws-bill-deposit-applied to gl-debit-amount
  move zero to gl-credit-amount
  write gl-interface-record
  move ws-bill-debtors-account to gl-account-code
  move zero to gl-debit-amount
  move ws-bill-deposit-applied to gl-credit-amount
  write gl-interface-record
  .
*>-----------------------------------------------
*> Back onto PICKSHIP: billed lines carry their invoice number, a
*> shipment refused in full is closed off with none, and the rest
*> go back unbilled for the next run.
*>-----------------------------------------------
write-next-shipment-to-work.
  initialize pickship-record
  move ws-grp-order-number to pickship-order-number
  move ws-grp-line-number(ws-grp-idx) to pickship-line-number
  move ws-grp-item-code(ws-grp-idx) to pickship-item-code
  move ws-grp-qty(ws-grp-idx) to pickship-qty-shipped
  move ws-grp-ship-date(ws-grp-idx) to pickship-ship-date
  evaluate true
    when grp-line-is-billable(ws-grp-idx)
      move "Y" to pickship-billed-switch
      move ws-grp-invoice-number to pickship-invoice-number
    when grp-line-was-refused(ws-grp-idx)
      move "Y" to pickship-billed-switch
      move zero to pickship-invoice-number
    when other
      move "N" to pickship-billed-switch
      move zero to pickship-invoice-number
  end-evaluate
  move spaces to billwork-record
  move pickship-record to billwork-record
  write billwork-record
  set ws-grp-idx up by 1
  .
rewrite-pickship-from-work.
  open input billwork-file
  open output pickship-file
  perform copy-one-shipment-back
    until billwork-file-status not = zero
  close billwork-file
  close pickship-file
  .
copy-one-shipment-back.
  read billwork-file next record
    at end
      move "10" to billwork-file-status
      exit paragraph
  end-read
  move billwork-record to pickship-record
  write pickship-record
  .
*>-----------------------------------------------
*> Exception list lines, held until the register is complete
*>-----------------------------------------------
list-shipment-exception.
  add 1 to ws-exception-count
  if ws-exc-held-count >= 500
    exit paragraph
  end-if
  add 1 to ws-exc-held-count
  set ws-exc-idx to ws-exc-held-count
  move ws-grp-qty(ws-grp-idx) to ws-qty-display
  move spaces to ws-exc-line(ws-exc-idx)
  string ws-grp-order-number delimited by size
    " " delimited by size
    ws-grp-line-number(ws-grp-idx) delimited by size
    "  " delimited by size
    ws-grp-item-code(ws-grp-idx) delimited by size
    " " delimited by size
    ws-qty-display delimited by size
    "  " delimited by size
    ws-bill-reason delimited by size
    into ws-exc-line(ws-exc-idx)
  end-string
  .
list-group-note.
  add 1 to ws-exception-count
  if ws-exc-held-count >= 500
    exit paragraph
  end-if
  add 1 to ws-exc-held-count
  set ws-exc-idx to ws-exc-held-count
  move spaces to ws-exc-line(ws-exc-idx)
  string ws-grp-order-number delimited by size
    " invoice " delimited by size
    invoice-number delimited by size
    "  " delimited by size
    ws-bill-reason delimited by size
    into ws-exc-line(ws-exc-idx)
  end-string
  .
write-billing-totals.
  move spaces to billreg-record
  write billreg-record
  move ws-run-net to ws-amount-display
  move ws-run-tax to ws-amount-display-2
  move ws-run-gross to ws-amount-display-3
  move ws-run-deposit to ws-amount-display-4
  move spaces to billreg-record
  string "Totals   " delimited by size
    ws-invoice-count delimited by size
    " invoices " delimited by size
    ws-amount-display delimited by size
    " " delimited by size
    ws-amount-display-2 delimited by size
    " " delimited by size
    ws-amount-display-3 delimited by size
    " " delimited by size
    ws-amount-display-4 delimited by size
    into billreg-record
  end-string
  write billreg-record

  move spaces to billreg-record
  write billreg-record
  move "BILLING EXCEPTIONS - shipments left unbilled" to billreg-record
  write billreg-record
  move "Order    Line  Item        Quantity     Reason" to billreg-record
  write billreg-record
  if ws-exc-held-count = zero
    move "  None" to billreg-record
    write billreg-record
  else
    set ws-exc-idx to 1
    perform write-one-exception-line
      until ws-exc-idx > ws-exc-held-count
  end-if
  if ws-exception-count > ws-exc-held-count
    move spaces to billreg-record
    string "  ... and more; " delimited by size
      ws-exception-count delimited by size
      " exceptions in all" delimited by size
      into billreg-record
    end-string
    write billreg-record
  end-if
  close billreg-file

  move "BILLREG" to print-route-file-name
  perform route-report-to-printer
  .
write-one-exception-line.
  move ws-exc-line(ws-exc-idx) to billreg-record
  write billreg-record
  set ws-exc-idx up by 1
  .
get-next-invoice-number.
  move "SLINV" to ws-numctl-doc-type
  perform get-next-document-number
  if ws-numctl-was-seeded
    move ws-numctl-next to ws-next-invoice-number
    exit paragraph
  end-if
  *> no control record yet - derive the next number the old way,
  *> off the end of the file, and seed the counter with it
  move zero to ws-next-invoice-number
  move high-values to invoice-number
  start invoice-file key less than invoice-number
    invalid key
      move zero to ws-next-invoice-number
    not invalid key
      read invoice-file previous record
        at end
          move zero to ws-next-invoice-number
        not at end
          move invoice-number to ws-next-invoice-number
      end-read
  end-start
  add 1 to ws-next-invoice-number
  move ws-next-invoice-number to ws-numctl-next
  perform seed-document-number
  .
copy "period-check-pd.cpy".
copy "glrule-pd.cpy".
copy "reclock-pd.cpy".
copy "numctl-pd.cpy".
copy "print-route-pd.cpy".
copy "delline-pd.cpy".
end program or030.
