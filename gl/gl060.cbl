      >> source format is free
program-id. gl060.
*> Thirteen-week cash flow forecast.  Starts from today's balance on
*> the cash and bank accounts (cash-flow category B on the chart)
*> and walks the bank balance forward a week at a time:
*>   in  - open sales invoices, expected on the date the customer
*>         actually pays (invoice date plus the customer's average
*>         days-to-pay over the last year, as the credit review
*>         works it) or on the due date with no payment history;
*>   out - open purchase invoices on their due date (invoice date
*>         plus the vendor's terms), held ones included, rejected
*>         ones left out;
*>   out - purchase order lines not yet invoiced, at the promised
*>         date plus the vendor's terms;
*>   out - standing orders pl020 will raise, each generation date
*>         in the thirteen weeks plus the vendor's terms;
*>   out - the next pay runs of each frequency on the pay calendar,
*>         at the gross of the last run;
*>   in/out - recurring journal templates that touch a cash
*>         account, on the first of each month still to generate.
*> Anything already overdue lands in week one.  Every week whose
*> closing balance falls below the overdraft limit is flagged.  The
*> start date and the limit come from the one-line CASHFCPARM file
*> (see cashfcparm.cpy); run from the GL menu or queued weekly on
*> the batch scheduler.
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
  .
environment division.configuration section.
source-computer. Linux.
object-computer. Linux.
input-output section.
file-control.
  copy "glacct-sel.cpy".
  copy "vendmast-sel.cpy".
  select slinvoice-file assign to "SLINVOICE"
    organization is indexed
    access mode is dynamic
    record key is slinv-number
    alternate record key is slinv-customer-code with duplicates
    file status is slinvoice-file-status
    .
  select invoice-file assign to "PURCHINV"
    organization is indexed
    access mode is dynamic
    record key is invoice-key
    file status is invoice-file-status
    .
  *> pl010.cpy carries the goods-received layout alongside the order
  *> and invoice layouts the forecast reads
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
  select gl-template-file assign to "GLJNLTPL"
    organization is indexed
    access mode is dynamic
    record key is tpl-code
    file status is gl-template-file-status
    .
  select pay-calendar-file assign to "PAYCAL"
    organization is indexed
    access mode is dynamic
    record key is paycal-key
    file status is pay-calendar-file-status
    .
  select cashfcparm-file assign to "CASHFCPARM"
    organization is line sequential
    access mode is sequential
    file status is cashfcparm-file-status
    .
  select cashfcst-file assign to "CASHFCST"
    organization is line sequential
    access mode is sequential
    file status is cashfcst-file-status
    .
copy "system-sel.cpy".
data division.
file section.
copy "gl010.cpy".
copy "vendmast-fd.cpy".
copy "pl010.cpy".
copy "gljnltpl.cpy".
copy "paycal.cpy".
copy "cashfcparm.cpy".
copy "system-fd.cpy".
*> the sales invoice layout under its own names - sl010.cpy's field
*> names collide with the purchase invoice record also needed here
fd  slinvoice-file.
01  slinvoice-record.
  05  slinv-number            pic 9(08).
  05  slinv-customer-code     pic x(06).
  05  slinv-date              pic 9(08).
  05  slinv-due-date          pic 9(08).
  05  slinv-terms-days        pic 9(03).
  05  slinv-description       pic x(40).
  05  slinv-line-count        pic 9(03).
  05  slinv-net-amount        pic s9(09)v99 comp-3.
  05  slinv-tax-amount        pic s9(09)v99 comp-3.
  05  slinv-amount            pic s9(09)v99 comp-3.
  05  slinv-type-switch       pic x.
    88  slinv-is-credit-note  value "C".
  05  slinv-original-invoice  pic 9(08).
  05  slinv-paid-switch       pic x.
    88  slinv-is-paid         value "Y".
    88  slinv-is-open         value "N".
  05  slinv-printed-switch    pic x.
  05  slinv-paid-date         pic 9(08).
  05  slinv-salesperson-code  pic x(06).
  05  slinv-ship-to-seq       pic 9(02).
  05  slinv-settle-disc-pct   pic 9(02)v99.
  05  slinv-settle-disc-days  pic 9(03).
  05  slinv-discount-allowed  pic s9(09)v99 comp-3.
  05  slinv-receipt-number    pic 9(08).
  05  slinv-deposit-order     pic 9(08).
  05  slinv-deposit-applied   pic s9(09)v99 comp-3.
fd  cashfcst-file.
01  cashfcst-record             pic x(132).
working-storage section.
01  program-name              pic x(15) value "gl060".

01  gl-account-file-status    pic xx.
01  vendor-file-status        pic xx.
01  slinvoice-file-status     pic xx.
01  invoice-file-status       pic xx.
01  po-file-status            pic xx.
01  gr-file-status            pic xx.
01  gl-template-file-status   pic xx.
01  pay-calendar-file-status  pic xx.
01  cashfcparm-file-status    pic xx.
01  cashfcst-file-status      pic xx.
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "print-route-ws.cpy".
copy "company-ws.cpy".
copy "standing-order-ws.cpy".

01  ws-start-date             pic 9(08).
01  ws-start-days             pic 9(07).
01  ws-end-date               pic 9(08).
01  ws-end-period             pic 9(06).
01  ws-history-cutoff-date    pic 9(08).
01  ws-order-cutoff-date      pic 9(08).
01  ws-overdraft-limit        pic 9(09)v99.
01  ws-overdraft-floor        pic s9(11)v99.

*> the thirteen weeks, each with the cash effect of every stream:
*> 1 sales receipts, 2 purchase invoices, 3 orders not invoiced,
*> 4 standing orders, 5 payroll, 6 recurring journals
01  ws-forecast-table.
  05  ws-fw-entry             occurs 13 times.
    10  ws-fw-start-date      pic 9(08).
    10  ws-fw-amount          pic s9(11)v99 comp-3 occurs 6 times.
    10  ws-fw-net             pic s9(11)v99 comp-3.
    10  ws-fw-balance         pic s9(11)v99 comp-3.
01  ws-fw-idx                 pic 9(02).
01  ws-fw-stream              pic 9.
01  ws-stream-total           pic s9(11)v99 comp-3 occurs 6 times.

*> one cash movement on its way into the table
01  ws-event-date             pic 9(08).
01  ws-event-amount           pic s9(11)v99.
01  ws-event-stream           pic 9.
01  ws-event-week             pic s9(05).

01  ws-opening-balance        pic s9(11)v99.
01  ws-running-balance        pic s9(11)v99.
01  ws-total-net              pic s9(11)v99.
01  ws-lowest-balance         pic s9(11)v99.
01  ws-lowest-week            pic 9(02).
01  ws-flagged-count          pic 9(02).
01  ws-cash-account-count     pic 9(03).

*> one customer's open invoices, held until all the customer's
*> settled invoices have been read for the average days-to-pay
01  ws-cust-code              pic x(06).
01  ws-cust-paid-count        pic 9(05).
01  ws-cust-days-total        pic 9(09).
01  ws-cust-days-one          pic s9(07).
01  ws-cust-avg-days          pic 9(05).
01  ws-ci-table.
  05  ws-ci-entry             occurs 500 times.
    10  ws-ci-date            pic 9(08).
    10  ws-ci-due-date        pic 9(08).
    10  ws-ci-amount          pic s9(09)v99 comp-3.
    10  ws-ci-credit-switch   pic x.
01  ws-ci-count               pic 9(03).
01  ws-ci-idx                 pic 9(03).

*> quantity invoiced against each purchase order line, off PURCHINV
01  ws-iq-table.
  05  ws-iq-entry             occurs 5000 times.
    10  ws-iq-po-number       pic 9(08).
    10  ws-iq-po-line         pic 9(03).
    10  ws-iq-quantity        pic 9(07)v999 comp-3.
01  ws-iq-count               pic 9(04).
01  ws-iq-idx                 pic 9(04).
01  ws-iq-found               pic 9(04).

*> standing order masters, valued across all their lines
01  ws-so-table.
  05  ws-so-entry             occurs 200 times.
    10  ws-so-po-number       pic 9(08).
    10  ws-so-vendor-code     pic x(06).
    10  ws-so-next-gen-date   pic 9(08).
    10  ws-so-period-months   pic 9(02).
    10  ws-so-value           pic s9(09)v99 comp-3.
01  ws-so-count               pic 9(03).
01  ws-so-idx                 pic 9(03).

01  ws-terms-vendor-code      pic x(06).
01  ws-terms-cached-code      pic x(06).
01  ws-vendor-terms           pic 9(03).
01  ws-po-rate                pic 9(05)v9999.
01  ws-po-qty-due             pic s9(07)v999.
01  ws-po-value               pic s9(09)v99.

01  ws-pay-frequency          pic x.
01  ws-pay-date               pic 9(08).
01  ws-pay-amount             pic s9(11)v99.
01  ws-pay-month-end-switch   pic x.
01  ws-pay-found              pic x.

01  ws-tpl-cash               pic s9(11)v99.
01  ws-tpl-line-idx           pic 9(02).
01  ws-tpl-period             pic 9(06).
01  filler redefines ws-tpl-period.
  05  ws-tpl-year             pic 9(04).
  05  ws-tpl-month            pic 9(02).

*> date work for month arithmetic: the day is pulled back to the
*> last of the month where the month is shorter
01  ws-cf-date                pic 9(08).
01  filler redefines ws-cf-date.
  05  ws-cf-year              pic 9(04).
  05  ws-cf-month             pic 9(02).
  05  ws-cf-day               pic 9(02).
01  ws-cf-next-first          pic 9(08).
01  filler redefines ws-cf-next-first.
  05  ws-cf-next-year         pic 9(04).
  05  ws-cf-next-month        pic 9(02).
  05  ws-cf-next-day          pic 9(02).
01  ws-cf-last-day            pic 9(02).

01  ws-fc-amount-display      pic -(8)9.99.
01  ws-fc-line                pic x(132).
01  ws-fc-pointer             pic 9(03).
01  ws-fc-week-display        pic z9.

linkage section.
01  ws-passed-company-record-number pic 999.

procedure division using ws-passed-company-record-number.
program-begin.
  move ws-passed-company-record-number to current-company-record-number
  perform opening-procedure
  perform run-cash-flow-forecast
  perform closing-procedure
  .
program-end.
  goback
  .
opening-procedure.
  open input gl-account-file
  open input vendor-file
  open input slinvoice-file
  open input invoice-file
  open input po-file
  open input gl-template-file
  open input pay-calendar-file
  perform get-print-spool-name
  perform read-forecast-parameter
  .
closing-procedure.
  close gl-account-file
  close vendor-file
  close slinvoice-file
  close invoice-file
  close po-file
  close gl-template-file
  close pay-calendar-file
  display "Cash flow forecast from " ws-start-date
    ", weeks below overdraft limit: " ws-flagged-count end-display
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
*> The start date is used once and cleared; the overdraft limit is
*> written back so it stands for the next run.
*>-----------------------------------------------
read-forecast-parameter.
  move zero to ws-start-date
  move zero to ws-overdraft-limit
  open input cashfcparm-file
  if cashfcparm-file-status = zero
    read cashfcparm-file
      at end
        continue
      not at end
        move cashfcparm-start-date to ws-start-date
        move cashfcparm-overdraft-limit to ws-overdraft-limit
    end-read
    close cashfcparm-file
  end-if
  open output cashfcparm-file
  move zero to cashfcparm-start-date
  move ws-overdraft-limit to cashfcparm-overdraft-limit
  write cashfcparm-record
  close cashfcparm-file

  if ws-start-date = zero
    accept ws-start-date from date yyyymmdd end-accept
  end-if
  compute ws-start-days = function integer-of-date(ws-start-date)
  compute ws-end-date = function date-of-integer(ws-start-days + 90)
  compute ws-end-period = ws-end-date / 100
  compute ws-history-cutoff-date =
    function date-of-integer(ws-start-days - 365)
  move ws-history-cutoff-date to ws-order-cutoff-date
  compute ws-overdraft-floor = zero - ws-overdraft-limit
  .

run-cash-flow-forecast.
  initialize ws-forecast-table
  move 1 to ws-fw-idx
  perform set-one-week-start
    until ws-fw-idx > 13

  open output cashfcst-file
  move spaces to cashfcst-record
  string "CASH FLOW FORECAST - 13 weeks from " delimited by size
    ws-start-date delimited by size
    into cashfcst-record
  end-string
  write cashfcst-record
  move spaces to cashfcst-record
  write cashfcst-record

  perform total-cash-accounts
  perform forecast-sales-receipts
  perform forecast-purchase-invoices
  perform forecast-purchase-orders
  perform forecast-standing-orders
  perform forecast-pay-runs
  perform forecast-recurring-journals
  perform write-forecast-weeks

  close cashfcst-file
  move "CASHFCST" to print-route-file-name
  perform route-report-to-printer
  .
set-one-week-start.
  compute ws-fw-start-date(ws-fw-idx) = function date-of-integer(
    ws-start-days + (ws-fw-idx - 1) * 7)
  add 1 to ws-fw-idx
  .

*>-----------------------------------------------
*> Adds ws-event-amount to stream ws-event-stream in the week its
*> ws-event-date falls in; overdue items go in week one, anything
*> past the thirteenth week is outside the forecast.
*>-----------------------------------------------
post-cash-event.
  if ws-event-amount = zero
    exit paragraph
  end-if
  if ws-event-date < ws-start-date
    move 1 to ws-event-week
  else
    compute ws-event-week =
      (function integer-of-date(ws-event-date) - ws-start-days) / 7 + 1
  end-if
  if ws-event-week > 13
    exit paragraph
  end-if
  add ws-event-amount to ws-fw-amount(ws-event-week ws-event-stream)
  add ws-event-amount to ws-stream-total(ws-event-stream)
  .

*>-----------------------------------------------
*> Opening position: every account the chart calls cash or bank.
*>-----------------------------------------------
total-cash-accounts.
  move zero to ws-opening-balance
  move zero to ws-cash-account-count
  move "Opening cash and bank balances:" to cashfcst-record
  write cashfcst-record
  move low-values to account-code
  start gl-account-file key not less than account-code
    invalid key
      move "10" to gl-account-file-status
  end-start
  perform total-one-cash-account
    until gl-account-file-status not = zero
  move ws-opening-balance to ws-fc-amount-display
  move spaces to cashfcst-record
  string "  Total                                     " delimited by size
    ws-fc-amount-display delimited by size
    into cashfcst-record
  end-string
  write cashfcst-record
  if ws-cash-account-count = zero
    move "  ** No cash or bank accounts (cash-flow category B) on the chart" to cashfcst-record
    write cashfcst-record
  end-if
  move spaces to cashfcst-record
  write cashfcst-record
  .
total-one-cash-account.
  read gl-account-file next record
    at end
      move "10" to gl-account-file-status
      exit paragraph
  end-read
  if not account-cf-cash
    exit paragraph
  end-if
  add 1 to ws-cash-account-count
  add account-balance to ws-opening-balance
  move account-balance to ws-fc-amount-display
  move spaces to cashfcst-record
  string "  " delimited by size
    account-code delimited by size
    " " delimited by size
    account-name delimited by size
    ws-fc-amount-display delimited by size
    into cashfcst-record
  end-string
  write cashfcst-record
  .

*>-----------------------------------------------
*> Sales receipts.  The invoices come in customer order off the
*> alternate key; a customer's open items are held back until the
*> settled ones have given the average days-to-pay.
*>-----------------------------------------------
forecast-sales-receipts.
  move 1 to ws-event-stream
  move spaces to ws-cust-code
  perform clear-customer-invoices
  move low-values to slinv-customer-code
  start slinvoice-file key not less than slinv-customer-code
    invalid key
      exit paragraph
  end-start
  perform forecast-one-sales-invoice
    until slinvoice-file-status not = zero
  perform place-customer-invoices
  .
clear-customer-invoices.
  move zero to ws-ci-count
  move zero to ws-cust-paid-count
  move zero to ws-cust-days-total
  .
forecast-one-sales-invoice.
  read slinvoice-file next record
    at end
      move "10" to slinvoice-file-status
      exit paragraph
  end-read
  if slinv-customer-code not = ws-cust-code
    perform place-customer-invoices
    perform clear-customer-invoices
    move slinv-customer-code to ws-cust-code
  end-if

  if slinv-is-open
    if ws-ci-count < 500
      add 1 to ws-ci-count
      move slinv-date to ws-ci-date(ws-ci-count)
      move slinv-due-date to ws-ci-due-date(ws-ci-count)
      compute ws-ci-amount(ws-ci-count) =
        slinv-amount - slinv-deposit-applied
      move slinv-type-switch to ws-ci-credit-switch(ws-ci-count)
    else
      move slinv-due-date to ws-event-date
      compute ws-event-amount = slinv-amount - slinv-deposit-applied
      perform post-cash-event
    end-if
    exit paragraph
  end-if

  if slinv-paid-date >= ws-history-cutoff-date
     and slinv-paid-date not = zero
     and not slinv-is-credit-note
    compute ws-cust-days-one =
      function integer-of-date(slinv-paid-date)
      - function integer-of-date(slinv-date)
    if ws-cust-days-one >= zero
      add 1 to ws-cust-paid-count
      add ws-cust-days-one to ws-cust-days-total
    end-if
  end-if
  .
place-customer-invoices.
  move zero to ws-cust-avg-days
  if ws-cust-paid-count not = zero
    compute ws-cust-avg-days rounded =
      ws-cust-days-total / ws-cust-paid-count
  end-if
  move 1 to ws-ci-idx
  perform place-one-customer-invoice
    until ws-ci-idx > ws-ci-count
  .
place-one-customer-invoice.
  *> a credit note nets off on its own date; an invoice is expected
  *> when this customer usually pays, or on its due date
  if ws-cust-paid-count = zero or ws-ci-credit-switch(ws-ci-idx) = "C"
    move ws-ci-due-date(ws-ci-idx) to ws-event-date
  else
    compute ws-event-date = function date-of-integer(
      function integer-of-date(ws-ci-date(ws-ci-idx)) + ws-cust-avg-days)
  end-if
  move ws-ci-amount(ws-ci-idx) to ws-event-amount
  perform post-cash-event
  add 1 to ws-ci-idx
  .

*>-----------------------------------------------
*> Purchase invoices, and on the same pass the quantity invoiced
*> against each order line for the orders-not-invoiced stream.
*>-----------------------------------------------
forecast-purchase-invoices.
  move 2 to ws-event-stream
  move zero to ws-iq-count
  move high-values to ws-terms-cached-code
  move low-values to invoice-key
  start invoice-file key not less than invoice-key
    invalid key
      exit paragraph
  end-start
  perform forecast-one-purchase-invoice
    until invoice-file-status not = zero
  .
forecast-one-purchase-invoice.
  read invoice-file next record
    at end
      move "10" to invoice-file-status
      exit paragraph
  end-read
  if invoice-was-rejected
    exit paragraph
  end-if
  if invoice-po-number not = zero
    perform add-invoiced-quantity
  end-if
  if invoice-is-paid
    exit paragraph
  end-if

  move invoice-vendor-code to ws-terms-vendor-code
  perform get-vendor-terms
  compute ws-event-date = function date-of-integer(
    function integer-of-date(invoice-date) + ws-vendor-terms)
  compute ws-event-amount = zero - invoice-base-amount
  perform post-cash-event
  .
add-invoiced-quantity.
  perform find-invoiced-quantity
  if ws-iq-found = zero
    if ws-iq-count >= 5000
      exit paragraph
    end-if
    add 1 to ws-iq-count
    move ws-iq-count to ws-iq-found
    move invoice-po-number to ws-iq-po-number(ws-iq-found)
    move invoice-po-line-number to ws-iq-po-line(ws-iq-found)
    move zero to ws-iq-quantity(ws-iq-found)
  end-if
  add invoice-quantity to ws-iq-quantity(ws-iq-found)
  .
find-invoiced-quantity.
  move zero to ws-iq-found
  move 1 to ws-iq-idx
  perform search-one-invoiced-quantity
    until ws-iq-idx > ws-iq-count or ws-iq-found not = zero
  .
search-one-invoiced-quantity.
  if ws-iq-po-number(ws-iq-idx) = invoice-po-number
     and ws-iq-po-line(ws-iq-idx) = invoice-po-line-number
    move ws-iq-idx to ws-iq-found
  end-if
  add 1 to ws-iq-idx
  .
*>-----------------------------------------------
*> The vendor's payment terms, read once per run of lines for the
*> same vendor; an unknown vendor is taken as due at once.
*>-----------------------------------------------
get-vendor-terms.
  if ws-terms-vendor-code = ws-terms-cached-code
    exit paragraph
  end-if
  move ws-terms-vendor-code to ws-terms-cached-code
  move zero to ws-vendor-terms
  move ws-terms-vendor-code to vendor-code
  read vendor-file key is vendor-code
    invalid key
      exit paragraph
  end-read
  move vendor-payment-terms to ws-vendor-terms
  .

*>-----------------------------------------------
*> Purchase orders.  A line raised in the last year that is still
*> short of invoices is a commitment; the standing order masters
*> pl020 copies from are collected for their own stream instead.
*>-----------------------------------------------
forecast-purchase-orders.
  move 3 to ws-event-stream
  move zero to ws-so-count
  move low-values to po-key
  start po-file key not less than po-key
    invalid key
      exit paragraph
  end-start
  perform forecast-one-order-line
    until po-file-status not = zero
  .
forecast-one-order-line.
  read po-file next record
    at end
      move "10" to po-file-status
      exit paragraph
  end-read
  move po-exchange-rate to ws-po-rate
  if ws-po-rate = zero
    move 1 to ws-po-rate
  end-if

  if po-line-number = 1 and po-is-standing
    if ws-so-count < 200
      add 1 to ws-so-count
      move po-number to ws-so-po-number(ws-so-count)
      move po-vendor-code to ws-so-vendor-code(ws-so-count)
      move po-standing-next-gen-date to ws-so-next-gen-date(ws-so-count)
      move po-standing-period-months to ws-so-period-months(ws-so-count)
      compute ws-so-value(ws-so-count) rounded =
        po-quantity * po-unit-cost * ws-po-rate
    end-if
    exit paragraph
  end-if
  if ws-so-count not = zero
    if po-number = ws-so-po-number(ws-so-count)
      compute ws-so-value(ws-so-count) rounded =
        ws-so-value(ws-so-count) + po-quantity * po-unit-cost * ws-po-rate
      exit paragraph
    end-if
  end-if

  if po-order-date < ws-order-cutoff-date
    exit paragraph
  end-if
  move po-number to invoice-po-number
  move po-line-number to invoice-po-line-number
  perform find-invoiced-quantity
  if po-quantity-received > po-quantity
    move po-quantity-received to ws-po-qty-due
  else
    move po-quantity to ws-po-qty-due
  end-if
  if ws-iq-found not = zero
    subtract ws-iq-quantity(ws-iq-found) from ws-po-qty-due
  end-if
  if ws-po-qty-due <= zero
    exit paragraph
  end-if

  compute ws-po-value rounded = ws-po-qty-due * po-unit-cost * ws-po-rate
  move po-vendor-code to ws-terms-vendor-code
  perform get-vendor-terms
  if po-promised-date not = zero
    move po-promised-date to ws-event-date
  else
    move po-order-date to ws-event-date
  end-if
  compute ws-event-date = function date-of-integer(
    function integer-of-date(ws-event-date) + ws-vendor-terms)
  compute ws-event-amount = zero - ws-po-value
  perform post-cash-event
  .

*>-----------------------------------------------
*> Standing orders: every generation date from the master's next
*> one to the end of the forecast, paid on the vendor's terms.
*>-----------------------------------------------
forecast-standing-orders.
  move 4 to ws-event-stream
  move 1 to ws-so-idx
  perform forecast-one-standing-order
    until ws-so-idx > ws-so-count
  .
forecast-one-standing-order.
  move ws-so-vendor-code(ws-so-idx) to ws-terms-vendor-code
  perform get-vendor-terms
  move ws-so-next-gen-date(ws-so-idx) to ws-standing-order-date
  move ws-so-period-months(ws-so-idx) to ws-standing-order-period-months
  if ws-standing-order-date not = zero
    perform post-one-standing-generation
    perform advance-one-standing-generation
      until ws-standing-order-date > ws-end-date
        or ws-standing-order-period-months = zero
  end-if
  add 1 to ws-so-idx
  .
advance-one-standing-generation.
  perform advance-standing-order-date
  if ws-standing-order-date <= ws-end-date
    perform post-one-standing-generation
  end-if
  .
post-one-standing-generation.
  move ws-standing-order-date to ws-cf-date
  perform pull-back-to-month-end
  compute ws-event-date = function date-of-integer(
    function integer-of-date(ws-cf-date) + ws-vendor-terms)
  compute ws-event-amount = zero - ws-so-value(ws-so-idx)
  perform post-cash-event
  .

*>-----------------------------------------------
*> Pay runs: each frequency's runs carry on from the last one on the
*> calendar at the gross it paid.  A frequency with no run in the
*> last two months is taken as no longer paid.
*>-----------------------------------------------
forecast-pay-runs.
  move 5 to ws-event-stream
  move "W" to ws-pay-frequency
  perform forecast-one-pay-frequency
  move "F" to ws-pay-frequency
  perform forecast-one-pay-frequency
  move "M" to ws-pay-frequency
  perform forecast-one-pay-frequency
  .
forecast-one-pay-frequency.
  move "N" to ws-pay-found
  move ws-pay-frequency to paycal-frequency
  move 99999999 to paycal-period-end
  start pay-calendar-file key less than paycal-key
    invalid key
      exit paragraph
  end-start
  read pay-calendar-file previous record
    at end
      exit paragraph
  end-read
  if paycal-frequency not = ws-pay-frequency
    exit paragraph
  end-if
  if function integer-of-date(paycal-period-end) < ws-start-days - 62
    exit paragraph
  end-if

  move paycal-period-end to ws-pay-date
  compute ws-pay-amount = zero - paycal-gross
  *> a monthly payroll run to the last of the month stays on the
  *> last of the month
  move "N" to ws-pay-month-end-switch
  move ws-pay-date to ws-cf-date
  perform find-last-day-of-month
  if ws-cf-day = ws-cf-last-day
    move "Y" to ws-pay-month-end-switch
  end-if
  perform advance-pay-date
  perform post-one-pay-run
    until ws-pay-date > ws-end-date
  .
post-one-pay-run.
  move ws-pay-date to ws-event-date
  move ws-pay-amount to ws-event-amount
  perform post-cash-event
  perform advance-pay-date
  .
advance-pay-date.
  evaluate ws-pay-frequency
    when "W"
      compute ws-pay-date = function date-of-integer(
        function integer-of-date(ws-pay-date) + 7)
    when "F"
      compute ws-pay-date = function date-of-integer(
        function integer-of-date(ws-pay-date) + 14)
    when other
      move ws-pay-date to ws-cf-date
      add 1 to ws-cf-month
      if ws-cf-month > 12
        move 1 to ws-cf-month
        add 1 to ws-cf-year
      end-if
      perform find-last-day-of-month
      if ws-pay-month-end-switch = "Y"
        move ws-cf-last-day to ws-cf-day
      end-if
      perform pull-back-to-month-end
      move ws-cf-date to ws-pay-date
  end-evaluate
  .

*>-----------------------------------------------
*> Recurring journal templates: the net of the lines on cash and
*> bank accounts, once for every month from the first still to be
*> generated to the end of the forecast.
*>-----------------------------------------------
forecast-recurring-journals.
  move 6 to ws-event-stream
  move low-values to tpl-code
  start gl-template-file key not less than tpl-code
    invalid key
      exit paragraph
  end-start
  perform forecast-one-template
    until gl-template-file-status not = zero
  .
forecast-one-template.
  read gl-template-file next record
    at end
      move "10" to gl-template-file-status
      exit paragraph
  end-read
  if not tpl-is-recurring
    exit paragraph
  end-if

  move zero to ws-tpl-cash
  move 1 to ws-tpl-line-idx
  perform add-one-template-cash-line
    until ws-tpl-line-idx > tpl-line-count or ws-tpl-line-idx > 20
  if ws-tpl-cash = zero
    exit paragraph
  end-if

  if tpl-last-period = zero
    move tpl-start-period to ws-tpl-period
  else
    move tpl-last-period to ws-tpl-period
    perform advance-template-period
    if ws-tpl-period < tpl-start-period
      move tpl-start-period to ws-tpl-period
    end-if
  end-if
  perform post-one-template-period
    until ws-tpl-period > ws-end-period
      or (tpl-end-period not = zero and ws-tpl-period > tpl-end-period)
  .
add-one-template-cash-line.
  move tpl-account(ws-tpl-line-idx) to account-code
  read gl-account-file key is account-code
    invalid key
      move space to account-cashflow-category
  end-read
  if account-cf-cash
    compute ws-tpl-cash = ws-tpl-cash
      + tpl-debit(ws-tpl-line-idx) - tpl-credit(ws-tpl-line-idx)
  end-if
  add 1 to ws-tpl-line-idx
  .
post-one-template-period.
  compute ws-event-date = ws-tpl-period * 100 + 1
  move ws-tpl-cash to ws-event-amount
  perform post-cash-event
  perform advance-template-period
  .
advance-template-period.
  add 1 to ws-tpl-month
  if ws-tpl-month > 12
    move 1 to ws-tpl-month
    add 1 to ws-tpl-year
  end-if
  .

*>-----------------------------------------------
*> Month arithmetic on ws-cf-date: the last day of its month, and
*> the date pulled back to it where the day runs past.
*>-----------------------------------------------
find-last-day-of-month.
  move ws-cf-year to ws-cf-next-year
  move ws-cf-month to ws-cf-next-month
  add 1 to ws-cf-next-month
  if ws-cf-next-month > 12
    move 1 to ws-cf-next-month
    add 1 to ws-cf-next-year
  end-if
  move 1 to ws-cf-next-day
  compute ws-cf-last-day = function mod(function date-of-integer(
    function integer-of-date(ws-cf-next-first) - 1), 100)
  .
pull-back-to-month-end.
  perform find-last-day-of-month
  if ws-cf-day > ws-cf-last-day
    move ws-cf-last-day to ws-cf-day
  end-if
  .

*>-----------------------------------------------
*> The weekly projection, the balance walked forward from the
*> opening position, and a flag on every week below the limit.
*>-----------------------------------------------
write-forecast-weeks.
  move ws-overdraft-limit to ws-fc-amount-display
  move spaces to cashfcst-record
  string "Overdraft limit: " delimited by size
    ws-fc-amount-display delimited by size
    into cashfcst-record
  end-string
  write cashfcst-record
  move spaces to cashfcst-record
  write cashfcst-record
  move "Wk Starting      Receipts   Purch Invs  Orders Open     Standing      Payroll     Journals     Net Flow      Balance" to cashfcst-record
  write cashfcst-record

  move ws-opening-balance to ws-running-balance
  move ws-opening-balance to ws-lowest-balance
  move zero to ws-lowest-week
  move zero to ws-flagged-count
  move 1 to ws-fw-idx
  perform write-one-forecast-week
    until ws-fw-idx > 13

  move spaces to cashfcst-record
  write cashfcst-record
  move spaces to ws-fc-line
  move "Total" to ws-fc-line
  move 13 to ws-fc-pointer
  move 1 to ws-fw-stream
  perform put-one-stream-total
    until ws-fw-stream > 6
  compute ws-total-net = ws-running-balance - ws-opening-balance
  move ws-total-net to ws-fc-amount-display
  string " " delimited by size
    ws-fc-amount-display delimited by size
    into ws-fc-line with pointer ws-fc-pointer
  end-string
  move ws-running-balance to ws-fc-amount-display
  string " " delimited by size
    ws-fc-amount-display delimited by size
    into ws-fc-line with pointer ws-fc-pointer
  end-string
  move ws-fc-line to cashfcst-record
  write cashfcst-record

  move spaces to cashfcst-record
  write cashfcst-record
  move ws-lowest-balance to ws-fc-amount-display
  move spaces to cashfcst-record
  if ws-lowest-week = zero
    string "Lowest balance: " delimited by size
      ws-fc-amount-display delimited by size
      " (opening position)" delimited by size
      into cashfcst-record
    end-string
  else
    move ws-lowest-week to ws-fc-week-display
    string "Lowest balance: " delimited by size
      ws-fc-amount-display delimited by size
      " in week " delimited by size
      ws-fc-week-display delimited by size
      into cashfcst-record
    end-string
  end-if
  write cashfcst-record
  move spaces to cashfcst-record
  if ws-flagged-count = zero
    move "No week falls below the overdraft limit" to cashfcst-record
  else
    move ws-flagged-count to ws-fc-week-display
    string "** " delimited by size
      ws-fc-week-display delimited by size
      " week(s) below the overdraft limit" delimited by size
      into cashfcst-record
    end-string
  end-if
  write cashfcst-record
  .
write-one-forecast-week.
  compute ws-fw-net(ws-fw-idx) = ws-fw-amount(ws-fw-idx 1)
    + ws-fw-amount(ws-fw-idx 2) + ws-fw-amount(ws-fw-idx 3)
    + ws-fw-amount(ws-fw-idx 4) + ws-fw-amount(ws-fw-idx 5)
    + ws-fw-amount(ws-fw-idx 6)
  add ws-fw-net(ws-fw-idx) to ws-running-balance
  move ws-running-balance to ws-fw-balance(ws-fw-idx)
  if ws-running-balance < ws-lowest-balance
    move ws-running-balance to ws-lowest-balance
    move ws-fw-idx to ws-lowest-week
  end-if

  move spaces to ws-fc-line
  move ws-fw-idx to ws-fc-week-display
  move 1 to ws-fc-pointer
  string ws-fc-week-display delimited by size
    " " delimited by size
    ws-fw-start-date(ws-fw-idx) delimited by size
    " " delimited by size
    into ws-fc-line with pointer ws-fc-pointer
  end-string
  move 1 to ws-fw-stream
  perform put-one-week-stream
    until ws-fw-stream > 6
  move ws-fw-net(ws-fw-idx) to ws-fc-amount-display
  string " " delimited by size
    ws-fc-amount-display delimited by size
    into ws-fc-line with pointer ws-fc-pointer
  end-string
  move ws-fw-balance(ws-fw-idx) to ws-fc-amount-display
  string " " delimited by size
    ws-fc-amount-display delimited by size
    into ws-fc-line with pointer ws-fc-pointer
  end-string
  if ws-running-balance < ws-overdraft-floor
    add 1 to ws-flagged-count
    string " ** OVER LIMIT" delimited by size
      into ws-fc-line with pointer ws-fc-pointer
    end-string
  end-if
  move ws-fc-line to cashfcst-record
  write cashfcst-record
  add 1 to ws-fw-idx
  .
put-one-week-stream.
  move ws-fw-amount(ws-fw-idx ws-fw-stream) to ws-fc-amount-display
  string " " delimited by size
    ws-fc-amount-display delimited by size
    into ws-fc-line with pointer ws-fc-pointer
  end-string
  add 1 to ws-fw-stream
  .
put-one-stream-total.
  move ws-stream-total(ws-fw-stream) to ws-fc-amount-display
  string " " delimited by size
    ws-fc-amount-display delimited by size
    into ws-fc-line with pointer ws-fc-pointer
  end-string
  add 1 to ws-fw-stream
  .
copy "standing-order-pd.cpy".
copy "print-route-pd.cpy".
end program gl060.
