      >> source format is free
program-id. gl030.
*> VAT return.  Called from the General Ledger menu (or queueable on
*> the batch scheduler) for a from/to date range handed over on the
*> one-line VATRETPARM parameter file; with none on file it runs
*> month to date.  Output tax and net sales come off the sales
*> invoices and the Epos sale lines, input tax and net purchases off
*> the purchase invoice lines and the petty cash vouchers, all
*> totalled by tax code.  The return
*> is then tied out to the movement on the tax control accounts -
*> every account a GL posting rule maps OUTPUTTAX or INPUTTAX onto -
*> in GLHIST over the same dates, and any difference is listed.
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
  .
environment division.configuration section.
source-computer. Linux.
object-computer. Linux.
input-output section.
file-control.
  select invoice-file assign to "SLINVOICE"
    organization is indexed
    access mode is dynamic
    record key is invoice-number
    alternate record key is invoice-customer-code with duplicates
    file status is invoice-file-status
    .
  copy "slinvline-sel.cpy".
  select purchinv-file assign to "PURCHINV"
    organization is indexed
    access mode is dynamic
    record key is pinv-key
    file status is purchinv-file-status
    .
  select petty-cash-file assign to "PETTYCSH"
    organization is indexed
    access mode is dynamic
    record key is pcv-number
    file status is petty-cash-file-status
    .
  select epos-sale-file assign to "EPOSSALE"
    organization is line sequential
    access mode is sequential
    file status is epos-sale-file-status
    .
  select item-file assign to "ITEM"
    organization is indexed
    access mode is dynamic
    record key is item-code
    file status is item-file-status
    .
  copy "taxcode-sel.cpy".
  copy "glrule-sel.cpy".
  select gl-history-file assign to "GLHIST"
    organization is line sequential
    access mode is sequential
    file status is gl-history-file-status
    .
  select vatreturn-file assign to "VATRETURN"
    organization is line sequential
    access mode is sequential
    file status is vatreturn-file-status
    .
  select vatretparm-file assign to "VATRETPARM"
    organization is line sequential
    access mode is sequential
    file status is vatretparm-file-status
    .
copy "system-sel.cpy".
data division.
file section.
copy "sl010.cpy".
copy "slinvline-fd.cpy".
copy "pettycash.cpy".
copy "epos.cpy".
copy "stock.cpy".
copy "taxcode-fd.cpy".
copy "glrule-fd.cpy".
copy "glhist.cpy".
copy "system-fd.cpy".
*> the purchase invoice layout under its own names - pl010.cpy's
*> field names collide with the sales invoice record also needed here
fd  purchinv-file.
01  purchinv-record.
  05  pinv-key.
    10  pinv-vendor-code      pic x(06).
    10  pinv-number           pic x(15).
    10  pinv-line-number      pic 9(03).
  05  pinv-date               pic 9(08).
  05  pinv-po-number          pic 9(08).
  05  pinv-po-line-number     pic 9(03).
  05  pinv-item-code          pic x(10).
  05  pinv-quantity           pic 9(07)v999 comp-3.
  05  pinv-unit-cost          pic 9(07)v9999 comp-3.
  05  pinv-amount             pic s9(09)v99 comp-3.
  05  pinv-currency-code      pic x(03).
  05  pinv-exchange-rate      pic 9(05)v9999 comp-3.
  05  pinv-base-amount        pic s9(09)v99 comp-3.
  05  pinv-payment-date       pic 9(08).
  05  pinv-hold-code          pic x.
    88  pinv-was-rejected     value "X".
  05  pinv-status             pic x.
    88  pinv-is-paid          value "Y".
  05  pinv-tax-code           pic x(03).
  05  pinv-tax-amount         pic s9(09)v99 comp-3.
  05  pinv-base-tax-amount    pic s9(09)v99 comp-3.
  05  pinv-discount-taken     pic s9(09)v99 comp-3.
fd  vatreturn-file.
01  vatreturn-record            pic x(120).
fd  vatretparm-file.
01  vatretparm-record.
  05  vatretparm-from-date      pic 9(08).
  05  vatretparm-to-date        pic 9(08).
working-storage section.
01  program-name              pic x(15) value "gl030".

01  invoice-file-status       pic xx.
01  invoice-line-file-status  pic xx.
01  purchinv-file-status      pic xx.
01  petty-cash-file-status    pic xx.
01  epos-sale-file-status     pic xx.
01  item-file-status          pic xx.
01  tax-code-file-status      pic xx.
01  gl-rule-file-status       pic xx.
01  gl-history-file-status    pic xx.
01  vatreturn-file-status     pic xx.
01  vatretparm-file-status    pic xx.
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "print-route-ws.cpy".
copy "company-ws.cpy".

01  ws-from-date              pic 9(08).
01  ws-to-date                pic 9(08).

*> one bucket per tax code met on the documents; the blank code
*> collects untaxed lines and anything keyed before tax codes
01  ws-vat-codes.
  05  ws-vat-entry            occurs 30 times indexed by ws-vat-idx.
    10  ws-vat-code           pic x(03).
    10  ws-vat-description    pic x(24).
    10  ws-vat-sales-net      pic s9(11)v99.
    10  ws-vat-output-tax     pic s9(11)v99.
    10  ws-vat-purch-net      pic s9(11)v99.
    10  ws-vat-input-tax      pic s9(11)v99.
01  ws-vat-count              pic 9(02).
01  ws-vat-lookup             pic x(03).
01  ws-vat-found-switch       pic x.
  88  vat-entry-found         value "Y".
  88  vat-entry-not-found     value "N".
01  ws-vat-overflow-count     pic 9(05).

*> the tax control accounts, collected off the posting rules
01  ws-ctl-accounts.
  05  ws-ctl-entry            occurs 20 times indexed by ws-ctl-idx.
    10  ws-ctl-account        pic x(10).
    10  ws-ctl-type           pic x.
      88  ws-ctl-is-output    value "O".
      88  ws-ctl-is-input     value "I".
    10  ws-ctl-movement       pic s9(11)v99.
01  ws-ctl-count              pic 9(02).
01  ws-ctl-lookup             pic x(10).
01  ws-ctl-found-switch       pic x.
  88  ctl-entry-found         value "Y".
  88  ctl-entry-not-found     value "N".

01  ws-line-net               pic s9(11)v99.
01  ws-line-tax               pic s9(11)v99.
01  ws-line-code              pic x(03).

01  ws-tot-sales-net          pic s9(11)v99.
01  ws-tot-output-tax         pic s9(11)v99.
01  ws-tot-purch-net          pic s9(11)v99.
01  ws-tot-input-tax          pic s9(11)v99.
01  ws-gl-output-tax          pic s9(11)v99.
01  ws-gl-input-tax           pic s9(11)v99.
01  ws-output-difference      pic s9(11)v99.
01  ws-input-difference       pic s9(11)v99.
01  ws-net-tax-due            pic s9(11)v99.

01  ws-sales-net-display      pic s9(11)v99 sign leading separate.
01  ws-output-tax-display     pic s9(11)v99 sign leading separate.
01  ws-purch-net-display      pic s9(11)v99 sign leading separate.
01  ws-input-tax-display      pic s9(11)v99 sign leading separate.
01  ws-amount-display         pic s9(11)v99 sign leading separate.
01  ws-amount-display-2       pic s9(11)v99 sign leading separate.
01  ws-amount-display-3       pic s9(11)v99 sign leading separate.
01  ws-code-display           pic x(06).

linkage section.
01  ws-passed-company-record-number pic 999.

procedure division using ws-passed-company-record-number.
program-begin.
  move ws-passed-company-record-number to current-company-record-number
  perform opening-procedure
  perform run-vat-return
  perform closing-procedure
  .
program-end.
  goback
  .
opening-procedure.
  open input invoice-file
  open input invoice-line-file
  open input purchinv-file
  open input petty-cash-file
  open input item-file
  open input tax-code-file
  open input gl-rule-file
  perform get-print-spool-name
  perform read-period-parameter
  .
closing-procedure.
  close invoice-file
  close invoice-line-file
  close purchinv-file
  close petty-cash-file
  close item-file
  close tax-code-file
  close gl-rule-file
  display "VAT return complete for " ws-from-date " to " ws-to-date end-display
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
*> The period parameter is one-shot, the way mepack treats
*> MEPACKPARM: read it, then empty it, so a keyed range can never
*> bleed into the next scheduled run.
*>-----------------------------------------------
read-period-parameter.
  move zero to ws-from-date
  move zero to ws-to-date
  open input vatretparm-file
  if vatretparm-file-status = zero
    read vatretparm-file
      at end
        continue
      not at end
        move vatretparm-from-date to ws-from-date
        move vatretparm-to-date to ws-to-date
    end-read
    close vatretparm-file
    open output vatretparm-file
    close vatretparm-file
  end-if
  if ws-from-date = zero or ws-to-date = zero
    accept ws-to-date from date yyyymmdd end-accept
    move ws-to-date to ws-from-date
    move "01" to ws-from-date(7:2)
  end-if
  .

run-vat-return.
  move zero to ws-vat-count
  move zero to ws-vat-overflow-count
  move zero to ws-ctl-count
  perform collect-tax-control-accounts
  perform total-sales-invoices
  perform total-epos-sales
  perform total-purchase-invoices
  perform total-petty-cash-vouchers
  perform total-control-account-history

  open output vatreturn-file
  perform write-vat-return-heading
  move zero to ws-tot-sales-net ws-tot-output-tax
  move zero to ws-tot-purch-net ws-tot-input-tax
  set ws-vat-idx to 1
  perform write-one-tax-code-line
    until ws-vat-idx > ws-vat-count
  perform write-vat-return-totals
  perform write-control-account-tie-out
  close vatreturn-file

  move "VATRETURN" to print-route-file-name
  perform route-report-to-printer
  .

*>-----------------------------------------------
*> Every rule posting OUTPUTTAX or INPUTTAX, for any module or
*> qualifier, names a tax control account.
*>-----------------------------------------------
collect-tax-control-accounts.
  if gl-rule-file-status not = zero
    exit paragraph
  end-if
  move low-values to glrule-key
  start gl-rule-file key not less than glrule-key
    invalid key
      exit paragraph
  end-start
  perform collect-one-rule-account
    until gl-rule-file-status not = zero
  .
collect-one-rule-account.
  read gl-rule-file next record
    at end
      move "10" to gl-rule-file-status
      exit paragraph
  end-read
  if glrule-trans-type not = "OUTPUTTAX"
     and glrule-trans-type not = "INPUTTAX"
    exit paragraph
  end-if
  move glrule-account-code to ws-ctl-lookup
  perform find-control-account
  if ctl-entry-found
    exit paragraph
  end-if
  if ws-ctl-count < 20
    add 1 to ws-ctl-count
    set ws-ctl-idx to ws-ctl-count
    move glrule-account-code to ws-ctl-account(ws-ctl-idx)
    if glrule-trans-type = "OUTPUTTAX"
      set ws-ctl-is-output(ws-ctl-idx) to true
    else
      set ws-ctl-is-input(ws-ctl-idx) to true
    end-if
    move zero to ws-ctl-movement(ws-ctl-idx)
  end-if
  .
find-control-account.
  set ctl-entry-not-found to true
  set ws-ctl-idx to 1
  perform search-one-control-account
    until ctl-entry-found or ws-ctl-idx > ws-ctl-count
  .
search-one-control-account.
  if ws-ctl-account(ws-ctl-idx) = ws-ctl-lookup
    set ctl-entry-found to true
  else
    set ws-ctl-idx up by 1
  end-if
  .

*>-----------------------------------------------
*> Sales invoices and credit notes, totalled off their lines since
*> one document can mix tax codes.  An Epos account charge lands
*> on SLINVOICE as well as on EPOSSALE; its tax is counted off the
*> Epos lines, so it is skipped here.
*>-----------------------------------------------
total-sales-invoices.
  if invoice-file-status not = zero
    exit paragraph
  end-if
  move low-values to invoice-number
  start invoice-file key not less than invoice-number
    invalid key
      exit paragraph
  end-start
  perform total-one-sales-invoice
    until invoice-file-status not = zero
  .
total-one-sales-invoice.
  read invoice-file next record
    at end
      move "10" to invoice-file-status
      exit paragraph
  end-read
  if invoice-date < ws-from-date or invoice-date > ws-to-date
    exit paragraph
  end-if
  if invoice-description(1:10) = "EPOS SALE "
    exit paragraph
  end-if
  if invoice-line-file-status not = zero
    exit paragraph
  end-if
  move invoice-number to invline-invoice-number
  move 1 to invline-line-number
  start invoice-line-file key not less than invline-key
    invalid key
      move zero to invoice-line-file-status
      exit paragraph
  end-start
  perform total-one-sales-invoice-line
    until invoice-line-file-status not = zero
  move zero to invoice-line-file-status
  .
total-one-sales-invoice-line.
  read invoice-line-file next record
    at end
      move "10" to invoice-line-file-status
      exit paragraph
  end-read
  if invline-invoice-number not = invoice-number
    move "10" to invoice-line-file-status
    exit paragraph
  end-if
  move invline-tax-code to ws-vat-lookup
  perform find-or-add-tax-code
  if vat-entry-not-found
    exit paragraph
  end-if
  add invline-net-amount to ws-vat-sales-net(ws-vat-idx)
  add invline-tax-amount to ws-vat-output-tax(ws-vat-idx)
  .

*>-----------------------------------------------
*> Epos lines carry the gross and the tax in it; a refund line
*> reverses its sale.  Lines rung before the tax code was kept on
*> the line fall back to the item's current code.
*>-----------------------------------------------
total-epos-sales.
  open input epos-sale-file
  if epos-sale-file-status not = zero
    exit paragraph
  end-if
  perform total-one-epos-line
    until epos-sale-file-status not = zero
  close epos-sale-file
  .
total-one-epos-line.
  read epos-sale-file
    at end
      move "10" to epos-sale-file-status
      exit paragraph
  end-read
  if epos-sale-date < ws-from-date or epos-sale-date > ws-to-date
    exit paragraph
  end-if
  *> a gift voucher sold is stored value, not a supply - the tax
  *> falls due on the goods it is later spent on
  if epos-is-voucher-issue
     or epos-sale-item-code = "VOUCHER"
    exit paragraph
  end-if
  move epos-sale-tax-code to ws-line-code
  if ws-line-code = spaces
    move epos-sale-item-code to item-code
    read item-file key is item-code
      invalid key
        continue
      not invalid key
        move item-tax-code to ws-line-code
    end-read
  end-if
  move ws-line-code to ws-vat-lookup
  perform find-or-add-tax-code
  if vat-entry-not-found
    exit paragraph
  end-if
  compute ws-line-net = epos-sale-amount - epos-sale-tax-amount
  move epos-sale-tax-amount to ws-line-tax
  if epos-is-refund
    compute ws-line-net = zero - ws-line-net
    compute ws-line-tax = zero - ws-line-tax
  end-if
  add ws-line-net to ws-vat-sales-net(ws-vat-idx)
  add ws-line-tax to ws-vat-output-tax(ws-vat-idx)
  .

*>-----------------------------------------------
*> Purchase invoice and debit note lines in base currency.  The
*> gross is the base amount, so the net is what is left after the
*> input tax; a rejected invoice reclaims nothing.
*>-----------------------------------------------
total-purchase-invoices.
  if purchinv-file-status not = zero
    exit paragraph
  end-if
  move low-values to pinv-key
  start purchinv-file key not less than pinv-key
    invalid key
      exit paragraph
  end-start
  perform total-one-purchase-invoice
    until purchinv-file-status not = zero
  .
total-one-purchase-invoice.
  read purchinv-file next record
    at end
      move "10" to purchinv-file-status
      exit paragraph
  end-read
  if pinv-date < ws-from-date or pinv-date > ws-to-date
    exit paragraph
  end-if
  if pinv-was-rejected
    exit paragraph
  end-if
  move zero to ws-line-tax
  if pinv-tax-code not = spaces
    move pinv-base-tax-amount to ws-line-tax
  end-if
  move pinv-tax-code to ws-vat-lookup
  perform find-or-add-tax-code
  if vat-entry-not-found
    exit paragraph
  end-if
  compute ws-line-net = pinv-base-amount - ws-line-tax
  add ws-line-net to ws-vat-purch-net(ws-vat-idx)
  add ws-line-tax to ws-vat-input-tax(ws-vat-idx)
  .

*>-----------------------------------------------
*> Petty cash vouchers carry their own net and input tax; top-ups
*> and counts are only cash moving and carry no tax.
*>-----------------------------------------------
total-petty-cash-vouchers.
  if petty-cash-file-status not = zero
    exit paragraph
  end-if
  move low-values to pcv-number
  start petty-cash-file key not less than pcv-number
    invalid key
      exit paragraph
  end-start
  perform total-one-petty-cash-voucher
    until petty-cash-file-status not = zero
  .
total-one-petty-cash-voucher.
  read petty-cash-file next record
    at end
      move "10" to petty-cash-file-status
      exit paragraph
  end-read
  if not pcv-is-voucher
    exit paragraph
  end-if
  if pcv-date < ws-from-date or pcv-date > ws-to-date
    exit paragraph
  end-if
  move pcv-tax-code to ws-vat-lookup
  perform find-or-add-tax-code
  if vat-entry-not-found
    exit paragraph
  end-if
  add pcv-net-amount to ws-vat-purch-net(ws-vat-idx)
  add pcv-tax-amount to ws-vat-input-tax(ws-vat-idx)
  .

find-or-add-tax-code.
  set vat-entry-not-found to true
  set ws-vat-idx to 1
  perform search-one-tax-code
    until vat-entry-found or ws-vat-idx > ws-vat-count
  if vat-entry-found
    exit paragraph
  end-if
  if ws-vat-count not < 30
    add 1 to ws-vat-overflow-count
    exit paragraph
  end-if
  add 1 to ws-vat-count
  set ws-vat-idx to ws-vat-count
  move ws-vat-lookup to ws-vat-code(ws-vat-idx)
  move zero to ws-vat-sales-net(ws-vat-idx) ws-vat-output-tax(ws-vat-idx)
  move zero to ws-vat-purch-net(ws-vat-idx) ws-vat-input-tax(ws-vat-idx)
  move "(no tax code)" to ws-vat-description(ws-vat-idx)
  if ws-vat-lookup not = spaces
    move ws-vat-lookup to tax-code
    read tax-code-file key is tax-code
      invalid key
        move "(not on tax code file)" to ws-vat-description(ws-vat-idx)
      not invalid key
        move tax-description to ws-vat-description(ws-vat-idx)
    end-read
  end-if
  set vat-entry-found to true
  .
search-one-tax-code.
  if ws-vat-code(ws-vat-idx) = ws-vat-lookup
    set vat-entry-found to true
  else
    set ws-vat-idx up by 1
  end-if
  .

*>-----------------------------------------------
*> The ledger side: output tax accounts are credited by sales, so
*> their movement is credits less debits; input tax the reverse.
*>-----------------------------------------------
total-control-account-history.
  if ws-ctl-count = zero
    exit paragraph
  end-if
  open input gl-history-file
  if gl-history-file-status not = zero
    exit paragraph
  end-if
  perform total-one-history-record
    until gl-history-file-status not = zero
  close gl-history-file
  .
total-one-history-record.
  read gl-history-file
    at end
      move "10" to gl-history-file-status
      exit paragraph
  end-read
  if hist-post-date < ws-from-date or hist-post-date > ws-to-date
    exit paragraph
  end-if
  move hist-account-code to ws-ctl-lookup
  perform find-control-account
  if ctl-entry-not-found
    exit paragraph
  end-if
  if ws-ctl-is-output(ws-ctl-idx)
    add hist-credit-amount to ws-ctl-movement(ws-ctl-idx)
    subtract hist-debit-amount from ws-ctl-movement(ws-ctl-idx)
  else
    add hist-debit-amount to ws-ctl-movement(ws-ctl-idx)
    subtract hist-credit-amount from ws-ctl-movement(ws-ctl-idx)
  end-if
  .

*>------------------
*> The printed return
*>------------------
write-vat-return-heading.
  move "==================================================" to vatreturn-record
  write vatreturn-record
  move spaces to vatreturn-record
  string "VAT RETURN for " delimited by size
    ws-from-date delimited by size
    " to " delimited by size
    ws-to-date delimited by size
    into vatreturn-record
  end-string
  write vatreturn-record
  move "==================================================" to vatreturn-record
  write vatreturn-record
  move spaces to vatreturn-record
  write vatreturn-record
  move "Code   Description                   Net Sales    Output Tax  Net Purchases     Input Tax" to vatreturn-record
  write vatreturn-record
  .
write-one-tax-code-line.
  add ws-vat-sales-net(ws-vat-idx) to ws-tot-sales-net
  add ws-vat-output-tax(ws-vat-idx) to ws-tot-output-tax
  add ws-vat-purch-net(ws-vat-idx) to ws-tot-purch-net
  add ws-vat-input-tax(ws-vat-idx) to ws-tot-input-tax
  move ws-vat-sales-net(ws-vat-idx) to ws-sales-net-display
  move ws-vat-output-tax(ws-vat-idx) to ws-output-tax-display
  move ws-vat-purch-net(ws-vat-idx) to ws-purch-net-display
  move ws-vat-input-tax(ws-vat-idx) to ws-input-tax-display
  move ws-vat-code(ws-vat-idx) to ws-code-display
  move spaces to vatreturn-record
  string ws-code-display delimited by size
    " " delimited by size
    ws-vat-description(ws-vat-idx) delimited by size
    " " delimited by size
    ws-sales-net-display delimited by size
    " " delimited by size
    ws-output-tax-display delimited by size
    " " delimited by size
    ws-purch-net-display delimited by size
    " " delimited by size
    ws-input-tax-display delimited by size
    into vatreturn-record
  end-string
  write vatreturn-record
  set ws-vat-idx up by 1
  .
write-vat-return-totals.
  move ws-tot-sales-net to ws-sales-net-display
  move ws-tot-output-tax to ws-output-tax-display
  move ws-tot-purch-net to ws-purch-net-display
  move ws-tot-input-tax to ws-input-tax-display
  move spaces to vatreturn-record
  string "TOTALS                         " delimited by size
    ws-sales-net-display delimited by size
    " " delimited by size
    ws-output-tax-display delimited by size
    " " delimited by size
    ws-purch-net-display delimited by size
    " " delimited by size
    ws-input-tax-display delimited by size
    into vatreturn-record
  end-string
  write vatreturn-record
  if ws-vat-overflow-count not = zero
    move spaces to vatreturn-record
    string "*** " delimited by size
      ws-vat-overflow-count delimited by size
      " lines on tax codes past the first 30 not included ***" delimited by size
      into vatreturn-record
    end-string
    write vatreturn-record
  end-if
  compute ws-net-tax-due = ws-tot-output-tax - ws-tot-input-tax
  move ws-net-tax-due to ws-amount-display
  move spaces to vatreturn-record
  write vatreturn-record
  move spaces to vatreturn-record
  string "Net tax due (output less input):  " delimited by size
    ws-amount-display delimited by size
    into vatreturn-record
  end-string
  write vatreturn-record
  .
*>-----------------------------------------------
*> Tie-out: the documents against the control accounts.  A
*> difference is usually an unposted interface batch or a manual
*> journal straight to a tax account.
*>-----------------------------------------------
write-control-account-tie-out.
  move spaces to vatreturn-record
  write vatreturn-record
  move "--------------------------------------------------" to vatreturn-record
  write vatreturn-record
  move "TAX CONTROL ACCOUNTS (GLHIST movement)" to vatreturn-record
  write vatreturn-record
  move zero to ws-gl-output-tax
  move zero to ws-gl-input-tax
  if ws-ctl-count = zero
    move "  (no OUTPUTTAX or INPUTTAX posting rules on file)" to vatreturn-record
    write vatreturn-record
  end-if
  set ws-ctl-idx to 1
  perform write-one-control-account
    until ws-ctl-idx > ws-ctl-count

  compute ws-output-difference = ws-tot-output-tax - ws-gl-output-tax
  compute ws-input-difference = ws-tot-input-tax - ws-gl-input-tax
  move spaces to vatreturn-record
  write vatreturn-record
  move "               Per documents       Per ledger    Difference" to vatreturn-record
  write vatreturn-record
  move ws-tot-output-tax to ws-amount-display
  move ws-gl-output-tax to ws-amount-display-2
  move ws-output-difference to ws-amount-display-3
  move spaces to vatreturn-record
  string "Output tax    " delimited by size
    ws-amount-display delimited by size
    "  " delimited by size
    ws-amount-display-2 delimited by size
    "  " delimited by size
    ws-amount-display-3 delimited by size
    into vatreturn-record
  end-string
  write vatreturn-record
  move ws-tot-input-tax to ws-amount-display
  move ws-gl-input-tax to ws-amount-display-2
  move ws-input-difference to ws-amount-display-3
  move spaces to vatreturn-record
  string "Input tax     " delimited by size
    ws-amount-display delimited by size
    "  " delimited by size
    ws-amount-display-2 delimited by size
    "  " delimited by size
    ws-amount-display-3 delimited by size
    into vatreturn-record
  end-string
  write vatreturn-record

  move spaces to vatreturn-record
  write vatreturn-record
  if ws-output-difference = zero and ws-input-difference = zero
    move "Return agrees to the tax control accounts" to vatreturn-record
  else
    move "*** DIFFERENCE - check unposted GL interface batches and manual tax journals ***" to vatreturn-record
  end-if
  write vatreturn-record
  .
write-one-control-account.
  if ws-ctl-is-output(ws-ctl-idx)
    add ws-ctl-movement(ws-ctl-idx) to ws-gl-output-tax
  else
    add ws-ctl-movement(ws-ctl-idx) to ws-gl-input-tax
  end-if
  move ws-ctl-movement(ws-ctl-idx) to ws-amount-display
  move spaces to vatreturn-record
  if ws-ctl-is-output(ws-ctl-idx)
    string "  " delimited by size
      ws-ctl-account(ws-ctl-idx) delimited by size
      "  output tax  " delimited by size
      ws-amount-display delimited by size
      into vatreturn-record
    end-string
  else
    string "  " delimited by size
      ws-ctl-account(ws-ctl-idx) delimited by size
      "  input tax   " delimited by size
      ws-amount-display delimited by size
      into vatreturn-record
    end-string
  end-if
  write vatreturn-record
  set ws-ctl-idx up by 1
  .
copy "print-route-pd.cpy".
end program gl030.
