*> redundant totals the modules keep - each item's on-hand quantity
*> against the sum of its location balances and against the running
*> balance the movement ledger left it at, each customer's balance
*> against their open Sales Ledger invoices, each sales invoice's
*> header totals against its lines, and the AP control account (the
*> account the PL010 AP posting rule names) against the unpaid
*> purchase invoices - and prints an exception
*> report showing the disagreeing figures side by side.  Invoice
*> headers are only ever reported, never re-derived, since the
*> customer balance and the ledger were posted from them.
*> When the one-shot INTEGFIX parameter file says Y (written by the
*> supervisor-confirmed menu option), the redundant totals are
*> re-derived from the detail; the parameter is consumed so a
    alternate record key is invoice-customer-code with duplicates
    file status is invoice-file-status
    .
  copy "slinvline-sel.cpy".
  select gl-account-file assign to "GLACCOUNT"
    organization is indexed
    access mode is dynamic
    record key is pinv-key
    file status is purchinv-file-status
    .
  copy "glrule-sel.cpy".
  select integrity-file assign to "INTEGRITY"
    organization is line sequential
    access mode is sequential
copy "stkmove-fd.cpy".
copy "custmast-fd.cpy".
copy "sl010.cpy".
copy "slinvline-fd.cpy".
copy "gl010.cpy".
copy "glrule-fd.cpy".
copy "system-fd.cpy".
*> the purchase invoice layout under its own names - pl010.cpy's
*> field names collide with the sales invoice record also needed here
  05  pinv-hold-code          pic x.
  05  pinv-status             pic x.
    88  pinv-is-paid          value "Y".
  05  pinv-tax-code           pic x(03).
  05  pinv-tax-amount         pic s9(09)v99 comp-3.
  05  pinv-base-tax-amount    pic s9(09)v99 comp-3.
  05  pinv-discount-taken     pic s9(09)v99 comp-3.
fd  integrity-file.
01  integrity-record            pic x(120).
fd  integfix-file.
01  stock-movement-file-status pic xx.
01  customer-file-status      pic xx.
01  invoice-file-status     pic xx.
01  invoice-line-file-status  pic xx.
01  gl-account-file-status    pic xx.
01  purchinv-file-status      pic xx.
01  gl-rule-file-status       pic xx.
copy "glrule-ws.cpy".
01  integrity-file-status     pic xx.
01  integfix-file-status      pic xx.
01  relative-record-number    pic 999.
01  ws-derived-display        pic s9(11)v99 sign leading separate.
01  ws-customer-saved-code    pic x(06).

*> per-invoice cross-foot of the header totals against the lines
01  ws-invline-net-sum        pic s9(11)v99.
01  ws-invline-tax-sum        pic s9(11)v99.
01  ws-invline-count          pic 9(05).
01  ws-invoice-saved-number   pic 9(08).
01  ws-header-display         pic s9(11)v99 sign leading separate.
01  ws-count-display          pic 9(05).

01  ws-unpaid-ap-sum          pic s9(11)v99.
01  ws-ap-balance-display     pic s9(11)v99 sign leading separate.
01  ws-ap-expected            pic s9(11)v99.
  open i-o stock-location-file
  open i-o customer-file
  open input invoice-file
  open input invoice-line-file
  open i-o gl-account-file
  open input purchinv-file
  open input gl-rule-file
  perform get-print-spool-name
  perform read-fix-parameter
  move zero to ws-exception-count
  close stock-location-file
  close customer-file
  close invoice-file
  close invoice-line-file
  close gl-account-file
  close purchinv-file
  close gl-rule-file
  display "Integrity check complete: " ws-exception-count
    " exceptions, " ws-fixed-count " totals re-derived" end-display
  .

  perform check-stock-balances
  perform check-customer-balances
  perform check-invoice-lines
  perform check-ap-control

  move spaces to integrity-record
  .

*>-----------------------------------------------
*> Sales invoices: header net, tax and line count vs the lines,
*> and the header gross vs its own net plus tax
*>-----------------------------------------------
check-invoice-lines.
  move spaces to integrity-record
  write integrity-record
  move "Sales invoices: header totals / invoice lines" to integrity-record
  write integrity-record
  move low-values to invoice-number
  start invoice-file key not less than invoice-number
    invalid key
      exit paragraph
  end-start
  perform check-one-invoice-lines
    until invoice-file-status not = zero
  .
check-one-invoice-lines.
  read invoice-file next record
    at end
      move "10" to invoice-file-status
      exit paragraph
  end-read
  move invoice-number to ws-invoice-saved-number

  move zero to ws-invline-net-sum
  move zero to ws-invline-tax-sum
  move zero to ws-invline-count
  move ws-invoice-saved-number to invline-invoice-number
  move 1 to invline-line-number
  start invoice-line-file key not less than invline-key
    invalid key
      continue
    not invalid key
      perform sum-one-invoice-line
        until invoice-line-file-status not = zero
           or invline-invoice-number not = ws-invoice-saved-number
  end-start

  if invoice-net-amount = ws-invline-net-sum
     and invoice-tax-amount = ws-invline-tax-sum
     and invoice-line-count = ws-invline-count
     and invoice-amount = invoice-net-amount + invoice-tax-amount
    exit paragraph
  end-if

  add 1 to ws-exception-count
  move invoice-net-amount to ws-header-display
  move ws-invline-net-sum to ws-derived-display
  move ws-invline-count to ws-count-display
  move spaces to integrity-record
  string "  " delimited by size
    ws-invoice-saved-number delimited by size
    "  header net " delimited by size
    ws-header-display delimited by size
    "  lines net " delimited by size
    ws-derived-display delimited by size
    "  lines " delimited by size
    invoice-line-count delimited by size
    "/" delimited by size
    ws-count-display delimited by size
    into integrity-record
  end-string
  write integrity-record
  move invoice-tax-amount to ws-header-display
  move ws-invline-tax-sum to ws-derived-display
  move invoice-amount to ws-balance-display
  move spaces to integrity-record
  string "            header tax " delimited by size
    ws-header-display delimited by size
    "  lines tax " delimited by size
    ws-derived-display delimited by size
    "  gross " delimited by size
    ws-balance-display delimited by size
    into integrity-record
  end-string
  write integrity-record
  .
sum-one-invoice-line.
  read invoice-line-file next record
    at end
      move "10" to invoice-line-file-status
      exit paragraph
  end-read
  if invline-invoice-number = ws-invoice-saved-number
    add invline-net-amount to ws-invline-net-sum
    add invline-tax-amount to ws-invline-tax-sum
    add 1 to ws-invline-count
  end-if
  .

*>-----------------------------------------------
*> AP control: the creditors control account the PL010 AP posting
*> rule names should mirror the unpaid purchase invoices as a credit.
*>-----------------------------------------------
check-ap-control.
  move spaces to integrity-record
  write integrity-record
  move "AP control: creditors control account / unpaid purchase invoices" to integrity-record
  write integrity-record

  move zero to ws-unpaid-ap-sum
  end-start
  compute ws-ap-expected = zero - ws-unpaid-ap-sum

  move "PL010" to ws-glrule-source
  move "AP" to ws-glrule-type
  move spaces to ws-glrule-qualifier
  perform find-gl-posting-account
  if ws-glrule-not-found
    move spaces to integrity-record
    string "  " delimited by size
      ws-glrule-message delimited by size
      into integrity-record
    end-string
    write integrity-record
    add 1 to ws-exception-count
    exit paragraph
  end-if
  move ws-glrule-account to account-code
  read gl-account-file key is account-code
    invalid key
      move "  AP control account not on the chart" to integrity-record
      write integrity-record
      add 1 to ws-exception-count
      exit paragraph
    add pinv-base-amount to ws-unpaid-ap-sum
  end-if
  .
copy "glrule-pd.cpy".
copy "print-route-pd.cpy".
end program integchk.
