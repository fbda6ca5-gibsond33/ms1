      >> source format is free
program-id. ep010.
*> Gift voucher period-end run.  Every voucher the tills have sold
*> sits on VOUCHER as deferred income until it is spent; this run
*> lists the balances still outstanding for the voucher liability
*> report and, unless the one-line EP010PARM parameter (see
*> vchparm.cpy) asks for the report only, first releases the
*> balance left on every voucher past its expiry date to income -
*> Dr the voucher liability account, Cr the expired voucher income
*> account off the EPOS posting rules - marking each one expired.
*> Run from the Epos voucher menu, or queued at period end.
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
  .
environment division.configuration section.
source-computer. Linux.
object-computer. Linux.
input-output section.
file-control.
  select voucher-file assign to "VOUCHER"
    organization is indexed
    access mode is dynamic
    record key is voucher-number
    file status is voucher-file-status
    .
  copy "glintfc-sel.cpy".
  copy "glrule-sel.cpy".
  copy "glacct-sel.cpy".
  copy "period-sel.cpy".
  select vchparm-file assign to "EP010PARM"
    organization is line sequential
    access mode is sequential
    file status is vchparm-file-status
    .
  select vouchrpt-file assign to "VOUCHRPT"
    organization is line sequential
    access mode is sequential
    file status is vouchrpt-file-status
    .
copy "system-sel.cpy".
data division.
file section.
copy "voucher.cpy".
copy "glintfc-fd.cpy".
copy "glrule-fd.cpy".
copy "gl010.cpy".
copy "period-fd.cpy".
copy "vchparm.cpy".
copy "system-fd.cpy".
fd  vouchrpt-file.
01  vouchrpt-record             pic x(100).
working-storage section.
01  program-name              pic x(15) value "ep010 (1.00.00)".

01  voucher-file-status       pic xx.
01  gl-file-status            pic xx.
01  gl-rule-file-status       pic xx.
01  gl-account-file-status    pic xx.
copy "glrule-ws.cpy".
01  period-file-status        pic xx.
copy "period-ws.cpy".
01  vchparm-file-status       pic xx.
01  vouchrpt-file-status      pic xx.
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "print-route-ws.cpy".
copy "company-ws.cpy".

01  ws-today                  pic 9(08).
01  ws-run-date               pic 9(08).
01  ws-run-mode               pic x.
  88  run-release             value "R".
  88  run-list-only           value "L".
01  ws-vch-liability-account  pic x(10).
01  ws-vch-income-account     pic x(10).
01  ws-vch-release-amount     pic 9(07)v99.
01  ws-vch-released-count     pic 9(05).
01  ws-vch-released-total     pic 9(09)v99.
01  ws-vch-outstanding-count  pic 9(05).
01  ws-vch-outstanding-total  pic 9(09)v99.
01  ws-vch-expired-flag       pic x(08).
01  ws-vch-original-display   pic zzzzzz9.99.
01  ws-vch-balance-display    pic zzzzzz9.99.
01  ws-vch-total-display      pic zzzzzzzz9.99.
01  ws-vch-count-display      pic zzzz9.

linkage section.
01  ws-passed-company-record-number pic 999.

procedure division using ws-passed-company-record-number.
program-begin.
  move ws-passed-company-record-number to current-company-record-number
  perform opening-procedure
  perform run-voucher-liability
  perform closing-procedure
  .
program-end.
  goback
  .
opening-procedure.
  accept ws-today from date yyyymmdd end-accept
  perform read-run-parameter
  open i-o voucher-file
  if voucher-file-status = "35"
    open output voucher-file
    close voucher-file
    open i-o voucher-file
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
  open input period-file
  if period-file-status = "35"
    open output period-file
    close period-file
    open input period-file
  end-if
  perform get-print-spool-name
  .
closing-procedure.
  close voucher-file
  close gl-interface-file
  close gl-rule-file
  close gl-account-file
  close period-file
  display "Gift voucher run complete: " ws-vch-released-count
    " released, " ws-vch-outstanding-count " outstanding" end-display
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
  move "R" to ws-run-mode
  move ws-today to ws-run-date
  move spaces to vchparm-record
  open input vchparm-file
  if vchparm-file-status = zero
    read vchparm-file
      at end
        move spaces to vchparm-record
    end-read
    close vchparm-file
  end-if
  if vchparm-release or vchparm-list-only
    move vchparm-mode to ws-run-mode
  end-if
  if vchparm-date is numeric and vchparm-date not = zero
    move vchparm-date to ws-run-date
  end-if
  .
*>-----------------------------------------------
*> The release posts in the run date's period, so a closed period
*> or a missing posting rule turns the run into a report only.
*>-----------------------------------------------
run-voucher-liability.
  move zero to ws-vch-released-count
  move zero to ws-vch-released-total
  move zero to ws-vch-outstanding-count
  move zero to ws-vch-outstanding-total
  if run-release
    perform check-release-can-post
  end-if

  open output vouchrpt-file
  move spaces to vouchrpt-record
  string "Gift Voucher Liability as at " delimited by size
    ws-run-date delimited by size
    into vouchrpt-record
  end-string
  write vouchrpt-record
  move spaces to vouchrpt-record
  if run-release
    move "Expired balances released to income this run" to vouchrpt-record
  else
    move "Report only - nothing released" to vouchrpt-record
  end-if
  write vouchrpt-record
  move spaces to vouchrpt-record
  write vouchrpt-record
  move "Voucher  Issued   Till Expires    Original    Balance Status" to vouchrpt-record
  write vouchrpt-record

  move low-values to voucher-number
  start voucher-file key not less than voucher-number
    invalid key
      move "10" to voucher-file-status
  end-start
  perform report-one-voucher
    until voucher-file-status not = zero

  move spaces to vouchrpt-record
  write vouchrpt-record
  move ws-vch-outstanding-count to ws-vch-count-display
  move ws-vch-outstanding-total to ws-vch-total-display
  move spaces to vouchrpt-record
  string "Outstanding vouchers " delimited by size
    ws-vch-count-display delimited by size
    "  liability " delimited by size
    ws-vch-total-display delimited by size
    into vouchrpt-record
  end-string
  write vouchrpt-record
  move ws-vch-released-count to ws-vch-count-display
  move ws-vch-released-total to ws-vch-total-display
  move spaces to vouchrpt-record
  string "Released this run    " delimited by size
    ws-vch-count-display delimited by size
    "  to income " delimited by size
    ws-vch-total-display delimited by size
    into vouchrpt-record
  end-string
  write vouchrpt-record
  close vouchrpt-file

  move "VOUCHRPT" to print-route-file-name
  perform route-report-to-printer
  .
check-release-can-post.
  move ws-run-date to ws-period-check-date
  perform check-posting-period
  if ws-period-is-closed
    display "Accounting period is closed, no vouchers released" end-display
    move "L" to ws-run-mode
    exit paragraph
  end-if
  move "EPOS" to ws-glrule-source
  move "SHOP" to ws-glrule-qualifier
  move "VOUCHER" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    display ws-glrule-message end-display
    move "L" to ws-run-mode
    exit paragraph
  end-if
  move ws-glrule-account to ws-vch-liability-account
  move "VOUCHEREXP" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    display ws-glrule-message end-display
    move "L" to ws-run-mode
    exit paragraph
  end-if
  move ws-glrule-account to ws-vch-income-account
  .
report-one-voucher.
  read voucher-file next record
    at end
      move "10" to voucher-file-status
      exit paragraph
  end-read
  move spaces to ws-vch-expired-flag
  *> a spent voucher refunded after it expired is live again and
  *> is released on the next run along with the rest
  if run-release
     and voucher-expiry-date < ws-run-date
     and voucher-balance not = zero
     and (voucher-is-active or voucher-is-expired)
    perform release-one-voucher
  end-if
  if voucher-balance = zero
     and ws-vch-expired-flag = spaces
    exit paragraph
  end-if

  if voucher-balance not = zero
    add 1 to ws-vch-outstanding-count
    add voucher-balance to ws-vch-outstanding-total
  end-if
  if ws-vch-expired-flag = spaces
    if voucher-expiry-date < ws-run-date
      move "EXPIRED" to ws-vch-expired-flag
    else
      move "ACTIVE" to ws-vch-expired-flag
    end-if
  end-if
  move voucher-original-value to ws-vch-original-display
  if ws-vch-expired-flag = "RELEASED"
    move ws-vch-release-amount to ws-vch-balance-display
  else
    move voucher-balance to ws-vch-balance-display
  end-if
  move spaces to vouchrpt-record
  string voucher-number delimited by size
    " " delimited by size
    voucher-issue-date delimited by size
    " " delimited by size
    voucher-issue-till delimited by size
    " " delimited by size
    voucher-expiry-date delimited by size
    " " delimited by size
    ws-vch-original-display delimited by size
    " " delimited by size
    ws-vch-balance-display delimited by size
    " " delimited by size
    ws-vch-expired-flag delimited by size
    into vouchrpt-record
  end-string
  write vouchrpt-record
  .
*>-----------------------------------------------
*> The balance left on an expired voucher is income now: the
*> liability is debited and the expired voucher income credited,
*> and the voucher keeps what was released for the inquiry.
*>-----------------------------------------------
release-one-voucher.
  move voucher-balance to ws-vch-release-amount

  move "EPOS" to gl-source-module
  move ws-run-date to gl-post-date
  move zero to gl-batch-number
  set gl-is-unposted to true
  move "SHOP" to gl-cost-centre
  move ws-vch-liability-account to gl-account-code
  move spaces to gl-description
  string "Gift voucher " delimited by size
    voucher-number delimited by size
    " expired" delimited by size
    into gl-description
  end-string
  move ws-vch-release-amount to gl-debit-amount
  move zero to gl-credit-amount
  write gl-interface-record

  move "EPOS" to gl-source-module
  move ws-vch-income-account to gl-account-code
  move zero to gl-debit-amount
  move ws-vch-release-amount to gl-credit-amount
  write gl-interface-record

  add ws-vch-release-amount to voucher-released-amount
  move ws-run-date to voucher-released-date
  move zero to voucher-balance
  set voucher-is-expired to true
  rewrite voucher-record
    invalid key
      display "Voucher " voucher-number " update failed" end-display
  end-rewrite
  add 1 to ws-vch-released-count
  add ws-vch-release-amount to ws-vch-released-total
  move "RELEASED" to ws-vch-expired-flag
  .
copy "period-check-pd.cpy".
copy "glrule-pd.cpy".
copy "print-route-pd.cpy".
end program ep010.
