    access mode is sequential
    file status is payexcept-file-status
    .
  select payeft-file assign to ws-payeft-name
    organization is line sequential
    access mode is sequential
    file status is payeft-file-status
    access mode is sequential
    file status is eftreg-file-status
    .
  copy "bankacct-sel.cpy".
  select payreg-file assign to "PAYREG"
    organization is line sequential
    access mode is sequential
    access mode is sequential
    file status is paylastrun-file-status
    .
  select pay-calendar-file assign to "PAYCAL"
    organization is indexed
    access mode is dynamic
    record key is paycal-key
    file status is pay-calendar-file-status
    .
  select empr-rule-file assign to "EMPRRULE"
    organization is indexed
    access mode is dynamic
    record key is emprrule-code
    file status is empr-rule-file-status
    .
  select empr-contrib-file assign to "EMPRCONT"
    organization is indexed
    access mode is dynamic
    record key is emprc-key
    file status is empr-contrib-file-status
    .
  select emprliab-file assign to "EMPRLIAB"
    organization is line sequential
    file status is emprliab-file-status
    .
  select pay-rate-file assign to "PAYRATE"
    organization is indexed
    access mode is dynamic
    record key is payrate-key
    file status is pay-rate-file-status
    .
  select pay-history-file assign to "PAYHIST"
    organization is indexed
    access mode is dynamic
    record key is payhist-key
    file status is pay-history-file-status
    .
  select back-pay-file assign to "BACKPAY"
    organization is indexed
    access mode is dynamic
    record key is backpay-key
    file status is back-pay-file-status
    .
  select backpayrpt-file assign to "BACKPAYRPT"
    organization is line sequential
    file status is backpayrpt-file-status
    .
  select subm-log-file assign to "SUBMLOG"
    organization is indexed
    access mode is dynamic
    record key is submlog-number
    file status is subm-log-file-status
    .
  select subm-file assign to ws-subm-file-name
    organization is line sequential
    file status is subm-file-status
    .
  select payeref-file assign to "PAYEREF"
    organization is line sequential
    access mode is sequential
    file status is payeref-file-status
    .
  select labparm-file assign to "PR030PARM"
    organization is line sequential
    access mode is sequential
    file status is labparm-file-status
    .
  copy "user-sel.cpy".
  copy "reclock-sel.cpy".
  copy "bankaudit-sel.cpy".
  copy "glintfc-sel.cpy".
  copy "glrule-sel.cpy".
  copy "glacct-sel.cpy".
  copy "period-sel.cpy".
  copy "system-sel.cpy".
data division.
file section.
copy "payroll.cpy".
copy "glintfc-fd.cpy".
copy "glrule-fd.cpy".
copy "gl010.cpy".
copy "period-fd.cpy".
copy "taxtable.cpy".
copy "timesheet.cpy".
copy "deduct.cpy".
copy "leave.cpy".
copy "paycal.cpy".
copy "emprrule.cpy".
copy "emprcont.cpy".
copy "payrate.cpy".
copy "payhist.cpy".
copy "backpay.cpy".
copy "submlog.cpy".
copy "labparm.cpy".
copy "user-fd.cpy".
fd  leaveliab-file.
01  leaveliab-record          pic x(100).
fd  subm-file.
01  subm-record               pic x(200).
fd  payeref-file.
01  payeref-record            pic x(20).
fd  backpayrpt-file.
01  backpayrpt-record         pic x(100).
fd  emprliab-file.
01  emprliab-record           pic x(100).
fd  paylastrun-file.
01  paylastrun-record         pic 9(08).
copy "bankaudit-fd.cpy".
copy "reclock-fd.cpy".
copy "system-fd.cpy".
fd  payexcept-file.
01  payexcept-record          pic x(100).
fd  payeft-file.
01  payeft-record             pic x(80).
copy "bankacct-fd.cpy".
fd  eftreg-file.
01  eftreg-record             pic x(100).
fd  payreg-file.
01  payeft-file-status        pic xx.
01  eftreg-file-status        pic xx.
01  gl-file-status            pic xx.
01  gl-rule-file-status       pic xx.
01  gl-account-file-status    pic xx.
copy "glrule-ws.cpy".
copy "bankacct-ws.cpy".
01  ws-run-wages-account      pic x(10).
01  ws-run-tax-account        pic x(10).
01  ws-run-deduct-account     pic x(10).
01  ws-run-netpay-account     pic x(10).
01  period-file-status        pic xx.
copy "period-ws.cpy".
01  ws-run-gross-total        pic 9(11)v99.
01  ws-eft-total              pic 9(09)v99.
01  ws-net-display            pic 9(09)v99.
01  payreg-file-status        pic xx.
01  bank-account-file-status  pic xx.
01  ws-run-bank-code          pic x(06) value spaces.
01  yearend-file-status       pic xx.
01  ws-gross-display          pic 9(09)v99.
01  ws-tax-display            pic 9(09)v99.
01  ws-bank-details-changed   pic x.
01  paylastrun-file-status    pic xx.
01  ws-last-pay-run-date      pic 9(08).
01  pay-calendar-file-status  pic xx.

*> the frequency and period a pay run pays, and what the pay
*> calendar says about the last run of that frequency
01  ws-run-frequency          pic x.
  88  run-is-weekly           value "W".
  88  run-is-fortnightly      value "F".
  88  run-is-monthly          value "M".
01  ws-run-label              pic x(11).
01  ws-periods-per-year       pic 9(02).
01  ws-overtime-threshold     pic 9(03)v99.
01  ws-prior-period-end       pic 9(08).
01  ws-prior-found            pic x.
01  ws-period-gap             pic s9(07).
01  ws-period-expected        pic 9(03).
01  ws-periods-skipped        pic 9(05).
01  ws-calendar-warning       pic x(63).
01  ws-calendar-confirm       pic x.
01  ws-paid-count             pic 9(05).
01  ws-payeft-name            pic x(20) value "PAYEFT".
01  ws-payeft-command         pic x(80).
01  ws-cal-choice             pic x.
01  ws-cal-row                pic 9(02).
01  ws-ts-prior-period        pic 9(08).
01  ws-ts-frequency           pic x.
01  ws-gl-desc-suffix         pic x(21).
*> employer contribution rules in force for the run, their ledger
*> accounts and what each has cost the run so far
01  empr-rule-file-status     pic xx.
01  empr-contrib-file-status  pic xx.
01  emprliab-file-status      pic xx.
01  ws-ec-table.
  05  ws-ec-entry             occurs 10 times.
    10  ws-ec-code            pic x(06).
    10  ws-ec-rate            pic 9(03)v9999.
    10  ws-ec-lower           pic 9(09)v99.
    10  ws-ec-upper           pic 9(09)v99.
    10  ws-ec-basis           pic x.
    10  ws-ec-match-code      pic x(06).
    10  ws-ec-liab-account    pic x(10).
    10  ws-ec-run-total       pic 9(11)v99.
01  ws-ec-count               pic 9(02).
01  ws-ec-idx                 pic 9(02).
01  ws-ec-earnings            pic 9(09)v99.
01  ws-ec-band-earnings       pic s9(09)v99.
01  ws-ec-amount              pic 9(07)v99.
01  ws-ec-match-taken         pic 9(07)v99.
01  ws-ec-match-found         pic x.
01  ws-empr-cost              pic 9(09)v99.
01  ws-empr-display           pic 9(09)v99.
01  ws-run-empr-total         pic 9(11)v99.
01  ws-run-empr-account       pic x(10).
01  ws-ec-rule-code           pic x(06).
01  ws-save-emprrule-description pic x(24).
01  ws-save-emprrule-payee    pic x(24).
01  ws-eliab-from             pic 9(08).
01  ws-eliab-to               pic 9(08).
01  ws-eliab-mark             pic x.
01  ws-eliab-rule-total       pic 9(11)v99.
01  ws-eliab-grand-total      pic 9(11)v99.
01  ws-eliab-count            pic 9(05).
01  ws-eliab-amount-display   pic 9(09)v99.
*> rate history and back pay
01  pay-rate-file-status      pic xx.
01  pay-history-file-status   pic xx.
01  back-pay-file-status      pic xx.
01  backpayrpt-file-status    pic xx.
01  ws-rate-effective-date    pic 9(08).
01  ws-rate-lookup-date       pic 9(08).
01  ws-rate-in-force          pic 9(07)v9999.
01  ws-run-pay-rate           pic 9(07)v9999.
01  ws-rate-changed           pic x.
01  ws-today                  pic 9(08).
01  ws-bkp-employee-code      pic x(06).
01  ws-bkp-hours              pic 9(05)v99.
01  ws-bkp-amount             pic 9(07)v99.
01  ws-bkp-count              pic 9(05).
01  ws-bkp-total              pic 9(09)v99.
01  ws-bkp-emp-total          pic 9(09)v99.
01  ws-bkp-last-employee      pic x(06).
01  ws-bkp-queued             pic 9(07)v99.
01  ws-bkp-rate-display       pic z(6)9.9999.
01  ws-bkp-due-display        pic z(6)9.9999.
01  ws-bkp-hours-display      pic z(4)9.99.
01  ws-bkp-amount-display     pic z(8)9.99.
*> statutory submissions - the one being built, its control
*> totals, and the latest one already made for the same subject
01  subm-log-file-status      pic xx.
01  subm-file-status          pic xx.
01  payeref-file-status       pic xx.
01  labparm-file-status       pic xx.
01  ws-subm-file-name         pic x(20) value "SUBM".
01  ws-employer-tax-ref       pic x(20).
01  ws-subm-choice            pic x.
01  ws-subm-number            pic 9(06).
01  ws-subm-kind              pic x.
01  ws-subm-subject.
  05  ws-subm-subject-kind    pic x.
  05  ws-subm-frequency       pic x.
  05  ws-subm-period-end      pic 9(08).
01  ws-subm-corrects          pic 9(06).
01  ws-subm-pass              pic x.
  88  subm-pass-is-totals     value "T".
  88  subm-pass-is-write      value "W".
01  ws-subm-count             pic 9(05).
01  ws-subm-gross             pic 9(11)v99.
01  ws-subm-taxable           pic 9(11)v99.
01  ws-subm-tax               pic 9(11)v99.
01  ws-subm-employer          pic 9(11)v99.
01  ws-subm-prior-found       pic x.
01  ws-subm-prior-number      pic 9(06).
01  ws-subm-same-figures      pic x.
01  ws-subm-confirm           pic x.
01  ws-subm-month             pic 9(06).
01  ws-subm-row               pic 9(02).
01  ws-sd-employee-code       pic x(06).
01  ws-sd-tax-id              pic x(12).
01  ws-sd-name                pic x(32).
01  ws-sd-frequency           pic x.
01  ws-sd-period-end          pic 9(08).
01  ws-sd-period-month        pic 9(06).
01  ws-sd-gross               pic 9(09)v99.
01  ws-sd-taxable             pic 9(09)v99.
01  ws-sd-tax                 pic 9(09)v99.
01  ws-sd-employer            pic 9(09)v99.
01  ws-sd-ytd-gross           pic 9(09)v99.
01  ws-sd-ytd-taxable         pic 9(09)v99.
01  ws-sd-ytd-tax             pic 9(09)v99.
01  ws-sd-ytd-employer        pic 9(09)v99.
01  ws-sd-amount-1            pic 9(09).99.
01  ws-sd-amount-2            pic 9(09).99.
01  ws-sd-amount-3            pic 9(09).99.
01  ws-sd-amount-4            pic 9(09).99.
01  ws-sd-amount-5            pic 9(09).99.
01  ws-sd-amount-6            pic 9(09).99.
01  ws-sd-amount-7            pic 9(09).99.
01  ws-sd-amount-8            pic 9(09).99.
01  ws-st-amount-1            pic 9(11).99.
01  ws-st-amount-2            pic 9(11).99.
01  ws-st-amount-3            pic 9(11).99.
01  ws-st-amount-4            pic 9(11).99.
01  ws-cal-this-date          pic 9(08).
01  filler redefines ws-cal-this-date.
  05  ws-cal-this-year        pic 9(04).
  05  ws-cal-this-month       pic 9(02).
  05  filler                  pic 9(02).
01  ws-cal-last-date          pic 9(08).
01  filler redefines ws-cal-last-date.
  05  ws-cal-last-year        pic 9(04).
  05  ws-cal-last-month       pic 9(02).
  05  filler                  pic 9(02).

*> Employees whose bank details changed since the last pay run are
*> flagged on the EFT register, the way the vendor payment run
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "print-route-ws.cpy".
01  record-lock-file-status  pic xx.
01  lock-log-file-status     pic xx.
copy "reclock-ws.cpy".
copy "company-ws.cpy".

01  pr-choice                 pic x.
  88  pr-choice-is-valid      values "A" "C" "I" "F" "T" "B" "D" "R" "Y" "E" "L" "V" "P" "O" "Q" "K" "S" "G" "X".

*> Browse-by-name working fields: matches collected in one pass,
*> shown a page at a time, picked by line number.
01  ws-tax-band-portion       pic 9(09)v99.
01  ws-run-date               pic 9(08).
01  ws-run-cost-centre        pic x(06).
01  ws-lab-from-date          pic 9(08).
01  ws-lab-to-date            pic 9(08).
01  ws-lab-target-pct         pic 9(03)v9.

01  ws-taxmaint-date          pic 9(08).
01  ws-taxmaint-band          pic 9(02).
01  ws-input-buf              pic x(11).
01  ws-save-employee-name     pic x(32).
01  ws-save-employee-pay-type pic x.
01  ws-save-employee-pay-freq pic x.
01  ws-save-employee-pay-rate pic 9(07)v9999.
01  ws-save-employee-bank-sort pic x(08).
01  ws-save-employee-bank-acct pic x(17).
01  ws-save-employee-tax-id   pic x(12).
01  ws-save-employee-cost-centre pic x(06).
01  ws-hours-worked           pic 9(05)v99.
*> ordinary / overtime / premium split of an hourly employee's
*> hours: over the pay frequency's threshold (40 weekly, 80
*> fortnightly, 173.33 monthly) earns time-and-a-half, Sunday/holiday
*> hours keyed as premium earn double time
01  ws-ordinary-hours         pic 9(05)v99.
01  ws-overtime-hours         pic 9(05)v99.
01  ws-premium-hours          pic 9(05)v99.
    close period-file
    open input period-file
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
  open i-o pay-calendar-file
  if pay-calendar-file-status = "35"
    open output pay-calendar-file
    close pay-calendar-file
    open i-o pay-calendar-file
  end-if
  open i-o empr-rule-file
  if empr-rule-file-status = "35"
    open output empr-rule-file
    close empr-rule-file
    open i-o empr-rule-file
  end-if
  open i-o empr-contrib-file
  if empr-contrib-file-status = "35"
    open output empr-contrib-file
    close empr-contrib-file
    open i-o empr-contrib-file
  end-if
  open i-o pay-rate-file
  if pay-rate-file-status = "35"
    open output pay-rate-file
    close pay-rate-file
    open i-o pay-rate-file
  end-if
  open i-o pay-history-file
  if pay-history-file-status = "35"
    open output pay-history-file
    close pay-history-file
    open i-o pay-history-file
  end-if
  open i-o back-pay-file
  if back-pay-file-status = "35"
    open output back-pay-file
    close back-pay-file
    open i-o back-pay-file
  end-if
  open i-o subm-log-file
  if subm-log-file-status = "35"
    open output subm-log-file
    close subm-log-file
    open i-o subm-log-file
  end-if
  .
closing-procedure.
  close employee-file
  close leave-file
  close gl-interface-file
  close period-file
  close gl-rule-file
  close gl-account-file
  close pay-calendar-file
  close empr-rule-file
  close empr-contrib-file
  close pay-rate-file
  close pay-history-file
  close back-pay-file
  close subm-log-file
  .
main-process.
  perform display-pr-menu
  display "(A) Add Employee"    at line 05 col 04 foreground-color 2 end-display
  display "(C) Change Employee" at line 06 col 04 foreground-color 2 end-display
  display "(I) Inquire Employee" at line 07 col 04 foreground-color 2 end-display
  display "(G) Labour Cost v Sales"   at line 05 col 30 foreground-color 2 end-display
  display "(S) Statutory Submissions" at line 06 col 30 foreground-color 2 end-display
  display "(F) Find Employee by Name" at line 07 col 30 foreground-color 2 end-display
  display "(T) Enter Timesheets" at line 08 col 04 foreground-color 2 end-display
  display "(B) Maintain Tax Bands" at line 09 col 04 foreground-color 2 end-display
  display "(E) Maintain Leave Rules" at line 08 col 30 foreground-color 2 end-display
  display "(L) Enter Leave Taken"    at line 09 col 30 foreground-color 2 end-display
  display "(V) Leave Liability Report" at line 10 col 30 foreground-color 2 end-display
  display "(P) Pay Calendar"         at line 11 col 30 foreground-color 2 end-display
  display "(O) Employer Contributions" at line 12 col 30 foreground-color 2 end-display
  display "(Q) Contribution Liability" at line 13 col 30 foreground-color 2 end-display
  display "(K) Back Pay Report"      at line 14 col 30 foreground-color 2 end-display
  display "(X) Exit"            at line 13 col 04 foreground-color 2 end-display
  .
accept-pr-choice.
      perform enter-leave-taken
    when "V"
      perform print-leave-liability
    when "P"
      perform inquire-pay-calendar
    when "O"
      perform maintain-employer-rules
    when "Q"
      perform print-contribution-liability
    when "S"
      perform statutory-submissions-menu
    when "G"
      perform run-labour-to-sales-batch
    when "K"
      perform print-back-pay-report
      display "Back pay report routed to spool " system-print-spool-name
        at line 07 col 04 foreground-color 2 end-display
      accept omitted end-accept
    when "X"
      continue
  end-evaluate
  end-if
  .

*>-----------------------------------------------
*> Labour cost v sales.  The batch (pr030) costs clocked hours and
*> sets them against net till takings hour by hour; blank dates
*> give last week, as the weekly scheduled run does.
*>-----------------------------------------------
run-labour-to-sales-batch.
  display " " at line 01 col 01 erase eos end-display
  display program-name at line 01 col 01 foreground-color 2 end-display
  display "Labour Cost v Sales" at line 04 col 30 foreground-color 2 end-display
  display "From Date (blank for last week):[        ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-lab-from-date
  accept ws-lab-from-date at line 06 col 37 with foreground-color 6 end-accept
  display "To Date:[        ]" at line 07 col 04 foreground-color 2 end-display
  move zero to ws-lab-to-date
  if ws-lab-from-date not = zero
    accept ws-lab-to-date at line 07 col 13 with foreground-color 6 end-accept
    if ws-lab-to-date = zero
      move ws-lab-from-date to ws-lab-to-date
    end-if
    if ws-lab-to-date < ws-lab-from-date
      display "To date is before from date" at line 23 col 02 foreground-color 4 end-display
      accept omitted end-accept
      exit paragraph
    end-if
  end-if
  display "Target Labour % of Sales (blank for 30):[     ]" at line 08 col 04 foreground-color 2 end-display
  move spaces to ws-input-buf
  accept ws-input-buf at line 08 col 45 with foreground-color 6 end-accept
  move zero to ws-lab-target-pct
  if ws-input-buf not = spaces
    compute ws-lab-target-pct = function numval(ws-input-buf)
  end-if

  move ws-lab-from-date to labparm-from-date
  move ws-lab-to-date to labparm-to-date
  move ws-lab-target-pct to labparm-target-pct
  open output labparm-file
  write labparm-record
  close labparm-file
  close employee-file
  close pay-rate-file
  call "pr030" using current-company-record-number end-call
  open i-o employee-file
  open i-o pay-rate-file
  open output labparm-file
  close labparm-file
  display "Labour cost v sales routed to spool " system-print-spool-name
    at line 10 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .

*>-----------------
*> Employee master
*>-----------------
  write employee-record
    invalid key
      display "Write failed" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-write
  perform record-pay-rate-change
  .
change-employee.
  display "Change Employee" at line 04 col 30 foreground-color 2 end-display
      display "Employee not found" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  perform lock-employee-for-change
  if not ws-lock-was-taken
    exit paragraph
  end-if
  perform show-employee-fields
  perform accept-employee-fields
  perform save-changed-employee
  if ws-lock-change-saved
    perform record-pay-rate-change
  end-if
  .
*>-----------------------------------------------
*> An employee out for change is locked against the other
*> terminals, and only rewritten if nobody - the pay run, a
*> timesheet, a batch job - has changed it since it was read.
*>-----------------------------------------------
lock-employee-for-change.
  move "EMPLOYEE" to ws-lock-file-name
  move employee-code to ws-lock-record-key
  perform lock-record-for-change
  if ws-lock-was-taken
    read employee-file key is employee-code
      invalid key
        continue
    end-read
    move employee-record to ws-lock-before-image
  end-if
  .
save-changed-employee.
  move "N" to ws-lock-save-switch
  move employee-record to ws-lock-after-image
  read employee-file key is employee-code
    invalid key
      display "Employee no longer on file" at line 23 col 02 foreground-color 4 end-display
      accept omitted end-accept
      perform release-record-lock
      exit paragraph
  end-read
  if employee-record not = ws-lock-before-image
    display "Employee changed elsewhere while you were editing - not saved, please re-key"
      at line 23 col 02 foreground-color 4 end-display
    accept omitted end-accept
  else
    move ws-lock-after-image to employee-record
    rewrite employee-record
      invalid key
        display "Rewrite failed" at line 23 col 02 foreground-color 4 end-display
      not invalid key
        move "Y" to ws-lock-save-switch
    end-rewrite
  end-if
  perform release-record-lock
  .
inquire-employee.
  display "Inquire Employee" at line 04 col 30 foreground-color 2 end-display
  display employee-name at line 07 col 16 foreground-color 3 end-display
  display "Pay Type:  [ ] (H=Hourly, S=Salary)" at line 08 col 04 foreground-color 2 end-display
  display employee-pay-type at line 08 col 16 foreground-color 3 end-display
  display "Pay Freq:[ ] (W=Weekly, F=Fortnightly, M=Monthly)" at line 08 col 44 foreground-color 2 end-display
  display employee-pay-frequency at line 08 col 54 foreground-color 3 end-display
  display "Pay Rate:  [           ]" at line 09 col 04 foreground-color 2 end-display
  display employee-pay-rate at line 09 col 16 foreground-color 3 end-display
  display "Bank Sort Code:[        ]" at line 10 col 04 foreground-color 2 end-display
  display employee-bank-sort-code at line 10 col 20 foreground-color 3 end-display
  display "Tax Ref:[            ]" at line 10 col 44 foreground-color 2 end-display
  display employee-tax-id at line 10 col 53 foreground-color 3 end-display
  display "Cost Centre:[      ]" at line 11 col 44 foreground-color 2 end-display
  display employee-cost-centre at line 11 col 57 foreground-color 3 end-display
  display "Bank Account:  [                 ]" at line 11 col 04 foreground-color 2 end-display
  display employee-bank-acct-num at line 11 col 20 foreground-color 3 end-display
  move employee-code to lv-employee-code
    move function upper-case(employee-pay-type) to employee-pay-type
  end-if

  move employee-pay-frequency to ws-save-employee-pay-freq
  accept employee-pay-frequency at line 08 col 54 with foreground-color 6 end-accept
  move function upper-case(employee-pay-frequency) to employee-pay-frequency
  if employee-pay-frequency not = "W" and not = "F" and not = "M"
    move ws-save-employee-pay-freq to employee-pay-frequency
  end-if

  move employee-pay-rate to ws-save-employee-pay-rate
  move spaces to ws-input-buf
  accept ws-input-buf at line 09 col 16 with foreground-color 6 end-accept
  else
    move function numval(ws-input-buf) to employee-pay-rate
  end-if
  *> a rate change is dated, not overwritten - a date already paid
  *> brings back pay
  move "N" to ws-rate-changed
  if employee-pay-rate not = ws-save-employee-pay-rate
    move "Y" to ws-rate-changed
    accept ws-today from date yyyymmdd end-accept
    display "Effective From:[        ]" at line 09 col 30 foreground-color 2 end-display
    move zero to ws-rate-effective-date
    accept ws-rate-effective-date at line 09 col 45 with foreground-color 6 end-accept
    if ws-rate-effective-date = zero
      move ws-today to ws-rate-effective-date
    end-if
  end-if

  move employee-bank-sort-code to ws-save-employee-bank-sort
  accept employee-bank-sort-code at line 10 col 20 with foreground-color 6 end-accept
    move ws-save-employee-bank-sort to employee-bank-sort-code
  end-if

  move employee-tax-id to ws-save-employee-tax-id
  accept employee-tax-id at line 10 col 53 with foreground-color 6 end-accept
  if employee-tax-id = spaces
    move ws-save-employee-tax-id to employee-tax-id
  end-if
  move function upper-case(employee-tax-id) to employee-tax-id

  move employee-cost-centre to ws-save-employee-cost-centre
  accept employee-cost-centre at line 11 col 57 with foreground-color 6 end-accept
  if employee-cost-centre = spaces
    move ws-save-employee-cost-centre to employee-cost-centre
  end-if
  move function upper-case(employee-cost-centre) to employee-cost-centre

  move employee-bank-acct-num to ws-save-employee-bank-acct
  accept employee-bank-acct-num at line 11 col 20 with foreground-color 6 end-accept
  if employee-bank-acct-num = spaces
  accept ws-browse-change at line 21 col 33 with foreground-color 6 end-accept
  move function upper-case(ws-browse-change) to ws-browse-change
  if ws-browse-change = "Y"
    perform lock-employee-for-change
    if ws-lock-was-taken
      perform show-employee-fields
      perform accept-employee-fields
      perform save-changed-employee
      if ws-lock-change-saved
        perform record-pay-rate-change
      end-if
    end-if
  end-if
  .
collect-one-employee-match.
      move ws-taxmaint-band to taxtable-band-number
  end-read

  display "Band from annual pay:[           ]" at line 16 col 04 foreground-color 2 end-display
  display taxtable-threshold at line 16 col 26 foreground-color 3 end-display
  move spaces to ws-input-buf
  accept ws-input-buf at line 16 col 26 with foreground-color 6 end-accept
  move zero to ws-ts-period-end
  accept ws-ts-period-end at line 07 col 31 with foreground-color 6 end-accept

  *> a card for a period its frequency has already run would never
  *> be picked up
  move employee-pay-frequency to ws-ts-frequency
  if ws-ts-frequency = spaces
    move "M" to ws-ts-frequency
  end-if
  perform find-prior-pay-run
  if ws-prior-found = "Y"
     and ws-ts-period-end <= ws-prior-period-end
    display "Pay run already done up to " ws-prior-period-end
      at line 23 col 02 foreground-color 4 end-display
    perform enter-timesheets
    exit paragraph
  end-if

  move ws-ts-employee-code to ts-employee-code
  move ws-ts-period-end to ts-period-end-date
  read timesheet-file key is ts-key
    display "Accounting period is closed, pay run rejected" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  display "Pay Frequency:[ ] (W=Weekly, F=Fortnightly, M=Monthly)" at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-run-frequency
  accept ws-run-frequency at line 06 col 19 with foreground-color 6 end-accept
  move function upper-case(ws-run-frequency) to ws-run-frequency
  if ws-run-frequency = spaces
    move "M" to ws-run-frequency
  end-if
  evaluate true
    when run-is-weekly
      move "Weekly" to ws-run-label
      move 52 to ws-periods-per-year
      move 40 to ws-overtime-threshold
    when run-is-fortnightly
      move "Fortnightly" to ws-run-label
      move 26 to ws-periods-per-year
      move 80 to ws-overtime-threshold
    when run-is-monthly
      move "Monthly" to ws-run-label
      move 12 to ws-periods-per-year
      move 173.33 to ws-overtime-threshold
    when other
      display "Pay frequency must be W, F or M" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-evaluate
  display "Pay Period End (CCYYMMDD):[        ]" at line 07 col 04 foreground-color 2 end-display
  move ws-run-date to ws-pay-period-end
  accept ws-pay-period-end at line 07 col 31 with foreground-color 6 end-accept
  if ws-pay-period-end = zero
    move ws-run-date to ws-pay-period-end
  end-if
  perform check-pay-calendar
  if ws-calendar-confirm not = "Y"
    exit paragraph
  end-if
  display "Cost Centre:[      ]" at line 08 col 04 foreground-color 2 end-display
  move spaces to ws-run-cost-centre
  accept ws-run-cost-centre at line 08 col 17 with foreground-color 6 end-accept
  move function upper-case(ws-run-cost-centre) to ws-run-cost-centre
  if ws-run-cost-centre = spaces
    move "OFFICE" to ws-run-cost-centre
  end-if
  perform resolve-pay-run-gl-accounts
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  *> net pay leaves the payroll bank account - the payroll default
  *> or the one picked - and its code goes on every EFT credit so
  *> the bank reconciliation matches it to that account's statement
  set ws-bank-use-payroll to true
  move 09 to ws-bank-prompt-line
  perform choose-bank-account
  if ws-bank-was-refused
    exit paragraph
  end-if
  move spaces to ws-run-bank-code
  if ws-bank-was-found
    move ws-bank-gl-account to ws-run-netpay-account
    move ws-bank-account-code to ws-run-bank-code
  end-if
  perform load-employer-rules
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  perform load-tax-bands
  perform load-changed-bank-employees
  move zero to ws-exception-count
  move zero to ws-run-tax-total
  move zero to ws-run-net-total
  move zero to ws-run-deduct-total
  move zero to ws-run-empr-total
  move zero to ws-payreg-page-number
  open output payreg-file
  perform write-pay-register-heading
  move zero to ws-paid-count
  move spaces to ws-payeft-name
  string "PAYEFT-" delimited by size
    ws-run-frequency delimited by size
    "-" delimited by size
    ws-pay-period-end delimited by size
    into ws-payeft-name
  end-string
  open output payeft-file
  perform open-run-submission
  open output eftreg-file
  move spaces to eftreg-record
  string "EFT Transmission Register - " delimited by size
    function trim(ws-run-label) delimited by size
    " pay, period ending " delimited by size
    ws-pay-period-end delimited by size
    "  file " delimited by size
    function trim(ws-payeft-name) delimited by size
    "  bank " delimited by size
    ws-run-bank-code delimited by size
    into eftreg-record
  end-string
  write eftreg-record
  move spaces to eftreg-record
  write eftreg-record
    ws-run-deduct-total delimited by size
    " NET=" delimited by size
    ws-run-net-total delimited by size
    " EMPLOYER=" delimited by size
    ws-run-empr-total delimited by size
    into payreg-record
  end-string
  write payreg-record
  close payeft-file
  close eftreg-file
  close payreg-file
  *> the bank reconciliation matches against PAYEFT, so the latest
  *> run's file is also left under that name
  move spaces to ws-payeft-command
  string "cp " delimited by size
    function trim(ws-payeft-name) delimited by size
    " PAYEFT" delimited by size
    into ws-payeft-command
  end-string
  call "SYSTEM" using ws-payeft-command end-call
  perform record-pay-calendar-run
  perform close-run-submission
  move "PAYREG" to print-route-file-name
  perform route-report-to-printer
  move "PAYSTUBS" to print-route-file-name
    move "PAYEXCEPT" to print-route-file-name
    perform route-report-to-printer
    display "Exceptions: " ws-exception-count " - see exception report"
      at line 10 col 04 foreground-color 4 end-display
  end-if
  perform save-last-pay-run-date
  display "Pay-run complete, routed to spool " system-print-spool-name
    at line 11 col 04 foreground-color 2 end-display
  display "Employees paid: " ws-paid-count "  EFT file " ws-payeft-name
    at line 12 col 04 foreground-color 2 end-display
  display "Statutory submission " ws-subm-number " in file " ws-subm-file-name
    at line 13 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
*>-----------------------------------------------
*> The pay calendar holds one record per frequency and period end
*> actually run.  The same frequency and period cannot be run twice;
*> a run more than one period on from the last run of its frequency
*> means a period was skipped, which needs a yes to go ahead.
*>-----------------------------------------------
check-pay-calendar.
  move "Y" to ws-calendar-confirm
  move ws-run-frequency to paycal-frequency
  move ws-pay-period-end to paycal-period-end
  read pay-calendar-file key is paycal-key
    invalid key
      continue
    not invalid key
      move "N" to ws-calendar-confirm
      display "That frequency and period has already been run on " paycal-run-date
        at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read

  move ws-run-frequency to ws-ts-frequency
  perform find-prior-pay-run
  if ws-prior-found not = "Y"
    exit paragraph
  end-if
  if ws-prior-period-end > ws-pay-period-end
    move "N" to ws-calendar-confirm
    display "A later period has already been run: " ws-prior-period-end
      at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  if run-is-monthly
    move ws-pay-period-end to ws-cal-this-date
    move ws-prior-period-end to ws-cal-last-date
    compute ws-period-gap =
      (ws-cal-this-year * 12 + ws-cal-this-month)
      - (ws-cal-last-year * 12 + ws-cal-last-month)
    if ws-period-gap = zero
      move "N" to ws-calendar-confirm
      display "That month has already been run, period end " ws-prior-period-end
        at line 23 col 02 foreground-color 4 end-display
      exit paragraph
    end-if
    compute ws-periods-skipped = ws-period-gap - 1
  else
    if run-is-weekly
      move 7 to ws-period-expected
    else
      move 14 to ws-period-expected
    end-if
    compute ws-period-gap =
      function integer-of-date(ws-pay-period-end)
      - function integer-of-date(ws-prior-period-end)
    if ws-period-gap < ws-period-expected
      move "N" to ws-calendar-confirm
      display "Period overlaps the last run, period end " ws-prior-period-end
        at line 23 col 02 foreground-color 4 end-display
      exit paragraph
    end-if
    compute ws-periods-skipped = ws-period-gap / ws-period-expected - 1
  end-if

  if ws-periods-skipped = zero
    exit paragraph
  end-if
  move spaces to ws-calendar-warning
  string "Last run " delimited by size
    ws-prior-period-end delimited by size
    " - " delimited by size
    ws-periods-skipped delimited by size
    " period(s) skipped. Continue (Y/N)?[ ]" delimited by size
    into ws-calendar-warning
  end-string
  display ws-calendar-warning at line 09 col 04 foreground-color 4 end-display
  move "N" to ws-calendar-confirm
  accept ws-calendar-confirm at line 09 col 65 with foreground-color 6 end-accept
  move function upper-case(ws-calendar-confirm) to ws-calendar-confirm
  display spaces at line 09 col 04 end-display
  .
*>-----------------------------------------------
*> The latest run on the calendar for frequency ws-ts-frequency.
*>-----------------------------------------------
find-prior-pay-run.
  move "N" to ws-prior-found
  move zero to ws-prior-period-end
  move ws-ts-frequency to paycal-frequency
  move 99999999 to paycal-period-end
  start pay-calendar-file key less than paycal-key
    invalid key
      exit paragraph
  end-start
  read pay-calendar-file previous record
    at end
      exit paragraph
  end-read
  if paycal-frequency = ws-ts-frequency
    move "Y" to ws-prior-found
    move paycal-period-end to ws-prior-period-end
  end-if
  .
record-pay-calendar-run.
  move ws-run-frequency to paycal-frequency
  move ws-pay-period-end to paycal-period-end
  move ws-run-date to paycal-run-date
  move ws-paid-count to paycal-employee-count
  move ws-run-gross-total to paycal-gross
  move ws-run-tax-total to paycal-tax
  move ws-run-net-total to paycal-net
  move ws-payeft-name to paycal-eft-file-name
  write pay-calendar-record
    invalid key
      display "Pay calendar update failed" at line 23 col 02 foreground-color 4 end-display
  end-write
  .
*>-----------------------------------------------
*> Pay calendar inquiry - the runs on file for one frequency, most
*> recent first, a screenful at a time.
*>-----------------------------------------------
inquire-pay-calendar.
  display "Pay Calendar" at line 04 col 30 foreground-color 2 end-display
  display "Pay Frequency:[ ] (W=Weekly, F=Fortnightly, M=Monthly)" at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-cal-choice
  accept ws-cal-choice at line 06 col 19 with foreground-color 6 end-accept
  move function upper-case(ws-cal-choice) to ws-cal-choice
  if ws-cal-choice not = "W" and not = "F" and not = "M"
    exit paragraph
  end-if
  display "Period End Run Date  Paid  Gross        Net          EFT File"
    at line 08 col 04 foreground-color 2 end-display
  move 9 to ws-cal-row
  move ws-cal-choice to paycal-frequency
  move 99999999 to paycal-period-end
  start pay-calendar-file key less than paycal-key
    invalid key
      move "10" to pay-calendar-file-status
  end-start
  perform show-one-pay-calendar-run
    until pay-calendar-file-status not = zero
       or ws-cal-row > 21
  if ws-cal-row = 9
    display "No runs on file for that frequency" at line 09 col 04 foreground-color 4 end-display
  end-if
  accept omitted end-accept
  .
show-one-pay-calendar-run.
  read pay-calendar-file previous record
    at end
      move "10" to pay-calendar-file-status
      exit paragraph
  end-read
  if paycal-frequency not = ws-cal-choice
    move "10" to pay-calendar-file-status
    exit paragraph
  end-if
  move paycal-gross to ws-gross-display
  move paycal-net to ws-net-display
  display paycal-period-end at line ws-cal-row col 04 foreground-color 3 end-display
  display paycal-run-date at line ws-cal-row col 14 foreground-color 3 end-display
  display paycal-employee-count at line ws-cal-row col 24 foreground-color 3 end-display
  display ws-gross-display at line ws-cal-row col 31 foreground-color 3 end-display
  display ws-net-display at line ws-cal-row col 44 foreground-color 3 end-display
  display paycal-eft-file-name at line ws-cal-row col 57 foreground-color 3 end-display
  add 1 to ws-cal-row
  .
*>-----------------------------------------------
*> Statutory submissions.  Each pay run writes its own: a header,
*> one detail record per employee paid (identifiers, the period,
*> gross, taxable pay, tax, employer contributions and the
*> year-to-date figures after the run) and a trailer with the
*> control totals.  Every submission is numbered off the log and
*> logged with its totals.
*>-----------------------------------------------
open-run-submission.
  perform load-employer-tax-ref
  perform find-next-submission-number
  move "P" to ws-subm-kind
  move "P" to ws-subm-subject-kind
  move ws-run-frequency to ws-subm-frequency
  move ws-pay-period-end to ws-subm-period-end
  move zero to ws-subm-corrects
  set subm-pass-is-write to true
  perform start-submission-file
  .
add-run-submission-employee.
  move employee-code to ws-sd-employee-code
  move employee-tax-id to ws-sd-tax-id
  move employee-name to ws-sd-name
  move ws-run-frequency to ws-sd-frequency
  move ws-pay-period-end to ws-sd-period-end
  move ws-gross-pay to ws-sd-gross
  move ws-taxable-pay to ws-sd-taxable
  move ws-tax-pay to ws-sd-tax
  move ws-empr-cost to ws-sd-employer
  move employee-ytd-gross to ws-sd-ytd-gross
  move employee-ytd-taxable to ws-sd-ytd-taxable
  move employee-ytd-tax to ws-sd-ytd-tax
  move employee-ytd-employer-cost to ws-sd-ytd-employer
  perform write-submission-detail
  .
close-run-submission.
  perform finish-submission-file
  .
start-submission-file.
  move zero to ws-subm-count
  move zero to ws-subm-gross
  move zero to ws-subm-taxable
  move zero to ws-subm-tax
  move zero to ws-subm-employer
  move spaces to ws-subm-file-name
  string "SUBM-" delimited by size
    ws-subm-number delimited by size
    into ws-subm-file-name
  end-string
  accept ws-today from date yyyymmdd end-accept
  open output subm-file
  move spaces to subm-record
  string "H|" delimited by size
    ws-subm-number delimited by size
    "|" delimited by size
    ws-subm-kind delimited by size
    "|" delimited by size
    ws-subm-subject-kind delimited by size
    "|" delimited by size
    ws-subm-frequency delimited by size
    "|" delimited by size
    ws-subm-period-end delimited by size
    "|" delimited by size
    ws-subm-corrects delimited by size
    "|" delimited by size
    function trim(ws-employer-tax-ref) delimited by size
    "|" delimited by size
    function trim(system-company-code) delimited by size
    "|" delimited by size
    ws-today delimited by size
    into subm-record
  end-string
  write subm-record
  .
write-submission-detail.
  add 1 to ws-subm-count
  add ws-sd-gross to ws-subm-gross
  add ws-sd-taxable to ws-subm-taxable
  add ws-sd-tax to ws-subm-tax
  add ws-sd-employer to ws-subm-employer
  if not subm-pass-is-write
    exit paragraph
  end-if
  move ws-sd-gross to ws-sd-amount-1
  move ws-sd-taxable to ws-sd-amount-2
  move ws-sd-tax to ws-sd-amount-3
  move ws-sd-employer to ws-sd-amount-4
  move ws-sd-ytd-gross to ws-sd-amount-5
  move ws-sd-ytd-taxable to ws-sd-amount-6
  move ws-sd-ytd-tax to ws-sd-amount-7
  move ws-sd-ytd-employer to ws-sd-amount-8
  move spaces to subm-record
  string "D|" delimited by size
    ws-sd-employee-code delimited by size
    "|" delimited by size
    function trim(ws-sd-tax-id) delimited by size
    "|" delimited by size
    function trim(ws-sd-name) delimited by size
    "|" delimited by size
    ws-sd-frequency delimited by size
    "|" delimited by size
    ws-sd-period-end delimited by size
    "|" delimited by size
    ws-sd-amount-1 delimited by size
    "|" delimited by size
    ws-sd-amount-2 delimited by size
    "|" delimited by size
    ws-sd-amount-3 delimited by size
    "|" delimited by size
    ws-sd-amount-4 delimited by size
    "|" delimited by size
    ws-sd-amount-5 delimited by size
    "|" delimited by size
    ws-sd-amount-6 delimited by size
    "|" delimited by size
    ws-sd-amount-7 delimited by size
    "|" delimited by size
    ws-sd-amount-8 delimited by size
    into subm-record
  end-string
  write subm-record
  .
finish-submission-file.
  move ws-subm-gross to ws-st-amount-1
  move ws-subm-taxable to ws-st-amount-2
  move ws-subm-tax to ws-st-amount-3
  move ws-subm-employer to ws-st-amount-4
  move spaces to subm-record
  string "T|" delimited by size
    ws-subm-count delimited by size
    "|" delimited by size
    ws-st-amount-1 delimited by size
    "|" delimited by size
    ws-st-amount-2 delimited by size
    "|" delimited by size
    ws-st-amount-3 delimited by size
    "|" delimited by size
    ws-st-amount-4 delimited by size
    into subm-record
  end-string
  write subm-record
  close subm-file

  move ws-subm-number to submlog-number
  move ws-subm-kind to submlog-kind
  move ws-subm-subject to submlog-subject
  move ws-today to submlog-created-date
  move ws-subm-file-name to submlog-file-name
  move ws-subm-count to submlog-record-count
  move ws-subm-gross to submlog-gross
  move ws-subm-taxable to submlog-taxable
  move ws-subm-tax to submlog-tax
  move ws-subm-employer to submlog-employer-cost
  move ws-subm-corrects to submlog-corrects-number
  write subm-log-record
    invalid key
      display "Submission log update failed" at line 23 col 02 foreground-color 4 end-display
  end-write
  .
find-next-submission-number.
  move 1 to ws-subm-number
  move 999999 to submlog-number
  start subm-log-file key less than submlog-number
    invalid key
      exit paragraph
  end-start
  read subm-log-file previous record
    at end
      exit paragraph
  end-read
  compute ws-subm-number = submlog-number + 1
  .
load-employer-tax-ref.
  move spaces to ws-employer-tax-ref
  open input payeref-file
  if payeref-file-status = zero
    read payeref-file
      at end
        continue
      not at end
        move payeref-record to ws-employer-tax-ref
    end-read
    close payeref-file
  end-if
  .
*>-----------------------------------------------
*> The latest submission already made for ws-subm-subject, and
*> whether its figures match the ones just totalled.
*>-----------------------------------------------
find-latest-subject-submission.
  move "N" to ws-subm-prior-found
  move "N" to ws-subm-same-figures
  move zero to ws-subm-prior-number
  move 999999 to submlog-number
  start subm-log-file key less than submlog-number
    invalid key
      exit paragraph
  end-start
  move zero to subm-log-file-status
  perform check-one-subject-submission
    until subm-log-file-status not = zero
       or ws-subm-prior-found = "Y"
  .
check-one-subject-submission.
  read subm-log-file previous record
    at end
      move "10" to subm-log-file-status
      exit paragraph
  end-read
  if submlog-subject not = ws-subm-subject
    exit paragraph
  end-if
  move "Y" to ws-subm-prior-found
  move submlog-number to ws-subm-prior-number
  if submlog-record-count = ws-subm-count
     and submlog-gross = ws-subm-gross
     and submlog-taxable = ws-subm-taxable
     and submlog-tax = ws-subm-tax
     and submlog-employer-cost = ws-subm-employer
    move "Y" to ws-subm-same-figures
  end-if
  .
*>-----------------------------------------------
*> Statutory submissions menu - the employer period summary, the
*> year-end final, a correction for a pay run, the log and the
*> employer's tax reference.
*>-----------------------------------------------
statutory-submissions-menu.
  display " " at line 01 col 01 erase eos end-display
  display "Statutory Submissions" at line 04 col 30 foreground-color 2 end-display
  display "(E) Employer Period Summary" at line 06 col 04 foreground-color 2 end-display
  display "(F) Year-End Final Submission" at line 07 col 04 foreground-color 2 end-display
  display "(C) Correct a Pay Run Submission" at line 08 col 04 foreground-color 2 end-display
  display "(L) Submission Log" at line 09 col 04 foreground-color 2 end-display
  display "(R) Employer Tax Reference" at line 10 col 04 foreground-color 2 end-display
  display "Option:[ ]" at line 12 col 04 foreground-color 2 end-display
  move space to ws-subm-choice
  accept ws-subm-choice at line 12 col 12 with foreground-color 6 end-accept
  move function upper-case(ws-subm-choice) to ws-subm-choice
  perform get-print-spool-name
  perform load-employer-tax-ref
  evaluate ws-subm-choice
    when "E"
      perform submit-employer-summary
    when "F"
      perform submit-year-end-final
    when "C"
      perform correct-pay-run-submission
    when "L"
      perform inquire-submission-log
    when "R"
      perform maintain-employer-tax-ref
  end-evaluate
  .
maintain-employer-tax-ref.
  display "Employer Tax Reference:[                    ]" at line 14 col 04 foreground-color 2 end-display
  display ws-employer-tax-ref at line 14 col 28 foreground-color 3 end-display
  move ws-employer-tax-ref to payeref-record
  accept ws-employer-tax-ref at line 14 col 28 with foreground-color 6 end-accept
  if ws-employer-tax-ref = spaces
    move payeref-record to ws-employer-tax-ref
  end-if
  move function upper-case(ws-employer-tax-ref) to ws-employer-tax-ref
  open output payeref-file
  move ws-employer-tax-ref to payeref-record
  write payeref-record
  close payeref-file
  display "Saved" at line 15 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
submit-employer-summary.
  display "Month (CCYYMM):[      ]" at line 14 col 04 foreground-color 2 end-display
  move zero to ws-subm-month
  accept ws-subm-month at line 14 col 20 with foreground-color 6 end-accept
  if ws-subm-month = zero
    exit paragraph
  end-if
  move "E" to ws-subm-kind
  move "E" to ws-subm-subject-kind
  move space to ws-subm-frequency
  compute ws-subm-period-end = ws-subm-month * 100
  perform generate-checked-submission
  .
submit-year-end-final.
  display "Tax Year End (CCYYMMDD):[        ]" at line 14 col 04 foreground-color 2 end-display
  display "Run before the year-end close clears the year-to-date figures" at line 15 col 04 foreground-color 2 end-display
  move zero to ws-subm-period-end
  accept ws-subm-period-end at line 14 col 29 with foreground-color 6 end-accept
  if ws-subm-period-end = zero
    exit paragraph
  end-if
  move "F" to ws-subm-kind
  move "F" to ws-subm-subject-kind
  move space to ws-subm-frequency
  perform generate-checked-submission
  .
correct-pay-run-submission.
  display "Pay Frequency:[ ] (W/F/M)" at line 14 col 04 foreground-color 2 end-display
  move space to ws-subm-frequency
  accept ws-subm-frequency at line 14 col 19 with foreground-color 6 end-accept
  move function upper-case(ws-subm-frequency) to ws-subm-frequency
  display "Period End (CCYYMMDD):[        ]" at line 15 col 04 foreground-color 2 end-display
  move zero to ws-subm-period-end
  accept ws-subm-period-end at line 15 col 27 with foreground-color 6 end-accept
  move ws-subm-frequency to paycal-frequency
  move ws-subm-period-end to paycal-period-end
  read pay-calendar-file key is paycal-key
    invalid key
      display "No pay run on the calendar for that frequency and period" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  move "P" to ws-subm-kind
  move "P" to ws-subm-subject-kind
  perform generate-checked-submission
  .
*>-----------------------------------------------
*> A submission is totalled before it is written.  If one already
*> exists for the same subject with the same figures nothing is
*> made; with different figures the new one can only go as a
*> correction of the last, numbered and logged like any other -
*> never a quiet replacement.
*>-----------------------------------------------
generate-checked-submission.
  set subm-pass-is-totals to true
  move zero to ws-subm-count
  move zero to ws-subm-gross
  move zero to ws-subm-taxable
  move zero to ws-subm-tax
  move zero to ws-subm-employer
  perform build-submission-body
  if ws-subm-count = zero
    display "Nothing on file to submit for that" at line 23 col 02 foreground-color 4 end-display
    accept omitted end-accept
    exit paragraph
  end-if

  move zero to ws-subm-corrects
  perform find-latest-subject-submission
  if ws-subm-prior-found = "Y"
    if ws-subm-same-figures = "Y"
      display "Already submitted as " ws-subm-prior-number " with these figures - nothing made"
        at line 23 col 02 foreground-color 4 end-display
      accept omitted end-accept
      exit paragraph
    end-if
    display "Submission " ws-subm-prior-number " has different figures. Send a correction (Y/N)?[ ]"
      at line 17 col 04 foreground-color 4 end-display
    move "N" to ws-subm-confirm
    accept ws-subm-confirm at line 17 col 72 with foreground-color 6 end-accept
    move function upper-case(ws-subm-confirm) to ws-subm-confirm
    if ws-subm-confirm not = "Y"
      exit paragraph
    end-if
    move "C" to ws-subm-kind
    move ws-subm-prior-number to ws-subm-corrects
  end-if

  perform find-next-submission-number
  set subm-pass-is-write to true
  perform start-submission-file
  perform build-submission-body
  perform finish-submission-file
  display "Submission " ws-subm-number " written to file " ws-subm-file-name
    at line 19 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
build-submission-body.
  evaluate ws-subm-subject-kind
    when "F"
      move low-values to employee-code
      start employee-file key not less than employee-code
        invalid key
          move "10" to employee-file-status
      end-start
      perform submit-one-final-employee
        until employee-file-status not = zero
    when other
      move low-values to payhist-key
      start pay-history-file key not less than payhist-key
        invalid key
          move "10" to pay-history-file-status
      end-start
      perform submit-one-pay-history
        until pay-history-file-status not = zero
  end-evaluate
  if ws-subm-subject-kind = "E" and subm-pass-is-write
    perform write-employer-summary-record
  end-if
  .
submit-one-pay-history.
  read pay-history-file next record
    at end
      move "10" to pay-history-file-status
      exit paragraph
  end-read
  if ws-subm-subject-kind = "E"
    compute ws-sd-period-month = payhist-period-end / 100
    if ws-sd-period-month not = ws-subm-month
      exit paragraph
    end-if
    add 1 to ws-subm-count
    add payhist-gross to ws-subm-gross
    add payhist-taxable to ws-subm-taxable
    add payhist-tax to ws-subm-tax
    add payhist-employer-cost to ws-subm-employer
    exit paragraph
  end-if

  if payhist-frequency not = ws-subm-frequency
     or payhist-period-end not = ws-subm-period-end
    exit paragraph
  end-if
  move payhist-employee-code to employee-code
  read employee-file key is employee-code
    invalid key
      initialize employee-record
      move "(not on employee file)" to employee-name
  end-read
  move payhist-employee-code to ws-sd-employee-code
  move employee-tax-id to ws-sd-tax-id
  move employee-name to ws-sd-name
  move payhist-frequency to ws-sd-frequency
  move payhist-period-end to ws-sd-period-end
  move payhist-gross to ws-sd-gross
  move payhist-taxable to ws-sd-taxable
  move payhist-tax to ws-sd-tax
  move payhist-employer-cost to ws-sd-employer
  move payhist-ytd-gross to ws-sd-ytd-gross
  move payhist-ytd-taxable to ws-sd-ytd-taxable
  move payhist-ytd-tax to ws-sd-ytd-tax
  move payhist-ytd-employer-cost to ws-sd-ytd-employer
  perform write-submission-detail
  .
*> the year-end final reports each employee's whole year, so the
*> period figures and the year-to-date figures are the same
submit-one-final-employee.
  read employee-file next record
    at end
      move "10" to employee-file-status
      exit paragraph
  end-read
  if employee-ytd-gross = zero and employee-ytd-tax = zero
    exit paragraph
  end-if
  move employee-code to ws-sd-employee-code
  move employee-tax-id to ws-sd-tax-id
  move employee-name to ws-sd-name
  move employee-pay-frequency to ws-sd-frequency
  move ws-subm-period-end to ws-sd-period-end
  move employee-ytd-gross to ws-sd-gross ws-sd-ytd-gross
  move employee-ytd-taxable to ws-sd-taxable ws-sd-ytd-taxable
  move employee-ytd-tax to ws-sd-tax ws-sd-ytd-tax
  move employee-ytd-employer-cost to ws-sd-employer ws-sd-ytd-employer
  perform write-submission-detail
  .
*> the employer's summary for the month: how many payments, the
*> pay and tax figures, and what is due to the tax authority
write-employer-summary-record.
  move ws-subm-gross to ws-st-amount-1
  move ws-subm-taxable to ws-st-amount-2
  move ws-subm-tax to ws-st-amount-3
  move ws-subm-employer to ws-st-amount-4
  move spaces to subm-record
  string "S|" delimited by size
    ws-subm-month delimited by size
    "|" delimited by size
    ws-subm-count delimited by size
    "|" delimited by size
    ws-st-amount-1 delimited by size
    "|" delimited by size
    ws-st-amount-2 delimited by size
    "|" delimited by size
    ws-st-amount-3 delimited by size
    "|" delimited by size
    ws-st-amount-4 delimited by size
    into subm-record
  end-string
  write subm-record
  .
*>-----------------------------------------------
*> Submission log inquiry, most recent first.
*>-----------------------------------------------
inquire-submission-log.
  display " " at line 01 col 01 erase eos end-display
  display "Submission Log" at line 04 col 30 foreground-color 2 end-display
  display "Number  K S F Period   Created  Count          Gross            Tax Corrects"
    at line 06 col 04 foreground-color 2 end-display
  move 7 to ws-subm-row
  move 999999 to submlog-number
  start subm-log-file key less than submlog-number
    invalid key
      move "10" to subm-log-file-status
  end-start
  perform show-one-submission-log
    until subm-log-file-status not = zero
       or ws-subm-row > 21
  if ws-subm-row = 7
    display "No submissions on file" at line 07 col 04 foreground-color 4 end-display
  end-if
  accept omitted end-accept
  .
show-one-submission-log.
  read subm-log-file previous record
    at end
      move "10" to subm-log-file-status
      exit paragraph
  end-read
  move submlog-gross to ws-st-amount-1
  move submlog-tax to ws-st-amount-3
  display submlog-number at line ws-subm-row col 04 foreground-color 3 end-display
  display submlog-kind at line ws-subm-row col 12 foreground-color 3 end-display
  display submlog-subject-kind at line ws-subm-row col 14 foreground-color 3 end-display
  display submlog-frequency at line ws-subm-row col 16 foreground-color 3 end-display
  display submlog-period-end at line ws-subm-row col 18 foreground-color 3 end-display
  display submlog-created-date at line ws-subm-row col 27 foreground-color 3 end-display
  display submlog-record-count at line ws-subm-row col 36 foreground-color 3 end-display
  display ws-st-amount-1 at line ws-subm-row col 42 foreground-color 3 end-display
  display ws-st-amount-3 at line ws-subm-row col 57 foreground-color 3 end-display
  if submlog-corrects-number not = zero
    display submlog-corrects-number at line ws-subm-row col 72 foreground-color 3 end-display
  end-if
  add 1 to ws-subm-row
  .
*>-----------------------------------------------
*> Collect the employees whose bank details changed since the last
*> pay run (the date the PAYLASTRUN marker left behind; with no
*> marker every audited change flags, the safe side).
*>-----------------------------------------------
load-changed-bank-employees.
  move zero to ws-chgd-emp-count
  move zero to ws-last-pay-run-date
  open input paylastrun-file
  if paylastrun-file-status = zero
    read paylastrun-file
      at end
        continue
      not at end
        move paylastrun-record to ws-last-pay-run-date
    end-read
    close paylastrun-file
  end-if

  open input bank-audit-file
  if bank-audit-file-status not = zero
    exit paragraph
  end-if
  perform collect-one-changed-employee
    until bank-audit-file-status not = zero
  close bank-audit-file
  .
collect-one-changed-employee.
  read bank-audit-file next record
    at end
      move "10" to bank-audit-file-status
      exit paragraph
  end-read
  if baud-is-employee and baud-date >= ws-last-pay-run-date
     and ws-chgd-emp-count < 100
    add 1 to ws-chgd-emp-count
    move baud-entity-code to ws-chgd-emp(ws-chgd-emp-count)
  end-if
  .
check-one-changed-employee.
  if ws-chgd-emp(ws-chgd-emp-idx) = employee-code
    move "Y" to ws-chgd-emp-hit
  end-if
  add 1 to ws-chgd-emp-idx
  .
save-last-pay-run-date.
  open output paylastrun-file
  move ws-run-date to paylastrun-record
  write paylastrun-record
  close paylastrun-file
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
run-one-employee.
  read employee-file next record
    at end
      move "10" to employee-file-status
      exit paragraph
  end-read

  *> a run pays one frequency; blank on the master reads as monthly
  if employee-pay-frequency = spaces
    move "M" to employee-pay-frequency
  end-if
  if employee-pay-frequency not = ws-run-frequency
    exit paragraph
  end-if

  if employee-is-active
    move ws-pay-period-end to ws-rate-lookup-date
    perform find-rate-in-force
    move ws-rate-in-force to ws-run-pay-rate
    if employee-is-hourly
      perform check-earlier-timesheets
      *> the hours come off the timesheet file, never the screen -
      *> an hourly employee with no card for the period goes onto
      *> the exception report instead of stalling the run
      move employee-code to ts-employee-code
      move ws-pay-period-end to ts-period-end-date
      read timesheet-file key is ts-key
        invalid key
          move "no timesheet on file" to ws-exception-reason
          perform write-pay-exception
          exit paragraph
      end-read
      if ts-is-paid
        move "timesheet already paid" to ws-exception-reason
        perform write-pay-exception
        exit paragraph
      end-if
      move ts-hours-worked to ws-hours-worked
      perform split-hourly-pay
      set ts-is-paid to true
      rewrite timesheet-record
        invalid key
          continue
      end-rewrite
    else
      move ws-run-pay-rate to ws-gross-pay
      move zero to ws-ordinary-hours ws-overtime-hours ws-premium-hours
      move ws-gross-pay to ws-ordinary-pay
      move zero to ws-overtime-pay ws-premium-pay
    end-if

    perform apply-employee-adjustments
    perform add-queued-back-pay
    perform cap-pretax-deductions
    compute ws-taxable-pay =
      ws-gross-pay + ws-add-pretax - ws-ded-pretax
      move zero to ws-net-pay
    end-if
    perform update-deduction-records
    perform compute-employer-contributions

    add ws-gross-pay to employee-ytd-gross
    add ws-tax-pay to employee-ytd-tax
    add ws-net-pay to employee-ytd-net
    add ws-empr-cost to employee-ytd-employer-cost
    add ws-taxable-pay to employee-ytd-taxable
    perform accrue-employee-leave

    rewrite employee-record
      invalid key
        continue
    end-rewrite
    perform write-pay-history
    if ws-bkp-queued not = zero
      perform clear-paid-back-pay
    end-if

    perform write-pay-stub
    perform write-net-pay-eft
    perform add-run-submission-employee
    add 1 to ws-paid-count

    add ws-gross-pay to ws-run-gross-total
    add ws-tax-pay to ws-run-tax-total
write-pay-register-heading.
  add 1 to ws-payreg-page-number
  move spaces to payreg-record
  string "Pay Register - " delimited by size
    function trim(ws-run-label) delimited by size
    " pay, period ending " delimited by size
    ws-pay-period-end delimited by size
    "          Page " delimited by size
    ws-payreg-page-number delimited by size
    into payreg-record
  end-string
  write payreg-record
  move "Employee  Name                             Gross         Tax           Net       Employer" to payreg-record
  write payreg-record
  move spaces to payreg-record
  write payreg-record
  move 3 to ws-payreg-line-count
  .
*>-----------------------------------------------
*> A card still unpaid for an earlier period of this employee was
*> missed by its own run - flag it rather than let it lie.
*>-----------------------------------------------
check-earlier-timesheets.
  move employee-code to ts-employee-code
  move zero to ts-period-end-date
  start timesheet-file key not less than ts-key
    invalid key
      exit paragraph
  end-start
  perform check-one-earlier-timesheet
    until timesheet-file-status not = zero
  .
check-one-earlier-timesheet.
  read timesheet-file next record
    at end
      move "10" to timesheet-file-status
      exit paragraph
  end-read
  if ts-employee-code not = employee-code
     or ts-period-end-date >= ws-pay-period-end
    move "10" to timesheet-file-status
    exit paragraph
  end-if
  if ts-is-unpaid
    move "earlier card unpaid" to ws-exception-reason
    move ws-pay-period-end to ws-ts-prior-period
    move ts-period-end-date to ws-pay-period-end
    perform write-pay-exception
    move ws-ts-prior-period to ws-pay-period-end
  end-if
  .
write-pay-register-line.
  if system-lines-per-page not = zero
     and ws-payreg-line-count >= system-lines-per-page
  move ws-gross-pay to ws-gross-display
  move ws-tax-pay to ws-tax-display
  move ws-net-pay to ws-net-display
  move ws-empr-cost to ws-empr-display
  move spaces to payreg-record
  string employee-code delimited by size
    "  " delimited by size
    ws-tax-display delimited by size
    "  " delimited by size
    ws-net-display delimited by size
    "  " delimited by size
    ws-empr-display delimited by size
    into payreg-record
  end-string
  write payreg-record
      close leaveliab-file
      exit paragraph
  end-start
  perform report-one-leave-liability
    until leave-file-status not = zero

  move spaces to leaveliab-record
  write leaveliab-record
  move spaces to leaveliab-record
  string "Total liability: " delimited by size
    ws-lv-total-liability delimited by size
    into leaveliab-record
  end-string
  write leaveliab-record
  close leaveliab-file

  move "LEAVELIAB" to print-route-file-name
  perform route-report-to-printer
  display "Leave liability routed to spool " system-print-spool-name
    at line 07 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
report-one-leave-liability.
  read leave-file next record
    at end
      move "10" to leave-file-status
      exit paragraph
  end-read
  if lv-balance-days = zero
    exit paragraph
  end-if

  move lv-employee-code to employee-code
  read employee-file key is employee-code
    invalid key
      initialize employee-record
      move "(not on employee file)" to employee-name
  end-read

  if employee-is-hourly
    compute ws-lv-daily-rate rounded = employee-pay-rate * 8
  else
    compute ws-lv-daily-rate rounded = employee-pay-rate / 21
  end-if
  compute ws-lv-liability rounded = lv-balance-days * ws-lv-daily-rate
  add ws-lv-liability to ws-lv-total-liability

  move lv-balance-days to ws-lv-balance-display
  move spaces to leaveliab-record
  string lv-employee-code delimited by size
    "  " delimited by size
    employee-name delimited by size
    " " delimited by size
    ws-lv-balance-display delimited by size
    " " delimited by size
    ws-lv-liability delimited by size
    into leaveliab-record
  end-string
  write leaveliab-record
  .
*>-----------------------------------------------
*> Employer contribution rules - rate, annual thresholds, the
*> earnings the rate works on, the deduction a pension match
*> follows and who the money is paid over to.
*>-----------------------------------------------
maintain-employer-rules.
  display "Employer Contribution Rules" at line 04 col 30 foreground-color 2 end-display
  display "Rule Code (blank=done):[      ]" at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-ec-rule-code
  accept ws-ec-rule-code at line 06 col 28 with foreground-color 6 end-accept
  move function upper-case(ws-ec-rule-code) to ws-ec-rule-code
  if ws-ec-rule-code = spaces
    exit paragraph
  end-if

  move ws-ec-rule-code to emprrule-code
  read empr-rule-file key is emprrule-code
    invalid key
      initialize empr-rule-record
      move ws-ec-rule-code to emprrule-code
      set emprrule-on-gross to true
      set emprrule-is-active to true
  end-read

  display "Description:[                        ]" at line 07 col 04 foreground-color 2 end-display
  display emprrule-description at line 07 col 17 foreground-color 3 end-display
  move emprrule-description to ws-save-emprrule-description
  accept emprrule-description at line 07 col 17 with foreground-color 6 end-accept
  if emprrule-description = spaces
    move ws-save-emprrule-description to emprrule-description
  end-if

  display "Rate (percent):[           ]" at line 08 col 04 foreground-color 2 end-display
  display emprrule-rate at line 08 col 20 foreground-color 3 end-display
  move spaces to ws-input-buf
  accept ws-input-buf at line 08 col 20 with foreground-color 6 end-accept
  if ws-input-buf not = spaces
    move function numval(ws-input-buf) to emprrule-rate
  end-if

  display "Annual Lower Threshold:[           ]" at line 09 col 04 foreground-color 2 end-display
  display emprrule-lower-threshold at line 09 col 28 foreground-color 3 end-display
  move spaces to ws-input-buf
  accept ws-input-buf at line 09 col 28 with foreground-color 6 end-accept
  if ws-input-buf not = spaces
    move function numval(ws-input-buf) to emprrule-lower-threshold
  end-if

  display "Annual Upper Threshold:[           ] (0=no cap)" at line 10 col 04 foreground-color 2 end-display
  display emprrule-upper-threshold at line 10 col 28 foreground-color 3 end-display
  move spaces to ws-input-buf
  accept ws-input-buf at line 10 col 28 with foreground-color 6 end-accept
  if ws-input-buf not = spaces
    move function numval(ws-input-buf) to emprrule-upper-threshold
  end-if

  display "Earnings Basis:[ ] (G=Gross, T=Taxable, B=Basic pay)" at line 11 col 04 foreground-color 2 end-display
  display emprrule-basis-switch at line 11 col 20 foreground-color 3 end-display
  move space to ws-input-buf
  accept ws-input-buf at line 11 col 20 with foreground-color 6 end-accept
  if ws-input-buf not = spaces
    move function upper-case(ws-input-buf(1:1)) to emprrule-basis-switch
  end-if
  if not emprrule-on-gross and not emprrule-on-taxable
     and not emprrule-on-basic
    set emprrule-on-gross to true
  end-if

  display "Match Deduction Code:[      ] (-=not a match)" at line 12 col 04 foreground-color 2 end-display
  display emprrule-match-code at line 12 col 26 foreground-color 3 end-display
  move spaces to ws-input-buf
  accept ws-input-buf at line 12 col 26 with foreground-color 6 end-accept
  if ws-input-buf not = spaces
    move function upper-case(ws-input-buf(1:6)) to emprrule-match-code
  end-if
  if ws-input-buf = "-"
    move spaces to emprrule-match-code
  end-if

  display "Paid Over To:[                        ]" at line 13 col 04 foreground-color 2 end-display
  display emprrule-payee at line 13 col 18 foreground-color 3 end-display
  move emprrule-payee to ws-save-emprrule-payee
  accept emprrule-payee at line 13 col 18 with foreground-color 6 end-accept
  if emprrule-payee = spaces
    move ws-save-emprrule-payee to emprrule-payee
  end-if

  display "Active (Y/N):[ ]" at line 14 col 04 foreground-color 2 end-display
  display emprrule-active-switch at line 14 col 18 foreground-color 3 end-display
  move space to ws-input-buf
  accept ws-input-buf at line 14 col 18 with foreground-color 6 end-accept
  if ws-input-buf not = spaces
    move function upper-case(ws-input-buf(1:1)) to emprrule-active-switch
  end-if
  if not emprrule-is-active
    set emprrule-is-inactive to true
  end-if

  write empr-rule-record
    invalid key
      rewrite empr-rule-record
        invalid key
          display "Rule save failed" at line 23 col 02 foreground-color 4 end-display
      end-rewrite
  end-write
  display "Rule saved" at line 15 col 04 foreground-color 2 end-display
  perform maintain-employer-rules
  .
*>-----------------------------------------------
*> Contribution liability - the employer contributions still to be
*> paid over, by rule and payee, for the period ends asked for.
*> Once the payment has gone they can be flagged paid over so the
*> next report starts clean.
*>-----------------------------------------------
print-contribution-liability.
  display "Contribution Liability Report" at line 04 col 30 foreground-color 2 end-display
  display "Period End From (CCYYMMDD):[        ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-eliab-from
  accept ws-eliab-from at line 06 col 32 with foreground-color 6 end-accept
  display "Period End To   (CCYYMMDD):[        ]" at line 07 col 04 foreground-color 2 end-display
  move zero to ws-eliab-to
  accept ws-eliab-to at line 07 col 32 with foreground-color 6 end-accept
  if ws-eliab-to = zero
    move 99999999 to ws-eliab-to
  end-if
  display "Flag as paid over (Y/N):[ ]" at line 08 col 04 foreground-color 2 end-display
  move "N" to ws-eliab-mark
  accept ws-eliab-mark at line 08 col 29 with foreground-color 6 end-accept
  move function upper-case(ws-eliab-mark) to ws-eliab-mark
  perform get-print-spool-name
  accept ws-run-date from date yyyymmdd end-accept

  move zero to ws-eliab-rule-total
  move zero to ws-eliab-grand-total
  move zero to ws-eliab-count
  move spaces to ws-ec-rule-code
  open output emprliab-file
  move spaces to emprliab-record
  string "Employer Contribution Liability - period ends " delimited by size
    ws-eliab-from delimited by size
    " to " delimited by size
    ws-eliab-to delimited by size
    into emprliab-record
  end-string
  write emprliab-record
  move "Period    F Employee Name                             Earnings     Contribution" to emprliab-record
  write emprliab-record
  move spaces to emprliab-record
  write emprliab-record

  move low-values to emprc-key
  start empr-contrib-file key not less than emprc-key
    invalid key
      move "10" to empr-contrib-file-status
  end-start
  perform report-one-contribution
    until empr-contrib-file-status not = zero
  perform write-contribution-rule-total

  move spaces to emprliab-record
  write emprliab-record
  move ws-eliab-grand-total to ws-eliab-amount-display
  move spaces to emprliab-record
  string "Total to pay over: " delimited by size
    ws-eliab-amount-display delimited by size
    into emprliab-record
  end-string
  write emprliab-record
  if ws-eliab-mark = "Y"
    move "All of the above flagged paid over" to emprliab-record
    write emprliab-record
  end-if
  close emprliab-file

  move "EMPRLIAB" to print-route-file-name
  perform route-report-to-printer
  display "Contributions reported: " ws-eliab-count
    at line 10 col 04 foreground-color 2 end-display
  display "Contribution liability routed to spool " system-print-spool-name
    at line 11 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
report-one-contribution.
  read empr-contrib-file next record
    at end
      move "10" to empr-contrib-file-status
      exit paragraph
  end-read
  if emprc-is-paid-over
     or emprc-period-end < ws-eliab-from
     or emprc-period-end > ws-eliab-to
    exit paragraph
  end-if

  if emprc-rule-code not = ws-ec-rule-code
    perform write-contribution-rule-total
    move emprc-rule-code to ws-ec-rule-code
    move emprc-rule-code to emprrule-code
    read empr-rule-file key is emprrule-code
      invalid key
        initialize empr-rule-record
        move "(rule not on file)" to emprrule-description
    end-read
    move spaces to emprliab-record
    string emprc-rule-code delimited by size
      "  " delimited by size
      emprrule-description delimited by size
      "  paid over to " delimited by size
      emprrule-payee delimited by size
      into emprliab-record
    end-string
    write emprliab-record
  end-if

  move emprc-employee-code to employee-code
  read employee-file key is employee-code
    invalid key
      initialize employee-record
      move "(not on employee file)" to employee-name
  end-read
  move emprc-earnings to ws-gross-display
  move emprc-amount to ws-eliab-amount-display
  move spaces to emprliab-record
  string emprc-period-end delimited by size
    "  " delimited by size
    emprc-frequency delimited by size
    " " delimited by size
    emprc-employee-code delimited by size
    "   " delimited by size
    employee-name delimited by size
    " " delimited by size
    ws-gross-display delimited by size
    "  " delimited by size
    ws-eliab-amount-display delimited by size
    into emprliab-record
  end-string
  write emprliab-record
  add emprc-amount to ws-eliab-rule-total
  add emprc-amount to ws-eliab-grand-total
  add 1 to ws-eliab-count

  if ws-eliab-mark = "Y"
    set emprc-is-paid-over to true
    move ws-run-date to emprc-paid-over-date
    rewrite empr-contrib-record
      invalid key
        continue
    end-rewrite
  end-if
  .
write-contribution-rule-total.
  if ws-ec-rule-code = spaces
    exit paragraph
  end-if
  move ws-eliab-rule-total to ws-eliab-amount-display
  move spaces to emprliab-record
  string "        Total " delimited by size
    ws-ec-rule-code delimited by size
    " to pay over: " delimited by size
    ws-eliab-amount-display delimited by size
    into emprliab-record
  end-string
  write emprliab-record
  move spaces to emprliab-record
  write emprliab-record
  move zero to ws-eliab-rule-total
  .
*>-----------------------------------------------
*> The pay run's ledger accounts come off the GL posting rules for
*> the run's cost centre, resolved before any employee is paid so a
*> missing rule stops the run instead of leaving it half posted.
*>-----------------------------------------------
resolve-pay-run-gl-accounts.
  move "PAYROLL" to ws-glrule-source
  move ws-run-cost-centre to ws-glrule-qualifier
  move "WAGES" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    exit paragraph
  end-if
  move ws-glrule-account to ws-run-wages-account
  move "PAYETAX" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    exit paragraph
  end-if
  move ws-glrule-account to ws-run-tax-account
  move "PAYDEDUCT" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    exit paragraph
  end-if
  move ws-glrule-account to ws-run-deduct-account
  move "NETPAY" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    exit paragraph
  end-if
  move ws-glrule-account to ws-run-netpay-account
  .
*>-----------------------------------------------
*> Standard pay-run postings: wages expense debit for the gross,
  move zero to gl-batch-number
  set gl-is-unposted to true
  move ws-run-cost-centre to gl-cost-centre
  move ws-run-wages-account to gl-account-code
  move ws-run-gross-total to gl-debit-amount
  move zero to gl-credit-amount
  move " gross wages" to ws-gl-desc-suffix
  perform build-pay-run-gl-description
  write gl-interface-record

  if ws-run-tax-total not = zero
    move "PAYROLL" to gl-source-module
    move ws-run-tax-account to gl-account-code
    move zero to gl-debit-amount
    move ws-run-tax-total to gl-credit-amount
    move " tax withheld" to ws-gl-desc-suffix
    perform build-pay-run-gl-description
    write gl-interface-record
  end-if

  if ws-run-deduct-total not = zero
    move "PAYROLL" to gl-source-module
    move ws-run-deduct-account to gl-account-code
    move zero to gl-debit-amount
    move ws-run-deduct-total to gl-credit-amount
    move " deductions withheld" to ws-gl-desc-suffix
    perform build-pay-run-gl-description
    write gl-interface-record
  end-if

  move "PAYROLL" to gl-source-module
  move ws-run-netpay-account to gl-account-code
  move zero to gl-debit-amount
  move ws-run-net-total to gl-credit-amount
  move " net pay" to ws-gl-desc-suffix
  perform build-pay-run-gl-description
  write gl-interface-record

  if ws-run-empr-total not = zero
    move "PAYROLL" to gl-source-module
    move ws-run-empr-account to gl-account-code
    move ws-run-empr-total to gl-debit-amount
    move zero to gl-credit-amount
    move " employer costs" to ws-gl-desc-suffix
    perform build-pay-run-gl-description
    write gl-interface-record
    move 1 to ws-ec-idx
    perform post-one-employer-liability
      until ws-ec-idx > ws-ec-count
  end-if

  move spaces to eftreg-record
  string "GL control: gross " delimited by size
    ws-run-gross-total delimited by size
    into eftreg-record
  end-string
  write eftreg-record
  if ws-run-empr-total not = zero
    move spaces to eftreg-record
    string "GL control: employer costs " delimited by size
      ws-run-empr-total delimited by size
      " = contribution liabilities " delimited by size
      ws-run-empr-total delimited by size
      into eftreg-record
    end-string
    write eftreg-record
  end-if
  .
post-one-employer-liability.
  if ws-ec-run-total(ws-ec-idx) not = zero
    move "PAYROLL" to gl-source-module
    move ws-ec-liab-account(ws-ec-idx) to gl-account-code
    move zero to gl-debit-amount
    move ws-ec-run-total(ws-ec-idx) to gl-credit-amount
    move spaces to ws-gl-desc-suffix
    string " " delimited by size
      ws-ec-code(ws-ec-idx) delimited by space
      " payable" delimited by size
      into ws-gl-desc-suffix
    end-string
    perform build-pay-run-gl-description
    write gl-interface-record
  end-if
  add 1 to ws-ec-idx
  .
build-pay-run-gl-description.
  move spaces to gl-description
  string function trim(ws-run-label) delimited by size
    " pay " delimited by size
    ws-pay-period-end delimited by size
    function trim(ws-gl-desc-suffix trailing) delimited by size
    into gl-description
  end-string
  .
*>-----------------------------------------------
*> Net pay goes out by EFT when the employee has bank details on
    string employee-bank-sort-code delimited by size
      employee-bank-acct-num delimited by size
      ws-net-display delimited by size
      "    " delimited by size
      ws-run-bank-code delimited by size
      into payeft-record
    end-string
    write payeft-record
  end-if
  .
*>-----------------------------------------------
*> A changed rate goes on the history with its effective date; the
*> first change for an employee also files the rate they had, as
*> the opening rate, so earlier periods still find it.  A date that
*> has arrived goes looking for paid periods it reaches.
*>-----------------------------------------------
record-pay-rate-change.
  if ws-rate-changed not = "Y"
    exit paragraph
  end-if
  if ws-save-employee-pay-rate not = zero
    move employee-code to payrate-employee-code
    move zero to payrate-effective-date
    start pay-rate-file key not less than payrate-key
      invalid key
        move "23" to pay-rate-file-status
    end-start
    if pay-rate-file-status = zero
      read pay-rate-file next record
        at end
          move "23" to pay-rate-file-status
      end-read
    end-if
    if pay-rate-file-status not = zero
       or payrate-employee-code not = employee-code
      move employee-code to payrate-employee-code
      move zero to payrate-effective-date
      move ws-save-employee-pay-rate to payrate-rate
      move ws-today to payrate-entered-date
      write pay-rate-record
        invalid key
          continue
      end-write
    end-if
  end-if

  move employee-code to payrate-employee-code
  move ws-rate-effective-date to payrate-effective-date
  move employee-pay-rate to payrate-rate
  move ws-today to payrate-entered-date
  write pay-rate-record
    invalid key
      rewrite pay-rate-record
        invalid key
          display "Rate history save failed" at line 23 col 02 foreground-color 4 end-display
          exit paragraph
      end-rewrite
  end-write
  if ws-rate-effective-date <= ws-today
    perform calculate-back-pay
  end-if
  .
*>-----------------------------------------------
*> The employee's rate in force on ws-rate-lookup-date - the latest
*> history entry effective on or before it, the master rate for an
*> employee with no history.
*>-----------------------------------------------
find-rate-in-force.
  move employee-pay-rate to ws-rate-in-force
  move employee-code to payrate-employee-code
  compute payrate-effective-date = ws-rate-lookup-date + 1
  start pay-rate-file key less than payrate-key
    invalid key
      exit paragraph
  end-start
  read pay-rate-file previous record
    at end
      exit paragraph
  end-read
  if payrate-employee-code = employee-code
    move payrate-rate to ws-rate-in-force
  end-if
  .
*>-----------------------------------------------
*> Back pay: every period already paid from the effective date on
*> is set against the rate now in force for it.  The difference on
*> the period's hours (a salaried period counts once) is queued for
*> the next run; a period now owed nothing drops off the queue.
*>-----------------------------------------------
calculate-back-pay.
  move zero to ws-bkp-count
  move zero to ws-bkp-total
  move employee-code to ws-bkp-employee-code
  move employee-code to payhist-employee-code
  move ws-rate-effective-date to payhist-period-end
  move low-values to payhist-frequency
  start pay-history-file key not less than payhist-key
    invalid key
      exit paragraph
  end-start
  perform calc-one-back-pay-period
    until pay-history-file-status not = zero
  if ws-bkp-count = zero
    exit paragraph
  end-if
  move ws-bkp-total to ws-bkp-amount-display
  display "Back pay queued for " ws-bkp-count " period(s), total " ws-bkp-amount-display
    at line 13 col 04 foreground-color 2 end-display
  perform print-back-pay-report
  display "Back pay report routed to spool " system-print-spool-name
    at line 14 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
calc-one-back-pay-period.
  read pay-history-file next record
    at end
      move "10" to pay-history-file-status
      exit paragraph
  end-read
  if payhist-employee-code not = ws-bkp-employee-code
    move "10" to pay-history-file-status
    exit paragraph
  end-if

  move payhist-employee-code to backpay-employee-code
  move payhist-period-end to backpay-period-end
  move payhist-frequency to backpay-frequency
  move payhist-period-end to ws-rate-lookup-date
  perform find-rate-in-force
  if ws-rate-in-force not > payhist-rate-used
    delete back-pay-file record
      invalid key
        continue
    end-delete
    exit paragraph
  end-if

  if payhist-pay-type = "H"
    compute ws-bkp-hours = payhist-ordinary-hours
      + payhist-overtime-hours * 1.5 + payhist-premium-hours * 2
  else
    move 1 to ws-bkp-hours
  end-if
  compute ws-bkp-amount rounded =
    (ws-rate-in-force - payhist-rate-used) * ws-bkp-hours
  move ws-today to backpay-calc-date
  move payhist-rate-used to backpay-rate-paid
  move ws-rate-in-force to backpay-rate-due
  move ws-bkp-hours to backpay-hours
  move ws-bkp-amount to backpay-amount
  write back-pay-record
    invalid key
      rewrite back-pay-record
        invalid key
          continue
      end-rewrite
  end-write
  add 1 to ws-bkp-count
  add ws-bkp-amount to ws-bkp-total
  .
*>-----------------------------------------------
*> The employee's queued back pay rides on this run as one taxable
*> addition, itemised on the stub with the other adjustments.
*>-----------------------------------------------
add-queued-back-pay.
  move zero to ws-bkp-queued
  move employee-code to ws-bkp-employee-code
  move employee-code to backpay-employee-code
  move zero to backpay-period-end
  move low-values to backpay-frequency
  start back-pay-file key not less than backpay-key
    invalid key
      exit paragraph
  end-start
  perform add-one-queued-back-pay
    until back-pay-file-status not = zero
  if ws-bkp-queued = zero
    exit paragraph
  end-if
  if ws-adj-count >= 20
    move zero to ws-bkp-queued
    exit paragraph
  end-if
  add 1 to ws-adj-count
  move "BACKPY" to ws-adj-code(ws-adj-count)
  move "A" to ws-adj-kind(ws-adj-count)
  move "Y" to ws-adj-pretax-flag(ws-adj-count)
  move "Back pay arrears" to ws-adj-desc(ws-adj-count)
  move ws-bkp-queued to ws-adj-intended(ws-adj-count)
  move ws-bkp-queued to ws-adj-taken(ws-adj-count)
  add ws-bkp-queued to ws-add-pretax
  .
add-one-queued-back-pay.
  read back-pay-file next record
    at end
      move "10" to back-pay-file-status
      exit paragraph
  end-read
  if backpay-employee-code not = ws-bkp-employee-code
    move "10" to back-pay-file-status
    exit paragraph
  end-if
  add backpay-amount to ws-bkp-queued
  .
*>-----------------------------------------------
*> Once paid, each queued period counts as paid at the rate due, so
*> a later backdated change works from there, and leaves the queue.
*>-----------------------------------------------
clear-paid-back-pay.
  move zero to back-pay-file-status
  perform clear-one-back-pay
    until back-pay-file-status not = zero
  .
clear-one-back-pay.
  move ws-bkp-employee-code to backpay-employee-code
  move zero to backpay-period-end
  move low-values to backpay-frequency
  start back-pay-file key not less than backpay-key
    invalid key
      move "10" to back-pay-file-status
      exit paragraph
  end-start
  read back-pay-file next record
    at end
      move "10" to back-pay-file-status
      exit paragraph
  end-read
  if backpay-employee-code not = ws-bkp-employee-code
    move "10" to back-pay-file-status
    exit paragraph
  end-if
  move backpay-employee-code to payhist-employee-code
  move backpay-period-end to payhist-period-end
  move backpay-frequency to payhist-frequency
  read pay-history-file key is payhist-key
    invalid key
      continue
    not invalid key
      move backpay-rate-due to payhist-rate-used
      rewrite pay-history-record
        invalid key
          continue
      end-rewrite
  end-read
  delete back-pay-file record
    invalid key
      move "10" to back-pay-file-status
  end-delete
  .
write-pay-history.
  move employee-code to payhist-employee-code
  move ws-pay-period-end to payhist-period-end
  move ws-run-frequency to payhist-frequency
  move ws-run-date to payhist-run-date
  move employee-pay-type to payhist-pay-type
  move ws-run-pay-rate to payhist-rate-used
  move ws-ordinary-hours to payhist-ordinary-hours
  move ws-overtime-hours to payhist-overtime-hours
  move ws-premium-hours to payhist-premium-hours
  move ws-gross-pay to payhist-gross
  move ws-tax-pay to payhist-tax
  move ws-net-pay to payhist-net
  move ws-taxable-pay to payhist-taxable
  move ws-empr-cost to payhist-employer-cost
  move employee-ytd-gross to payhist-ytd-gross
  move employee-ytd-taxable to payhist-ytd-taxable
  move employee-ytd-tax to payhist-ytd-tax
  move employee-ytd-employer-cost to payhist-ytd-employer-cost
  write pay-history-record
    invalid key
      rewrite pay-history-record
        invalid key
          continue
      end-rewrite
  end-write
  .
*>-----------------------------------------------
*> Back pay report - the queue waiting for the next runs, per
*> employee and per period.
*>-----------------------------------------------
print-back-pay-report.
  perform get-print-spool-name
  move zero to ws-bkp-total
  move zero to ws-bkp-emp-total
  move spaces to ws-bkp-last-employee
  open output backpayrpt-file
  move "Back Pay Due - queued for the next pay run" to backpayrpt-record
  write backpayrpt-record
  move "  Period    F     Rate Paid      Rate Due     Hours       Arrears" to backpayrpt-record
  write backpayrpt-record
  move spaces to backpayrpt-record
  write backpayrpt-record

  move low-values to backpay-key
  start back-pay-file key not less than backpay-key
    invalid key
      move "10" to back-pay-file-status
  end-start
  perform report-one-back-pay
    until back-pay-file-status not = zero
  perform write-back-pay-employee-total

  move ws-bkp-total to ws-bkp-amount-display
  move spaces to backpayrpt-record
  string "Total back pay due: " delimited by size
    ws-bkp-amount-display delimited by size
    into backpayrpt-record
  end-string
  write backpayrpt-record
  close backpayrpt-file
  move "BACKPAYRPT" to print-route-file-name
  perform route-report-to-printer
  .
report-one-back-pay.
  read back-pay-file next record
    at end
      move "10" to back-pay-file-status
      exit paragraph
  end-read
  if backpay-employee-code not = ws-bkp-last-employee
    perform write-back-pay-employee-total
    move backpay-employee-code to ws-bkp-last-employee
    move backpay-employee-code to employee-code
    read employee-file key is employee-code
      invalid key
        initialize employee-record
        move "(not on employee file)" to employee-name
    end-read
    move spaces to backpayrpt-record
    string backpay-employee-code delimited by size
      "  " delimited by size
      employee-name delimited by size
      into backpayrpt-record
    end-string
    write backpayrpt-record
  end-if
  move backpay-rate-paid to ws-bkp-rate-display
  move backpay-rate-due to ws-bkp-due-display
  move backpay-hours to ws-bkp-hours-display
  move backpay-amount to ws-bkp-amount-display
  move spaces to backpayrpt-record
  string "  " delimited by size
    backpay-period-end delimited by size
    "  " delimited by size
    backpay-frequency delimited by size
    "  " delimited by size
    ws-bkp-rate-display delimited by size
    "  " delimited by size
    ws-bkp-due-display delimited by size
    "  " delimited by size
    ws-bkp-hours-display delimited by size
    "  " delimited by size
    ws-bkp-amount-display delimited by size
    into backpayrpt-record
  end-string
  write backpayrpt-record
  add backpay-amount to ws-bkp-emp-total
  add backpay-amount to ws-bkp-total
  .
write-back-pay-employee-total.
  if ws-bkp-last-employee = spaces
    exit paragraph
  end-if
  move ws-bkp-emp-total to ws-bkp-amount-display
  move spaces to backpayrpt-record
  string "  Employee total" delimited by size
    "                                     " delimited by size
    ws-bkp-amount-display delimited by size
    into backpayrpt-record
  end-string
  write backpayrpt-record
  move spaces to backpayrpt-record
  write backpayrpt-record
  move zero to ws-bkp-emp-total
  .
*>-----------------------------------------------
*> Employer contribution rules active for the run, thresholds
*> pro-rated to its frequency, each with the liability account off
*> the posting rules (type EMPRLIAB qualified by the rule code,
*> else the default) and one EMPRCOST expense account for the run's
*> cost centre.  A missing account stops the run before anyone is
*> paid, the same as the pay-run accounts.
*>-----------------------------------------------
load-employer-rules.
  move zero to ws-ec-count
  set ws-glrule-was-found to true
  move low-values to emprrule-code
  start empr-rule-file key not less than emprrule-code
    invalid key
      exit paragraph
  end-start
  perform load-one-employer-rule
    until empr-rule-file-status not = zero
  if ws-glrule-not-found or ws-ec-count = zero
    exit paragraph
  end-if
  move "PAYROLL" to ws-glrule-source
  move ws-run-cost-centre to ws-glrule-qualifier
  move "EMPRCOST" to ws-glrule-type
  perform find-gl-posting-account
  move ws-glrule-account to ws-run-empr-account
  .
load-one-employer-rule.
  read empr-rule-file next record
    at end
      move "10" to empr-rule-file-status
      exit paragraph
  end-read
  if not emprrule-is-active or ws-ec-count >= 10
    exit paragraph
  end-if
  move "PAYROLL" to ws-glrule-source
  move emprrule-code to ws-glrule-qualifier
  move "EMPRLIAB" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    move "10" to empr-rule-file-status
    exit paragraph
  end-if
  add 1 to ws-ec-count
  move emprrule-code to ws-ec-code(ws-ec-count)
  move emprrule-rate to ws-ec-rate(ws-ec-count)
  compute ws-ec-lower(ws-ec-count) rounded =
    emprrule-lower-threshold / ws-periods-per-year
  compute ws-ec-upper(ws-ec-count) rounded =
    emprrule-upper-threshold / ws-periods-per-year
  move emprrule-basis-switch to ws-ec-basis(ws-ec-count)
  move emprrule-match-code to ws-ec-match-code(ws-ec-count)
  move ws-glrule-account to ws-ec-liab-account(ws-ec-count)
  move zero to ws-ec-run-total(ws-ec-count)
  .
*>-----------------------------------------------
*> The employer's cost for the employee this run: each rule's rate
*> on the slice of the basis earnings between its thresholds, a
*> pension match capped at what the employee's own deduction took.
*> Each contribution goes on the ledger for the liability report.
*>-----------------------------------------------
compute-employer-contributions.
  move zero to ws-empr-cost
  move 1 to ws-ec-idx
  perform apply-one-employer-rule
    until ws-ec-idx > ws-ec-count
  .
apply-one-employer-rule.
  evaluate ws-ec-basis(ws-ec-idx)
    when "T"
      move ws-taxable-pay to ws-ec-earnings
    when "B"
      move ws-ordinary-pay to ws-ec-earnings
    when other
      move ws-gross-pay to ws-ec-earnings
  end-evaluate
  move ws-ec-earnings to ws-ec-band-earnings
  if ws-ec-upper(ws-ec-idx) not = zero
     and ws-ec-band-earnings > ws-ec-upper(ws-ec-idx)
    move ws-ec-upper(ws-ec-idx) to ws-ec-band-earnings
  end-if
  subtract ws-ec-lower(ws-ec-idx) from ws-ec-band-earnings
  if ws-ec-band-earnings < zero
    move zero to ws-ec-band-earnings
  end-if
  compute ws-ec-amount rounded =
    ws-ec-band-earnings * ws-ec-rate(ws-ec-idx) / 100

  if ws-ec-match-code(ws-ec-idx) not = spaces
    move "N" to ws-ec-match-found
    move zero to ws-ec-match-taken
    move 1 to ws-adj-idx
    perform find-one-match-deduction
      until ws-adj-idx > ws-adj-count
    if ws-ec-amount > ws-ec-match-taken
      move ws-ec-match-taken to ws-ec-amount
    end-if
  end-if

  if ws-ec-amount not = zero
    add ws-ec-amount to ws-empr-cost
    add ws-ec-amount to ws-ec-run-total(ws-ec-idx)
    add ws-ec-amount to ws-run-empr-total
    move ws-ec-code(ws-ec-idx) to emprc-rule-code
    move ws-pay-period-end to emprc-period-end
    move ws-run-frequency to emprc-frequency
    move employee-code to emprc-employee-code
    move ws-run-date to emprc-run-date
    move ws-ec-earnings to emprc-earnings
    move ws-ec-amount to emprc-amount
    set emprc-is-outstanding to true
    move zero to emprc-paid-over-date
    write empr-contrib-record
      invalid key
        rewrite empr-contrib-record
          invalid key
            continue
        end-rewrite
    end-write
  end-if
  add 1 to ws-ec-idx
  .
find-one-match-deduction.
  if ws-adj-code(ws-adj-idx) = ws-ec-match-code(ws-ec-idx)
     and ws-adj-kind(ws-adj-idx) = "D"
    move "Y" to ws-ec-match-found
    add ws-adj-taken(ws-adj-idx) to ws-ec-match-taken
  end-if
  add 1 to ws-adj-idx
  .
*>-----------------------------------------------
*> Load the tax bands in force on the run date - the latest
*> effective date that has arrived - once per pay run.
*>-----------------------------------------------
  if taxtable-effective-date = ws-tax-effective-date
     and ws-tax-band-count < 20
    add 1 to ws-tax-band-count
    *> the table holds annual thresholds; a run taxes one period
    compute ws-band-threshold(ws-tax-band-count) rounded =
      taxtable-threshold / ws-periods-per-year
    move taxtable-rate to ws-band-rate(ws-tax-band-count)
  end-if
  .
  .
*>-----------------------------------------------
*> Split the timesheet hours into ordinary, overtime and premium
*> pay: Sunday/holiday hours at double time, anything of the rest
*> over the period's overtime threshold - 40 hours weekly, 80
*> fortnightly, 173.33 monthly - at time-and-a-half, the remainder
*> at straight time.
*>-----------------------------------------------
split-hourly-pay.
  move ts-premium-hours to ws-premium-hours
  compute ws-ordinary-hours = ts-hours-worked - ts-premium-hours
  if ws-ordinary-hours > ws-overtime-threshold
    compute ws-overtime-hours = ws-ordinary-hours - ws-overtime-threshold
    move ws-overtime-threshold to ws-ordinary-hours
  else
    move zero to ws-overtime-hours
  end-if

  compute ws-ordinary-pay rounded =
    ws-run-pay-rate * ws-ordinary-hours
  compute ws-overtime-pay rounded =
    ws-run-pay-rate * ws-overtime-hours * 1.5
  compute ws-premium-pay rounded =
    ws-run-pay-rate * ws-premium-hours * 2
  compute ws-gross-pay =
    ws-ordinary-pay + ws-overtime-pay + ws-premium-pay
  .
  end-string
  write yearend-record

  move employee-ytd-employer-cost to ws-empr-display
  move spaces to yearend-record
  string "  YTD Employer Contributions: " delimited by size
    ws-empr-display delimited by size
    into yearend-record
  end-string
  write yearend-record

  move spaces to yearend-record
  write yearend-record
  move "------------------------------------------" to yearend-record
  add 1 to ws-yearend-count
  .
copy "period-check-pd.cpy".
copy "glrule-pd.cpy".
copy "print-route-pd.cpy".
copy "reclock-pd.cpy".
copy "bankacct-pd.cpy".
end program payroll.
