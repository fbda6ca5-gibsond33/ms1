      >> source format is free
program-id. gl050.
*> Prepayment and accrual schedules.  A cost paid up front - the
*> insurance, the software licences, the annual rates - is held on
*> a schedule against the prepayment account and charged to
*> expense over the months it covers; an accrual charges expense
*> month by month ahead of a bill that comes in arrears.  Schedules
*> are raised here directly or from a purchase invoice line in
*> pl010.  The period-end release run posts each schedule's share
*> for the month to the GL interface, catching up any month missed,
*> and the schedule report ties what is still unreleased back to
*> the prepayment and accrual control accounts on the chart.
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
  .
environment division.configuration section.
source-computer. Linux.
object-computer. Linux.
input-output section.
file-control.
  copy "prepay-sel.cpy".
  copy "glintfc-sel.cpy".
  copy "glrule-sel.cpy".
  copy "glacct-sel.cpy".
  copy "period-sel.cpy".
  copy "numctl-sel.cpy".
  copy "reclock-sel.cpy".
  select pprelease-file assign to "PPRELEASE"
    organization is line sequential
    access mode is sequential
    file status is pprelease-file-status
    .
  select ppsched-file assign to "PPSCHED"
    organization is line sequential
    access mode is sequential
    file status is ppsched-file-status
    .
copy "system-sel.cpy".
data division.
file section.
copy "prepay-fd.cpy".
copy "glintfc-fd.cpy".
copy "glrule-fd.cpy".
copy "gl010.cpy".
copy "period-fd.cpy".
copy "reclock-fd.cpy".
copy "numctl-fd.cpy".
copy "system-fd.cpy".
fd  pprelease-file.
01  pprelease-record            pic x(120).
fd  ppsched-file.
01  ppsched-record              pic x(132).
working-storage section.
01  program-name              pic x(15) value "gl050 (1.00.00)".

01  prepay-schedule-file-status pic xx.
01  gl-file-status            pic xx.
01  gl-rule-file-status       pic xx.
01  gl-account-file-status    pic xx.
copy "glrule-ws.cpy".
01  period-file-status        pic xx.
copy "period-ws.cpy".
01  number-control-file-status pic xx.
copy "numctl-ws.cpy".
01  record-lock-file-status  pic xx.
01  lock-log-file-status     pic xx.
copy "reclock-ws.cpy".
01  pprelease-file-status     pic xx.
01  ppsched-file-status       pic xx.
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "print-route-ws.cpy".
copy "company-ws.cpy".

01  prepay-choice             pic x.
  88  prepay-choice-is-valid  values "A" "I" "R" "P" "X".

01  ws-pp-number-input        pic 9(08).
01  ws-pp-next-number         pic 9(08).
01  ws-pp-amount-buf          pic x(13).
01  ws-pp-entry-buf           pic x(10).
01  ws-pp-answer              pic x.
01  ws-pp-today               pic 9(08).
01  ws-pp-account-lookup      pic x(10).
01  ws-pp-unreleased          pic s9(09)v99.
01  ws-pp-post-switch         pic x.
  88  ws-pp-can-post          value "Y".
  88  ws-pp-cannot-post       value "N".
01  ws-pp-stop-reason         pic x(70).
01  ws-pp-save-record         pic x(200).

*> period-end release run
01  ws-rel-period.
  05  ws-rel-year             pic 9(04).
  05  ws-rel-month            pic 9(02).
01  ws-rel-period-num redefines ws-rel-period pic 9(06).
01  ws-rel-next-date          pic 9(08).
01  filler redefines ws-rel-next-date.
  05  ws-rel-next-year        pic 9(04).
  05  ws-rel-next-month       pic 9(02).
  05  ws-rel-next-day         pic 9(02).
01  ws-rel-post-date          pic 9(08).
01  ws-rel-months-due         pic s9(05).
01  ws-rel-target-amount      pic s9(09)v99.
01  ws-rel-amount             pic s9(09)v99.
01  ws-rel-due-switch         pic x.
  88  ws-rel-is-due           value "Y".
  88  ws-rel-not-due          value "N".
01  ws-rel-schedule-count     pic 9(05).
01  ws-rel-run-total          pic s9(11)v99.

*> schedule report - one entry per balance sheet control account,
*> the schedule side held debit positive as the ledger holds it
01  ws-recon-totals.
  05  ws-recon-entry          occurs 40 times indexed by ws-recon-idx.
    10  ws-recon-account      pic x(10).
    10  ws-recon-schedule     pic s9(11)v99.
    10  ws-recon-ledger       pic s9(11)v99.
01  ws-recon-entry-count      pic 9(02).
01  ws-recon-amount           pic s9(11)v99.
01  ws-recon-difference       pic s9(11)v99.
01  ws-recon-found-switch     pic x.
  88  recon-entry-found       value "Y".
  88  recon-entry-not-found   value "N".
01  ws-rpt-schedule-count     pic 9(05).
01  ws-rpt-overflow-count     pic 9(05).
01  ws-rpt-prepaid-total      pic s9(11)v99.
01  ws-rpt-accrued-total      pic s9(11)v99.

01  ws-amount-display         pic s9(11)v99 sign leading separate.
01  ws-amount-display-2       pic s9(11)v99 sign leading separate.
01  ws-amount-display-3       pic s9(11)v99 sign leading separate.
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
  open i-o prepay-schedule-file
  if prepay-schedule-file-status = "35"
    open output prepay-schedule-file
    close prepay-schedule-file
    open i-o prepay-schedule-file
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
  open i-o number-control-file
  if number-control-file-status = "35"
    open output number-control-file
    close number-control-file
    open i-o number-control-file
  end-if
  perform get-print-spool-name
  .
closing-procedure.
  close prepay-schedule-file
  close gl-interface-file
  close gl-rule-file
  close gl-account-file
  close period-file
  close number-control-file
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
  perform display-prepay-menu
  perform accept-prepay-choice
  perform do-prepay-pick
    until prepay-choice = "X"
  .
display-prepay-menu.
  display " " at line 01 col 01 erase eos end-display
  display program-name at line 01 col 01 foreground-color 2 end-display
  display "Prepayments and Accruals" at line 01 col 30 foreground-color 2 end-display
  display "(A) Add Schedule"               at line 05 col 04 foreground-color 2 end-display
  display "(I) Inquire Schedule"           at line 06 col 04 foreground-color 2 end-display
  display "(R) Period-End Release Run"     at line 07 col 04 foreground-color 2 end-display
  display "(P) Print Schedule Report"      at line 08 col 04 foreground-color 2 end-display
  display "(X) Exit"                       at line 09 col 04 foreground-color 2 end-display
  .
accept-prepay-choice.
  display "Select option :- [ ]" at line 11 col 04 foreground-color 2 end-display
  accept prepay-choice at line 11 col 20 with foreground-color 6 end-accept
  move function upper-case(prepay-choice) to prepay-choice
  if not prepay-choice-is-valid
    display "Invalid choice, try again" at line 23 col 02 foreground-color 4 end-display
    perform accept-prepay-choice
  end-if
  .
do-prepay-pick.
  evaluate prepay-choice
    when "A"
      perform add-schedule
    when "I"
      perform inquire-schedule
    when "R"
      perform run-period-release
    when "P"
      perform print-schedule-report
    when "X"
      continue
  end-evaluate
  if prepay-choice not = "X"
    perform display-prepay-menu
    perform accept-prepay-choice
  end-if
  .

*>-----------------------------------------------
*> Schedule entry.  A schedule keyed here is for a cost already in
*> the ledger (a prepayment paid and coded to the prepayment
*> account) or one still to be billed (an accrual); either way the
*> schedule only ever posts its monthly releases.  The balance
*> sheet account defaults off the GL050 PREPAY or ACCRUAL rule for
*> the cost centre.
*>-----------------------------------------------
add-schedule.
  display "Add Schedule" at line 04 col 30 foreground-color 2 end-display
  initialize prepay-schedule-record
  set ppay-is-active to true
  accept ws-pp-today from date yyyymmdd end-accept
  move ws-pp-today to ppay-raised-date
  perform show-schedule-fields

  accept ppay-type at line 06 col 20 with foreground-color 6 end-accept
  move function upper-case(ppay-type) to ppay-type
  if not ppay-type-is-valid
    display "Type must be P (prepayment) or A (accrual) - schedule not added" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  accept ppay-description at line 07 col 20 with foreground-color 6 end-accept
  accept ppay-cost-centre at line 08 col 20 with foreground-color 6 end-accept
  move function upper-case(ppay-cost-centre) to ppay-cost-centre
  move spaces to ws-pp-amount-buf
  accept ws-pp-amount-buf at line 09 col 20 with foreground-color 6 end-accept
  if ws-pp-amount-buf not = spaces
    move function numval(ws-pp-amount-buf) to ppay-total-amount
  end-if
  move ws-pp-today(1:4) to ppay-start-year
  move ws-pp-today(5:2) to ppay-start-month
  display ppay-start-year at line 10 col 20 foreground-color 3 end-display
  display ppay-start-month at line 10 col 34 foreground-color 3 end-display
  move spaces to ws-pp-entry-buf
  accept ws-pp-entry-buf at line 10 col 20 with foreground-color 6 end-accept
  if ws-pp-entry-buf not = spaces
    move function numval(ws-pp-entry-buf) to ppay-start-year
  end-if
  move spaces to ws-pp-entry-buf
  accept ws-pp-entry-buf at line 10 col 34 with foreground-color 6 end-accept
  if ws-pp-entry-buf not = spaces
    move function numval(ws-pp-entry-buf) to ppay-start-month
  end-if
  move 12 to ppay-period-count
  display ppay-period-count at line 11 col 20 foreground-color 3 end-display
  move spaces to ws-pp-entry-buf
  accept ws-pp-entry-buf at line 11 col 20 with foreground-color 6 end-accept
  if ws-pp-entry-buf not = spaces
    move function numval(ws-pp-entry-buf) to ppay-period-count
  end-if
  accept ppay-expense-account at line 12 col 20 with foreground-color 6 end-accept
  move function upper-case(ppay-expense-account) to ppay-expense-account

  move "GL050" to ws-glrule-source
  if ppay-is-prepayment
    move "PREPAY" to ws-glrule-type
  else
    move "ACCRUAL" to ws-glrule-type
  end-if
  move ppay-cost-centre to ws-glrule-qualifier
  perform find-gl-posting-account
  move ws-glrule-account to ppay-balance-account
  display ppay-balance-account at line 13 col 20 foreground-color 3 end-display
  move spaces to ws-pp-entry-buf
  accept ws-pp-entry-buf at line 13 col 20 with foreground-color 6 end-accept
  if ws-pp-entry-buf not = spaces
    move function upper-case(ws-pp-entry-buf) to ppay-balance-account
  end-if

  perform validate-schedule-fields
  if ws-pp-cannot-post
    display ws-pp-stop-reason at line 23 col 02 foreground-color 4 end-display
    accept omitted end-accept
    exit paragraph
  end-if

  display "Save the schedule? (Y/N):[ ]" at line 20 col 04 foreground-color 2 end-display
  move space to ws-pp-answer
  accept ws-pp-answer at line 20 col 30 with foreground-color 6 end-accept
  move function upper-case(ws-pp-answer) to ws-pp-answer
  if ws-pp-answer not = "Y"
    exit paragraph
  end-if

  *> the number is taken off the end of the file the first time,
  *> which reads over the record keyed
  move prepay-schedule-record to ws-pp-save-record
  perform get-next-schedule-number
  move ws-pp-save-record to prepay-schedule-record
  move ws-pp-next-number to ppay-schedule-number
  write prepay-schedule-record
    invalid key
      display "Schedule write failed" at line 23 col 02 foreground-color 4 end-display
      accept omitted end-accept
      exit paragraph
  end-write
  display ppay-schedule-number at line 05 col 20 foreground-color 3 end-display
  display "Schedule saved" at line 23 col 02 foreground-color 2 end-display
  accept omitted end-accept
  .
inquire-schedule.
  display "Inquire Schedule" at line 04 col 30 foreground-color 2 end-display
  display "Schedule No.:  [        ]" at line 05 col 04 foreground-color 2 end-display
  move zero to ws-pp-number-input
  accept ws-pp-number-input at line 05 col 20 with foreground-color 6 end-accept
  move ws-pp-number-input to ppay-schedule-number
  read prepay-schedule-file key is ppay-schedule-number
    invalid key
      display "Schedule not found" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  perform show-schedule-fields
  display ppay-type at line 06 col 20 foreground-color 3 end-display
  display ppay-description at line 07 col 20 foreground-color 3 end-display
  display ppay-cost-centre at line 08 col 20 foreground-color 3 end-display
  move ppay-total-amount to ws-amount-display
  display ws-amount-display at line 09 col 20 foreground-color 3 end-display
  display ppay-start-year at line 10 col 20 foreground-color 3 end-display
  display ppay-start-month at line 10 col 34 foreground-color 3 end-display
  display ppay-period-count at line 11 col 20 foreground-color 3 end-display
  display ppay-expense-account at line 12 col 20 foreground-color 3 end-display
  display ppay-balance-account at line 13 col 20 foreground-color 3 end-display

  compute ws-pp-unreleased = ppay-total-amount - ppay-released-amount
  move ppay-released-amount to ws-amount-display
  move ws-pp-unreleased to ws-amount-display-2
  move ppay-invoiced-amount to ws-amount-display-3
  display "Released:      " ppay-periods-released " periods " ws-amount-display
    at line 15 col 04 foreground-color 2 end-display
  display "Unreleased:    " ws-amount-display-2 at line 16 col 04 foreground-color 2 end-display
  if ppay-is-accrual
    display "Invoiced:      " ws-amount-display-3 at line 17 col 04 foreground-color 2 end-display
  end-if
  if ppay-invoice-number not = spaces
    display "Raised from:   " ppay-vendor-code " " ppay-invoice-number " line " ppay-invoice-line
      at line 18 col 04 foreground-color 2 end-display
  end-if
  if ppay-is-complete
    display "Status:        Fully released" at line 19 col 04 foreground-color 2 end-display
  else
    display "Status:        Active" at line 19 col 04 foreground-color 2 end-display
  end-if
  accept omitted end-accept
  .
show-schedule-fields.
  display "Schedule No.:  [        ]" at line 05 col 04 foreground-color 2 end-display
  display "Type:          [ ] (P=prepayment, A=accrual)" at line 06 col 04 foreground-color 2 end-display
  display "Description:   [                              ]" at line 07 col 04 foreground-color 2 end-display
  display "Cost Centre:   [      ]" at line 08 col 04 foreground-color 2 end-display
  display "Total Amount:  [             ]" at line 09 col 04 foreground-color 2 end-display
  display "Start Year:    [    ]  Month:[  ]" at line 10 col 04 foreground-color 2 end-display
  display "Periods:       [   ]" at line 11 col 04 foreground-color 2 end-display
  display "Expense Acct:  [          ]" at line 12 col 04 foreground-color 2 end-display
  display "Balance Acct:  [          ] (prepayment / accrual account)" at line 13 col 04 foreground-color 2 end-display
  .
validate-schedule-fields.
  set ws-pp-can-post to true
  move spaces to ws-pp-stop-reason
  if ppay-description = spaces
    set ws-pp-cannot-post to true
    move "Description is required - schedule not added" to ws-pp-stop-reason
    exit paragraph
  end-if
  if ppay-total-amount not > zero
    set ws-pp-cannot-post to true
    move "Total must be greater than zero - schedule not added" to ws-pp-stop-reason
    exit paragraph
  end-if
  if ppay-start-year = zero or ppay-start-month < 1 or ppay-start-month > 12
    set ws-pp-cannot-post to true
    move "Start month must be a valid year and month 1 to 12 - schedule not added" to ws-pp-stop-reason
    exit paragraph
  end-if
  if ppay-period-count = zero
    set ws-pp-cannot-post to true
    move "Number of periods must be at least 1 - schedule not added" to ws-pp-stop-reason
    exit paragraph
  end-if
  move ppay-expense-account to ws-pp-account-lookup
  perform check-schedule-account
  if ws-pp-cannot-post
    exit paragraph
  end-if
  move ppay-balance-account to ws-pp-account-lookup
  perform check-schedule-account
  if ws-pp-cannot-post
    exit paragraph
  end-if
  if ppay-balance-account = ppay-expense-account
    set ws-pp-cannot-post to true
    move "Balance sheet and expense accounts must differ - schedule not added" to ws-pp-stop-reason
  end-if
  .
check-schedule-account.
  if ws-pp-account-lookup = spaces
    set ws-pp-cannot-post to true
    move "Both GL accounts are required - schedule not added" to ws-pp-stop-reason
    exit paragraph
  end-if
  move ws-pp-account-lookup to account-code
  read gl-account-file key is account-code
    invalid key
      set ws-pp-cannot-post to true
      string "GL account " delimited by size
        ws-pp-account-lookup delimited by space
        " is not on the chart - schedule not added" delimited by size
        into ws-pp-stop-reason
      end-string
  end-read
  .
get-next-schedule-number.
  move "PREPAY" to ws-numctl-doc-type
  perform get-next-document-number
  if ws-numctl-was-seeded
    move ws-numctl-next to ws-pp-next-number
    exit paragraph
  end-if
  *> no control record yet - derive the next number off the end of
  *> the file and seed the counter with it
  move zero to ws-pp-next-number
  move 99999999 to ppay-schedule-number
  start prepay-schedule-file key not greater than ppay-schedule-number
    invalid key
      move zero to ws-pp-next-number
    not invalid key
      read prepay-schedule-file next record
        at end
          move zero to ws-pp-next-number
        not at end
          move ppay-schedule-number to ws-pp-next-number
      end-read
  end-start
  add 1 to ws-pp-next-number
  move ws-pp-next-number to ws-numctl-next
  perform seed-document-number
  .

*>-----------------------------------------------
*> Period-end release run.  Each active schedule is brought up to
*> the month keyed: the share due is worked out cumulatively, so a
*> month missed is caught up and the rounding all falls in the last
*> month, and a schedule already released for the month is passed
*> over - the run can be repeated safely.  Each release posts DR
*> expense, CR the balance sheet account on the last day of the
*> month, and the last release marks the schedule complete.
*>-----------------------------------------------
run-period-release.
  display "Period-End Release Run" at line 04 col 30 foreground-color 2 end-display
  display "Year:[    ]  Month:[  ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-rel-year ws-rel-month
  accept ws-rel-year at line 06 col 10 with foreground-color 6 end-accept
  if ws-rel-year = zero
    exit paragraph
  end-if
  accept ws-rel-month at line 06 col 24 with foreground-color 6 end-accept
  if ws-rel-month < 1 or ws-rel-month > 12
    display "Month must be 1 to 12" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  *> releases are posted on the last day of the month
  if ws-rel-month = 12
    compute ws-rel-next-year = ws-rel-year + 1
    move 1 to ws-rel-next-month
  else
    move ws-rel-year to ws-rel-next-year
    compute ws-rel-next-month = ws-rel-month + 1
  end-if
  move 1 to ws-rel-next-day
  compute ws-rel-post-date = function date-of-integer
    (function integer-of-date(ws-rel-next-date) - 1)

  move ws-rel-post-date to ws-period-check-date
  perform check-posting-period
  if ws-period-is-closed
    display "That month is closed - nothing released" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  set ws-pp-can-post to true
  move spaces to ws-pp-stop-reason
  move zero to ws-rel-schedule-count ws-rel-run-total
  move zero to ppay-schedule-number
  start prepay-schedule-file key not less than ppay-schedule-number
    invalid key
      move "10" to prepay-schedule-file-status
  end-start
  perform total-one-schedule-release
    until prepay-schedule-file-status not = zero
       or ws-pp-cannot-post
  if ws-pp-can-post and ws-rel-schedule-count = zero
    set ws-pp-cannot-post to true
    move "No schedules are due a release for that month" to ws-pp-stop-reason
  end-if
  if ws-pp-cannot-post
    display ws-pp-stop-reason at line 23 col 02 foreground-color 4 end-display
    accept omitted end-accept
    exit paragraph
  end-if

  move ws-rel-schedule-count to ws-count-display
  move ws-rel-run-total to ws-amount-display
  display "Schedules due:     " ws-count-display at line 08 col 04 foreground-color 2 end-display
  display "To release:        " ws-amount-display at line 09 col 04 foreground-color 2 end-display
  display "Post the releases? (Y/N):[ ]" at line 11 col 04 foreground-color 2 end-display
  move space to ws-pp-answer
  accept ws-pp-answer at line 11 col 30 with foreground-color 6 end-accept
  move function upper-case(ws-pp-answer) to ws-pp-answer
  if ws-pp-answer not = "Y"
    exit paragraph
  end-if

  open output pprelease-file
  move spaces to pprelease-record
  string "Prepayment and Accrual Release - period " delimited by size
    ws-rel-year delimited by size
    "/" delimited by size
    ws-rel-month delimited by size
    "  posted " delimited by size
    ws-rel-post-date delimited by size
    into pprelease-record
  end-string
  write pprelease-record
  move spaces to pprelease-record
  write pprelease-record
  move "Schedule T Description                    Expense    Balance    Per          Release         Released       Unreleased"
    to pprelease-record
  write pprelease-record

  move zero to ppay-schedule-number
  start prepay-schedule-file key not less than ppay-schedule-number
    invalid key
      move "10" to prepay-schedule-file-status
  end-start
  perform apply-one-schedule-release
    until prepay-schedule-file-status not = zero

  move spaces to pprelease-record
  write pprelease-record
  move ws-rel-run-total to ws-amount-display
  move ws-rel-schedule-count to ws-count-display
  move spaces to pprelease-record
  string "Total for " delimited by size
    ws-count-display delimited by size
    " schedules                                              " delimited by size
    ws-amount-display delimited by size
    into pprelease-record
  end-string
  write pprelease-record
  close pprelease-file

  move "PPRELEASE" to print-route-file-name
  perform route-report-to-printer
  display "Releases posted" at line 23 col 02 foreground-color 2 end-display
  accept omitted end-accept
  .
total-one-schedule-release.
  read prepay-schedule-file next record
    at end
      move "10" to prepay-schedule-file-status
      exit paragraph
  end-read
  perform find-schedule-release
  if ws-rel-not-due
    exit paragraph
  end-if
  *> the accounts were on the chart when the schedule was raised;
  *> make sure nobody has taken them off since
  move ppay-expense-account to ws-pp-account-lookup
  perform check-schedule-account
  if ws-pp-can-post
    move ppay-balance-account to ws-pp-account-lookup
    perform check-schedule-account
  end-if
  if ws-pp-cannot-post
    move spaces to ws-pp-stop-reason
    string "Schedule " delimited by size
      ppay-schedule-number delimited by size
      " names an account no longer on the chart - nothing posted" delimited by size
      into ws-pp-stop-reason
    end-string
    exit paragraph
  end-if
  add 1 to ws-rel-schedule-count
  add ws-rel-amount to ws-rel-run-total
  .
find-schedule-release.
  set ws-rel-not-due to true
  move zero to ws-rel-amount
  if not ppay-is-active
     or ppay-last-release-period not < ws-rel-period-num
     or ppay-period-count = zero
    exit paragraph
  end-if
  compute ws-rel-months-due =
    (ws-rel-year * 12 + ws-rel-month)
    - (ppay-start-year * 12 + ppay-start-month) + 1
  if ws-rel-months-due < 1
    exit paragraph
  end-if
  if ws-rel-months-due > ppay-period-count
    move ppay-period-count to ws-rel-months-due
  end-if
  if ws-rel-months-due not > ppay-periods-released
    exit paragraph
  end-if
  set ws-rel-is-due to true
  if ws-rel-months-due = ppay-period-count
    compute ws-rel-amount = ppay-total-amount - ppay-released-amount
  else
    compute ws-rel-target-amount rounded =
      ppay-total-amount * ws-rel-months-due / ppay-period-count
    compute ws-rel-amount = ws-rel-target-amount - ppay-released-amount
  end-if
  .
apply-one-schedule-release.
  read prepay-schedule-file next record
    at end
      move "10" to prepay-schedule-file-status
      exit paragraph
  end-read
  perform find-schedule-release
  if ws-rel-not-due
    exit paragraph
  end-if
  add ws-rel-amount to ppay-released-amount
  move ws-rel-months-due to ppay-periods-released
  move ws-rel-period-num to ppay-last-release-period
  if ppay-periods-released not < ppay-period-count
    set ppay-is-complete to true
  end-if
  rewrite prepay-schedule-record
    invalid key
      display "Schedule rewrite failed " ppay-schedule-number at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-rewrite

  if ws-rel-amount not = zero
    move spaces to gl-description
    if ppay-is-prepayment
      string "Prepayment release " delimited by size
        ppay-schedule-number delimited by size
        " " delimited by size
        ws-rel-year delimited by size
        "/" delimited by size
        ws-rel-month delimited by size
        into gl-description
      end-string
    else
      string "Accrual " delimited by size
        ppay-schedule-number delimited by size
        " " delimited by size
        ws-rel-year delimited by size
        "/" delimited by size
        ws-rel-month delimited by size
        into gl-description
      end-string
    end-if
    move ppay-expense-account to gl-account-code
    move ws-rel-amount to gl-debit-amount
    move zero to gl-credit-amount
    perform write-schedule-gl-record
    move ppay-balance-account to gl-account-code
    move zero to gl-debit-amount
    move ws-rel-amount to gl-credit-amount
    perform write-schedule-gl-record
  end-if

  compute ws-pp-unreleased = ppay-total-amount - ppay-released-amount
  move ws-rel-amount to ws-amount-display
  move ppay-released-amount to ws-amount-display-2
  move ws-pp-unreleased to ws-amount-display-3
  move spaces to pprelease-record
  string ppay-schedule-number delimited by size
    " " delimited by size
    ppay-type delimited by size
    " " delimited by size
    ppay-description delimited by size
    " " delimited by size
    ppay-expense-account delimited by size
    " " delimited by size
    ppay-balance-account delimited by size
    " " delimited by size
    ppay-periods-released delimited by size
    " " delimited by size
    ws-amount-display delimited by size
    " " delimited by size
    ws-amount-display-2 delimited by size
    " " delimited by size
    ws-amount-display-3 delimited by size
    into pprelease-record
  end-string
  write pprelease-record
  .
write-schedule-gl-record.
  move "GL050" to gl-source-module
  move ws-rel-post-date to gl-post-date
  move zero to gl-batch-number
  set gl-is-unposted to true
  move ppay-cost-centre to gl-cost-centre
  write gl-interface-record
  .

*>-----------------------------------------------
*> Schedule report.  Every schedule still carrying a balance: a
*> prepayment's unreleased amount is an asset on its prepayment
*> account, an accrual's releases not yet cleared by an invoice are
*> a liability on its accrual account.  The totals are then proved
*> back to each control account on the chart.
*>-----------------------------------------------
print-schedule-report.
  display "Print Schedule Report" at line 04 col 30 foreground-color 2 end-display
  accept ws-pp-today from date yyyymmdd end-accept
  move zero to ws-rpt-schedule-count ws-rpt-overflow-count
  move zero to ws-rpt-prepaid-total ws-rpt-accrued-total
  move zero to ws-recon-entry-count

  open output ppsched-file
  move spaces to ppsched-record
  string "Prepayment and Accrual Schedules as at " delimited by size
    ws-pp-today delimited by size
    into ppsched-record
  end-string
  write ppsched-record
  move spaces to ppsched-record
  write ppsched-record
  move "Schedule T Description                    Balance    Expense    Start  Per Rel           Total        Released      Unreleased"
    to ppsched-record
  write ppsched-record

  move zero to ppay-schedule-number
  start prepay-schedule-file key not less than ppay-schedule-number
    invalid key
      move "10" to prepay-schedule-file-status
  end-start
  perform report-one-schedule
    until prepay-schedule-file-status not = zero

  move spaces to ppsched-record
  write ppsched-record
  move ws-rpt-schedule-count to ws-count-display
  move ws-rpt-prepaid-total to ws-amount-display
  move ws-rpt-accrued-total to ws-amount-display-2
  move spaces to ppsched-record
  string ws-count-display delimited by size
    " schedules.  Prepayments unreleased " delimited by size
    ws-amount-display delimited by size
    "   Accruals outstanding " delimited by size
    ws-amount-display-2 delimited by size
    into ppsched-record
  end-string
  write ppsched-record

  move spaces to ppsched-record
  write ppsched-record
  move "Reconciliation to the prepayment and accrual GL accounts" to ppsched-record
  write ppsched-record
  move "Account           Schedules            Ledger        Difference" to ppsched-record
  write ppsched-record
  set ws-recon-idx to 1
  perform print-one-recon-entry
    until ws-recon-idx > ws-recon-entry-count
  if ws-rpt-overflow-count not = zero
    move ws-rpt-overflow-count to ws-count-display
    move spaces to ppsched-record
    string "*** more than 40 control accounts - " delimited by size
      ws-count-display delimited by size
      " schedules left out of the reconciliation" delimited by size
      into ppsched-record
    end-string
    write ppsched-record
  end-if
  move "  (releases and invoices not yet through the GL posting run, and other postings to the accounts, show as differences)"
    to ppsched-record
  write ppsched-record
  close ppsched-file

  move "PPSCHED" to print-route-file-name
  perform route-report-to-printer
  display "Schedule report printed" at line 23 col 02 foreground-color 2 end-display
  accept omitted end-accept
  .
report-one-schedule.
  read prepay-schedule-file next record
    at end
      move "10" to prepay-schedule-file-status
      exit paragraph
  end-read
  compute ws-pp-unreleased = ppay-total-amount - ppay-released-amount
  if ppay-is-prepayment
    move ws-pp-unreleased to ws-recon-amount
  else
    compute ws-recon-amount = ppay-invoiced-amount - ppay-released-amount
  end-if
  if ppay-is-complete and ws-recon-amount = zero
    exit paragraph
  end-if
  add 1 to ws-rpt-schedule-count
  if ppay-is-prepayment
    add ws-recon-amount to ws-rpt-prepaid-total
  else
    subtract ws-recon-amount from ws-rpt-accrued-total
  end-if
  perform add-schedule-to-recon

  move ppay-total-amount to ws-amount-display
  move ppay-released-amount to ws-amount-display-2
  move ws-pp-unreleased to ws-amount-display-3
  move spaces to ppsched-record
  string ppay-schedule-number delimited by size
    " " delimited by size
    ppay-type delimited by size
    " " delimited by size
    ppay-description delimited by size
    " " delimited by size
    ppay-balance-account delimited by size
    " " delimited by size
    ppay-expense-account delimited by size
    " " delimited by size
    ppay-start-year delimited by size
    ppay-start-month delimited by size
    " " delimited by size
    ppay-period-count delimited by size
    " " delimited by size
    ppay-periods-released delimited by size
    " " delimited by size
    ws-amount-display delimited by size
    " " delimited by size
    ws-amount-display-2 delimited by size
    " " delimited by size
    ws-amount-display-3 delimited by size
    into ppsched-record
  end-string
  write ppsched-record
  .
add-schedule-to-recon.
  set recon-entry-not-found to true
  set ws-recon-idx to 1
  perform search-one-recon-entry
    until recon-entry-found or ws-recon-idx > ws-recon-entry-count
  if recon-entry-not-found
    if ws-recon-entry-count not < 40
      add 1 to ws-rpt-overflow-count
      exit paragraph
    end-if
    add 1 to ws-recon-entry-count
    set ws-recon-idx to ws-recon-entry-count
    move ppay-balance-account to ws-recon-account(ws-recon-idx)
    move zero to ws-recon-schedule(ws-recon-idx)
    move zero to ws-recon-ledger(ws-recon-idx)
  end-if
  add ws-recon-amount to ws-recon-schedule(ws-recon-idx)
  .
search-one-recon-entry.
  if ws-recon-account(ws-recon-idx) = ppay-balance-account
    set recon-entry-found to true
  else
    set ws-recon-idx up by 1
  end-if
  .
print-one-recon-entry.
  move ws-recon-account(ws-recon-idx) to account-code
  read gl-account-file key is account-code
    invalid key
      move zero to ws-recon-ledger(ws-recon-idx)
    not invalid key
      move account-balance to ws-recon-ledger(ws-recon-idx)
  end-read
  compute ws-recon-difference =
    ws-recon-ledger(ws-recon-idx) - ws-recon-schedule(ws-recon-idx)
  move ws-recon-schedule(ws-recon-idx) to ws-amount-display
  move ws-recon-ledger(ws-recon-idx) to ws-amount-display-2
  move ws-recon-difference to ws-amount-display-3
  move spaces to ppsched-record
  string ws-recon-account(ws-recon-idx) delimited by size
    "  " delimited by size
    ws-amount-display delimited by size
    " " delimited by size
    ws-amount-display-2 delimited by size
    " " delimited by size
    ws-amount-display-3 delimited by size
    into ppsched-record
  end-string
  write ppsched-record
  set ws-recon-idx up by 1
  .
copy "period-check-pd.cpy".
copy "glrule-pd.cpy".
copy "reclock-pd.cpy".
copy "numctl-pd.cpy".
copy "print-route-pd.cpy".
end program gl050.
