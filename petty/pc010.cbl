      >> source format is free
program-id. pc010.
*> Petty cash book.  The office float pays for the small things -
*> milk, cleaning materials, parking - and every payment out of the
*> tin is entered here as a numbered voucher against the expense
*> account and cost centre it belongs to, with the tax on the
*> receipt separated out so it can be reclaimed.  A top-up restores
*> the float from a bank account.  Vouchers and top-ups go to the
*> GL interface as they are entered: a voucher debits the expense
*> and the input tax and credits the petty cash account, a top-up
*> debits petty cash and credits the bank.  The count-up screen
*> compares the cash in the tin with what the book says should be
*> there and flags the difference, and the petty cash book prints
*> every entry with the running balance.  The petty cash, input tax
*> and (with no bank account master) bank accounts come off the
*> PC010 posting rules.
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
  .
environment division.configuration section.
source-computer. Linux.
object-computer. Linux.
input-output section.
file-control.
  select petty-cash-file assign to "PETTYCSH"
    organization is indexed
    access mode is dynamic
    record key is pcv-number
    file status is petty-cash-file-status
    .
  select pcfloat-file assign to "PCFLOAT"
    organization is line sequential
    access mode is sequential
    file status is pcfloat-file-status
    .
  copy "glintfc-sel.cpy".
  copy "glrule-sel.cpy".
  copy "glacct-sel.cpy".
  copy "period-sel.cpy".
  copy "taxcode-sel.cpy".
  copy "numctl-sel.cpy".
  copy "reclock-sel.cpy".
  copy "bankacct-sel.cpy".
  select pcbook-file assign to "PCBOOK"
    organization is line sequential
    access mode is sequential
    file status is pcbook-file-status
    .
copy "system-sel.cpy".
data division.
file section.
copy "pettycash.cpy".
copy "pcfloat.cpy".
copy "glintfc-fd.cpy".
copy "glrule-fd.cpy".
copy "gl010.cpy".
copy "period-fd.cpy".
copy "taxcode-fd.cpy".
copy "numctl-fd.cpy".
copy "reclock-fd.cpy".
copy "bankacct-fd.cpy".
copy "system-fd.cpy".
fd  pcbook-file.
01  pcbook-record               pic x(132).
working-storage section.
01  program-name              pic x(15) value "pc010 (1.00.00)".

01  petty-cash-file-status    pic xx.
01  pcfloat-file-status       pic xx.
01  gl-file-status            pic xx.
01  gl-rule-file-status       pic xx.
01  gl-account-file-status    pic xx.
copy "glrule-ws.cpy".
01  period-file-status        pic xx.
copy "period-ws.cpy".
01  tax-code-file-status      pic xx.
01  number-control-file-status pic xx.
copy "numctl-ws.cpy".
01  record-lock-file-status   pic xx.
01  lock-log-file-status      pic xx.
copy "reclock-ws.cpy".
01  bank-account-file-status  pic xx.
copy "bankacct-ws.cpy".
01  pcbook-file-status        pic xx.
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "print-route-ws.cpy".
copy "company-ws.cpy".

01  petty-choice              pic x.
  88  petty-choice-is-valid   values "V" "T" "C" "B" "F" "X".

01  ws-pc-today               pic 9(08).
01  ws-pc-amount-buf          pic x(12).
01  ws-pc-answer              pic x.
01  ws-pc-amount-display      pic z(6)9.99-.
01  ws-pc-amount-display-2    pic z(6)9.99-.
01  ws-pc-amount-display-3    pic z(6)9.99-.

*> the float as it stands on PCFLOAT
01  ws-pc-imprest             pic 9(07)v99.
01  ws-pc-opening-balance     pic 9(07)v99.
01  ws-pc-opening-date        pic 9(08).
01  ws-pc-float-switch        pic x.
  88  pc-float-on-file        value "Y".
  88  pc-float-not-on-file    value "N".

*> the book totalled - cash put in (the opening balance and every
*> top-up), cash paid out on vouchers, and what the tin should hold
01  ws-pc-cash-in             pic s9(09)v99.
01  ws-pc-cash-out            pic s9(09)v99.
01  ws-pc-book-balance        pic s9(09)v99.
01  ws-pc-entry-count         pic 9(07).

*> staging for the entry being keyed and its postings
01  ws-pc-entry-date          pic 9(08).
01  filler redefines ws-pc-entry-date.
  05  ws-pc-entry-year        pic 9(04).
  05  ws-pc-entry-month       pic 9(02).
  05  ws-pc-entry-day         pic 9(02).
01  ws-pc-payee               pic x(32).
01  ws-pc-expense-account     pic x(10).
01  ws-pc-cost-centre         pic x(06).
01  ws-pc-tax-code            pic x(03).
01  ws-pc-tax-rate            pic 9(02)v99.
01  ws-pc-gross               pic s9(07)v99.
01  ws-pc-tax                 pic s9(07)v99.
01  ws-pc-net                 pic s9(07)v99.
01  ws-pc-petty-account       pic x(10).
01  ws-pc-tax-account         pic x(10).
01  ws-pc-bank-gl-account     pic x(10).
01  ws-pc-bank-code           pic x(06).
01  ws-pc-counted             pic s9(07)v99.
01  ws-pc-difference          pic s9(07)v99.
01  ws-pc-entry-number        pic 9(08).
01  ws-pc-post-switch         pic x.
  88  ws-pc-can-post          value "Y".
  88  ws-pc-cannot-post       value "N".
01  ws-pc-stop-reason         pic x(70).

*> petty cash book report
01  ws-pc-from-date           pic 9(08).
01  ws-pc-to-date             pic 9(08).
01  ws-pc-running-balance     pic s9(09)v99.
01  ws-pc-tot-net             pic s9(09)v99.
01  ws-pc-tot-tax             pic s9(09)v99.
01  ws-pc-tot-out             pic s9(09)v99.
01  ws-pc-tot-in              pic s9(09)v99.
01  ws-pc-voucher-count       pic 9(05).
01  ws-pc-count-display       pic z(04)9.
01  ws-pc-flag                pic x(10).

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
  open i-o petty-cash-file
  if petty-cash-file-status = "35"
    open output petty-cash-file
    close petty-cash-file
    open i-o petty-cash-file
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
  open input tax-code-file
  if tax-code-file-status = "35"
    open output tax-code-file
    close tax-code-file
    open input tax-code-file
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
  close petty-cash-file
  close gl-interface-file
  close gl-rule-file
  close gl-account-file
  close period-file
  close tax-code-file
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
  perform display-petty-menu
  perform accept-petty-choice
  perform do-petty-pick
    until petty-choice = "X"
  .
display-petty-menu.
  display " " at line 01 col 01 erase eos end-display
  display program-name at line 01 col 01 foreground-color 2 end-display
  display "Petty Cash" at line 01 col 30 foreground-color 2 end-display
  display "(V) Enter Voucher"             at line 05 col 04 foreground-color 2 end-display
  display "(T) Top Up Float"              at line 06 col 04 foreground-color 2 end-display
  display "(C) Count Up"                  at line 07 col 04 foreground-color 2 end-display
  display "(B) Print Petty Cash Book"     at line 08 col 04 foreground-color 2 end-display
  display "(F) Float Setup"               at line 09 col 04 foreground-color 2 end-display
  display "(X) Exit"                      at line 10 col 04 foreground-color 2 end-display
  .
accept-petty-choice.
  display "Select option :- [ ]" at line 12 col 04 foreground-color 2 end-display
  accept petty-choice at line 12 col 20 with foreground-color 6 end-accept
  move function upper-case(petty-choice) to petty-choice
  if not petty-choice-is-valid
    display "Invalid choice, try again" at line 23 col 02 foreground-color 4 end-display
    perform accept-petty-choice
  end-if
  .
do-petty-pick.
  evaluate petty-choice
    when "V"
      perform enter-petty-voucher
    when "T"
      perform top-up-petty-float
    when "C"
      perform count-up-petty-cash
    when "B"
      perform print-petty-cash-book
    when "F"
      perform setup-petty-float
    when "X"
      continue
  end-evaluate
  if petty-choice not = "X"
    perform display-petty-menu
    perform accept-petty-choice
  end-if
  .

*>-----------------------------------------------
*> The float and the book.  The imprest and the opening balance
*> live on the one-line PCFLOAT file; what the tin should hold is
*> worked out afresh off the book each time it is wanted.
*>-----------------------------------------------
read-petty-float.
  set pc-float-not-on-file to true
  move zero to ws-pc-imprest
  move zero to ws-pc-opening-balance
  move zero to ws-pc-opening-date
  open input pcfloat-file
  if pcfloat-file-status = zero
    read pcfloat-file
      at end
        continue
      not at end
        set pc-float-on-file to true
        move pcf-imprest-amount to ws-pc-imprest
        move pcf-opening-balance to ws-pc-opening-balance
        move pcf-opening-date to ws-pc-opening-date
    end-read
    close pcfloat-file
  end-if
  .
total-petty-cash-book.
  perform read-petty-float
  move ws-pc-opening-balance to ws-pc-cash-in
  move zero to ws-pc-cash-out
  move zero to ws-pc-entry-count
  move low-values to pcv-number
  start petty-cash-file key not less than pcv-number
    invalid key
      move "10" to petty-cash-file-status
  end-start
  perform total-one-book-entry
    until petty-cash-file-status not = zero
  compute ws-pc-book-balance = ws-pc-cash-in - ws-pc-cash-out
  .
total-one-book-entry.
  read petty-cash-file next record
    at end
      move "10" to petty-cash-file-status
      exit paragraph
  end-read
  add 1 to ws-pc-entry-count
  evaluate true
    when pcv-is-voucher
      add pcv-gross-amount to ws-pc-cash-out
    when pcv-is-topup
      add pcv-gross-amount to ws-pc-cash-in
  end-evaluate
  .
show-petty-float.
  move ws-pc-imprest to ws-pc-amount-display
  move ws-pc-book-balance to ws-pc-amount-display-2
  display "Float:" at line 05 col 04 foreground-color 2 end-display
  display ws-pc-amount-display at line 05 col 11 foreground-color 3 end-display
  display "Cash in tin:" at line 05 col 30 foreground-color 2 end-display
  display ws-pc-amount-display-2 at line 05 col 43 foreground-color 3 end-display
  .
accept-entry-date.
  move zero to ws-pc-entry-date
  accept ws-pc-entry-date at line 06 col 32 with foreground-color 6 end-accept
  if ws-pc-entry-date = zero
    move ws-pc-today to ws-pc-entry-date
    display ws-pc-entry-date at line 06 col 32 foreground-color 3 end-display
  end-if
  set ws-pc-can-post to true
  move spaces to ws-pc-stop-reason
  if ws-pc-entry-month < 1 or ws-pc-entry-month > 12
     or ws-pc-entry-day < 1 or ws-pc-entry-day > 31
    set ws-pc-cannot-post to true
    move "Invalid date, nothing posted" to ws-pc-stop-reason
    exit paragraph
  end-if
  move ws-pc-entry-date to ws-period-check-date
  perform check-posting-period
  if ws-period-is-closed
    set ws-pc-cannot-post to true
    move "Accounting period is closed, nothing posted" to ws-pc-stop-reason
  end-if
  .

*>-----------------------------------------------
*> Voucher.  The gross is what the receipt says was paid; the tax
*> is worked back out of it at the tax code's rate (and can be keyed
*> over with the figure printed on the receipt) and the net is what
*> is left.  Nothing can be paid out of the tin that is not in it.
*>-----------------------------------------------
enter-petty-voucher.
  display "Petty Cash Voucher" at line 04 col 30 foreground-color 2 end-display
  accept ws-pc-today from date yyyymmdd end-accept
  perform total-petty-cash-book
  perform show-petty-float
  display "Voucher Date (blank=today):[        ]" at line 06 col 04 foreground-color 2 end-display
  perform accept-entry-date
  if ws-pc-cannot-post
    display ws-pc-stop-reason at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  display "Payee:[                                ]" at line 07 col 04 foreground-color 2 end-display
  move spaces to ws-pc-payee
  accept ws-pc-payee at line 07 col 11 with foreground-color 6 end-accept
  if ws-pc-payee = spaces
    display "Payee is required, nothing posted" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  display "Expense Account:[          ]" at line 08 col 04 foreground-color 2 end-display
  move spaces to ws-pc-expense-account
  accept ws-pc-expense-account at line 08 col 21 with foreground-color 6 end-accept
  move function upper-case(ws-pc-expense-account) to ws-pc-expense-account
  move ws-pc-expense-account to account-code
  read gl-account-file key is account-code
    invalid key
      display "Expense account not on the chart, nothing posted" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  display account-name at line 08 col 33 foreground-color 3 end-display

  display "Cost Centre (blank=OFFICE):[      ]" at line 09 col 04 foreground-color 2 end-display
  move spaces to ws-pc-cost-centre
  accept ws-pc-cost-centre at line 09 col 32 with foreground-color 6 end-accept
  move function upper-case(ws-pc-cost-centre) to ws-pc-cost-centre
  if ws-pc-cost-centre = spaces
    move "OFFICE" to ws-pc-cost-centre
  end-if

  display "Gross Amount:[           ]" at line 10 col 04 foreground-color 2 end-display
  move spaces to ws-pc-amount-buf
  accept ws-pc-amount-buf at line 10 col 18 with foreground-color 6 end-accept
  move function numval(ws-pc-amount-buf) to ws-pc-gross
  if ws-pc-gross not > zero
    display "Nothing to pay, nothing posted" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  if ws-pc-gross > ws-pc-book-balance
    display "Voucher is more than the cash in the tin - top up first" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  display "Tax Code (blank=none):[   ]" at line 11 col 04 foreground-color 2 end-display
  move spaces to ws-pc-tax-code
  accept ws-pc-tax-code at line 11 col 27 with foreground-color 6 end-accept
  move function upper-case(ws-pc-tax-code) to ws-pc-tax-code
  move zero to ws-pc-tax-rate
  if ws-pc-tax-code not = spaces
    move ws-pc-tax-code to tax-code
    read tax-code-file key is tax-code
      invalid key
        display "Tax code not on file, nothing posted" at line 23 col 02 foreground-color 4 end-display
        exit paragraph
    end-read
    move tax-rate-percent to ws-pc-tax-rate
  end-if
  compute ws-pc-tax rounded =
    ws-pc-gross * ws-pc-tax-rate / (100 + ws-pc-tax-rate)
  display "Tax Amount:[           ]" at line 12 col 04 foreground-color 2 end-display
  move ws-pc-tax to ws-pc-amount-display
  display ws-pc-amount-display at line 12 col 16 foreground-color 3 end-display
  if ws-pc-tax-code not = spaces
    move spaces to ws-pc-amount-buf
    accept ws-pc-amount-buf at line 12 col 16 with foreground-color 6 end-accept
    if ws-pc-amount-buf not = spaces
      move function numval(ws-pc-amount-buf) to ws-pc-tax
    end-if
  end-if
  if ws-pc-tax < zero or ws-pc-tax > ws-pc-gross
    display "Tax must be between nil and the gross, nothing posted" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  compute ws-pc-net = ws-pc-gross - ws-pc-tax
  move ws-pc-net to ws-pc-amount-display
  display "Net Amount:" at line 13 col 04 foreground-color 2 end-display
  display ws-pc-amount-display at line 13 col 16 foreground-color 3 end-display

  perform resolve-voucher-accounts
  if ws-pc-cannot-post
    display ws-pc-stop-reason at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  display "Post voucher (Y/N):[ ]" at line 15 col 04 foreground-color 2 end-display
  move space to ws-pc-answer
  accept ws-pc-answer at line 15 col 24 with foreground-color 6 end-accept
  move function upper-case(ws-pc-answer) to ws-pc-answer
  if ws-pc-answer not = "Y"
    exit paragraph
  end-if

  perform get-next-petty-cash-number
  initialize petty-cash-record
  move ws-pc-entry-number to pcv-number
  set pcv-is-voucher to true
  move ws-pc-entry-date to pcv-date
  move ws-pc-payee to pcv-payee
  move ws-pc-expense-account to pcv-expense-account
  move ws-pc-cost-centre to pcv-cost-centre
  move ws-pc-tax-code to pcv-tax-code
  move ws-pc-net to pcv-net-amount
  move ws-pc-tax to pcv-tax-amount
  move ws-pc-gross to pcv-gross-amount
  move spaces to pcv-bank-account
  move zero to pcv-count-difference
  accept pcv-entered-by from environment "MS_USER_NAME" end-accept
  write petty-cash-record
    invalid key
      display "Voucher write failed, nothing posted" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-write
  perform post-petty-voucher

  display "Voucher " ws-pc-entry-number " posted" at line 17 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
resolve-voucher-accounts.
  set ws-pc-can-post to true
  move spaces to ws-pc-stop-reason
  move "PC010" to ws-glrule-source
  move "PETTYCASH" to ws-glrule-type
  move spaces to ws-glrule-qualifier
  perform find-gl-posting-account
  if ws-glrule-not-found
    set ws-pc-cannot-post to true
    move ws-glrule-message to ws-pc-stop-reason
    exit paragraph
  end-if
  move ws-glrule-account to ws-pc-petty-account
  move spaces to ws-pc-tax-account
  if ws-pc-tax = zero
    exit paragraph
  end-if
  move "INPUTTAX" to ws-glrule-type
  move ws-pc-tax-code to ws-glrule-qualifier
  perform find-gl-posting-account
  if ws-glrule-not-found
    set ws-pc-cannot-post to true
    move ws-glrule-message to ws-pc-stop-reason
    exit paragraph
  end-if
  move ws-glrule-account to ws-pc-tax-account
  .
post-petty-voucher.
  move spaces to gl-description
  string "Petty cash " delimited by size
    ws-pc-entry-number delimited by size
    " " delimited by size
    ws-pc-payee delimited by size
    into gl-description
  end-string
  move ws-pc-expense-account to gl-account-code
  move ws-pc-net to gl-debit-amount
  move zero to gl-credit-amount
  perform write-petty-gl-record
  if ws-pc-tax not = zero
    move ws-pc-tax-account to gl-account-code
    move ws-pc-tax to gl-debit-amount
    move zero to gl-credit-amount
    perform write-petty-gl-record
  end-if
  move ws-pc-petty-account to gl-account-code
  move zero to gl-debit-amount
  move ws-pc-gross to gl-credit-amount
  perform write-petty-gl-record
  .
write-petty-gl-record.
  move "PC010" to gl-source-module
  move ws-pc-entry-date to gl-post-date
  move zero to gl-batch-number
  set gl-is-unposted to true
  move ws-pc-cost-centre to gl-cost-centre
  write gl-interface-record
  .

*>-----------------------------------------------
*> Top-up.  The cash drawn from the bank goes into the tin; left
*> blank it is whatever brings the tin back up to the imprest.  The
*> bank account is the payments default or the one picked, so the
*> withdrawal reconciles on that account's statement.
*>-----------------------------------------------
top-up-petty-float.
  display "Top Up Float" at line 04 col 30 foreground-color 2 end-display
  accept ws-pc-today from date yyyymmdd end-accept
  perform total-petty-cash-book
  perform show-petty-float
  display "Top-up Date (blank=today):   [        ]" at line 06 col 04 foreground-color 2 end-display
  perform accept-entry-date
  if ws-pc-cannot-post
    display ws-pc-stop-reason at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  set ws-bank-use-payments to true
  move 07 to ws-bank-prompt-line
  perform choose-bank-account
  if ws-bank-was-refused
    exit paragraph
  end-if
  move spaces to ws-pc-bank-code
  move spaces to ws-pc-bank-gl-account
  if ws-bank-was-found
    move ws-bank-account-code to ws-pc-bank-code
    move ws-bank-gl-account to ws-pc-bank-gl-account
  end-if

  compute ws-pc-gross = ws-pc-imprest - ws-pc-book-balance
  if ws-pc-gross < zero
    move zero to ws-pc-gross
  end-if
  display "Amount (blank=restore float):[           ]" at line 08 col 04 foreground-color 2 end-display
  move ws-pc-gross to ws-pc-amount-display
  display ws-pc-amount-display at line 08 col 34 foreground-color 3 end-display
  move spaces to ws-pc-amount-buf
  accept ws-pc-amount-buf at line 08 col 34 with foreground-color 6 end-accept
  if ws-pc-amount-buf not = spaces
    move function numval(ws-pc-amount-buf) to ws-pc-gross
  end-if
  if ws-pc-gross not > zero
    display "Nothing to top up, nothing posted" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  display "Reference:[                                ]" at line 09 col 04 foreground-color 2 end-display
  move spaces to ws-pc-payee
  accept ws-pc-payee at line 09 col 15 with foreground-color 6 end-accept
  if ws-pc-payee = spaces
    move "Float top-up" to ws-pc-payee
  end-if

  perform resolve-top-up-accounts
  if ws-pc-cannot-post
    display ws-pc-stop-reason at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  display "Post top-up (Y/N):[ ]" at line 11 col 04 foreground-color 2 end-display
  move space to ws-pc-answer
  accept ws-pc-answer at line 11 col 23 with foreground-color 6 end-accept
  move function upper-case(ws-pc-answer) to ws-pc-answer
  if ws-pc-answer not = "Y"
    exit paragraph
  end-if

  perform get-next-petty-cash-number
  initialize petty-cash-record
  move ws-pc-entry-number to pcv-number
  set pcv-is-topup to true
  move ws-pc-entry-date to pcv-date
  move ws-pc-payee to pcv-payee
  move ws-pc-bank-gl-account to pcv-expense-account
  move "OFFICE" to pcv-cost-centre
  move spaces to pcv-tax-code
  move zero to pcv-net-amount
  move zero to pcv-tax-amount
  move ws-pc-gross to pcv-gross-amount
  move ws-pc-bank-code to pcv-bank-account
  move zero to pcv-count-difference
  accept pcv-entered-by from environment "MS_USER_NAME" end-accept
  write petty-cash-record
    invalid key
      display "Top-up write failed, nothing posted" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-write
  perform post-petty-top-up

  display "Top-up " ws-pc-entry-number " posted" at line 13 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
*> with no bank account master the PC010 CASH rule names the bank
resolve-top-up-accounts.
  set ws-pc-can-post to true
  move spaces to ws-pc-stop-reason
  move "PC010" to ws-glrule-source
  move "PETTYCASH" to ws-glrule-type
  move spaces to ws-glrule-qualifier
  perform find-gl-posting-account
  if ws-glrule-not-found
    set ws-pc-cannot-post to true
    move ws-glrule-message to ws-pc-stop-reason
    exit paragraph
  end-if
  move ws-glrule-account to ws-pc-petty-account
  if ws-pc-bank-gl-account not = spaces
    exit paragraph
  end-if
  move "CASH" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    set ws-pc-cannot-post to true
    move ws-glrule-message to ws-pc-stop-reason
    exit paragraph
  end-if
  move ws-glrule-account to ws-pc-bank-gl-account
  .
post-petty-top-up.
  move "OFFICE" to ws-pc-cost-centre
  move spaces to gl-description
  string "Petty cash top-up " delimited by size
    ws-pc-entry-number delimited by size
    " " delimited by size
    ws-pc-payee delimited by size
    into gl-description
  end-string
  move ws-pc-petty-account to gl-account-code
  move ws-pc-gross to gl-debit-amount
  move zero to gl-credit-amount
  perform write-petty-gl-record
  move ws-pc-bank-gl-account to gl-account-code
  move zero to gl-debit-amount
  move ws-pc-gross to gl-credit-amount
  perform write-petty-gl-record
  .

*>-----------------------------------------------
*> Count-up.  The cash counted is set against the float held (the
*> opening balance and the top-ups) less the vouchers paid; any
*> difference is flagged short or over and the count goes on the
*> book, so the petty cash book shows when the tin last agreed.
*> Nothing is posted - a difference is investigated, then written
*> off by journal if it cannot be explained.
*>-----------------------------------------------
count-up-petty-cash.
  display "Count Up" at line 04 col 30 foreground-color 2 end-display
  accept ws-pc-today from date yyyymmdd end-accept
  perform total-petty-cash-book
  move ws-pc-imprest to ws-pc-amount-display
  display "Imprest float:" at line 06 col 04 foreground-color 2 end-display
  display ws-pc-amount-display at line 06 col 30 foreground-color 3 end-display
  move ws-pc-cash-in to ws-pc-amount-display
  display "Float held (incl. top-ups):" at line 07 col 04 foreground-color 2 end-display
  display ws-pc-amount-display at line 07 col 30 foreground-color 3 end-display
  move ws-pc-cash-out to ws-pc-amount-display
  display "Less vouchers paid:" at line 08 col 04 foreground-color 2 end-display
  display ws-pc-amount-display at line 08 col 30 foreground-color 3 end-display
  move ws-pc-book-balance to ws-pc-amount-display
  display "Cash expected in tin:" at line 09 col 04 foreground-color 2 end-display
  display ws-pc-amount-display at line 09 col 30 foreground-color 3 end-display

  display "Cash Counted:[           ]" at line 11 col 04 foreground-color 2 end-display
  move spaces to ws-pc-amount-buf
  accept ws-pc-amount-buf at line 11 col 18 with foreground-color 6 end-accept
  if ws-pc-amount-buf = spaces
    exit paragraph
  end-if
  move function numval(ws-pc-amount-buf) to ws-pc-counted
  compute ws-pc-difference = ws-pc-counted - ws-pc-book-balance
  move ws-pc-difference to ws-pc-amount-display
  display "Difference:" at line 12 col 04 foreground-color 2 end-display
  display ws-pc-amount-display at line 12 col 30 foreground-color 3 end-display
  evaluate true
    when ws-pc-difference < zero
      display "** SHORT - cash counted is less than the book" at line 13 col 04 foreground-color 4 end-display
    when ws-pc-difference > zero
      display "** OVER - cash counted is more than the book" at line 13 col 04 foreground-color 4 end-display
    when other
      display "Tin agrees with the book" at line 13 col 04 foreground-color 2 end-display
  end-evaluate

  display "Record this count on the book (Y/N):[ ]" at line 15 col 04 foreground-color 2 end-display
  move space to ws-pc-answer
  accept ws-pc-answer at line 15 col 41 with foreground-color 6 end-accept
  move function upper-case(ws-pc-answer) to ws-pc-answer
  if ws-pc-answer not = "Y"
    exit paragraph
  end-if

  perform get-next-petty-cash-number
  initialize petty-cash-record
  move ws-pc-entry-number to pcv-number
  set pcv-is-count to true
  move ws-pc-today to pcv-date
  move "Count-up" to pcv-payee
  move spaces to pcv-expense-account
  move spaces to pcv-cost-centre
  move spaces to pcv-tax-code
  move zero to pcv-net-amount
  move zero to pcv-tax-amount
  move ws-pc-counted to pcv-gross-amount
  move spaces to pcv-bank-account
  move ws-pc-difference to pcv-count-difference
  accept pcv-entered-by from environment "MS_USER_NAME" end-accept
  write petty-cash-record
    invalid key
      display "Count write failed" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-write
  display "Count " ws-pc-entry-number " recorded" at line 17 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .

*>-----------------------------------------------
*> Float setup.  The imprest can be changed at any time; the
*> opening balance only while the book is empty, since every
*> balance after it is worked out from it.
*>-----------------------------------------------
setup-petty-float.
  display "Float Setup" at line 04 col 30 foreground-color 2 end-display
  accept ws-pc-today from date yyyymmdd end-accept
  perform total-petty-cash-book
  display "Imprest Float:  [           ]" at line 06 col 04 foreground-color 2 end-display
  move ws-pc-imprest to ws-pc-amount-display
  display ws-pc-amount-display at line 06 col 21 foreground-color 3 end-display
  move spaces to ws-pc-amount-buf
  accept ws-pc-amount-buf at line 06 col 21 with foreground-color 6 end-accept
  if ws-pc-amount-buf not = spaces
    move function numval(ws-pc-amount-buf) to ws-pc-imprest
  end-if

  display "Opening Balance:[           ]" at line 07 col 04 foreground-color 2 end-display
  move ws-pc-opening-balance to ws-pc-amount-display
  display ws-pc-amount-display at line 07 col 21 foreground-color 3 end-display
  if ws-pc-entry-count = zero
    move spaces to ws-pc-amount-buf
    accept ws-pc-amount-buf at line 07 col 21 with foreground-color 6 end-accept
    if ws-pc-amount-buf not = spaces
      move function numval(ws-pc-amount-buf) to ws-pc-opening-balance
      move ws-pc-today to ws-pc-opening-date
    end-if
  else
    display "Book has entries - opening balance is fixed" at line 08 col 04 foreground-color 3 end-display
  end-if
  if ws-pc-opening-date = zero
    move ws-pc-today to ws-pc-opening-date
  end-if

  move ws-pc-imprest to pcf-imprest-amount
  move ws-pc-opening-balance to pcf-opening-balance
  move ws-pc-opening-date to pcf-opening-date
  open output pcfloat-file
  write pcfloat-record
  close pcfloat-file
  display "Float saved" at line 10 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .

*>-----------------------------------------------
*> Vouchers, top-ups and counts share the PETTYCSH number series.
*>-----------------------------------------------
get-next-petty-cash-number.
  move "PETTYCSH" to ws-numctl-doc-type
  perform get-next-document-number
  if ws-numctl-was-seeded
    move ws-numctl-next to ws-pc-entry-number
    exit paragraph
  end-if
  move zero to ws-pc-entry-number
  move high-values to pcv-number
  start petty-cash-file key less than pcv-number
    invalid key
      move zero to ws-pc-entry-number
    not invalid key
      read petty-cash-file previous record
        at end
          move zero to ws-pc-entry-number
        not at end
          move pcv-number to ws-pc-entry-number
      end-read
  end-start
  add 1 to ws-pc-entry-number
  move ws-pc-entry-number to ws-numctl-next
  perform seed-document-number
  .

*>-----------------------------------------------
*> Petty cash book.  Every entry dated in the range, in entry
*> order, with the cash paid out, the cash put in and the running
*> balance of the tin; the balance brought forward is everything
*> dated before the range.  Counts print with their difference.
*>-----------------------------------------------
print-petty-cash-book.
  display "Print Petty Cash Book" at line 04 col 30 foreground-color 2 end-display
  accept ws-pc-today from date yyyymmdd end-accept
  display "From Date (blank=month start):[        ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-pc-from-date
  accept ws-pc-from-date at line 06 col 35 with foreground-color 6 end-accept
  if ws-pc-from-date = zero
    move ws-pc-today to ws-pc-from-date
    move "01" to ws-pc-from-date(7:2)
  end-if
  display "To Date (blank=today):        [        ]" at line 07 col 04 foreground-color 2 end-display
  move zero to ws-pc-to-date
  accept ws-pc-to-date at line 07 col 35 with foreground-color 6 end-accept
  if ws-pc-to-date = zero
    move ws-pc-today to ws-pc-to-date
  end-if

  perform read-petty-float
  move ws-pc-opening-balance to ws-pc-running-balance
  move low-values to pcv-number
  start petty-cash-file key not less than pcv-number
    invalid key
      move "10" to petty-cash-file-status
  end-start
  perform bring-forward-one-entry
    until petty-cash-file-status not = zero

  move zero to ws-pc-tot-net ws-pc-tot-tax ws-pc-tot-out ws-pc-tot-in
  move zero to ws-pc-voucher-count
  open output pcbook-file
  move spaces to pcbook-record
  string "Petty Cash Book from " delimited by size
    ws-pc-from-date delimited by size
    " to " delimited by size
    ws-pc-to-date delimited by size
    into pcbook-record
  end-string
  write pcbook-record
  move spaces to pcbook-record
  write pcbook-record
  move "Date     Number   T Payee                    Account    Centre Tax         Net         Tax    Paid Out    Received     Balance"
    to pcbook-record
  write pcbook-record
  move ws-pc-running-balance to ws-pc-amount-display
  move spaces to pcbook-record
  move "Balance brought forward" to pcbook-record(21:24)
  move ws-pc-amount-display to pcbook-record(116:11)
  write pcbook-record

  move low-values to pcv-number
  start petty-cash-file key not less than pcv-number
    invalid key
      move "10" to petty-cash-file-status
  end-start
  perform print-one-book-entry
    until petty-cash-file-status not = zero

  move spaces to pcbook-record
  write pcbook-record
  move ws-pc-voucher-count to ws-pc-count-display
  move ws-pc-tot-net to ws-pc-amount-display
  move ws-pc-tot-tax to ws-pc-amount-display-2
  move ws-pc-tot-out to ws-pc-amount-display-3
  move spaces to pcbook-record
  move "Totals" to pcbook-record(1:6)
  string ws-pc-count-display delimited by size
    " vouchers" delimited by size
    into pcbook-record(21:24)
  end-string
  move ws-pc-amount-display to pcbook-record(68:11)
  move ws-pc-amount-display-2 to pcbook-record(80:11)
  move ws-pc-amount-display-3 to pcbook-record(92:11)
  move ws-pc-tot-in to ws-pc-amount-display
  move ws-pc-amount-display to pcbook-record(104:11)
  write pcbook-record
  move ws-pc-running-balance to ws-pc-amount-display
  move spaces to pcbook-record
  move "Balance carried forward" to pcbook-record(21:24)
  move ws-pc-amount-display to pcbook-record(116:11)
  write pcbook-record
  close pcbook-file

  move "PCBOOK" to print-route-file-name
  perform route-report-to-printer
  display "Petty cash book routed to spool " system-print-spool-name
    at line 09 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
bring-forward-one-entry.
  read petty-cash-file next record
    at end
      move "10" to petty-cash-file-status
      exit paragraph
  end-read
  if pcv-date not < ws-pc-from-date
    exit paragraph
  end-if
  evaluate true
    when pcv-is-voucher
      subtract pcv-gross-amount from ws-pc-running-balance
    when pcv-is-topup
      add pcv-gross-amount to ws-pc-running-balance
  end-evaluate
  .
print-one-book-entry.
  read petty-cash-file next record
    at end
      move "10" to petty-cash-file-status
      exit paragraph
  end-read
  if pcv-date < ws-pc-from-date
     or pcv-date > ws-pc-to-date
    exit paragraph
  end-if
  move spaces to pcbook-record
  evaluate true
    when pcv-is-voucher
      subtract pcv-gross-amount from ws-pc-running-balance
      add 1 to ws-pc-voucher-count
      add pcv-net-amount to ws-pc-tot-net
      add pcv-tax-amount to ws-pc-tot-tax
      add pcv-gross-amount to ws-pc-tot-out
      move pcv-net-amount to ws-pc-amount-display
      move pcv-tax-amount to ws-pc-amount-display-2
      move pcv-gross-amount to ws-pc-amount-display-3
      string pcv-date delimited by size
        " " delimited by size
        pcv-number delimited by size
        " V " delimited by size
        pcv-payee(1:24) delimited by size
        " " delimited by size
        pcv-expense-account delimited by size
        " " delimited by size
        pcv-cost-centre delimited by size
        " " delimited by size
        pcv-tax-code delimited by size
        " " delimited by size
        ws-pc-amount-display delimited by size
        " " delimited by size
        ws-pc-amount-display-2 delimited by size
        " " delimited by size
        ws-pc-amount-display-3 delimited by size
        into pcbook-record
      end-string
    when pcv-is-topup
      add pcv-gross-amount to ws-pc-running-balance
      add pcv-gross-amount to ws-pc-tot-in
      move pcv-gross-amount to ws-pc-amount-display
      string pcv-date delimited by size
        " " delimited by size
        pcv-number delimited by size
        " T " delimited by size
        pcv-payee(1:24) delimited by size
        " " delimited by size
        pcv-expense-account delimited by size
        " " delimited by size
        pcv-bank-account delimited by size
        into pcbook-record
      end-string
      move ws-pc-amount-display to pcbook-record(104:11)
    when pcv-is-count
      move pcv-gross-amount to ws-pc-amount-display
      move pcv-count-difference to ws-pc-amount-display-2
      evaluate true
        when pcv-count-difference < zero
          move "** SHORT" to ws-pc-flag
        when pcv-count-difference > zero
          move "** OVER" to ws-pc-flag
        when other
          move "agrees" to ws-pc-flag
      end-evaluate
      string pcv-date delimited by size
        " " delimited by size
        pcv-number delimited by size
        " C Count-up - counted " delimited by size
        ws-pc-amount-display delimited by size
        " difference " delimited by size
        ws-pc-amount-display-2 delimited by size
        " " delimited by size
        ws-pc-flag delimited by size
        into pcbook-record
      end-string
      write pcbook-record
      exit paragraph
  end-evaluate
  move ws-pc-running-balance to ws-pc-amount-display
  move ws-pc-amount-display to pcbook-record(116:11)
  write pcbook-record
  .
copy "period-check-pd.cpy".
copy "glrule-pd.cpy".
copy "print-route-pd.cpy".
copy "numctl-pd.cpy".
copy "reclock-pd.cpy".
copy "bankacct-pd.cpy".
end program pc010.
