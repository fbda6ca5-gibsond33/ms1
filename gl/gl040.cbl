      >> source format is free
program-id. gl040.
*> Group consolidation.  Called from the General Ledger menu for
*> the period handed over on the one-line CONSOLPARM file.  Each company listed on CONSOLGRP
*> has its chart and period balances read from its own ledger
*> directory and added into one group chart by account code.
*> Accounts flagged intercompany with another company in the run are
*> eliminated and listed on the elimination schedule; every pair of
*> companies whose intercompany balances do not net to nil is
*> reported as an exception, and only then are the consolidated
*> trial balance, profit and loss and balance sheet printed, all on
*> the one CONSOLTB report.
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
  .
environment division.configuration section.
source-computer. Linux.
object-computer. Linux.
input-output section.
file-control.
  select gl-account-file assign to ws-cons-account-name
    organization is indexed
    access mode is dynamic
    record key is account-code
    file status is gl-account-file-status
    .
  select gl-period-balance-file assign to ws-cons-perbal-name
    organization is indexed
    access mode is dynamic
    record key is perbal-key
    file status is gl-period-balance-file-status
    .
  select consolgrp-file assign to "CONSOLGRP"
    organization is line sequential
    access mode is sequential
    file status is consolgrp-file-status
    .
  select consolparm-file assign to "CONSOLPARM"
    organization is line sequential
    access mode is sequential
    file status is consolparm-file-status
    .
  select consoltb-file assign to "CONSOLTB"
    organization is line sequential
    access mode is sequential
    file status is consoltb-file-status
    .
copy "system-sel.cpy".
data division.
file section.
copy "gl010.cpy".
copy "glperbal.cpy".
copy "consolgrp.cpy".
copy "system-fd.cpy".
fd  consoltb-file.
01  consoltb-record             pic x(120).
working-storage section.
01  program-name              pic x(15) value "gl040".

01  gl-account-file-status    pic xx.
01  gl-period-balance-file-status pic xx.
01  consolgrp-file-status     pic xx.
01  consolparm-file-status    pic xx.
01  consoltb-file-status      pic xx.
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "print-route-ws.cpy".
copy "company-ws.cpy".

01  ws-cons-account-name      pic x(60).
01  ws-cons-perbal-name       pic x(60).
01  ws-cons-year              pic 9(04).
01  ws-cons-month             pic 9(02).

*> the companies in this run, as listed on CONSOLGRP
01  ws-co-table.
  05  ws-co-entry             occurs 10 times indexed by ws-co-idx.
    10  ws-co-number          pic 999.
    10  ws-co-path            pic x(40).
    10  ws-co-account-count   pic 9(05).
    10  ws-co-loaded          pic x.
01  ws-co-count               pic 9(02).
01  ws-co-lookup              pic 999.
01  ws-co-search              pic 9(02).
01  ws-co-found-switch        pic x.
  88  co-entry-found          value "Y".
  88  co-entry-not-found      value "N".
01  ws-co-missing-count       pic 9(02).

*> the group chart, kept in account code order; debit positive
01  ws-ca-table.
  05  ws-ca-entry             occurs 500 times indexed by ws-ca-idx.
    10  ws-ca-code            pic x(10).
    10  ws-ca-name            pic x(32).
    10  ws-ca-type            pic x.
    10  ws-ca-cume            pic s9(13)v99.
    10  ws-ca-this            pic s9(13)v99.
    10  ws-ca-ytd             pic s9(13)v99.
    10  ws-ca-elim-cume       pic s9(13)v99.
    10  ws-ca-elim-this       pic s9(13)v99.
    10  ws-ca-elim-ytd        pic s9(13)v99.
01  ws-ca-count               pic 9(03).
01  ws-ca-shift               pic 9(03).
01  ws-ca-found-switch        pic x.
  88  ca-entry-found          value "Y".
  88  ca-entry-not-found      value "N".
01  ws-ca-overflow-count      pic 9(05).

*> one entry per pair of group companies trading with each other,
*> low company number first; a clean pair nets to nil
01  ws-pair-table.
  05  ws-pair-entry           occurs 45 times indexed by ws-pair-idx.
    10  ws-pair-co-low        pic 999.
    10  ws-pair-co-high       pic 999.
    10  ws-pair-net           pic s9(13)v99.
    10  ws-pair-account-count pic 9(04).
01  ws-pair-count             pic 9(02).
01  ws-pair-low               pic 999.
01  ws-pair-high              pic 999.
01  ws-pair-found-switch      pic x.
  88  pair-entry-found        value "Y".
  88  pair-entry-not-found    value "N".
01  ws-exception-count        pic 9(03).

*> one company account's figures for the period
01  ws-acct-cume              pic s9(13)v99.
01  ws-acct-this              pic s9(13)v99.
01  ws-acct-ytd               pic s9(13)v99.
01  ws-acct-movement          pic s9(13)v99.

01  ws-tb-combined            pic s9(13)v99.
01  ws-tb-net                 pic s9(13)v99.
01  ws-tb-debit-total         pic s9(13)v99.
01  ws-tb-credit-total        pic s9(13)v99.
01  ws-tb-debit               pic s9(13)v99.
01  ws-tb-credit              pic s9(13)v99.
01  ws-pl-section-type        pic x.
01  ws-pl-this                pic s9(13)v99.
01  ws-pl-ytd                 pic s9(13)v99.
01  ws-pl-income-this         pic s9(13)v99.
01  ws-pl-income-ytd          pic s9(13)v99.
01  ws-pl-expense-this        pic s9(13)v99.
01  ws-pl-expense-ytd         pic s9(13)v99.
01  ws-bs-section-total       pic s9(13)v99.
01  ws-bs-assets              pic s9(13)v99.
01  ws-bs-liabilities         pic s9(13)v99.
01  ws-bs-capital             pic s9(13)v99.
01  ws-bs-retained            pic s9(13)v99.
01  ws-bs-difference          pic s9(13)v99.
01  ws-print-label            pic x(44).

01  ws-amount-display         pic s9(13)v99 sign leading separate.
01  ws-amount-display-2       pic s9(13)v99 sign leading separate.
01  ws-amount-display-3       pic s9(13)v99 sign leading separate.
01  ws-amount-display-4       pic s9(13)v99 sign leading separate.
01  ws-count-display          pic z(04)9.

linkage section.
01  ws-passed-company-record-number pic 999.

procedure division using ws-passed-company-record-number.
program-begin.
  move ws-passed-company-record-number to current-company-record-number
  perform opening-procedure
  perform run-consolidation
  perform closing-procedure
  .
program-end.
  goback
  .
opening-procedure.
  perform get-print-spool-name
  move zero to ws-cons-year ws-cons-month
  open input consolparm-file
  if consolparm-file-status = zero
    read consolparm-file
      at end
        continue
      not at end
        move cparm-year to ws-cons-year
        move cparm-month to ws-cons-month
    end-read
    close consolparm-file
    open output consolparm-file
    close consolparm-file
  end-if
  .
closing-procedure.
  display "Consolidation complete: " ws-co-count " companies, "
    ws-exception-count " intercompany exceptions" end-display
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

run-consolidation.
  move zero to ws-co-count ws-co-missing-count
  move zero to ws-ca-count ws-ca-overflow-count
  move zero to ws-pair-count ws-exception-count
  initialize ws-co-table
  initialize ws-ca-table
  initialize ws-pair-table

  open output consoltb-file
  move spaces to consoltb-record
  string "Group Consolidation - period " delimited by size
    ws-cons-year delimited by size
    "/" delimited by size
    ws-cons-month delimited by size
    into consoltb-record
  end-string
  write consoltb-record

  if ws-cons-year = zero or ws-cons-month < 1 or ws-cons-month > 12
    move "*** No consolidation period on CONSOLPARM - nothing consolidated" to consoltb-record
    write consoltb-record
    perform finish-consolidation-report
    exit paragraph
  end-if

  open input consolgrp-file
  if consolgrp-file-status = zero
    perform load-one-group-company
      until consolgrp-file-status not = zero
    close consolgrp-file
  end-if
  if ws-co-count = zero
    move "*** No group companies on CONSOLGRP - nothing consolidated" to consoltb-record
    write consoltb-record
    perform finish-consolidation-report
    exit paragraph
  end-if

  move spaces to consoltb-record
  write consoltb-record
  move "ELIMINATION SCHEDULE" to consoltb-record
  write consoltb-record
  move "Company  Account     Name                             With           Balance   Period Movement" to consoltb-record
  write consoltb-record
  set ws-co-idx to 1
  perform consolidate-one-company
    until ws-co-idx > ws-co-count

  perform print-intercompany-exceptions
  perform print-consolidated-trial-balance
  perform print-consolidated-profit-loss
  perform print-consolidated-balance-sheet
  perform finish-consolidation-report
  .
finish-consolidation-report.
  close consoltb-file
  move "CONSOLTB" to print-route-file-name
  perform route-report-to-printer
  .
load-one-group-company.
  read consolgrp-file
    at end
      move "10" to consolgrp-file-status
      exit paragraph
  end-read
  if cgrp-company-number = zero or ws-co-count not < 10
    exit paragraph
  end-if
  add 1 to ws-co-count
  set ws-co-idx to ws-co-count
  move cgrp-company-number to ws-co-number(ws-co-idx)
  move cgrp-data-path to ws-co-path(ws-co-idx)
  move zero to ws-co-account-count(ws-co-idx)
  move "N" to ws-co-loaded(ws-co-idx)
  .

*>-----------------------------------------------
*> One company: its own chart and period balances, opened from its
*> ledger directory, rolled to the period and added into the group
*> chart.  An intercompany balance with another company in the run
*> is eliminated and goes on the schedule and the pair's net.
*>-----------------------------------------------
consolidate-one-company.
  move spaces to ws-cons-account-name ws-cons-perbal-name
  if ws-co-path(ws-co-idx) = spaces
    move "GLACCOUNT" to ws-cons-account-name
    move "GLPERBAL" to ws-cons-perbal-name
  else
    string ws-co-path(ws-co-idx) delimited by space
      "/GLACCOUNT" delimited by size
      into ws-cons-account-name
    end-string
    string ws-co-path(ws-co-idx) delimited by space
      "/GLPERBAL" delimited by size
      into ws-cons-perbal-name
    end-string
  end-if

  open input gl-account-file
  if gl-account-file-status not = zero
    add 1 to ws-co-missing-count
    move spaces to consoltb-record
    string "*** Company " delimited by size
      ws-co-number(ws-co-idx) delimited by size
      " - no chart of accounts at " delimited by size
      ws-cons-account-name delimited by size
      into consoltb-record
    end-string
    write consoltb-record
    set ws-co-idx up by 1
    exit paragraph
  end-if
  open input gl-period-balance-file
  if gl-period-balance-file-status not = zero
    move spaces to consoltb-record
    string "*** Company " delimited by size
      ws-co-number(ws-co-idx) delimited by size
      " - no period balances at " delimited by size
      ws-cons-perbal-name delimited by size
      into consoltb-record
    end-string
    write consoltb-record
    close gl-account-file
    add 1 to ws-co-missing-count
    set ws-co-idx up by 1
    exit paragraph
  end-if

  move "Y" to ws-co-loaded(ws-co-idx)
  move low-values to account-code
  start gl-account-file key not less than account-code
    invalid key
      move "10" to gl-account-file-status
  end-start
  perform consolidate-one-account
    until gl-account-file-status not = zero
  close gl-account-file
  close gl-period-balance-file
  set ws-co-idx up by 1
  .
consolidate-one-account.
  read gl-account-file next record
    at end
      move "10" to gl-account-file-status
      exit paragraph
  end-read
  add 1 to ws-co-account-count(ws-co-idx)
  perform roll-company-account-figures
  if ws-acct-cume = zero and ws-acct-ytd = zero
    exit paragraph
  end-if

  perform find-or-insert-group-account
  if ca-entry-not-found
    add 1 to ws-ca-overflow-count
    exit paragraph
  end-if
  add ws-acct-cume to ws-ca-cume(ws-ca-idx)
  add ws-acct-this to ws-ca-this(ws-ca-idx)
  add ws-acct-ytd to ws-ca-ytd(ws-ca-idx)

  if account-interco-company = zero
     or account-interco-company = ws-co-number(ws-co-idx)
    exit paragraph
  end-if
  move account-interco-company to ws-co-lookup
  perform find-group-company
  if co-entry-not-found
    move ws-acct-cume to ws-amount-display
    move spaces to consoltb-record
    string ws-co-number(ws-co-idx) delimited by size
      "      " delimited by size
      account-code delimited by size
      "  " delimited by size
      account-name delimited by size
      " " delimited by size
      account-interco-company delimited by size
      " " delimited by size
      ws-amount-display delimited by size
      "  not in this run - left in" delimited by size
      into consoltb-record
    end-string
    write consoltb-record
    exit paragraph
  end-if

  add ws-acct-cume to ws-ca-elim-cume(ws-ca-idx)
  add ws-acct-this to ws-ca-elim-this(ws-ca-idx)
  add ws-acct-ytd to ws-ca-elim-ytd(ws-ca-idx)
  perform add-to-intercompany-pair

  move ws-acct-cume to ws-amount-display
  move ws-acct-this to ws-amount-display-2
  move spaces to consoltb-record
  string ws-co-number(ws-co-idx) delimited by size
    "      " delimited by size
    account-code delimited by size
    "  " delimited by size
    account-name delimited by size
    " " delimited by size
    account-interco-company delimited by size
    " " delimited by size
    ws-amount-display delimited by size
    " " delimited by size
    ws-amount-display-2 delimited by size
    into consoltb-record
  end-string
  write consoltb-record
  .
*> the same rolls the single-company reports make: cumulative to
*> the period end, the period itself, and the calendar year to date
roll-company-account-figures.
  move zero to ws-acct-cume ws-acct-this ws-acct-ytd
  move account-code to perbal-account-code
  move zero to perbal-year
  move zero to perbal-month
  start gl-period-balance-file key not less than perbal-key
    invalid key
      exit paragraph
  end-start
  perform roll-one-company-period
    until gl-period-balance-file-status not = zero
       or perbal-account-code not = account-code
  move zero to gl-period-balance-file-status
  .
roll-one-company-period.
  read gl-period-balance-file next record
    at end
      move "10" to gl-period-balance-file-status
      exit paragraph
  end-read
  if perbal-account-code not = account-code
    exit paragraph
  end-if
  compute ws-acct-movement = perbal-debits - perbal-credits
  if perbal-year < ws-cons-year
     or (perbal-year = ws-cons-year and perbal-month <= ws-cons-month)
    add ws-acct-movement to ws-acct-cume
  end-if
  if perbal-year = ws-cons-year and perbal-month <= ws-cons-month
    add ws-acct-movement to ws-acct-ytd
  end-if
  if perbal-year = ws-cons-year and perbal-month = ws-cons-month
    add ws-acct-movement to ws-acct-this
  end-if
  .
*>-----------------------------------------------
*> The group chart is kept in account code order as it is built,
*> so the consolidated reports print in chart order whichever
*> company an account was first met in.
*>-----------------------------------------------
find-or-insert-group-account.
  set ca-entry-not-found to true
  set ws-ca-idx to 1
  perform search-one-group-account
    until ca-entry-found
       or ws-ca-idx > ws-ca-count
       or ws-ca-code(ws-ca-idx) > account-code
  if ca-entry-found
    exit paragraph
  end-if
  if ws-ca-count not < 500
    exit paragraph
  end-if
  move ws-ca-count to ws-ca-shift
  perform shift-one-group-account
    until ws-ca-shift < ws-ca-idx
  add 1 to ws-ca-count
  initialize ws-ca-entry(ws-ca-idx)
  move account-code to ws-ca-code(ws-ca-idx)
  move account-name to ws-ca-name(ws-ca-idx)
  move account-type to ws-ca-type(ws-ca-idx)
  set ca-entry-found to true
  .
search-one-group-account.
  if ws-ca-code(ws-ca-idx) = account-code
    set ca-entry-found to true
  else
    set ws-ca-idx up by 1
  end-if
  .
shift-one-group-account.
  move ws-ca-entry(ws-ca-shift) to ws-ca-entry(ws-ca-shift + 1)
  subtract 1 from ws-ca-shift
  .
find-group-company.
  set co-entry-not-found to true
  move 1 to ws-co-search
  perform search-one-group-company
    until co-entry-found or ws-co-search > ws-co-count
  .
search-one-group-company.
  if ws-co-number(ws-co-search) = ws-co-lookup
    set co-entry-found to true
  else
    add 1 to ws-co-search
  end-if
  .
add-to-intercompany-pair.
  if ws-co-number(ws-co-idx) < account-interco-company
    move ws-co-number(ws-co-idx) to ws-pair-low
    move account-interco-company to ws-pair-high
  else
    move account-interco-company to ws-pair-low
    move ws-co-number(ws-co-idx) to ws-pair-high
  end-if
  set pair-entry-not-found to true
  set ws-pair-idx to 1
  perform search-one-intercompany-pair
    until pair-entry-found or ws-pair-idx > ws-pair-count
  if pair-entry-not-found
    if ws-pair-count not < 45
      exit paragraph
    end-if
    add 1 to ws-pair-count
    set ws-pair-idx to ws-pair-count
    move ws-pair-low to ws-pair-co-low(ws-pair-idx)
    move ws-pair-high to ws-pair-co-high(ws-pair-idx)
    move zero to ws-pair-net(ws-pair-idx)
    move zero to ws-pair-account-count(ws-pair-idx)
  end-if
  add ws-acct-cume to ws-pair-net(ws-pair-idx)
  add 1 to ws-pair-account-count(ws-pair-idx)
  .
search-one-intercompany-pair.
  if ws-pair-co-low(ws-pair-idx) = ws-pair-low
     and ws-pair-co-high(ws-pair-idx) = ws-pair-high
    set pair-entry-found to true
  else
    set ws-pair-idx up by 1
  end-if
  .

*>-----------------------------------------------
*> Exceptions come before any consolidated figure: a pair that
*> does not net to nil means one side has booked something the
*> other has not, and the group figures carry the difference.
*>-----------------------------------------------
print-intercompany-exceptions.
  move spaces to consoltb-record
  write consoltb-record
  move "INTERCOMPANY EXCEPTIONS" to consoltb-record
  write consoltb-record
  set ws-pair-idx to 1
  perform check-one-intercompany-pair
    until ws-pair-idx > ws-pair-count
  if ws-exception-count = zero
    move "  Every intercompany pair nets to nil" to consoltb-record
    write consoltb-record
  end-if
  if ws-co-missing-count not = zero
    move ws-co-missing-count to ws-count-display
    move spaces to consoltb-record
    string "*** " delimited by size
      ws-count-display delimited by size
      " group companies could not be read - the group figures leave them out" delimited by size
      into consoltb-record
    end-string
    write consoltb-record
  end-if
  if ws-ca-overflow-count not = zero
    move ws-ca-overflow-count to ws-count-display
    move spaces to consoltb-record
    string "*** group chart full - " delimited by size
      ws-count-display delimited by size
      " company accounts left out" delimited by size
      into consoltb-record
    end-string
    write consoltb-record
  end-if
  .
check-one-intercompany-pair.
  if ws-pair-net(ws-pair-idx) not = zero
    add 1 to ws-exception-count
    move ws-pair-net(ws-pair-idx) to ws-amount-display
    move spaces to consoltb-record
    string "*** Companies " delimited by size
      ws-pair-co-low(ws-pair-idx) delimited by size
      " and " delimited by size
      ws-pair-co-high(ws-pair-idx) delimited by size
      " intercompany balances do not agree, difference " delimited by size
      ws-amount-display delimited by size
      into consoltb-record
    end-string
    write consoltb-record
  end-if
  set ws-pair-idx up by 1
  .

*>-----------------------------------------------
*> Consolidated trial balance: each account's combined balance,
*> the eliminations against it, and what the group is left with.
*>-----------------------------------------------
print-consolidated-trial-balance.
  move zero to ws-tb-debit-total ws-tb-credit-total
  move spaces to consoltb-record
  write consoltb-record
  move "CONSOLIDATED TRIAL BALANCE" to consoltb-record
  write consoltb-record
  move "Account     Name                                     Combined       Eliminated            Debit           Credit" to consoltb-record
  write consoltb-record
  set ws-ca-idx to 1
  perform print-one-group-tb-line
    until ws-ca-idx > ws-ca-count
  move ws-tb-debit-total to ws-amount-display
  move ws-tb-credit-total to ws-amount-display-2
  move spaces to consoltb-record
  string "TOTALS                                                                      " delimited by size
    ws-amount-display delimited by size
    " " delimited by size
    ws-amount-display-2 delimited by size
    into consoltb-record
  end-string
  write consoltb-record
  .
print-one-group-tb-line.
  compute ws-tb-net = ws-ca-cume(ws-ca-idx) - ws-ca-elim-cume(ws-ca-idx)
  move zero to ws-tb-debit ws-tb-credit
  if ws-tb-net > zero
    move ws-tb-net to ws-tb-debit
  else
    compute ws-tb-credit = zero - ws-tb-net
  end-if
  add ws-tb-debit to ws-tb-debit-total
  add ws-tb-credit to ws-tb-credit-total
  move ws-ca-cume(ws-ca-idx) to ws-amount-display
  move ws-ca-elim-cume(ws-ca-idx) to ws-amount-display-2
  move ws-tb-debit to ws-amount-display-3
  move ws-tb-credit to ws-amount-display-4
  move spaces to consoltb-record
  string ws-ca-code(ws-ca-idx) delimited by size
    "  " delimited by size
    ws-ca-name(ws-ca-idx) delimited by size
    " " delimited by size
    ws-amount-display delimited by size
    " " delimited by size
    ws-amount-display-2 delimited by size
    " " delimited by size
    ws-amount-display-3 delimited by size
    " " delimited by size
    ws-amount-display-4 delimited by size
    into consoltb-record
  end-string
  write consoltb-record
  set ws-ca-idx up by 1
  .

*>-----------------------------------------------
*> Consolidated profit and loss, after eliminations, income
*> reading credit-positive.
*>-----------------------------------------------
print-consolidated-profit-loss.
  move zero to ws-pl-income-this ws-pl-income-ytd
  move zero to ws-pl-expense-this ws-pl-expense-ytd
  move spaces to consoltb-record
  write consoltb-record
  move "CONSOLIDATED PROFIT AND LOSS                               This Period     Year to Date" to consoltb-record
  write consoltb-record
  move "INCOME" to consoltb-record
  write consoltb-record
  move "I" to ws-pl-section-type
  set ws-ca-idx to 1
  perform print-one-group-pl-line
    until ws-ca-idx > ws-ca-count
  move "  Total income" to ws-print-label
  move ws-pl-income-this to ws-pl-this
  move ws-pl-income-ytd to ws-pl-ytd
  perform write-group-pl-total
  move "EXPENSE" to consoltb-record
  write consoltb-record
  move "E" to ws-pl-section-type
  set ws-ca-idx to 1
  perform print-one-group-pl-line
    until ws-ca-idx > ws-ca-count
  move "  Total expenses" to ws-print-label
  move ws-pl-expense-this to ws-pl-this
  move ws-pl-expense-ytd to ws-pl-ytd
  perform write-group-pl-total
  move "GROUP NET PROFIT" to ws-print-label
  compute ws-pl-this = ws-pl-income-this - ws-pl-expense-this
  compute ws-pl-ytd = ws-pl-income-ytd - ws-pl-expense-ytd
  perform write-group-pl-total
  .
print-one-group-pl-line.
  if ws-ca-type(ws-ca-idx) not = ws-pl-section-type
    set ws-ca-idx up by 1
    exit paragraph
  end-if
  compute ws-pl-this = ws-ca-this(ws-ca-idx) - ws-ca-elim-this(ws-ca-idx)
  compute ws-pl-ytd = ws-ca-ytd(ws-ca-idx) - ws-ca-elim-ytd(ws-ca-idx)
  if ws-pl-section-type = "I"
    compute ws-pl-this = zero - ws-pl-this
    compute ws-pl-ytd = zero - ws-pl-ytd
    add ws-pl-this to ws-pl-income-this
    add ws-pl-ytd to ws-pl-income-ytd
  else
    add ws-pl-this to ws-pl-expense-this
    add ws-pl-ytd to ws-pl-expense-ytd
  end-if
  if ws-pl-this not = zero or ws-pl-ytd not = zero
    move spaces to ws-print-label
    string ws-ca-code(ws-ca-idx) delimited by size
      "  " delimited by size
      ws-ca-name(ws-ca-idx) delimited by size
      into ws-print-label
    end-string
    perform write-group-pl-total
  end-if
  set ws-ca-idx up by 1
  .
write-group-pl-total.
  move ws-pl-this to ws-amount-display
  move ws-pl-ytd to ws-amount-display-2
  move spaces to consoltb-record
  string ws-print-label delimited by size
    "           " delimited by size
    ws-amount-display delimited by size
    " " delimited by size
    ws-amount-display-2 delimited by size
    into consoltb-record
  end-string
  write consoltb-record
  .

*>-----------------------------------------------
*> Consolidated balance sheet at the period end.  Liabilities and
*> capital read credit-positive, and the group's cumulative profit
*> folds in as retained earnings so the sheet balances.
*>-----------------------------------------------
print-consolidated-balance-sheet.
  move zero to ws-bs-assets ws-bs-liabilities ws-bs-capital ws-bs-retained
  move spaces to consoltb-record
  write consoltb-record
  move "CONSOLIDATED BALANCE SHEET                                                 At Period End" to consoltb-record
  write consoltb-record

  move "ASSETS" to consoltb-record
  write consoltb-record
  move "A" to ws-pl-section-type
  move zero to ws-bs-section-total
  set ws-ca-idx to 1
  perform print-one-group-bs-line
    until ws-ca-idx > ws-ca-count
  move ws-bs-section-total to ws-bs-assets
  move "  Total assets" to ws-print-label
  perform write-group-bs-total

  move "LIABILITIES" to consoltb-record
  write consoltb-record
  move "L" to ws-pl-section-type
  move zero to ws-bs-section-total
  set ws-ca-idx to 1
  perform print-one-group-bs-line
    until ws-ca-idx > ws-ca-count
  move ws-bs-section-total to ws-bs-liabilities
  move "  Total liabilities" to ws-print-label
  perform write-group-bs-total

  move "CAPITAL" to consoltb-record
  write consoltb-record
  move "C" to ws-pl-section-type
  move zero to ws-bs-section-total
  set ws-ca-idx to 1
  perform print-one-group-bs-line
    until ws-ca-idx > ws-ca-count
  set ws-ca-idx to 1
  perform add-one-group-retained
    until ws-ca-idx > ws-ca-count
  move ws-bs-retained to ws-bs-section-total
  move "  Retained profit" to ws-print-label
  perform write-group-bs-total
  compute ws-bs-capital = ws-bs-capital + ws-bs-retained
  move ws-bs-capital to ws-bs-section-total
  move "  Total capital" to ws-print-label
  perform write-group-bs-total

  compute ws-bs-difference =
    ws-bs-assets - ws-bs-liabilities - ws-bs-capital
  move ws-bs-difference to ws-bs-section-total
  move "NET ASSETS LESS CAPITAL (should be nil)" to ws-print-label
  perform write-group-bs-total
  .
print-one-group-bs-line.
  if ws-ca-type(ws-ca-idx) not = ws-pl-section-type
    set ws-ca-idx up by 1
    exit paragraph
  end-if
  compute ws-tb-net = ws-ca-cume(ws-ca-idx) - ws-ca-elim-cume(ws-ca-idx)
  if ws-pl-section-type not = "A"
    compute ws-tb-net = zero - ws-tb-net
  end-if
  add ws-tb-net to ws-bs-section-total
  if ws-pl-section-type = "C"
    add ws-tb-net to ws-bs-capital
  end-if
  if ws-tb-net not = zero
    move ws-tb-net to ws-amount-display
    move spaces to consoltb-record
    string ws-ca-code(ws-ca-idx) delimited by size
      "  " delimited by size
      ws-ca-name(ws-ca-idx) delimited by size
      "                            " delimited by size
      ws-amount-display delimited by size
      into consoltb-record
    end-string
    write consoltb-record
  end-if
  set ws-ca-idx up by 1
  .
add-one-group-retained.
  if ws-ca-type(ws-ca-idx) = "I" or ws-ca-type(ws-ca-idx) = "E"
    compute ws-bs-retained = ws-bs-retained
      - (ws-ca-cume(ws-ca-idx) - ws-ca-elim-cume(ws-ca-idx))
  end-if
  set ws-ca-idx up by 1
  .
write-group-bs-total.
  move ws-bs-section-total to ws-amount-display
  move spaces to consoltb-record
  string ws-print-label delimited by size
    "                            " delimited by size
    ws-amount-display delimited by size
    into consoltb-record
  end-string
  write consoltb-record
  .
copy "print-route-pd.cpy".
end program gl040.
