    file status is gl-account-file-status
    .
  copy "glintfc-sel.cpy".
  copy "glrule-sel.cpy".
  select glintwork-file assign to "GLINTWORK"
    organization is line sequential
    access mode is sequential
    access mode is sequential
    file status is balsheet-file-status
    .
  select cashflow-file assign to "GLCASHFLW"
    organization is line sequential
    access mode is sequential
    file status is cashflow-file-status
    .
  select deptpl-file assign to "GLDEPTPL"
    organization is line sequential
    access mode is sequential
    file status is deptpl-file-status
    .
  select gl-budget-file assign to "GLBUDGET"
    organization is indexed
    access mode is dynamic
    access mode is sequential
    file status is gr-file-status
    .
  select gl-template-file assign to "GLJNLTPL"
    organization is indexed
    access mode is dynamic
    record key is tpl-code
    file status is gl-template-file-status
    .
  select tplrun-file assign to "GLTPLRUN"
    organization is line sequential
    access mode is sequential
    file status is tplrun-file-status
    .
  select closeex-file assign to "GLCLOSEX"
    organization is line sequential
    access mode is sequential
    access mode is sequential
    file status is mepackparm-file-status
    .
  select vatretparm-file assign to "VATRETPARM"
    organization is line sequential
    access mode is sequential
    file status is vatretparm-file-status
    .
  select cashfcparm-file assign to "CASHFCPARM"
    organization is line sequential
    access mode is sequential
    file status is cashfcparm-file-status
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
  copy "user-sel.cpy".
  copy "reclock-sel.cpy".
copy "system-sel.cpy".
data division.
file section.
copy "glhist.cpy".
copy "glperbal.cpy".
copy "glbudget.cpy".
copy "gljnltpl.cpy".
copy "glintfc-fd.cpy".
copy "glrule-fd.cpy".
copy "period-fd.cpy".
copy "stktake.cpy".
copy "epos.cpy".
copy "pl010.cpy".
copy "user-fd.cpy".
copy "reclock-fd.cpy".
copy "system-fd.cpy".
fd  eposclose-file.
01  eposclose-record.
  05  eposclose-date          pic 9(08).
  05  eposclose-till-id       pic x(04).
fd  tplrun-file.
01  tplrun-record               pic x(100).
fd  closeex-file.
01  closeex-record              pic x(100).
fd  mepackparm-file.
01  mepackparm-record           pic 9(08).
fd  vatretparm-file.
01  vatretparm-record.
  05  vatretparm-from-date      pic 9(08).
  05  vatretparm-to-date        pic 9(08).
copy "cashfcparm.cpy".
copy "consolgrp.cpy".
fd  glintwork-file.
01  glintwork-record            pic x(100).
fd  glregister-file.
01  profitloss-record           pic x(110).
fd  balsheet-file.
01  balsheet-record             pic x(110).
fd  cashflow-file.
01  cashflow-record             pic x(110).
fd  deptpl-file.
01  deptpl-record               pic x(120).
fd  budgetvar-file.
01  budgetvar-record            pic x(120).
working-storage section.

01  gl-account-file-status    pic xx.
01  gl-file-status            pic xx.
01  gl-rule-file-status       pic xx.
01  gl-template-file-status   pic xx.
01  tplrun-file-status        pic xx.
01  gl-history-file-status    pic xx.
01  gl-period-balance-file-status pic xx.
01  stock-take-file-status    pic xx.
01  closeex-file-status       pic xx.
01  mepackparm-file-status    pic xx.
01  ws-mepack-asof            pic 9(08).
01  vatretparm-file-status    pic xx.
01  ws-vat-from-date          pic 9(08).
01  ws-vat-to-date            pic 9(08).
01  cashfcparm-file-status    pic xx.
01  ws-cfc-start-date         pic 9(08).
01  ws-cfc-overdraft-limit    pic 9(09)v99.
01  ws-cfc-limit-display      pic z(08)9.99.
01  consolgrp-file-status     pic xx.
01  consolparm-file-status    pic xx.
*> group members as keyed on the consolidation screen
01  ws-grp-table.
  05  ws-grp-entry            occurs 10 times.
    10  ws-grp-company        pic 999.
    10  ws-grp-path           pic x(40).
01  ws-grp-idx                pic 9(02).
01  ws-grp-count              pic 9(02).
01  ws-grp-co-buf             pic x(03).
01  ws-grp-path-buf           pic x(40).
01  ws-cons-year              pic 9(04).
01  ws-cons-month             pic 9(02).
01  user-file-status          pic xx.
01  profitloss-file-status    pic xx.
01  cashflow-file-status      pic xx.
01  deptpl-file-status        pic xx.
01  balsheet-file-status      pic xx.
01  gl-budget-file-status     pic xx.
01  budgetvar-file-status     pic xx.
01  trialbal-file-status      pic xx.
01  period-file-status        pic xx.
copy "period-ws.cpy".
01  record-lock-file-status  pic xx.
01  lock-log-file-status     pic xx.
copy "reclock-ws.cpy".
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "print-route-ws.cpy".
copy "company-ws.cpy".

01  gl-choice                 pic x.
  88  gl-choice-is-valid      values "A" "C" "I" "E" "J" "T" "P" "H" "L" "B" "U" "V" "G" "R" "M" "N" "Q" "W" "D" "K" "S" "F" "Y" "X".

*> Budget maintenance and variance working fields
01  ws-bud-account            pic x(10).
01  ws-bud-from-year          pic 9(04).
01  ws-bud-to-year            pic 9(04).
01  ws-bud-copied-count       pic 9(05).
01  ws-bud-account-save-key   pic x(22).
01  ws-bud-cost-centre        pic x(06).
01  ws-bud-month-table.
  05  ws-bud-month-amount     occurs 12 times pic s9(11)v99.
01  ws-bud-annual-total       pic s9(11)v99.
01  ws-bs-capital-last        pic s9(11)v99.
01  ws-bs-retained-this       pic s9(11)v99.
01  ws-bs-retained-last       pic s9(11)v99.
*> cash-flow statement lines, cash effect this period and YTD:
*> 1 debtors, 2 stock, 3 creditors, 4 customer deposits, 5 tax,
*> 6 other operating, 7 fixed assets, 8 loans, 9 capital, and
*> 10 the cash and bank accounts' own change
01  ws-cf-figures.
  05  ws-cf-line              occurs 10 times indexed by ws-cf-idx.
    10  ws-cf-this            pic s9(11)v99.
    10  ws-cf-ytd             pic s9(11)v99.
01  ws-cf-slot                pic 9(02).
01  ws-cf-profit-this         pic s9(11)v99.
01  ws-cf-profit-ytd          pic s9(11)v99.
01  ws-cf-total-this          pic s9(11)v99.
01  ws-cf-total-ytd           pic s9(11)v99.
01  ws-cf-print-this          pic s9(11)v99.
01  ws-cf-print-ytd           pic s9(11)v99.
01  ws-cf-label               pic x(44).

*> Departmental P&L working fields.  Income and expense movements
*> off GLHIST are totalled per cost centre - an uncoded posting
*> (spaces) reports as the GENERAL centre - and printed six columns
*> to a block with the company total as the last column.  The
*> single-centre print totals per account instead, for the budget
*> comparison.
01  ws-dpl-centre-input       pic x(07).
01  ws-dpl-one-centre         pic x(06).
01  ws-dpl-mode-switch        pic x.
  88  dpl-all-centres         value "A".
  88  dpl-one-centre          value "O".
01  ws-dpl-hist-date          pic 9(08).
01  filler redefines ws-dpl-hist-date.
  05  ws-dpl-hist-year        pic 9(04).
  05  ws-dpl-hist-month       pic 9(02).
  05  ws-dpl-hist-day         pic 9(02).
01  ws-dpl-movement           pic s9(11)v99.
01  ws-dpl-centre-table.
  05  ws-dpl-centre-entry     occurs 30 times indexed by ws-dpl-idx.
    10  ws-dpl-centre-code    pic x(06).
    10  ws-dpl-income-this    pic s9(11)v99.
    10  ws-dpl-expense-this   pic s9(11)v99.
    10  ws-dpl-income-ytd     pic s9(11)v99.
    10  ws-dpl-expense-ytd    pic s9(11)v99.
01  ws-dpl-centre-count       pic 9(02).
01  ws-dpl-centre-lookup      pic x(06).
01  ws-dpl-found-switch       pic x.
  88  dpl-entry-found         value "Y".
  88  dpl-entry-not-found     value "N".
01  ws-dpl-overflow-count     pic 9(05).
01  ws-dpl-count-display      pic z(04)9.
01  ws-dpl-total-income-this  pic s9(11)v99.
01  ws-dpl-total-expense-this pic s9(11)v99.
01  ws-dpl-total-income-ytd   pic s9(11)v99.
01  ws-dpl-total-expense-ytd  pic s9(11)v99.
01  ws-dpl-column-count       pic 9(02).
01  ws-dpl-block-start        pic 9(02).
01  ws-dpl-block-end          pic 9(02).
01  ws-dpl-column             pic 9(02).
01  ws-dpl-column-pos         pic 9(03).
01  ws-dpl-row-type           pic 9.
01  ws-dpl-row-label          pic x(22).
01  ws-dpl-cell-value         pic s9(11)v99.
01  ws-dpl-cell-display       pic s9(11)v99 sign leading separate.
01  ws-dpl-heading-cell       pic x(14).
01  ws-dpl-account-table.
  05  ws-dpl-account-entry    occurs 300 times indexed by ws-dpl-acct-idx.
    10  ws-dpl-account-code   pic x(10).
    10  ws-dpl-account-this   pic s9(11)v99.
    10  ws-dpl-account-ytd    pic s9(11)v99.
01  ws-dpl-account-count      pic 9(03).
01  ws-dpl-account-lookup     pic x(10).
01  ws-dpl-budget-month       pic 9(02).
01  ws-dpl-income-budget-this pic s9(11)v99.
01  ws-dpl-income-budget-ytd  pic s9(11)v99.
01  ws-dpl-expense-budget-this pic s9(11)v99.
01  ws-dpl-expense-budget-ytd pic s9(11)v99.
01  ws-rpt-section-type       pic x.
01  ws-perbal-post-date       pic 9(08).
01  filler redefines ws-perbal-post-date.
  88  jnl-more-lines          value "N".
  88  jnl-no-more-lines       value "Y".

*> Journal template working fields.  Generation stamps each batch
*> with the template code as its source module, so every template
*> proves and posts as its own batch and the register names it.
01  ws-tpl-code               pic x(06).
01  ws-tpl-desc-save          pic x(30).
01  ws-tpl-type-input         pic x.
01  ws-tpl-period-buf         pic x(06).
01  ws-tpl-rekey              pic x.
01  ws-tpl-idx                pic 9(02).
01  ws-tpl-debit-total        pic 9(11)v99.
01  ws-tpl-credit-total       pic 9(11)v99.
01  ws-tpl-lines-done         pic x.
  88  tpl-more-lines          value "N".
  88  tpl-no-more-lines       value "Y".
01  ws-tpl-lines-switch       pic x.
  88  tpl-lines-are-valid     value "Y".
  88  tpl-lines-are-invalid   value "N".
01  ws-gen-period             pic 9(06).
01  filler redefines ws-gen-period.
  05  ws-gen-year             pic 9(04).
  05  ws-gen-month            pic 9(02).
01  ws-gen-next-period        pic 9(06).
01  filler redefines ws-gen-next-period.
  05  ws-gen-next-year        pic 9(04).
  05  ws-gen-next-month       pic 9(02).
01  ws-gen-post-date          pic 9(08).
01  ws-gen-reverse-date       pic 9(08).
01  ws-gen-tries              pic 9(02).
01  ws-gen-source             pic x(10).
01  ws-gen-status             pic x(40).
01  ws-gen-generated-count    pic 9(05).
01  ws-gen-refused-count      pic 9(05).
01  ws-gen-held-count         pic 9(05).
01  ws-gen-reversal-switch    pic x.
  88  gen-posting-reversal    value "Y".
  88  gen-posting-original    value "N".
*> templates already generated for the period, off the GL interface
*> and the posting history
01  ws-gen-done-count         pic 9(04).
01  ws-gen-done-table.
  05  ws-gen-done-code        pic x(06) occurs 500 times.
01  ws-gen-done-idx           pic 9(04).
01  ws-gen-done-lookup        pic x(06).
01  ws-gen-done-switch        pic x.
  88  gen-already-done        value "Y".
  88  gen-not-done            value "N".

*> Posting rule maintenance working fields
01  ws-rule-source            pic x(10).
01  ws-rule-type              pic x(10).
01  ws-rule-qualifier         pic x(06).
01  ws-rule-account-input     pic x(10).
01  ws-rule-desc-save         pic x(30).
01  ws-rule-load-answer       pic x.
01  ws-rule-loaded-count      pic 9(03).

01  ws-period-maint-year      pic 9(04).
01  ws-period-maint-month     pic 9(02).
01  ws-period-maint-flag      pic x.
01  ws-input-buf              pic x(13).
01  ws-save-account-name      pic x(32).
01  ws-save-account-type      pic x.
01  ws-save-account-cashflow  pic x.
01  ws-interco-buf            pic x(03).

01  ws-post-debit-total       pic 9(11)v99.
01  ws-post-credit-total      pic 9(11)v99.
      88  ws-batch-is-balanced  value "Y".
      88  ws-batch-out-of-balance value "N".
      88  ws-batch-closed-period value "P".
      88  ws-batch-unknown-account value "A".
    10  ws-batch-account-switch pic x.
      88  ws-batch-accounts-on-chart value "Y".
      88  ws-batch-account-missing value "N".
01  ws-batch-table-count      pic 9(03) value zero.
01  ws-batch-found-switch     pic x.
  88  batch-group-found       value "Y".
    close gl-budget-file
    open i-o gl-budget-file
  end-if
  open i-o gl-rule-file
  if gl-rule-file-status = "35"
    open output gl-rule-file
    close gl-rule-file
    open i-o gl-rule-file
  end-if
  open i-o gl-template-file
  if gl-template-file-status = "35"
    open output gl-template-file
    close gl-template-file
    open i-o gl-template-file
  end-if
  .
closing-procedure.
  close gl-account-file
  close period-file
  close gl-period-balance-file
  close gl-budget-file
  close gl-rule-file
  close gl-template-file
  .
main-process.
  perform display-gl-menu
  display "(U) Maintain Budgets"      at line 08 col 40 foreground-color 2 end-display
  display "(V) Budget vs Actual"      at line 09 col 40 foreground-color 2 end-display
  display "(G) Month-End Pack"        at line 10 col 40 foreground-color 2 end-display
  display "(R) GL Posting Rules"      at line 11 col 40 foreground-color 2 end-display
  display "(M) Journal Templates"     at line 12 col 40 foreground-color 2 end-display
  display "(N) Generate Template Jnls" at line 13 col 40 foreground-color 2 end-display
  display "(Q) VAT Return"            at line 14 col 40 foreground-color 2 end-display
  display "(W) Cash Flow Statement"   at line 15 col 40 foreground-color 2 end-display
  display "(D) Departmental P&L"   at line 14 col 04 foreground-color 2 end-display
  display "(K) Group Consolidation"   at line 16 col 40 foreground-color 2 end-display
  display "(S) Prepayments/Accruals" at line 15 col 04 foreground-color 2 end-display
  display "(F) Cash Flow Forecast" at line 16 col 04 foreground-color 2 end-display
  display "(Y) Year End Close"     at line 12 col 04 foreground-color 2 end-display
  display "(X) Exit"               at line 13 col 04 foreground-color 2 end-display
  .
accept-gl-choice.
  display "Select option :- [ ]" at line 17 col 04 foreground-color 2 end-display
  accept gl-choice at line 17 col 20 with foreground-color 6 end-accept
  move function upper-case(gl-choice) to gl-choice
  if not gl-choice-is-valid
    display "Invalid choice, try again" at line 23 col 02 foreground-color 4 end-display
      perform print-budget-variance
    when "G"
      perform run-month-end-pack
    when "R"
      perform maintain-posting-rules
    when "M"
      perform maintain-journal-templates
    when "N"
      perform generate-template-journals
    when "Q"
      perform run-vat-return
    when "W"
      perform print-cash-flow-statement
    when "D"
      perform print-departmental-pl
    when "K"
      perform run-group-consolidation
    when "S"
      perform run-prepayment-schedules
    when "F"
      perform run-cash-flow-forecast
    when "Y"
      perform run-year-end-close
    when "X"
      display "Account not found" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  perform lock-account-for-change
  if not ws-lock-was-taken
    exit paragraph
  end-if
  perform show-account-fields
  perform accept-account-fields
  perform save-changed-account
  .
*>-----------------------------------------------
*> An account out for change is locked against the other
*> terminals, and only rewritten if nobody - a journal posting, a
*> batch job - has changed it since it was read.
*>-----------------------------------------------
lock-account-for-change.
  move "GLACCOUNT" to ws-lock-file-name
  move account-code to ws-lock-record-key
  perform lock-record-for-change
  if ws-lock-was-taken
    read gl-account-file key is account-code
      invalid key
        continue
    end-read
    move gl-account-record to ws-lock-before-image
  end-if
  .
save-changed-account.
  move "N" to ws-lock-save-switch
  move gl-account-record to ws-lock-after-image
  read gl-account-file key is account-code
    invalid key
      display "Account no longer on file" at line 23 col 02 foreground-color 4 end-display
      accept omitted end-accept
      perform release-record-lock
      exit paragraph
  end-read
  if gl-account-record not = ws-lock-before-image
    display "Account changed elsewhere while you were editing - not saved, please re-key"
      at line 23 col 02 foreground-color 4 end-display
    accept omitted end-accept
  else
    move ws-lock-after-image to gl-account-record
    rewrite gl-account-record
      invalid key
        display "Rewrite failed" at line 23 col 02 foreground-color 4 end-display
      not invalid key
        move "Y" to ws-lock-save-switch
    end-rewrite
  end-if
  perform release-record-lock
  .
inquire-account.
  display "Inquire Account" at line 04 col 30 foreground-color 2 end-display
  display account-type at line 08 col 15 foreground-color 3 end-display
  display "Balance: [              ]" at line 09 col 04 foreground-color 2 end-display
  display account-balance at line 09 col 15 foreground-color 3 end-display
  display "Interco: [   ] (group company number, 0=not intercompany)" at line 12 col 04 foreground-color 2 end-display
  display account-interco-company at line 12 col 15 foreground-color 3 end-display
  if not account-is-income and not account-is-expense
    display "Cash Flow:[ ] (B)ank (D)ebtors c(R)editors (S)tock de(P)osits (T)ax"
      at line 10 col 04 foreground-color 2 end-display
    display "              (F)ixed asset (L)oan capital(K) (O)ther"
      at line 11 col 04 foreground-color 2 end-display
    display account-cashflow-category at line 10 col 15 foreground-color 3 end-display
  end-if
  .
accept-account-fields.
  move account-name to ws-save-account-name
  else
    move function upper-case(account-type) to account-type
  end-if

  display "Interco: [   ] (group company number, 0=not intercompany)" at line 12 col 04 foreground-color 2 end-display
  display account-interco-company at line 12 col 15 foreground-color 3 end-display
  move spaces to ws-interco-buf
  accept ws-interco-buf at line 12 col 15 with foreground-color 6 end-accept
  if ws-interco-buf not = spaces
    move function numval(ws-interco-buf) to account-interco-company
  end-if

  if account-is-income or account-is-expense
    *> profit and loss accounts reach the cash flow through net profit
    move space to account-cashflow-category
    exit paragraph
  end-if
  display "Cash Flow:[ ] (B)ank (D)ebtors c(R)editors (S)tock de(P)osits (T)ax"
    at line 10 col 04 foreground-color 2 end-display
  display "              (F)ixed asset (L)oan capital(K) (O)ther"
    at line 11 col 04 foreground-color 2 end-display
  move account-cashflow-category to ws-save-account-cashflow
  accept account-cashflow-category at line 10 col 15 with foreground-color 6 end-accept
  move function upper-case(account-cashflow-category) to account-cashflow-category
  if account-cashflow-category = space
    move ws-save-account-cashflow to account-cashflow-category
  end-if
  if not account-cf-is-valid
    display "Unknown cash flow heading, left as other" at line 23 col 02 foreground-color 4 end-display
    move "O" to account-cashflow-category
  end-if
  .

*>-----------------------------------------------
  move ws-jnl-account-input to account-code
  read gl-account-file key is account-code
    invalid key
      display "Account not on the chart - add it first, line dropped"
        at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read

  add 1 to ws-jnl-line-count
  add 1 to ws-jnl-idx
  .

*>-----------------------------------------------
*> Journal templates.  The standing monthly entries are keyed once
*> as a template and must prove (debits = credits, every account on
*> the chart) before they are saved.  "*" as the type removes one.
*>-----------------------------------------------
maintain-journal-templates.
  display "Journal Templates" at line 04 col 30 foreground-color 2 end-display
  display "Template Code (blank=done):[      ]" at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-tpl-code
  accept ws-tpl-code at line 06 col 32 with foreground-color 6 end-accept
  move function upper-case(ws-tpl-code) to ws-tpl-code
  if ws-tpl-code = spaces
    exit paragraph
  end-if

  move ws-tpl-code to tpl-code
  read gl-template-file key is tpl-code
    invalid key
      initialize gl-template-record
      move ws-tpl-code to tpl-code
      set tpl-is-recurring to true
  end-read

  display "Description:[                              ]" at line 07 col 04 foreground-color 2 end-display
  display tpl-description at line 07 col 17 foreground-color 3 end-display
  move tpl-description to ws-tpl-desc-save
  accept tpl-description at line 07 col 17 with foreground-color 6 end-accept
  if tpl-description = spaces
    move ws-tpl-desc-save to tpl-description
  end-if

  display "Type (R=Recurring V=Reversing *=Remove):[ ]" at line 08 col 04 foreground-color 2 end-display
  display tpl-type at line 08 col 45 foreground-color 3 end-display
  move space to ws-tpl-type-input
  accept ws-tpl-type-input at line 08 col 45 with foreground-color 6 end-accept
  move function upper-case(ws-tpl-type-input) to ws-tpl-type-input
  if ws-tpl-type-input = "*"
    delete gl-template-file
      invalid key
        display "No such template to remove" at line 23 col 02 foreground-color 4 end-display
        exit paragraph
    end-delete
    display "Template removed" at line 20 col 04 foreground-color 2 end-display
    accept omitted end-accept
    exit paragraph
  end-if
  if ws-tpl-type-input not = space
    move ws-tpl-type-input to tpl-type
  end-if
  if not tpl-is-recurring and not tpl-is-reversing
    display "Type must be R or V, template not saved" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  display "Start Period (CCYYMM):[      ]" at line 09 col 04 foreground-color 2 end-display
  display tpl-start-period at line 09 col 27 foreground-color 3 end-display
  move spaces to ws-tpl-period-buf
  accept ws-tpl-period-buf at line 09 col 27 with foreground-color 6 end-accept
  if ws-tpl-period-buf not = spaces
    move function numval(ws-tpl-period-buf) to tpl-start-period
  end-if
  move tpl-start-period to ws-gen-period
  if ws-gen-year = zero or ws-gen-month < 1 or ws-gen-month > 12
    display "Start period must be a valid CCYYMM, template not saved" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  if tpl-is-reversing
    move zero to tpl-end-period
  else
    display "End Period (CCYYMM, 0=no end):[      ]" at line 10 col 04 foreground-color 2 end-display
    display tpl-end-period at line 10 col 35 foreground-color 3 end-display
    move spaces to ws-tpl-period-buf
    accept ws-tpl-period-buf at line 10 col 35 with foreground-color 6 end-accept
    if ws-tpl-period-buf not = spaces
      move function numval(ws-tpl-period-buf) to tpl-end-period
    end-if
    if tpl-end-period not = zero and tpl-end-period < tpl-start-period
      display "End period is before the start, template not saved" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
    end-if
  end-if

  display "Cost Centre:[      ]" at line 11 col 04 foreground-color 2 end-display
  display tpl-cost-centre at line 11 col 17 foreground-color 3 end-display
  move spaces to ws-jnl-cost-centre
  accept ws-jnl-cost-centre at line 11 col 17 with foreground-color 6 end-accept
  if ws-jnl-cost-centre not = spaces
    move function upper-case(ws-jnl-cost-centre) to tpl-cost-centre
  end-if

  move "Y" to ws-tpl-rekey
  if tpl-line-count not = zero
    display "Template has " tpl-line-count " lines - re-key them? (Y/N):[ ]"
      at line 12 col 04 foreground-color 2 end-display
    move space to ws-tpl-rekey
    accept ws-tpl-rekey at line 12 col 48 with foreground-color 6 end-accept
    move function upper-case(ws-tpl-rekey) to ws-tpl-rekey
  end-if
  if ws-tpl-rekey = "Y"
    move zero to tpl-line-count
    move zero to ws-tpl-debit-total
    move zero to ws-tpl-credit-total
    set tpl-more-lines to true
    perform enter-one-template-line
      until tpl-no-more-lines
  end-if

  perform prove-template-lines
  if not tpl-lines-are-valid or tpl-line-count = zero
     or ws-tpl-debit-total not = ws-tpl-credit-total
    display "Template does not balance, not saved" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  write gl-template-record
    invalid key
      rewrite gl-template-record
        invalid key
          display "Template save failed" at line 23 col 02 foreground-color 4 end-display
          exit paragraph
      end-rewrite
  end-write
  display "Template saved" at line 20 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
enter-one-template-line.
  if tpl-line-count >= 20
    set tpl-no-more-lines to true
    exit paragraph
  end-if
  display "Line Account (blank=done):[          ]" at line 14 col 04 foreground-color 2 end-display
  move spaces to ws-jnl-account-input
  accept ws-jnl-account-input at line 14 col 31 with foreground-color 6 end-accept
  move function upper-case(ws-jnl-account-input) to ws-jnl-account-input
  if ws-jnl-account-input = spaces
    set tpl-no-more-lines to true
    exit paragraph
  end-if
  move ws-jnl-account-input to account-code
  read gl-account-file key is account-code
    invalid key
      display "Account not on the chart, line dropped" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read

  add 1 to tpl-line-count
  move ws-jnl-account-input to tpl-account(tpl-line-count)
  display "Debit: [           ]" at line 15 col 04 foreground-color 2 end-display
  move spaces to ws-jnl-amount-buf
  accept ws-jnl-amount-buf at line 15 col 12 with foreground-color 6 end-accept
  move function numval(ws-jnl-amount-buf) to tpl-debit(tpl-line-count)
  display "Credit:[           ]" at line 16 col 04 foreground-color 2 end-display
  move spaces to ws-jnl-amount-buf
  accept ws-jnl-amount-buf at line 16 col 12 with foreground-color 6 end-accept
  move function numval(ws-jnl-amount-buf) to tpl-credit(tpl-line-count)
  if (tpl-debit(tpl-line-count) = zero and tpl-credit(tpl-line-count) = zero)
     or (tpl-debit(tpl-line-count) not = zero and tpl-credit(tpl-line-count) not = zero)
    display "A line is a debit or a credit, line dropped" at line 23 col 02 foreground-color 4 end-display
    subtract 1 from tpl-line-count
    exit paragraph
  end-if
  display "Description:[                              ]" at line 17 col 04 foreground-color 2 end-display
  move spaces to tpl-line-desc(tpl-line-count)
  accept tpl-line-desc(tpl-line-count) at line 17 col 17 with foreground-color 6 end-accept
  if tpl-line-desc(tpl-line-count) = spaces
    move tpl-description to tpl-line-desc(tpl-line-count)
  end-if

  add tpl-debit(tpl-line-count) to ws-tpl-debit-total
  add tpl-credit(tpl-line-count) to ws-tpl-credit-total
  display "Lines " tpl-line-count "  Debits " ws-tpl-debit-total "  Credits " ws-tpl-credit-total
    at line 19 col 04 foreground-color 3 end-display
  .
*> Re-totals the template and re-checks its accounts against the
*> chart - an account closed since the template was keyed holds it.
prove-template-lines.
  set tpl-lines-are-valid to true
  move zero to ws-tpl-debit-total
  move zero to ws-tpl-credit-total
  move 1 to ws-tpl-idx
  perform prove-one-template-line
    until ws-tpl-idx > tpl-line-count
  .
prove-one-template-line.
  add tpl-debit(ws-tpl-idx) to ws-tpl-debit-total
  add tpl-credit(ws-tpl-idx) to ws-tpl-credit-total
  move tpl-account(ws-tpl-idx) to account-code
  read gl-account-file key is account-code
    invalid key
      set tpl-lines-are-invalid to true
  end-read
  add 1 to ws-tpl-idx
  .
*>-----------------------------------------------
*> Template generation.  Every template due in the chosen period is
*> written to the GL interface as an ordinary unposted batch, so
*> the posting run's batch-balance and closed-period controls apply
*> exactly as they do to a keyed journal.  A template already
*> generated for the period is refused, and a reversing template
*> also writes its reversal dated the first day of the next open
*> period.  The run register lists what went through and what not.
*>-----------------------------------------------
generate-template-journals.
  display "Generate Template Journals" at line 04 col 30 foreground-color 2 end-display
  perform get-print-spool-name
  perform accept-report-period
  if ws-rpt-month = zero
    exit paragraph
  end-if
  move ws-rpt-year to ws-gen-year
  move ws-rpt-month to ws-gen-month
  compute ws-period-check-date = ws-gen-period * 100 + 1
  perform check-posting-period
  if ws-period-is-closed
    display "Accounting period is closed, nothing generated" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move zero to ws-gen-generated-count
  move zero to ws-gen-refused-count
  move zero to ws-gen-held-count
  perform collect-generated-templates

  open extend gl-interface-file
  if gl-file-status not = zero
    open output gl-interface-file
  end-if
  open output tplrun-file
  move spaces to tplrun-record
  string "Template Journal Generation for period " delimited by size
    ws-gen-period delimited by size
    into tplrun-record
  end-string
  write tplrun-record
  move "Code    Description                     Type  Result" to tplrun-record
  write tplrun-record
  move spaces to tplrun-record
  write tplrun-record

  move low-values to tpl-code
  start gl-template-file key not less than tpl-code
    invalid key
      move "10" to gl-template-file-status
  end-start
  perform generate-one-template
    until gl-template-file-status not = zero

  move spaces to tplrun-record
  write tplrun-record
  move spaces to tplrun-record
  string "Generated " delimited by size
    ws-gen-generated-count delimited by size
    "  refused as already generated " delimited by size
    ws-gen-refused-count delimited by size
    "  held " delimited by size
    ws-gen-held-count delimited by size
    into tplrun-record
  end-string
  write tplrun-record
  close tplrun-file
  close gl-interface-file
  move "GLTPLRUN" to print-route-file-name
  perform route-report-to-printer

  display "Templates generated: " ws-gen-generated-count
    at line 09 col 04 foreground-color 2 end-display
  display "Refused as already generated: " ws-gen-refused-count
    at line 10 col 04 foreground-color 2 end-display
  display "Held (unbalanced or no open period): " ws-gen-held-count
    at line 11 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
generate-one-template.
  read gl-template-file next record
    at end
      move "10" to gl-template-file-status
      exit paragraph
  end-read

  if tpl-is-recurring
    if tpl-start-period > ws-gen-period
       or (tpl-end-period not = zero and tpl-end-period < ws-gen-period)
      exit paragraph
    end-if
  else
    if tpl-start-period not = ws-gen-period
      exit paragraph
    end-if
  end-if

  move tpl-code to ws-gen-done-lookup
  perform find-generated-template
  if tpl-last-period = ws-gen-period or gen-already-done
    move "REFUSED - already generated" to ws-gen-status
    add 1 to ws-gen-refused-count
    perform write-template-run-line
    exit paragraph
  end-if

  perform prove-template-lines
  if not tpl-lines-are-valid or ws-tpl-debit-total not = ws-tpl-credit-total
    move "HELD - unbalanced or account off chart" to ws-gen-status
    add 1 to ws-gen-held-count
    perform write-template-run-line
    exit paragraph
  end-if

  *> recurring entries fall on the first of the month; an accrual
  *> sits on the last day, ready to reverse on the next first
  if tpl-is-recurring
    compute ws-gen-post-date = ws-gen-period * 100 + 1
  else
    move ws-gen-period to ws-gen-next-period
    add 1 to ws-gen-next-month
    if ws-gen-next-month > 12
      move 1 to ws-gen-next-month
      add 1 to ws-gen-next-year
    end-if
    compute ws-gen-post-date = function date-of-integer
      (function integer-of-date(ws-gen-next-period * 100 + 1) - 1)
    perform find-next-open-period
    if ws-gen-reverse-date = zero
      move "HELD - no open period to reverse into" to ws-gen-status
      add 1 to ws-gen-held-count
      perform write-template-run-line
      exit paragraph
    end-if
  end-if

  move spaces to ws-gen-source
  string "TPL-" delimited by size
    tpl-code delimited by size
    into ws-gen-source
  end-string

  set gen-posting-original to true
  move 1 to ws-tpl-idx
  perform write-one-template-line
    until ws-tpl-idx > tpl-line-count
  if tpl-is-reversing
    set gen-posting-reversal to true
    move 1 to ws-tpl-idx
    perform write-one-template-line
      until ws-tpl-idx > tpl-line-count
  end-if

  if ws-gen-period > tpl-last-period
    move ws-gen-period to tpl-last-period
  end-if
  rewrite gl-template-record
    invalid key
      continue
  end-rewrite
  move "GENERATED" to ws-gen-status
  add 1 to ws-gen-generated-count
  perform write-template-run-line
  .
*> A template's original lines carry source TPL-<code>, a post date
*> in the period generated and that period at the end of their
*> description; a reversal landing in the period carries the period
*> it reverses instead, so it does not count.  Both the interface,
*> posted or not, and the posting history are read, so the period
*> stays refused after the interface has been archived.
collect-generated-templates.
  move zero to ws-gen-done-count
  open input gl-interface-file
  if gl-file-status = zero
    perform collect-one-interface-template
      until gl-file-status not = zero
    close gl-interface-file
  end-if
  open input gl-history-file
  if gl-history-file-status = zero
    perform collect-one-history-template
      until gl-history-file-status not = zero
    close gl-history-file
  end-if
  .
collect-one-interface-template.
  read gl-interface-file next record
    at end
      move "10" to gl-file-status
      exit paragraph
  end-read
  if gl-source-module(1:4) = "TPL-"
     and gl-post-date(1:6) = ws-gen-period
     and gl-description(32:6) = ws-gen-period
    move gl-source-module(5:6) to ws-gen-done-lookup
    perform add-generated-template
  end-if
  .
collect-one-history-template.
  read gl-history-file next record
    at end
      move "10" to gl-history-file-status
      exit paragraph
  end-read
  if hist-source-module(1:4) = "TPL-"
     and hist-post-date(1:6) = ws-gen-period
     and hist-description(32:6) = ws-gen-period
    move hist-source-module(5:6) to ws-gen-done-lookup
    perform add-generated-template
  end-if
  .
add-generated-template.
  perform find-generated-template
  if gen-already-done or ws-gen-done-count not < 500
    exit paragraph
  end-if
  add 1 to ws-gen-done-count
  move ws-gen-done-lookup to ws-gen-done-code(ws-gen-done-count)
  .
find-generated-template.
  set gen-not-done to true
  move 1 to ws-gen-done-idx
  perform check-one-generated-template
    until gen-already-done or ws-gen-done-idx > ws-gen-done-count
  .
check-one-generated-template.
  if ws-gen-done-code(ws-gen-done-idx) = ws-gen-done-lookup
    set gen-already-done to true
  else
    add 1 to ws-gen-done-idx
  end-if
  .
*> Walks forward from the generation period to the first month the
*> accountant has not closed; the reversal lands on its first day.
find-next-open-period.
  move ws-gen-period to ws-gen-next-period
  move zero to ws-gen-reverse-date
  move zero to ws-gen-tries
  perform try-next-reversal-period
    until ws-gen-reverse-date not = zero or ws-gen-tries > 24
  .
try-next-reversal-period.
  add 1 to ws-gen-tries
  add 1 to ws-gen-next-month
  if ws-gen-next-month > 12
    move 1 to ws-gen-next-month
    add 1 to ws-gen-next-year
  end-if
  compute ws-period-check-date = ws-gen-next-period * 100 + 1
  perform check-posting-period
  if ws-period-is-open
    move ws-period-check-date to ws-gen-reverse-date
  end-if
  .
write-one-template-line.
  initialize gl-interface-record
  move ws-gen-source to gl-source-module
  move tpl-cost-centre to gl-cost-centre
  move zero to gl-batch-number
  set gl-is-unposted to true
  if gen-posting-reversal
    move ws-gen-reverse-date to gl-post-date
    move tpl-credit(ws-tpl-idx) to gl-debit-amount
    move tpl-debit(ws-tpl-idx) to gl-credit-amount
    string "Rev " delimited by size
      tpl-line-desc(ws-tpl-idx)(1:29) delimited by size
      " " delimited by size
      ws-gen-period delimited by size
      into gl-description
    end-string
  else
    move ws-gen-post-date to gl-post-date
    move tpl-debit(ws-tpl-idx) to gl-debit-amount
    move tpl-credit(ws-tpl-idx) to gl-credit-amount
    string tpl-line-desc(ws-tpl-idx) delimited by size
      " " delimited by size
      ws-gen-period delimited by size
      into gl-description
    end-string
  end-if
  move tpl-account(ws-tpl-idx) to gl-account-code
  write gl-interface-record
  add 1 to ws-tpl-idx
  .
write-template-run-line.
  move spaces to tplrun-record
  string tpl-code delimited by size
    "  " delimited by size
    tpl-description delimited by size
    "  " delimited by size
    tpl-type delimited by size
    "     " delimited by size
    ws-gen-status delimited by size
    into tplrun-record
  end-string
  write tplrun-record
  .

*>-----------------------------------------------
*> Journal posting run.  Pass one proves every source-module /
*> post-date group of unposted interface records balances and finds
      add 1 to ws-batch-record-count(ws-batch-idx)
      add gl-debit-amount to ws-batch-debits(ws-batch-idx)
      add gl-credit-amount to ws-batch-credits(ws-batch-idx)
      move gl-account-code to account-code
      read gl-account-file key is account-code
        invalid key
          set ws-batch-account-missing(ws-batch-idx) to true
      end-read
    end-if
  end-if
  .
    move zero to ws-batch-debits(ws-batch-idx)
    move zero to ws-batch-credits(ws-batch-idx)
    move zero to ws-batch-record-count(ws-batch-idx)
    set ws-batch-accounts-on-chart(ws-batch-idx) to true
  end-if
  .
search-one-batch-group.
    set ws-batch-out-of-balance(ws-batch-idx) to true
  end-if

  *> nor can one naming an account that is not on the chart
  if ws-batch-is-balanced(ws-batch-idx)
     and ws-batch-account-missing(ws-batch-idx)
    set ws-batch-unknown-account(ws-batch-idx) to true
  end-if

  *> a balanced group still cannot post into a closed period
  if ws-batch-is-balanced(ws-batch-idx)
    move ws-batch-date(ws-batch-idx) to ws-period-check-date
        "  *** CLOSED PERIOD ***" delimited by size
        into glregister-record
      end-string
    when ws-batch-unknown-account(ws-batch-idx)
      string ws-batch-source(ws-batch-idx) delimited by size
        "  " delimited by size
        ws-batch-date(ws-batch-idx) delimited by size
        "  " delimited by size
        ws-batch-record-count(ws-batch-idx) delimited by size
        "  " delimited by size
        ws-batch-debits(ws-batch-idx) delimited by size
        "  " delimited by size
        ws-batch-credits(ws-batch-idx) delimited by size
        "  *** ACCOUNT NOT ON CHART ***" delimited by size
        into glregister-record
      end-string
    when other
      string ws-batch-source(ws-batch-idx) delimited by size
        "  " delimited by size
  set ws-batch-idx up by 1
  .
apply-journal-to-account.
  *> wait for anyone changing the account to finish; a posting is
  *> never held back, so on a timeout it goes on after logging it -
  *> the maintainer's save will then see the balance moved and
  *> refuse to overwrite it
  move "GLACCOUNT" to ws-lock-file-name
  move gl-account-code to ws-lock-record-key
  perform lock-record-for-batch
  move gl-account-code to account-code
  read gl-account-file key is account-code
    invalid key
      display "Account not on the chart: " gl-account-code at line 23 col 02 foreground-color 4 end-display
      if ws-lock-was-taken
        perform release-record-lock
      end-if
      exit paragraph
  end-read

  add gl-debit-amount to account-balance
    invalid key
      display "Account update failed for " account-code at line 23 col 02 foreground-color 4 end-display
  end-rewrite
  if ws-lock-was-taken
    perform release-record-lock
  end-if

  *> the permanent history keeps the detail the interface file
  *> loses when it is flagged posted and eventually archived
  end-read
  .
*>-----------------------------------------------
*> GL posting rules.  Each module looks its ledger accounts up here
*> by source module and transaction type, optionally narrowed by a
*> tax code or cost centre qualifier, instead of carrying literal
*> account codes.  A rule may only name an account on the chart;
*> "*" against an existing rule removes it.  An empty rule table
*> can be loaded with the standard set the modules were built on.
*>-----------------------------------------------
maintain-posting-rules.
  display "GL Posting Rules" at line 04 col 30 foreground-color 2 end-display
  move low-values to glrule-key
  start gl-rule-file key not less than glrule-key
    invalid key
      perform offer-standard-posting-rules
  end-start
  perform maintain-one-posting-rule
  .
maintain-one-posting-rule.
  display " " at line 05 col 01 erase eos end-display
  display "Source Module (blank=done):[          ]" at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-rule-source
  accept ws-rule-source at line 06 col 32 with foreground-color 6 end-accept
  move function upper-case(ws-rule-source) to ws-rule-source
  if ws-rule-source = spaces
    exit paragraph
  end-if
  display "Transaction Type:          [          ]" at line 07 col 04 foreground-color 2 end-display
  move spaces to ws-rule-type
  accept ws-rule-type at line 07 col 32 with foreground-color 6 end-accept
  move function upper-case(ws-rule-type) to ws-rule-type
  if ws-rule-type = spaces
    display "A transaction type is required" at line 23 col 02 foreground-color 4 end-display
    perform maintain-one-posting-rule
    exit paragraph
  end-if
  display "Tax Code/Cost Centre:      [      ] (blank=default)" at line 08 col 04 foreground-color 2 end-display
  move spaces to ws-rule-qualifier
  accept ws-rule-qualifier at line 08 col 32 with foreground-color 6 end-accept
  move function upper-case(ws-rule-qualifier) to ws-rule-qualifier

  move ws-rule-source to glrule-source-module
  move ws-rule-type to glrule-trans-type
  move ws-rule-qualifier to glrule-qualifier
  read gl-rule-file key is glrule-key
    invalid key
      initialize gl-rule-record
      move ws-rule-source to glrule-source-module
      move ws-rule-type to glrule-trans-type
      move ws-rule-qualifier to glrule-qualifier
  end-read

  display "Account Code (*=remove):   [          ]" at line 09 col 04 foreground-color 2 end-display
  display glrule-account-code at line 09 col 32 foreground-color 3 end-display
  move spaces to ws-rule-account-input
  accept ws-rule-account-input at line 09 col 32 with foreground-color 6 end-accept
  move function upper-case(ws-rule-account-input) to ws-rule-account-input
  if ws-rule-account-input = "*"
    delete gl-rule-file
      invalid key
        display "No such rule to remove" at line 23 col 02 foreground-color 4 end-display
    end-delete
    display "Rule removed" at line 12 col 04 foreground-color 2 end-display
    perform maintain-one-posting-rule
    exit paragraph
  end-if
  if ws-rule-account-input not = spaces
    move ws-rule-account-input to glrule-account-code
  end-if
  if glrule-account-code = spaces
    display "An account code is required" at line 23 col 02 foreground-color 4 end-display
    perform maintain-one-posting-rule
    exit paragraph
  end-if
  move glrule-account-code to account-code
  read gl-account-file key is account-code
    invalid key
      display "Account not on the chart - add it first" at line 23 col 02 foreground-color 4 end-display
      perform maintain-one-posting-rule
      exit paragraph
  end-read
  display account-name at line 09 col 44 foreground-color 3 end-display

  display "Description:               [                              ]" at line 10 col 04 foreground-color 2 end-display
  display glrule-description at line 10 col 32 foreground-color 3 end-display
  move glrule-description to ws-rule-desc-save
  accept glrule-description at line 10 col 32 with foreground-color 6 end-accept
  if glrule-description = spaces
    move ws-rule-desc-save to glrule-description
  end-if

  write gl-rule-record
    invalid key
      rewrite gl-rule-record
        invalid key
          display "Rule save failed" at line 23 col 02 foreground-color 4 end-display
      end-rewrite
  end-write
  display "Rule saved" at line 12 col 04 foreground-color 2 end-display
  perform maintain-one-posting-rule
  .
*>-----------------------------------------------
*> The standard rule set maps every module's transaction types onto
*> the account codes the modules have always posted to.  Only rules
*> not already on file are written; the accounts still have to be
*> on the chart before anything will post through them.
*>-----------------------------------------------
offer-standard-posting-rules.
  display "No posting rules on file - load the standard set? (Y/N):[ ]"
    at line 20 col 04 foreground-color 2 end-display
  move space to ws-rule-load-answer
  accept ws-rule-load-answer at line 20 col 61 with foreground-color 6 end-accept
  move function upper-case(ws-rule-load-answer) to ws-rule-load-answer
  if ws-rule-load-answer not = "Y"
    exit paragraph
  end-if
  move zero to ws-rule-loaded-count
  move "EPOS" to ws-rule-source
  move "CASH" to ws-rule-type
  move "CASH" to ws-rule-account-input
  perform load-one-standard-rule
  move "CARD" to ws-rule-type
  move "CARD" to ws-rule-account-input
  perform load-one-standard-rule
  move "ACCOUNT" to ws-rule-type
  move "DEBTORS" to ws-rule-account-input
  perform load-one-standard-rule
  move "SALES" to ws-rule-type
  move "SALES" to ws-rule-account-input
  perform load-one-standard-rule
  move "OUTPUTTAX" to ws-rule-type
  move "VATOUT" to ws-rule-account-input
  perform load-one-standard-rule
  move "VOUCHER" to ws-rule-type
  move "VOUCHERS" to ws-rule-account-input
  perform load-one-standard-rule
  move "VOUCHEREXP" to ws-rule-type
  move "VOUCHEREXP" to ws-rule-account-input
  perform load-one-standard-rule
  move "LOYALTY" to ws-rule-type
  move "LOYALTY" to ws-rule-account-input
  perform load-one-standard-rule
  move "LOYALTYEXP" to ws-rule-type
  move "LOYALTYEXP" to ws-rule-account-input
  perform load-one-standard-rule

  move "ORDERS" to ws-rule-source
  move "CASH" to ws-rule-type
  move "CASH" to ws-rule-account-input
  perform load-one-standard-rule
  move "CUSTDEPOS" to ws-rule-type
  move "CUSTDEPOS" to ws-rule-account-input
  perform load-one-standard-rule

  move "PAYROLL" to ws-rule-source
  move "WAGES" to ws-rule-type
  move "WAGES" to ws-rule-account-input
  perform load-one-standard-rule
  move "PAYETAX" to ws-rule-type
  move "PAYETAX" to ws-rule-account-input
  perform load-one-standard-rule
  move "PAYDEDUCT" to ws-rule-type
  move "PAYDEDUCT" to ws-rule-account-input
  perform load-one-standard-rule
  move "NETPAY" to ws-rule-type
  move "CASH" to ws-rule-account-input
  perform load-one-standard-rule
  move "EMPRCOST" to ws-rule-type
  move "EMPRCOST" to ws-rule-account-input
  perform load-one-standard-rule
  move "EMPRLIAB" to ws-rule-type
  move "EMPRLIAB" to ws-rule-account-input
  perform load-one-standard-rule

  move "PL010" to ws-rule-source
  move "EXPENSE" to ws-rule-type
  move "EXPENSE" to ws-rule-account-input
  perform load-one-standard-rule
  move "AP" to ws-rule-type
  move "AP" to ws-rule-account-input
  perform load-one-standard-rule
  move "CASH" to ws-rule-type
  move "CASH" to ws-rule-account-input
  perform load-one-standard-rule
  move "FXDIFF" to ws-rule-type
  move "FXDIFF" to ws-rule-account-input
  perform load-one-standard-rule
  move "INPUTTAX" to ws-rule-type
  move "VATIN" to ws-rule-account-input
  perform load-one-standard-rule

  move "SL010" to ws-rule-source
  move "DEBTORS" to ws-rule-type
  move "DEBTORS" to ws-rule-account-input
  perform load-one-standard-rule
  move "SALES" to ws-rule-type
  move "SALES" to ws-rule-account-input
  perform load-one-standard-rule
  move "OUTPUTTAX" to ws-rule-type
  move "VATOUT" to ws-rule-account-input
  perform load-one-standard-rule
  move "CASH" to ws-rule-type
  move "CASH" to ws-rule-account-input
  perform load-one-standard-rule
  move "CUSTDEPOS" to ws-rule-type
  move "CUSTDEPOS" to ws-rule-account-input
  perform load-one-standard-rule
  move "COMMISSION" to ws-rule-type
  move "COMMISSION" to ws-rule-account-input
  perform load-one-standard-rule
  move "COMMACCR" to ws-rule-type
  move "COMMACCR" to ws-rule-account-input
  perform load-one-standard-rule

  move "SL020" to ws-rule-source
  move "CASH" to ws-rule-type
  move "CASH" to ws-rule-account-input
  perform load-one-standard-rule
  move "DEBTORS" to ws-rule-type
  move "DEBTORS" to ws-rule-account-input
  perform load-one-standard-rule

  move "WASTE" to ws-rule-source
  move "WASTAGE" to ws-rule-type
  move "WASTAGE" to ws-rule-account-input
  perform load-one-standard-rule
  move "STOCK" to ws-rule-type
  move "STOCK" to ws-rule-account-input
  perform load-one-standard-rule

  move "ST040" to ws-rule-source
  move "STOCK" to ws-rule-type
  move "STOCK" to ws-rule-account-input
  perform load-one-standard-rule
  move "COSTOFSALE" to ws-rule-type
  move "COGS" to ws-rule-account-input
  perform load-one-standard-rule
  move "PRODUCTION" to ws-rule-type
  move "PRODUCTION" to ws-rule-account-input
  perform load-one-standard-rule
  move "PURCHASES" to ws-rule-type
  move "EXPENSE" to ws-rule-account-input
  perform load-one-standard-rule
  move "VARIANCE" to ws-rule-type
  move "STKVAR" to ws-rule-account-input
  perform load-one-standard-rule

  move "FA010" to ws-rule-source
  move "COST" to ws-rule-type
  move "FIXASSETS" to ws-rule-account-input
  perform load-one-standard-rule
  move "ACCUMDEPN" to ws-rule-type
  move "ACCUMDEPN" to ws-rule-account-input
  perform load-one-standard-rule
  move "DEPNEXP" to ws-rule-type
  move "DEPRECIATN" to ws-rule-account-input
  perform load-one-standard-rule
  move "DISPOSAL" to ws-rule-type
  move "DISPOSAL" to ws-rule-account-input
  perform load-one-standard-rule
  move "CASH" to ws-rule-type
  move "CASH" to ws-rule-account-input
  perform load-one-standard-rule
  move "ADDITION" to ws-rule-type
  move "EXPENSE" to ws-rule-account-input
  perform load-one-standard-rule

  move "PL010" to ws-rule-source
  move "PREPAY" to ws-rule-type
  move "PREPAYMENT" to ws-rule-account-input
  perform load-one-standard-rule
  move "GL050" to ws-rule-source
  move "PREPAY" to ws-rule-type
  move "PREPAYMENT" to ws-rule-account-input
  perform load-one-standard-rule
  move "ACCRUAL" to ws-rule-type
  move "ACCRUALS" to ws-rule-account-input
  perform load-one-standard-rule

  move "PL010" to ws-rule-source
  move "DISCRECV" to ws-rule-type
  move "DISCRECV" to ws-rule-account-input
  perform load-one-standard-rule
  move "GRNI" to ws-rule-type
  move "ACCRUALS" to ws-rule-account-input
  perform load-one-standard-rule
  move "REBATE" to ws-rule-type
  move "REBATEDUE" to ws-rule-account-input
  perform load-one-standard-rule
  move "REBATEINC" to ws-rule-type
  move "REBATEINC" to ws-rule-account-input
  perform load-one-standard-rule
  move "SL010" to ws-rule-source
  move "DISCALLOW" to ws-rule-type
  move "DISCALLOW" to ws-rule-account-input
  perform load-one-standard-rule
  move "SL020" to ws-rule-source
  move "DISCALLOW" to ws-rule-type
  move "DISCALLOW" to ws-rule-account-input
  perform load-one-standard-rule

  move "PC010" to ws-rule-source
  move "PETTYCASH" to ws-rule-type
  move "PETTYCASH" to ws-rule-account-input
  perform load-one-standard-rule
  move "INPUTTAX" to ws-rule-type
  move "VATIN" to ws-rule-account-input
  perform load-one-standard-rule
  move "CASH" to ws-rule-type
  move "CASH" to ws-rule-account-input
  perform load-one-standard-rule

  display "Standard rules loaded: " ws-rule-loaded-count
    at line 21 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
load-one-standard-rule.
  initialize gl-rule-record
  move ws-rule-source to glrule-source-module
  move ws-rule-type to glrule-trans-type
  move ws-rule-account-input to glrule-account-code
  move "Standard rule" to glrule-description
  write gl-rule-record
    invalid key
      continue
    not invalid key
      add 1 to ws-rule-loaded-count
  end-write
  .

*>-----------------------------------------------
  subtract ws-rpt-prior-cume from ws-bs-retained-last
  .

*>-----------------------------------------------
*> Cash flow statement, indirect method, for the period and the
*> year to date.  Net profit is adjusted by the movement on every
*> balance sheet account under its cash-flow heading - an asset
*> going up takes cash, a liability going up gives it - and the
*> net movement is proved against the cash and bank accounts' own
*> change.
*>-----------------------------------------------
print-cash-flow-statement.
  display "Cash Flow Statement" at line 04 col 30 foreground-color 2 end-display
  perform accept-report-period
  if ws-rpt-month = zero
    exit paragraph
  end-if
  perform get-print-spool-name

  initialize ws-cf-figures
  move zero to ws-cf-profit-this ws-cf-profit-ytd
  move low-values to account-code
  start gl-account-file key not less than account-code
    invalid key
      move "10" to gl-account-file-status
  end-start
  perform cash-flow-one-account
    until gl-account-file-status not = zero

  open output cashflow-file
  move spaces to cashflow-record
  string "Cash Flow Statement - period " delimited by size
    ws-rpt-year delimited by size
    "/" delimited by size
    ws-rpt-month delimited by size
    into cashflow-record
  end-string
  write cashflow-record
  move "                                              This Period    Year to Date" to cashflow-record
  write cashflow-record
  move spaces to cashflow-record
  write cashflow-record

  move "OPERATING ACTIVITIES" to cashflow-record
  write cashflow-record
  move "  Net profit" to ws-cf-label
  move ws-cf-profit-this to ws-cf-print-this
  move ws-cf-profit-ytd to ws-cf-print-ytd
  perform write-cash-flow-line
  move "  (Increase)/decrease in debtors" to ws-cf-label
  move 1 to ws-cf-slot
  perform write-cash-flow-slot
  move "  (Increase)/decrease in stock" to ws-cf-label
  move 2 to ws-cf-slot
  perform write-cash-flow-slot
  move "  Increase/(decrease) in creditors" to ws-cf-label
  move 3 to ws-cf-slot
  perform write-cash-flow-slot
  move "  Increase/(decrease) in customer deposits" to ws-cf-label
  move 4 to ws-cf-slot
  perform write-cash-flow-slot
  move "  Increase/(decrease) in tax balances" to ws-cf-label
  move 5 to ws-cf-slot
  perform write-cash-flow-slot
  move "  Other operating movements" to ws-cf-label
  move 6 to ws-cf-slot
  perform write-cash-flow-slot
  compute ws-cf-total-this = ws-cf-profit-this + ws-cf-this(1) + ws-cf-this(2)
    + ws-cf-this(3) + ws-cf-this(4) + ws-cf-this(5) + ws-cf-this(6)
  compute ws-cf-total-ytd = ws-cf-profit-ytd + ws-cf-ytd(1) + ws-cf-ytd(2)
    + ws-cf-ytd(3) + ws-cf-ytd(4) + ws-cf-ytd(5) + ws-cf-ytd(6)
  move "NET CASH FROM OPERATING ACTIVITIES" to ws-cf-label
  perform write-cash-flow-total

  move spaces to cashflow-record
  write cashflow-record
  move "INVESTING ACTIVITIES" to cashflow-record
  write cashflow-record
  move "  Fixed asset movements" to ws-cf-label
  move 7 to ws-cf-slot
  perform write-cash-flow-slot

  move spaces to cashflow-record
  write cashflow-record
  move "FINANCING ACTIVITIES" to cashflow-record
  write cashflow-record
  move "  Loan movements" to ws-cf-label
  move 8 to ws-cf-slot
  perform write-cash-flow-slot
  move "  Capital movements" to ws-cf-label
  move 9 to ws-cf-slot
  perform write-cash-flow-slot

  move spaces to cashflow-record
  write cashflow-record
  compute ws-cf-total-this = ws-cf-total-this + ws-cf-this(7) + ws-cf-this(8)
    + ws-cf-this(9)
  compute ws-cf-total-ytd = ws-cf-total-ytd + ws-cf-ytd(7) + ws-cf-ytd(8)
    + ws-cf-ytd(9)
  move "NET CASH MOVEMENT" to ws-cf-label
  perform write-cash-flow-total
  move "Change in cash and bank accounts" to ws-cf-label
  move 10 to ws-cf-slot
  perform write-cash-flow-slot
  compute ws-cf-total-this = ws-cf-total-this - ws-cf-this(10)
  compute ws-cf-total-ytd = ws-cf-total-ytd - ws-cf-ytd(10)
  move "DIFFERENCE" to ws-cf-label
  perform write-cash-flow-total
  if ws-cf-total-this not = zero or ws-cf-total-ytd not = zero
    move "*** Net movement does not agree to the cash and bank accounts ***" to cashflow-record
    write cashflow-record
  end-if
  close cashflow-file

  move "GLCASHFLW" to print-route-file-name
  perform route-report-to-printer
  display "Cash flow routed to spool " system-print-spool-name
    at line 09 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
cash-flow-one-account.
  read gl-account-file next record
    at end
      move "10" to gl-account-file-status
      exit paragraph
  end-read
  perform roll-account-period-figures
  if account-is-income or account-is-expense
    subtract ws-rpt-this-period from ws-cf-profit-this
    subtract ws-rpt-ytd from ws-cf-profit-ytd
    exit paragraph
  end-if

  evaluate true
    when account-cf-cash
      move 10 to ws-cf-slot
    when account-cf-debtors
      move 1 to ws-cf-slot
    when account-cf-stock
      move 2 to ws-cf-slot
    when account-cf-creditors
      move 3 to ws-cf-slot
    when account-cf-deposits
      move 4 to ws-cf-slot
    when account-cf-tax
      move 5 to ws-cf-slot
    when account-cf-fixed-asset
      move 7 to ws-cf-slot
    when account-cf-loan
      move 8 to ws-cf-slot
    when account-cf-capital
      move 9 to ws-cf-slot
    when account-is-capital
      move 9 to ws-cf-slot
    when other
      move 6 to ws-cf-slot
  end-evaluate

  *> the cash accounts' own debit movement is the cash change; every
  *> other account's cash effect is the opposite of its movement
  if ws-cf-slot = 10
    add ws-rpt-this-period to ws-cf-this(ws-cf-slot)
    add ws-rpt-ytd to ws-cf-ytd(ws-cf-slot)
  else
    subtract ws-rpt-this-period from ws-cf-this(ws-cf-slot)
    subtract ws-rpt-ytd from ws-cf-ytd(ws-cf-slot)
  end-if
  .
write-cash-flow-slot.
  move ws-cf-this(ws-cf-slot) to ws-cf-print-this
  move ws-cf-ytd(ws-cf-slot) to ws-cf-print-ytd
  perform write-cash-flow-line
  .
write-cash-flow-total.
  move ws-cf-total-this to ws-cf-print-this
  move ws-cf-total-ytd to ws-cf-print-ytd
  perform write-cash-flow-line
  .
write-cash-flow-line.
  move ws-cf-print-this to ws-rpt-this-display
  move ws-cf-print-ytd to ws-rpt-ytd-display
  move spaces to cashflow-record
  string ws-cf-label delimited by size
    "  " delimited by size
    ws-rpt-this-display delimited by size
    "  " delimited by size
    ws-rpt-ytd-display delimited by size
    into cashflow-record
  end-string
  write cashflow-record
  .

*>-----------------------------------------------
*> Departmental P&L, built off the GLHIST postings for the report
*> year up to the report month.  Every cost centre's income,
*> expenses and net contribution print side by side for the
*> period and the year to date with the company total alongside;
*> naming one centre prints that centre alone, account by account,
*> against the budgets held for it.
*>-----------------------------------------------
print-departmental-pl.
  display "Departmental Profit and Loss" at line 04 col 30 foreground-color 2 end-display
  perform accept-report-period
  if ws-rpt-month = zero
    exit paragraph
  end-if
  display "Cost Centre (blank=all, GENERAL=uncoded):[       ]" at line 08 col 04 foreground-color 2 end-display
  move spaces to ws-dpl-centre-input
  accept ws-dpl-centre-input at line 08 col 46 with foreground-color 6 end-accept
  move function upper-case(ws-dpl-centre-input) to ws-dpl-centre-input
  move spaces to ws-dpl-one-centre
  if ws-dpl-centre-input = spaces
    set dpl-all-centres to true
  else
    set dpl-one-centre to true
    if ws-dpl-centre-input not = "GENERAL"
      move ws-dpl-centre-input to ws-dpl-one-centre
    end-if
  end-if
  perform get-print-spool-name

  initialize ws-dpl-centre-table
  initialize ws-dpl-account-table
  move zero to ws-dpl-centre-count ws-dpl-account-count ws-dpl-overflow-count
  move zero to ws-dpl-total-income-this ws-dpl-total-expense-this
  move zero to ws-dpl-total-income-ytd ws-dpl-total-expense-ytd

  open input gl-history-file
  if gl-history-file-status not = zero
    display "No posting history on file" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  perform total-one-dept-history
    until gl-history-file-status not = zero
  close gl-history-file

  open output deptpl-file
  move spaces to deptpl-record
  string "Departmental Profit and Loss - period " delimited by size
    ws-rpt-year delimited by size
    "/" delimited by size
    ws-rpt-month delimited by size
    into deptpl-record
  end-string
  write deptpl-record
  if dpl-all-centres
    perform write-dept-column-report
  else
    perform write-one-centre-report
  end-if
  if ws-dpl-overflow-count not = zero
    move spaces to deptpl-record
    write deptpl-record
    move ws-dpl-overflow-count to ws-dpl-count-display
    move spaces to deptpl-record
    string "*** table full - " delimited by size
      ws-dpl-count-display delimited by size
      " postings could not be shown separately" delimited by size
      into deptpl-record
    end-string
    write deptpl-record
  end-if
  close deptpl-file

  move "GLDEPTPL" to print-route-file-name
  perform route-report-to-printer
  display "Departmental P&L routed to spool " system-print-spool-name
    at line 10 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
total-one-dept-history.
  read gl-history-file next record
    at end
      move "10" to gl-history-file-status
      exit paragraph
  end-read
  move hist-post-date to ws-dpl-hist-date
  if ws-dpl-hist-year not = ws-rpt-year
     or ws-dpl-hist-month > ws-rpt-month
    exit paragraph
  end-if
  if dpl-one-centre and hist-cost-centre not = ws-dpl-one-centre
    exit paragraph
  end-if
  move hist-account-code to account-code
  read gl-account-file key is account-code
    invalid key
      exit paragraph
  end-read
  if not account-is-income and not account-is-expense
    exit paragraph
  end-if

  *> income reads credit-positive, expense debit-positive
  compute ws-dpl-movement = hist-debit-amount - hist-credit-amount
  if account-is-income
    compute ws-dpl-movement = zero - ws-dpl-movement
    add ws-dpl-movement to ws-dpl-total-income-ytd
    if ws-dpl-hist-month = ws-rpt-month
      add ws-dpl-movement to ws-dpl-total-income-this
    end-if
  else
    add ws-dpl-movement to ws-dpl-total-expense-ytd
    if ws-dpl-hist-month = ws-rpt-month
      add ws-dpl-movement to ws-dpl-total-expense-this
    end-if
  end-if
  if dpl-one-centre
    perform add-dept-account-figures
  end-if

  move hist-cost-centre to ws-dpl-centre-lookup
  set dpl-entry-not-found to true
  set ws-dpl-idx to 1
  perform search-one-dept-centre
    until dpl-entry-found or ws-dpl-idx > ws-dpl-centre-count
  if dpl-entry-not-found
    if ws-dpl-centre-count not < 30
      add 1 to ws-dpl-overflow-count
      exit paragraph
    end-if
    add 1 to ws-dpl-centre-count
    set ws-dpl-idx to ws-dpl-centre-count
    move ws-dpl-centre-lookup to ws-dpl-centre-code(ws-dpl-idx)
  end-if
  if account-is-income
    add ws-dpl-movement to ws-dpl-income-ytd(ws-dpl-idx)
    if ws-dpl-hist-month = ws-rpt-month
      add ws-dpl-movement to ws-dpl-income-this(ws-dpl-idx)
    end-if
  else
    add ws-dpl-movement to ws-dpl-expense-ytd(ws-dpl-idx)
    if ws-dpl-hist-month = ws-rpt-month
      add ws-dpl-movement to ws-dpl-expense-this(ws-dpl-idx)
    end-if
  end-if
  .
search-one-dept-centre.
  if ws-dpl-centre-code(ws-dpl-idx) = ws-dpl-centre-lookup
    set dpl-entry-found to true
  else
    set ws-dpl-idx up by 1
  end-if
  .
add-dept-account-figures.
  move account-code to ws-dpl-account-lookup
  set dpl-entry-not-found to true
  set ws-dpl-acct-idx to 1
  perform search-one-dept-account
    until dpl-entry-found or ws-dpl-acct-idx > ws-dpl-account-count
  if dpl-entry-not-found
    if ws-dpl-account-count not < 300
      add 1 to ws-dpl-overflow-count
      exit paragraph
    end-if
    add 1 to ws-dpl-account-count
    set ws-dpl-acct-idx to ws-dpl-account-count
    move ws-dpl-account-lookup to ws-dpl-account-code(ws-dpl-acct-idx)
  end-if
  add ws-dpl-movement to ws-dpl-account-ytd(ws-dpl-acct-idx)
  if ws-dpl-hist-month = ws-rpt-month
    add ws-dpl-movement to ws-dpl-account-this(ws-dpl-acct-idx)
  end-if
  .
search-one-dept-account.
  if ws-dpl-account-code(ws-dpl-acct-idx) = ws-dpl-account-lookup
    set dpl-entry-found to true
  else
    set ws-dpl-acct-idx up by 1
  end-if
  .
*>-----------------------------------------------
*> All centres: six columns to a block, the company total the last
*> column of the last block.
*>-----------------------------------------------
write-dept-column-report.
  compute ws-dpl-column-count = ws-dpl-centre-count + 1
  move 1 to ws-dpl-block-start
  perform write-dept-column-block
    until ws-dpl-block-start > ws-dpl-column-count
  .
write-dept-column-block.
  compute ws-dpl-block-end = ws-dpl-block-start + 5
  if ws-dpl-block-end > ws-dpl-column-count
    move ws-dpl-column-count to ws-dpl-block-end
  end-if
  move spaces to deptpl-record
  write deptpl-record
  move spaces to deptpl-record
  move "Cost centre" to deptpl-record(1:22)
  move ws-dpl-block-start to ws-dpl-column
  perform put-dept-heading-cell
    until ws-dpl-column > ws-dpl-block-end
  write deptpl-record

  move "This period" to deptpl-record
  write deptpl-record
  move 1 to ws-dpl-row-type
  move "  Income" to ws-dpl-row-label
  perform write-dept-figure-row
  move 2 to ws-dpl-row-type
  move "  Expenses" to ws-dpl-row-label
  perform write-dept-figure-row
  move 3 to ws-dpl-row-type
  move "  Net contribution" to ws-dpl-row-label
  perform write-dept-figure-row
  move "Year to date" to deptpl-record
  write deptpl-record
  move 4 to ws-dpl-row-type
  move "  Income" to ws-dpl-row-label
  perform write-dept-figure-row
  move 5 to ws-dpl-row-type
  move "  Expenses" to ws-dpl-row-label
  perform write-dept-figure-row
  move 6 to ws-dpl-row-type
  move "  Net contribution" to ws-dpl-row-label
  perform write-dept-figure-row

  add 6 to ws-dpl-block-start
  .
put-dept-heading-cell.
  compute ws-dpl-column-pos = 24 + (ws-dpl-column - ws-dpl-block-start) * 15
  if ws-dpl-column > ws-dpl-centre-count
    move " COMPANY TOTAL" to ws-dpl-heading-cell
  else
    if ws-dpl-centre-code(ws-dpl-column) = spaces
      move "       GENERAL" to ws-dpl-heading-cell
    else
      move spaces to ws-dpl-heading-cell
      move ws-dpl-centre-code(ws-dpl-column) to ws-dpl-heading-cell(9:6)
    end-if
  end-if
  move ws-dpl-heading-cell to deptpl-record(ws-dpl-column-pos:14)
  add 1 to ws-dpl-column
  .
write-dept-figure-row.
  move spaces to deptpl-record
  move ws-dpl-row-label to deptpl-record(1:22)
  move ws-dpl-block-start to ws-dpl-column
  perform put-dept-figure-cell
    until ws-dpl-column > ws-dpl-block-end
  write deptpl-record
  .
put-dept-figure-cell.
  compute ws-dpl-column-pos = 24 + (ws-dpl-column - ws-dpl-block-start) * 15
  if ws-dpl-column > ws-dpl-centre-count
    evaluate ws-dpl-row-type
      when 1
        move ws-dpl-total-income-this to ws-dpl-cell-value
      when 2
        move ws-dpl-total-expense-this to ws-dpl-cell-value
      when 3
        compute ws-dpl-cell-value =
          ws-dpl-total-income-this - ws-dpl-total-expense-this
      when 4
        move ws-dpl-total-income-ytd to ws-dpl-cell-value
      when 5
        move ws-dpl-total-expense-ytd to ws-dpl-cell-value
      when other
        compute ws-dpl-cell-value =
          ws-dpl-total-income-ytd - ws-dpl-total-expense-ytd
    end-evaluate
  else
    evaluate ws-dpl-row-type
      when 1
        move ws-dpl-income-this(ws-dpl-column) to ws-dpl-cell-value
      when 2
        move ws-dpl-expense-this(ws-dpl-column) to ws-dpl-cell-value
      when 3
        compute ws-dpl-cell-value = ws-dpl-income-this(ws-dpl-column)
          - ws-dpl-expense-this(ws-dpl-column)
      when 4
        move ws-dpl-income-ytd(ws-dpl-column) to ws-dpl-cell-value
      when 5
        move ws-dpl-expense-ytd(ws-dpl-column) to ws-dpl-cell-value
      when other
        compute ws-dpl-cell-value = ws-dpl-income-ytd(ws-dpl-column)
          - ws-dpl-expense-ytd(ws-dpl-column)
    end-evaluate
  end-if
  move ws-dpl-cell-value to ws-dpl-cell-display
  move ws-dpl-cell-display to deptpl-record(ws-dpl-column-pos:14)
  add 1 to ws-dpl-column
  .
*>-----------------------------------------------
*> One centre: its income and expense accounts in chart order with
*> the centre's own budgets alongside.  Uncoded postings have no
*> centre to hold a budget, so GENERAL prints actuals only.
*>-----------------------------------------------
write-one-centre-report.
  move spaces to deptpl-record
  if ws-dpl-one-centre = spaces
    move "Cost centre GENERAL (uncoded postings, no budget)" to deptpl-record
  else
    string "Cost centre " delimited by size
      ws-dpl-one-centre delimited by size
      into deptpl-record
    end-string
  end-if
  write deptpl-record
  move "Account     Name                             Period Actual  Period Budget     YTD Actual     YTD Budget   YTD Variance"
    to deptpl-record
  write deptpl-record
  move zero to ws-pl-income-this ws-pl-income-ytd
  move zero to ws-pl-expense-this ws-pl-expense-ytd
  move zero to ws-dpl-income-budget-this ws-dpl-income-budget-ytd
  move zero to ws-dpl-expense-budget-this ws-dpl-expense-budget-ytd

  move spaces to deptpl-record
  write deptpl-record
  move "INCOME" to deptpl-record
  write deptpl-record
  move "I" to ws-rpt-section-type
  perform write-centre-section
  move "  Total income" to ws-dpl-row-label
  move ws-pl-income-this to ws-rpt-this-period
  move ws-pl-income-ytd to ws-rpt-ytd
  move ws-dpl-income-budget-this to ws-var-budget-period
  move ws-dpl-income-budget-ytd to ws-var-budget-ytd
  perform write-centre-total-line

  move spaces to deptpl-record
  write deptpl-record
  move "EXPENSE" to deptpl-record
  write deptpl-record
  move "E" to ws-rpt-section-type
  perform write-centre-section
  move "  Total expenses" to ws-dpl-row-label
  move ws-pl-expense-this to ws-rpt-this-period
  move ws-pl-expense-ytd to ws-rpt-ytd
  move ws-dpl-expense-budget-this to ws-var-budget-period
  move ws-dpl-expense-budget-ytd to ws-var-budget-ytd
  perform write-centre-total-line

  move spaces to deptpl-record
  write deptpl-record
  move "NET CONTRIBUTION" to ws-dpl-row-label
  compute ws-rpt-this-period = ws-pl-income-this - ws-pl-expense-this
  compute ws-rpt-ytd = ws-pl-income-ytd - ws-pl-expense-ytd
  compute ws-var-budget-period =
    ws-dpl-income-budget-this - ws-dpl-expense-budget-this
  compute ws-var-budget-ytd =
    ws-dpl-income-budget-ytd - ws-dpl-expense-budget-ytd
  perform write-centre-total-line
  .
write-centre-section.
  move low-values to account-code
  start gl-account-file key not less than account-code
    invalid key
      exit paragraph
  end-start
  perform write-one-centre-account
    until gl-account-file-status not = zero
  .
write-one-centre-account.
  read gl-account-file next record
    at end
      move "10" to gl-account-file-status
      exit paragraph
  end-read
  if account-type not = ws-rpt-section-type
    exit paragraph
  end-if

  move zero to ws-rpt-this-period ws-rpt-ytd
  move account-code to ws-dpl-account-lookup
  set dpl-entry-not-found to true
  set ws-dpl-acct-idx to 1
  perform search-one-dept-account
    until dpl-entry-found or ws-dpl-acct-idx > ws-dpl-account-count
  if dpl-entry-found
    move ws-dpl-account-this(ws-dpl-acct-idx) to ws-rpt-this-period
    move ws-dpl-account-ytd(ws-dpl-acct-idx) to ws-rpt-ytd
  end-if
  perform roll-centre-budget-figures
  if ws-rpt-this-period = zero and ws-rpt-ytd = zero
     and ws-var-budget-period = zero and ws-var-budget-ytd = zero
    exit paragraph
  end-if

  if ws-rpt-section-type = "I"
    add ws-rpt-this-period to ws-pl-income-this
    add ws-rpt-ytd to ws-pl-income-ytd
    add ws-var-budget-period to ws-dpl-income-budget-this
    add ws-var-budget-ytd to ws-dpl-income-budget-ytd
  else
    add ws-rpt-this-period to ws-pl-expense-this
    add ws-rpt-ytd to ws-pl-expense-ytd
    add ws-var-budget-period to ws-dpl-expense-budget-this
    add ws-var-budget-ytd to ws-dpl-expense-budget-ytd
  end-if

  compute ws-var-variance = ws-rpt-ytd - ws-var-budget-ytd
  move ws-rpt-this-period to ws-var-actual-display
  move ws-var-budget-period to ws-var-budget-display
  move ws-rpt-ytd to ws-rpt-this-display
  move ws-var-budget-ytd to ws-rpt-ytd-display
  move ws-var-variance to ws-var-variance-display
  move spaces to deptpl-record
  string account-code delimited by size
    "  " delimited by size
    account-name delimited by size
    " " delimited by size
    ws-var-actual-display delimited by size
    " " delimited by size
    ws-var-budget-display delimited by size
    " " delimited by size
    ws-rpt-this-display delimited by size
    " " delimited by size
    ws-rpt-ytd-display delimited by size
    " " delimited by size
    ws-var-variance-display delimited by size
    into deptpl-record
  end-string
  write deptpl-record
  .
write-centre-total-line.
  compute ws-var-variance = ws-rpt-ytd - ws-var-budget-ytd
  move ws-rpt-this-period to ws-var-actual-display
  move ws-var-budget-period to ws-var-budget-display
  move ws-rpt-ytd to ws-rpt-this-display
  move ws-var-budget-ytd to ws-rpt-ytd-display
  move ws-var-variance to ws-var-variance-display
  move spaces to deptpl-record
  move ws-dpl-row-label to deptpl-record(1:22)
  move ws-var-actual-display to deptpl-record(46:14)
  move ws-var-budget-display to deptpl-record(61:14)
  move ws-rpt-this-display to deptpl-record(76:14)
  move ws-rpt-ytd-display to deptpl-record(91:14)
  move ws-var-variance-display to deptpl-record(106:14)
  write deptpl-record
  .
*>-----------------------------------------------
*> The centre's budget months for the account are read straight
*> off their keys - the chart scan is on another file, so its
*> position is untouched.
*>-----------------------------------------------
roll-centre-budget-figures.
  move zero to ws-var-budget-period
  move zero to ws-var-budget-ytd
  if ws-dpl-one-centre = spaces
    exit paragraph
  end-if
  move 1 to ws-dpl-budget-month
  perform read-one-centre-budget
    until ws-dpl-budget-month > ws-rpt-month
  .
read-one-centre-budget.
  move account-code to budget-account-code
  move ws-rpt-year to budget-year
  move ws-dpl-budget-month to budget-month
  move ws-dpl-one-centre to budget-cost-centre
  read gl-budget-file key is budget-key
    invalid key
      continue
    not invalid key
      add budget-amount to ws-var-budget-ytd
      if ws-dpl-budget-month = ws-rpt-month
        add budget-amount to ws-var-budget-period
      end-if
  end-read
  add 1 to ws-dpl-budget-month
  .

*>-----------------------------------------------
*> Budget maintenance - an account's twelve monthly amounts are
*> shown and re-keyed on one screen (blank keeps a month), and a
  if ws-bud-year = zero
    exit paragraph
  end-if
  display "Cost Centre (blank=whole company):[      ]" at line 08 col 04 foreground-color 2 end-display
  move spaces to ws-bud-cost-centre
  accept ws-bud-cost-centre at line 08 col 39 with foreground-color 6 end-accept
  move function upper-case(ws-bud-cost-centre) to ws-bud-cost-centre

  move 1 to ws-bud-month-idx
  perform load-one-budget-month
  move ws-bud-account to budget-account-code
  move ws-bud-year to budget-year
  move ws-bud-month-idx to budget-month
  move ws-bud-cost-centre to budget-cost-centre
  read gl-budget-file key is budget-key
    invalid key
      move zero to ws-bud-month-amount(ws-bud-month-idx)
  move ws-bud-account to budget-account-code
  move ws-bud-year to budget-year
  move ws-bud-month-idx to budget-month
  move ws-bud-cost-centre to budget-cost-centre
  move ws-bud-month-amount(ws-bud-month-idx) to budget-amount
  add budget-amount to ws-bud-annual-total
  write gl-budget-record
  move account-code to budget-account-code
  move ws-rpt-year to budget-year
  move zero to budget-month
  move spaces to budget-cost-centre
  start gl-budget-file key not less than budget-key
    invalid key
      perform restore-chart-scan-position
     or budget-year not = ws-rpt-year
    exit paragraph
  end-if
  *> cost centre budgets are the departmental P&L's, not the company's
  if budget-cost-centre not = spaces
    exit paragraph
  end-if

  if budget-month = ws-rpt-month
    add budget-amount to ws-var-budget-period
    period-month-flag(9) " " period-month-flag(10) "  "
    period-month-flag(11) "  " period-month-flag(12)
    at line 08 col 12 foreground-color 3 end-display
  display "Depn:   " at line 09 col 04 foreground-color 2 end-display
  display period-depn-run-flag(1) " " period-depn-run-flag(2) " "
    period-depn-run-flag(3) " " period-depn-run-flag(4) " "
    period-depn-run-flag(5) " " period-depn-run-flag(6) " "
    period-depn-run-flag(7) " " period-depn-run-flag(8) " "
    period-depn-run-flag(9) " " period-depn-run-flag(10) "  "
    period-depn-run-flag(11) "  " period-depn-run-flag(12)
    at line 09 col 12 foreground-color 3 end-display
  .
*>-----------------------------------------------
*> Month-end pack: the reports themselves live in mepack so the
  accept omitted end-accept
  .

*>-----------------------------------------------
*> VAT return: the report itself lives in gl030 so it can also be
*> queued on the scheduler; the accountant keys the return period
*> here and it is handed over on VATRETPARM the way the month-end
*> pack takes its as-of date.
*>-----------------------------------------------
run-vat-return.
  display "VAT Return" at line 04 col 30 foreground-color 2 end-display
  display "From Date (CCYYMMDD):[        ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-vat-from-date
  accept ws-vat-from-date at line 06 col 26 with foreground-color 6 end-accept
  display "To Date   (CCYYMMDD):[        ]" at line 07 col 04 foreground-color 2 end-display
  move zero to ws-vat-to-date
  accept ws-vat-to-date at line 07 col 26 with foreground-color 6 end-accept
  if ws-vat-from-date = zero or ws-vat-to-date = zero
     or ws-vat-to-date < ws-vat-from-date
    display "Enter a valid date range, return not run" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  open output vatretparm-file
  move ws-vat-from-date to vatretparm-from-date
  move ws-vat-to-date to vatretparm-to-date
  write vatretparm-record
  close vatretparm-file

  display "Running VAT return..." at line 09 col 04 foreground-color 2 end-display
  call "gl030" using current-company-record-number end-call
  display "VAT return complete, see the VATRETURN spool" at line 10 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .

*>-----------------------------------------------
*> Cash flow forecast: gl060 projects the bank balance thirteen
*> weeks out.  The start date and overdraft limit go over on
*> CASHFCPARM; the limit stays on file for the scheduled runs, so
*> it is shown here and kept when left blank.
*>-----------------------------------------------
run-cash-flow-forecast.
  display "Cash Flow Forecast" at line 04 col 30 foreground-color 2 end-display
  move zero to ws-cfc-overdraft-limit
  open input cashfcparm-file
  if cashfcparm-file-status = zero
    read cashfcparm-file
      at end
        continue
      not at end
        move cashfcparm-overdraft-limit to ws-cfc-overdraft-limit
    end-read
    close cashfcparm-file
  end-if

  display "Start Date (CCYYMMDD, blank=today):[        ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-cfc-start-date
  accept ws-cfc-start-date at line 06 col 40 with foreground-color 6 end-accept
  move ws-cfc-overdraft-limit to ws-cfc-limit-display
  display "Overdraft Limit (blank keeps):[             ]" at line 07 col 04 foreground-color 2 end-display
  display ws-cfc-limit-display at line 07 col 35 foreground-color 3 end-display
  move spaces to ws-input-buf
  accept ws-input-buf at line 07 col 35 with foreground-color 6 end-accept
  if ws-input-buf not = spaces
    compute ws-cfc-overdraft-limit = function numval(ws-input-buf)
  end-if

  open output cashfcparm-file
  move ws-cfc-start-date to cashfcparm-start-date
  move ws-cfc-overdraft-limit to cashfcparm-overdraft-limit
  write cashfcparm-record
  close cashfcparm-file

  display "Running cash flow forecast..." at line 09 col 04 foreground-color 2 end-display
  call "gl060" using current-company-record-number end-call
  display "Cash flow forecast complete, see the CASHFCST spool" at line 10 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .

*>-----------------------------------------------
*> Prepayment and accrual schedules are kept, released and reported
*> by gl050, which opens the chart, the posting rules and the
*> period file itself - ours are closed while it runs.
*>-----------------------------------------------
run-prepayment-schedules.
  perform closing-procedure
  call "gl050" using current-company-record-number end-call
  perform opening-procedure
  .

*>-----------------------------------------------
*> Group consolidation: the member companies and where each one's
*> ledger files live are kept on CONSOLGRP and re-keyed here, then
*> gl040 combines them for the period.
*>-----------------------------------------------
run-group-consolidation.
  display "Group Consolidation" at line 04 col 30 foreground-color 2 end-display
  display "Year:[    ]  Month:[  ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-cons-year ws-cons-month
  accept ws-cons-year at line 06 col 10 with foreground-color 6 end-accept
  accept ws-cons-month at line 06 col 24 with foreground-color 6 end-accept
  if ws-cons-year = zero or ws-cons-month < 1 or ws-cons-month > 12
    display "Enter a year and a month 1-12" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  initialize ws-grp-table
  move zero to ws-grp-idx
  open input consolgrp-file
  if consolgrp-file-status = zero
    perform load-one-group-member
      until consolgrp-file-status not = zero
    close consolgrp-file
  end-if

  display "Co.   Ledger directory (blank=keep, .=this directory, co 0=drop)"
    at line 08 col 04 foreground-color 2 end-display
  move 1 to ws-grp-idx
  perform accept-one-group-member
    until ws-grp-idx > 10

  move zero to ws-grp-count
  open output consolgrp-file
  move 1 to ws-grp-idx
  perform save-one-group-member
    until ws-grp-idx > 10
  close consolgrp-file
  if ws-grp-count < 2
    display "A consolidation needs at least two companies" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  open output consolparm-file
  move ws-cons-year to cparm-year
  move ws-cons-month to cparm-month
  write consolparm-record
  close consolparm-file

  display "Running consolidation..." at line 20 col 04 foreground-color 2 end-display
  *> gl040 opens the ledger files itself, so ours are closed round it
  perform closing-procedure
  call "gl040" using current-company-record-number end-call
  perform opening-procedure
  display "Consolidation complete, see the CONSOLTB spool" at line 21 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
load-one-group-member.
  read consolgrp-file
    at end
      move "10" to consolgrp-file-status
      exit paragraph
  end-read
  if ws-grp-idx < 10
    add 1 to ws-grp-idx
    move cgrp-company-number to ws-grp-company(ws-grp-idx)
    move cgrp-data-path to ws-grp-path(ws-grp-idx)
  end-if
  .
accept-one-group-member.
  display "[   ] [                                        ]"
    at line (08 + ws-grp-idx) col 03 foreground-color 2 end-display
  display ws-grp-company(ws-grp-idx) at line (08 + ws-grp-idx) col 04 foreground-color 3 end-display
  display ws-grp-path(ws-grp-idx) at line (08 + ws-grp-idx) col 10 foreground-color 3 end-display
  move spaces to ws-grp-co-buf
  accept ws-grp-co-buf at line (08 + ws-grp-idx) col 04 with foreground-color 6 end-accept
  if ws-grp-co-buf not = spaces
    move function numval(ws-grp-co-buf) to ws-grp-company(ws-grp-idx)
  end-if
  if ws-grp-company(ws-grp-idx) not = zero
    move spaces to ws-grp-path-buf
    accept ws-grp-path-buf at line (08 + ws-grp-idx) col 10 with foreground-color 6 end-accept
    if ws-grp-path-buf not = spaces
      move ws-grp-path-buf to ws-grp-path(ws-grp-idx)
    end-if
  end-if
  add 1 to ws-grp-idx
  .
save-one-group-member.
  if ws-grp-company(ws-grp-idx) not = zero
    move ws-grp-company(ws-grp-idx) to cgrp-company-number
    move ws-grp-path(ws-grp-idx) to cgrp-data-path
    write consolgrp-record
    add 1 to ws-grp-count
  end-if
  add 1 to ws-grp-idx
  .

*>-----------------------------------------------
*> Year end: the YTD roll itself lives in gl020 so it can also be
*> queued on the scheduler; the accountant confirms here first.
  end-if
  .
copy "print-route-pd.cpy".
copy "reclock-pd.cpy".
end program gl010.
