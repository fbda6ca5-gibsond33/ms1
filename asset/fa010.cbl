      >> source format is free
program-id. fa010.
*> Fixed asset register.  Keeps one record per asset held - what it
*> is, where it sits, the cost centre it works for, what it cost,
*> how it is written down and what it is worth today - and runs the
*> month-end depreciation charge through to the GL interface, one
*> posting pair per asset category and cost centre.  The run marks
*> the month on the period control record so it can never be
*> charged twice.  Disposals take the asset out at its cost and
*> accumulated depreciation and post the profit or loss against
*> the proceeds, and the register report proves the asset totals
*> back to the fixed asset accounts on the chart.  Every account
*> comes off the FA010 posting rules qualified by asset category.
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
  .
environment division.configuration section.
source-computer. Linux.
object-computer. Linux.
input-output section.
file-control.
  select fixed-asset-file assign to "FIXASSET"
    organization is indexed
    access mode is dynamic
    record key is fa-asset-code
    file status is fixed-asset-file-status
    .
  copy "glintfc-sel.cpy".
  copy "glrule-sel.cpy".
  copy "glacct-sel.cpy".
  copy "period-sel.cpy".
  select fadeprun-file assign to "FADEPRUN"
    organization is line sequential
    access mode is sequential
    file status is fadeprun-file-status
    .
  select fareg-file assign to "FAREG"
    organization is line sequential
    access mode is sequential
    file status is fareg-file-status
    .
copy "system-sel.cpy".
data division.
file section.
copy "fixasset.cpy".
copy "glintfc-fd.cpy".
copy "glrule-fd.cpy".
copy "gl010.cpy".
copy "period-fd.cpy".
copy "system-fd.cpy".
fd  fadeprun-file.
01  fadeprun-record             pic x(120).
fd  fareg-file.
01  fareg-record                pic x(120).
working-storage section.
01  program-name              pic x(15) value "fa010 (1.00.00)".

01  fixed-asset-file-status   pic xx.
01  gl-file-status            pic xx.
01  gl-rule-file-status       pic xx.
01  gl-account-file-status    pic xx.
copy "glrule-ws.cpy".
01  period-file-status        pic xx.
copy "period-ws.cpy".
01  fadeprun-file-status      pic xx.
01  fareg-file-status         pic xx.
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "print-route-ws.cpy".
copy "company-ws.cpy".

01  asset-choice              pic x.
  88  asset-choice-is-valid   values "A" "C" "I" "D" "R" "P" "X".

01  ws-fa-code-input          pic x(08).
01  ws-fa-amount-buf          pic x(13).
01  ws-fa-amount-display      pic z(8)9.99-.
01  ws-fa-answer              pic x.
01  ws-fa-save-description    pic x(32).
01  ws-fa-save-category       pic x(06).
01  ws-fa-save-location       pic x(06).
01  ws-fa-save-cost-centre    pic x(06).
01  ws-fa-save-method         pic x.
01  ws-fa-today               pic 9(08).

*> staging for every posting this program writes
01  ws-fa-post-date           pic 9(08).
01  ws-fa-post-cost-centre    pic x(06).
01  ws-fa-post-switch         pic x.
  88  ws-fa-can-post          value "Y".
  88  ws-fa-cannot-post       value "N".
01  ws-fa-stop-reason         pic x(70).
01  ws-fa-cost-account        pic x(10).
01  ws-fa-accum-account       pic x(10).
01  ws-fa-contra-account      pic x(10).
01  ws-fa-cash-account        pic x(10).
01  ws-fa-disposal-account    pic x(10).
01  ws-fa-disposal-proceeds   pic s9(09)v99.
01  ws-fa-disposal-result     pic s9(09)v99.

*> depreciation run
01  ws-depn-period.
  05  ws-depn-year            pic 9(04).
  05  ws-depn-month           pic 9(02).
01  ws-depn-period-num redefines ws-depn-period pic 9(06).
01  ws-depn-next-date         pic 9(08).
01  filler redefines ws-depn-next-date.
  05  ws-depn-next-year       pic 9(04).
  05  ws-depn-next-month      pic 9(02).
  05  ws-depn-next-day        pic 9(02).
01  ws-depn-post-date         pic 9(08).
01  ws-depn-month-idx         pic 9(02).
01  ws-depn-charge            pic s9(09)v99.
01  ws-depn-headroom          pic s9(09)v99.
01  ws-depn-rate              pic 9v9(08).
01  ws-depn-asset-count       pic 9(05).
01  ws-depn-run-total         pic s9(11)v99.

*> one entry per category and cost centre charged this run
01  ws-depn-totals.
  05  ws-depn-entry           occurs 50 times indexed by ws-depn-idx.
    10  ws-depn-category      pic x(06).
    10  ws-depn-cost-centre   pic x(06).
    10  ws-depn-amount        pic s9(11)v99.
    10  ws-depn-expense-account pic x(10).
    10  ws-depn-accum-account pic x(10).
01  ws-depn-entry-count       pic 9(02).
01  ws-depn-found-switch      pic x.
  88  depn-entry-found        value "Y".
  88  depn-entry-not-found    value "N".

*> register reconciliation - one entry per fixed asset GL account,
*> register side held debit positive as the ledger holds it
01  ws-recon-totals.
  05  ws-recon-entry          occurs 40 times indexed by ws-recon-idx.
    10  ws-recon-account      pic x(10).
    10  ws-recon-register     pic s9(11)v99.
    10  ws-recon-ledger       pic s9(11)v99.
01  ws-recon-entry-count      pic 9(02).
01  ws-recon-lookup           pic x(10).
01  ws-recon-amount           pic s9(11)v99.
01  ws-recon-difference       pic s9(11)v99.
01  ws-recon-found-switch     pic x.
  88  recon-entry-found       value "Y".
  88  recon-entry-not-found   value "N".
01  ws-reg-asset-count        pic 9(05).
01  ws-reg-unresolved-count   pic 9(05).
01  ws-reg-total-cost         pic s9(11)v99.
01  ws-reg-total-accum        pic s9(11)v99.
01  ws-reg-total-nbv          pic s9(11)v99.

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
  open i-o fixed-asset-file
  if fixed-asset-file-status = "35"
    open output fixed-asset-file
    close fixed-asset-file
    open i-o fixed-asset-file
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
  open i-o period-file
  if period-file-status = "35"
    open output period-file
    close period-file
    open i-o period-file
  end-if
  perform get-print-spool-name
  .
closing-procedure.
  close fixed-asset-file
  close gl-interface-file
  close gl-rule-file
  close gl-account-file
  close period-file
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
  perform display-asset-menu
  perform accept-asset-choice
  perform do-asset-pick
    until asset-choice = "X"
  .
display-asset-menu.
  display " " at line 01 col 01 erase eos end-display
  display program-name at line 01 col 01 foreground-color 2 end-display
  display "Fixed Asset Register" at line 01 col 30 foreground-color 2 end-display
  display "(A) Add Asset"                 at line 05 col 04 foreground-color 2 end-display
  display "(C) Change Asset"              at line 06 col 04 foreground-color 2 end-display
  display "(I) Inquire Asset"             at line 07 col 04 foreground-color 2 end-display
  display "(D) Dispose of Asset"          at line 08 col 04 foreground-color 2 end-display
  display "(R) Monthly Depreciation Run"  at line 09 col 04 foreground-color 2 end-display
  display "(P) Print Asset Register"      at line 10 col 04 foreground-color 2 end-display
  display "(X) Exit"                      at line 11 col 04 foreground-color 2 end-display
  .
accept-asset-choice.
  display "Select option :- [ ]" at line 13 col 04 foreground-color 2 end-display
  accept asset-choice at line 13 col 20 with foreground-color 6 end-accept
  move function upper-case(asset-choice) to asset-choice
  if not asset-choice-is-valid
    display "Invalid choice, try again" at line 23 col 02 foreground-color 4 end-display
    perform accept-asset-choice
  end-if
  .
do-asset-pick.
  evaluate asset-choice
    when "A"
      perform add-asset
    when "C"
      perform change-asset
    when "I"
      perform inquire-asset
    when "D"
      perform dispose-asset
    when "R"
      perform run-monthly-depreciation
    when "P"
      perform print-asset-register
    when "X"
      continue
  end-evaluate
  if asset-choice not = "X"
    perform display-asset-menu
    perform accept-asset-choice
  end-if
  .

*>-----------------------------------------------
*> Asset master.  Cost and any depreciation already written off are
*> keyed once, when the asset is added; after that they only move
*> through the depreciation run and the disposal.  A new asset can
*> be capitalised as it is added - its cost moves onto the fixed
*> asset account off wherever the purchase invoice first landed -
*> while an asset taken on with depreciation already written off is
*> assumed to be in the ledger already.
*>-----------------------------------------------
add-asset.
  display "Add Asset" at line 04 col 30 foreground-color 2 end-display
  display "Asset Code:[        ]" at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-fa-code-input
  accept ws-fa-code-input at line 06 col 16 with foreground-color 6 end-accept
  move function upper-case(ws-fa-code-input) to ws-fa-code-input
  if ws-fa-code-input = spaces
    exit paragraph
  end-if
  move ws-fa-code-input to fa-asset-code
  read fixed-asset-file key is fa-asset-code
    invalid key
      continue
    not invalid key
      display "Asset already exists" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read

  initialize fixed-asset-record
  move ws-fa-code-input to fa-asset-code
  set fa-is-active to true
  set fa-is-straight-line to true
  perform show-asset-fields
  perform accept-asset-fields
  perform accept-asset-cost-fields

  if fa-cost not > zero
    display "Asset cost must be greater than zero - asset not added" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  if fa-accum-depn < zero or fa-accum-depn > fa-cost
    display "Depreciation to date must be between nil and cost - asset not added" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  perform validate-asset-fields
  if ws-fa-cannot-post
    display ws-fa-stop-reason at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  compute fa-net-book-value = fa-cost - fa-accum-depn

  move "N" to ws-fa-answer
  if fa-accum-depn = zero
    display "Capitalise the cost to the GL now? (Y/N):[ ]" at line 21 col 04 foreground-color 2 end-display
    accept ws-fa-answer at line 21 col 46 with foreground-color 6 end-accept
    move function upper-case(ws-fa-answer) to ws-fa-answer
  end-if
  if ws-fa-answer = "Y"
    perform resolve-addition-accounts
    if ws-fa-cannot-post
      display ws-fa-stop-reason at line 23 col 02 foreground-color 4 end-display
      accept omitted end-accept
      exit paragraph
    end-if
  end-if

  write fixed-asset-record
    invalid key
      display "Write failed" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-write
  if ws-fa-answer = "Y"
    perform post-asset-addition
  end-if
  .
change-asset.
  display "Change Asset" at line 04 col 30 foreground-color 2 end-display
  display "Asset Code:[        ]" at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-fa-code-input
  accept ws-fa-code-input at line 06 col 16 with foreground-color 6 end-accept
  move function upper-case(ws-fa-code-input) to fa-asset-code
  read fixed-asset-file key is fa-asset-code
    invalid key
      display "Asset not found" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  if fa-is-disposed
    display "Asset has been disposed of and cannot be changed" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  perform show-asset-fields
  perform accept-asset-fields
  perform validate-asset-fields
  if ws-fa-cannot-post
    display ws-fa-stop-reason at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  rewrite fixed-asset-record
    invalid key
      display "Rewrite failed" at line 23 col 02 foreground-color 4 end-display
  end-rewrite
  .
inquire-asset.
  display "Inquire Asset" at line 04 col 30 foreground-color 2 end-display
  display "Asset Code:[        ]" at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-fa-code-input
  accept ws-fa-code-input at line 06 col 16 with foreground-color 6 end-accept
  move function upper-case(ws-fa-code-input) to fa-asset-code
  read fixed-asset-file key is fa-asset-code
    invalid key
      display "Asset not found" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  perform show-asset-fields
  accept omitted end-accept
  .
show-asset-fields.
  display "Description:   [                                ]" at line 07 col 04 foreground-color 2 end-display
  display fa-description at line 07 col 20 foreground-color 3 end-display
  display "Category:      [      ]" at line 08 col 04 foreground-color 2 end-display
  display fa-category at line 08 col 20 foreground-color 3 end-display
  display "Location:      [      ]" at line 09 col 04 foreground-color 2 end-display
  display fa-location at line 09 col 20 foreground-color 3 end-display
  display "Cost Centre:   [      ]" at line 10 col 04 foreground-color 2 end-display
  display fa-cost-centre at line 10 col 20 foreground-color 3 end-display
  display "Purchase Date: [        ] (CCYYMMDD)" at line 11 col 04 foreground-color 2 end-display
  display fa-purchase-date at line 11 col 20 foreground-color 3 end-display
  display "Cost:          [             ]" at line 12 col 04 foreground-color 2 end-display
  move fa-cost to ws-fa-amount-display
  display ws-fa-amount-display at line 12 col 20 foreground-color 3 end-display
  display "Method:        [ ] (S)traight line (R)educing balance" at line 13 col 04 foreground-color 2 end-display
  display fa-depn-method at line 13 col 20 foreground-color 3 end-display
  display "Life (Years):  [  ]" at line 14 col 04 foreground-color 2 end-display
  display fa-useful-life-years at line 14 col 20 foreground-color 3 end-display
  display "Residual:      [             ]" at line 15 col 04 foreground-color 2 end-display
  move fa-residual-value to ws-fa-amount-display
  display ws-fa-amount-display at line 15 col 20 foreground-color 3 end-display
  display "Depn To Date:  [             ]" at line 16 col 04 foreground-color 2 end-display
  move fa-accum-depn to ws-fa-amount-display
  display ws-fa-amount-display at line 16 col 20 foreground-color 3 end-display
  display "Net Book Value:[             ]" at line 17 col 04 foreground-color 2 end-display
  move fa-net-book-value to ws-fa-amount-display
  display ws-fa-amount-display at line 17 col 20 foreground-color 3 end-display
  display "Last Depn:     [      ] (CCYYMM)" at line 18 col 04 foreground-color 2 end-display
  display fa-last-depn-period at line 18 col 20 foreground-color 3 end-display
  display "Status:        [ ] (A)ctive (D)isposed" at line 19 col 04 foreground-color 2 end-display
  display fa-status at line 19 col 20 foreground-color 3 end-display
  if fa-is-disposed
    display "Disposed:      [        ] Proceeds:[             ]" at line 20 col 04 foreground-color 2 end-display
    display fa-disposal-date at line 20 col 20 foreground-color 3 end-display
    move fa-disposal-proceeds to ws-fa-amount-display
    display ws-fa-amount-display at line 20 col 40 foreground-color 3 end-display
  end-if
  .
accept-asset-fields.
  move fa-description to ws-fa-save-description
  accept fa-description at line 07 col 20 with foreground-color 6 end-accept
  if fa-description = spaces
    move ws-fa-save-description to fa-description
  end-if

  move fa-category to ws-fa-save-category
  accept fa-category at line 08 col 20 with foreground-color 6 end-accept
  if fa-category = spaces
    move ws-fa-save-category to fa-category
  else
    move function upper-case(fa-category) to fa-category
  end-if

  move fa-location to ws-fa-save-location
  accept fa-location at line 09 col 20 with foreground-color 6 end-accept
  if fa-location = spaces
    move ws-fa-save-location to fa-location
  else
    move function upper-case(fa-location) to fa-location
  end-if

  move fa-cost-centre to ws-fa-save-cost-centre
  accept fa-cost-centre at line 10 col 20 with foreground-color 6 end-accept
  if fa-cost-centre = spaces
    move ws-fa-save-cost-centre to fa-cost-centre
  else
    move function upper-case(fa-cost-centre) to fa-cost-centre
  end-if

  move fa-depn-method to ws-fa-save-method
  accept fa-depn-method at line 13 col 20 with foreground-color 6 end-accept
  if fa-depn-method = space
    move ws-fa-save-method to fa-depn-method
  else
    move function upper-case(fa-depn-method) to fa-depn-method
  end-if

  accept fa-useful-life-years at line 14 col 20 with foreground-color 6 end-accept

  move spaces to ws-fa-amount-buf
  accept ws-fa-amount-buf at line 15 col 20 with foreground-color 6 end-accept
  if ws-fa-amount-buf not = spaces
    move function numval(ws-fa-amount-buf) to fa-residual-value
  end-if
  .
accept-asset-cost-fields.
  accept ws-fa-today from date yyyymmdd end-accept
  move zero to fa-purchase-date
  accept fa-purchase-date at line 11 col 20 with foreground-color 6 end-accept
  if fa-purchase-date = zero
    move ws-fa-today to fa-purchase-date
    display fa-purchase-date at line 11 col 20 foreground-color 3 end-display
  end-if

  move spaces to ws-fa-amount-buf
  accept ws-fa-amount-buf at line 12 col 20 with foreground-color 6 end-accept
  if ws-fa-amount-buf not = spaces
    move function numval(ws-fa-amount-buf) to fa-cost
  end-if

  move spaces to ws-fa-amount-buf
  accept ws-fa-amount-buf at line 16 col 20 with foreground-color 6 end-accept
  if ws-fa-amount-buf not = spaces
    move function numval(ws-fa-amount-buf) to fa-accum-depn
  end-if
  .
validate-asset-fields.
  set ws-fa-can-post to true
  move spaces to ws-fa-stop-reason
  if fa-description = spaces
    set ws-fa-cannot-post to true
    move "Description is required" to ws-fa-stop-reason
    exit paragraph
  end-if
  if fa-category = spaces
    set ws-fa-cannot-post to true
    move "Category is required - it picks the GL accounts" to ws-fa-stop-reason
    exit paragraph
  end-if
  if not fa-method-is-valid
    set ws-fa-cannot-post to true
    move "Method must be S (straight line) or R (reducing balance)" to ws-fa-stop-reason
    exit paragraph
  end-if
  if fa-useful-life-years = zero
    set ws-fa-cannot-post to true
    move "Useful life must be at least one year" to ws-fa-stop-reason
    exit paragraph
  end-if
  if fa-residual-value < zero or fa-residual-value > fa-cost
    set ws-fa-cannot-post to true
    move "Residual value must be between nil and cost" to ws-fa-stop-reason
  end-if
  .
resolve-addition-accounts.
  set ws-fa-can-post to true
  move spaces to ws-fa-stop-reason
  move fa-purchase-date to ws-period-check-date
  perform check-posting-period
  if ws-period-is-closed
    set ws-fa-cannot-post to true
    move "Purchase date falls in a closed period - asset not added" to ws-fa-stop-reason
    exit paragraph
  end-if
  move "FA010" to ws-glrule-source
  move fa-category to ws-glrule-qualifier
  move "COST" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    set ws-fa-cannot-post to true
    move ws-glrule-message to ws-fa-stop-reason
    exit paragraph
  end-if
  move ws-glrule-account to ws-fa-cost-account
  move "ADDITION" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    set ws-fa-cannot-post to true
    move ws-glrule-message to ws-fa-stop-reason
    exit paragraph
  end-if
  move ws-glrule-account to ws-fa-contra-account
  .
post-asset-addition.
  move fa-purchase-date to ws-fa-post-date
  move fa-cost-centre to ws-fa-post-cost-centre
  move spaces to gl-description
  string "Asset addition " delimited by size
    fa-asset-code delimited by space
    " " delimited by size
    fa-description delimited by size
    into gl-description
  end-string
  move ws-fa-cost-account to gl-account-code
  move fa-cost to gl-debit-amount
  move zero to gl-credit-amount
  perform write-asset-gl-record
  move ws-fa-contra-account to gl-account-code
  move zero to gl-debit-amount
  move fa-cost to gl-credit-amount
  perform write-asset-gl-record
  .
write-asset-gl-record.
  move "FA010" to gl-source-module
  move ws-fa-post-date to gl-post-date
  move zero to gl-batch-number
  set gl-is-unposted to true
  move ws-fa-post-cost-centre to gl-cost-centre
  write gl-interface-record
  .

*>-----------------------------------------------
*> Disposal.  The asset leaves the books at cost less the
*> depreciation written off; whatever the proceeds come to above or
*> below that net book value is the profit or loss on disposal.
*> The record stays on file, marked disposed, for the history.
*>-----------------------------------------------
dispose-asset.
  display "Dispose of Asset" at line 04 col 30 foreground-color 2 end-display
  display "Asset Code:[        ]" at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-fa-code-input
  accept ws-fa-code-input at line 06 col 16 with foreground-color 6 end-accept
  move function upper-case(ws-fa-code-input) to fa-asset-code
  read fixed-asset-file key is fa-asset-code
    invalid key
      display "Asset not found" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  if fa-is-disposed
    display "Asset has already been disposed of" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  perform show-asset-fields

  display "Disposal Date: [        ] Proceeds:[             ]" at line 20 col 04 foreground-color 2 end-display
  move zero to ws-fa-post-date
  accept ws-fa-post-date at line 20 col 20 with foreground-color 6 end-accept
  if ws-fa-post-date = zero
    accept ws-fa-post-date from date yyyymmdd end-accept
    display ws-fa-post-date at line 20 col 20 foreground-color 3 end-display
  end-if
  if ws-fa-post-date < fa-purchase-date
    display "Disposal date is before the purchase date" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move zero to ws-fa-disposal-proceeds
  move spaces to ws-fa-amount-buf
  accept ws-fa-amount-buf at line 20 col 40 with foreground-color 6 end-accept
  if ws-fa-amount-buf not = spaces
    move function numval(ws-fa-amount-buf) to ws-fa-disposal-proceeds
  end-if
  if ws-fa-disposal-proceeds < zero
    display "Proceeds cannot be negative" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  compute ws-fa-disposal-result = ws-fa-disposal-proceeds - fa-net-book-value
  move ws-fa-disposal-result to ws-fa-amount-display
  display "Profit/(Loss) on disposal:" at line 21 col 04 foreground-color 2 end-display
  display ws-fa-amount-display at line 21 col 31 foreground-color 3 end-display

  perform resolve-disposal-accounts
  if ws-fa-cannot-post
    display ws-fa-stop-reason at line 23 col 02 foreground-color 4 end-display
    accept omitted end-accept
    exit paragraph
  end-if

  display "Post the disposal? (Y/N):[ ]" at line 22 col 04 foreground-color 2 end-display
  move space to ws-fa-answer
  accept ws-fa-answer at line 22 col 30 with foreground-color 6 end-accept
  move function upper-case(ws-fa-answer) to ws-fa-answer
  if ws-fa-answer not = "Y"
    exit paragraph
  end-if

  set fa-is-disposed to true
  move ws-fa-post-date to fa-disposal-date
  move ws-fa-disposal-proceeds to fa-disposal-proceeds
  rewrite fixed-asset-record
    invalid key
      display "Rewrite failed - disposal not posted" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-rewrite
  perform post-asset-disposal
  .
resolve-disposal-accounts.
  set ws-fa-can-post to true
  move spaces to ws-fa-stop-reason
  move ws-fa-post-date to ws-period-check-date
  perform check-posting-period
  if ws-period-is-closed
    set ws-fa-cannot-post to true
    move "Disposal date falls in a closed period - nothing posted" to ws-fa-stop-reason
    exit paragraph
  end-if
  move "FA010" to ws-glrule-source
  move fa-category to ws-glrule-qualifier
  move "COST" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    set ws-fa-cannot-post to true
    move ws-glrule-message to ws-fa-stop-reason
    exit paragraph
  end-if
  move ws-glrule-account to ws-fa-cost-account
  move "ACCUMDEPN" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    set ws-fa-cannot-post to true
    move ws-glrule-message to ws-fa-stop-reason
    exit paragraph
  end-if
  move ws-glrule-account to ws-fa-accum-account
  if ws-fa-disposal-proceeds not = zero
    move "CASH" to ws-glrule-type
    perform find-gl-posting-account
    if ws-glrule-not-found
      set ws-fa-cannot-post to true
      move ws-glrule-message to ws-fa-stop-reason
      exit paragraph
    end-if
    move ws-glrule-account to ws-fa-cash-account
  end-if
  if ws-fa-disposal-result not = zero
    move "DISPOSAL" to ws-glrule-type
    perform find-gl-posting-account
    if ws-glrule-not-found
      set ws-fa-cannot-post to true
      move ws-glrule-message to ws-fa-stop-reason
      exit paragraph
    end-if
    move ws-glrule-account to ws-fa-disposal-account
  end-if
  .
post-asset-disposal.
  move fa-cost-centre to ws-fa-post-cost-centre
  move spaces to gl-description
  string "Asset disposal " delimited by size
    fa-asset-code delimited by space
    " " delimited by size
    fa-description delimited by size
    into gl-description
  end-string
  if fa-accum-depn not = zero
    move ws-fa-accum-account to gl-account-code
    move fa-accum-depn to gl-debit-amount
    move zero to gl-credit-amount
    perform write-asset-gl-record
  end-if
  if ws-fa-disposal-proceeds not = zero
    move ws-fa-cash-account to gl-account-code
    move ws-fa-disposal-proceeds to gl-debit-amount
    move zero to gl-credit-amount
    perform write-asset-gl-record
  end-if
  move ws-fa-cost-account to gl-account-code
  move zero to gl-debit-amount
  move fa-cost to gl-credit-amount
  perform write-asset-gl-record
  if ws-fa-disposal-result > zero
    move ws-fa-disposal-account to gl-account-code
    move zero to gl-debit-amount
    move ws-fa-disposal-result to gl-credit-amount
    perform write-asset-gl-record
  end-if
  if ws-fa-disposal-result < zero
    move ws-fa-disposal-account to gl-account-code
    compute gl-debit-amount = zero - ws-fa-disposal-result
    move zero to gl-credit-amount
    perform write-asset-gl-record
  end-if
  .

*>-----------------------------------------------
*> Monthly depreciation.  A full month's charge is taken in the
*> month of purchase and every month after, straight line spreading
*> cost less residual evenly over the life, reducing balance taking
*> a fixed annual rate of the net book value - the rate that brings
*> cost down to residual over the life, or double the straight line
*> rate where there is no residual.  No asset is written below its
*> residual value.  The charges are totalled and every account
*> found before anything is rewritten or posted, and the month is
*> then marked run on the period control record.
*>-----------------------------------------------
run-monthly-depreciation.
  display "Monthly Depreciation Run" at line 04 col 30 foreground-color 2 end-display
  display "Year:[    ]  Month:[  ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-depn-year ws-depn-month
  accept ws-depn-year at line 06 col 10 with foreground-color 6 end-accept
  if ws-depn-year = zero
    exit paragraph
  end-if
  accept ws-depn-month at line 06 col 24 with foreground-color 6 end-accept
  if ws-depn-month < 1 or ws-depn-month > 12
    display "Month must be 1 to 12" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  *> charges are posted on the last day of the month
  if ws-depn-month = 12
    compute ws-depn-next-year = ws-depn-year + 1
    move 1 to ws-depn-next-month
  else
    move ws-depn-year to ws-depn-next-year
    compute ws-depn-next-month = ws-depn-month + 1
  end-if
  move 1 to ws-depn-next-day
  compute ws-depn-post-date = function date-of-integer
    (function integer-of-date(ws-depn-next-date) - 1)

  move ws-depn-post-date to ws-period-check-date
  perform check-posting-period
  if ws-period-is-closed
    display "That month is closed - depreciation not run" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  perform read-depn-period-record
  if period-file-status not = zero
    display "Period control record could not be created" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  if period-depn-run-flag(ws-depn-month) = "Y"
    display "Depreciation has already been run for that month" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  perform total-depreciation-charges
  if ws-fa-can-post and ws-depn-asset-count = zero
    set ws-fa-cannot-post to true
    move "No assets are due a charge for that month" to ws-fa-stop-reason
  end-if
  if ws-fa-can-post
    set ws-depn-idx to 1
    perform resolve-one-depn-entry
      until ws-depn-idx > ws-depn-entry-count
         or ws-fa-cannot-post
  end-if
  if ws-fa-cannot-post
    display ws-fa-stop-reason at line 23 col 02 foreground-color 4 end-display
    accept omitted end-accept
    exit paragraph
  end-if

  move ws-depn-asset-count to ws-count-display
  move ws-depn-run-total to ws-amount-display
  display "Assets to charge:  " ws-count-display at line 08 col 04 foreground-color 2 end-display
  display "Depreciation:      " ws-amount-display at line 09 col 04 foreground-color 2 end-display
  display "Post the depreciation run? (Y/N):[ ]" at line 11 col 04 foreground-color 2 end-display
  move space to ws-fa-answer
  accept ws-fa-answer at line 11 col 38 with foreground-color 6 end-accept
  move function upper-case(ws-fa-answer) to ws-fa-answer
  if ws-fa-answer not = "Y"
    exit paragraph
  end-if

  open output fadeprun-file
  move spaces to fadeprun-record
  string "Fixed Asset Depreciation Run - period " delimited by size
    ws-depn-year delimited by size
    "/" delimited by size
    ws-depn-month delimited by size
    "  posted " delimited by size
    ws-depn-post-date delimited by size
    into fadeprun-record
  end-string
  write fadeprun-record
  move spaces to fadeprun-record
  write fadeprun-record
  move "Asset    Description                      Categ  Centre M           Charge      Depn To Date    Net Book Value"
    to fadeprun-record
  write fadeprun-record

  move low-values to fa-asset-code
  start fixed-asset-file key not less than fa-asset-code
    invalid key
      move "10" to fixed-asset-file-status
  end-start
  perform apply-one-asset-charge
    until fixed-asset-file-status not = zero

  move ws-depn-post-date to ws-fa-post-date
  set ws-depn-idx to 1
  perform post-one-depn-entry
    until ws-depn-idx > ws-depn-entry-count

  move current-company-record-number to period-company-number
  move ws-depn-year to period-year
  read period-file key is period-key
    invalid key
      continue
    not invalid key
      move "Y" to period-depn-run-flag(ws-depn-month)
      rewrite period-record
        invalid key
          display "Period control update failed" at line 23 col 02 foreground-color 4 end-display
      end-rewrite
  end-read

  move spaces to fadeprun-record
  write fadeprun-record
  move "Categ  Centre  Expense     Accum Depn              Charge" to fadeprun-record
  write fadeprun-record
  set ws-depn-idx to 1
  perform print-one-depn-entry
    until ws-depn-idx > ws-depn-entry-count
  move ws-depn-run-total to ws-amount-display
  move ws-depn-asset-count to ws-count-display
  move spaces to fadeprun-record
  string "Total for " delimited by size
    ws-count-display delimited by size
    " assets                  " delimited by size
    ws-amount-display delimited by size
    into fadeprun-record
  end-string
  write fadeprun-record
  close fadeprun-file

  move "FADEPRUN" to print-route-file-name
  perform route-report-to-printer
  display "Depreciation posted and the month marked run" at line 23 col 02 foreground-color 2 end-display
  accept omitted end-accept
  .
read-depn-period-record.
  move current-company-record-number to period-company-number
  move ws-depn-year to period-year
  read period-file key is period-key
    invalid key
      initialize period-record
      move current-company-record-number to period-company-number
      move ws-depn-year to period-year
      move 1 to ws-depn-month-idx
      perform default-depn-period-month
        until ws-depn-month-idx > 12
      write period-record
        invalid key
          continue
      end-write
  end-read
  .
default-depn-period-month.
  move "O" to period-month-flag(ws-depn-month-idx)
  add 1 to ws-depn-month-idx
  .
total-depreciation-charges.
  set ws-fa-can-post to true
  move spaces to ws-fa-stop-reason
  move zero to ws-depn-asset-count ws-depn-run-total
  move zero to ws-depn-entry-count
  move low-values to fa-asset-code
  start fixed-asset-file key not less than fa-asset-code
    invalid key
      move "10" to fixed-asset-file-status
  end-start
  perform total-one-asset-charge
    until fixed-asset-file-status not = zero
  .
total-one-asset-charge.
  read fixed-asset-file next record
    at end
      move "10" to fixed-asset-file-status
      exit paragraph
  end-read
  perform find-asset-month-charge
  if ws-depn-charge = zero
    exit paragraph
  end-if
  perform find-or-add-depn-entry
  if depn-entry-not-found
    set ws-fa-cannot-post to true
    move "More than 50 category and cost centre totals - nothing posted" to ws-fa-stop-reason
    exit paragraph
  end-if
  add ws-depn-charge to ws-depn-amount(ws-depn-idx)
  add ws-depn-charge to ws-depn-run-total
  add 1 to ws-depn-asset-count
  .
find-asset-month-charge.
  move zero to ws-depn-charge
  if not fa-is-active
     or fa-purchase-date > ws-depn-post-date
     or fa-last-depn-period not < ws-depn-period-num
     or fa-useful-life-years = zero
    exit paragraph
  end-if
  compute ws-depn-headroom = fa-net-book-value - fa-residual-value
  if ws-depn-headroom not > zero
    exit paragraph
  end-if
  if fa-is-reducing-balance
    if fa-residual-value > zero
      compute ws-depn-rate rounded = 1 -
        (fa-residual-value / fa-cost) ** (1 / fa-useful-life-years)
    else
      if fa-useful-life-years < 2
        move 1 to ws-depn-rate
      else
        compute ws-depn-rate rounded = 2 / fa-useful-life-years
      end-if
    end-if
    compute ws-depn-charge rounded = fa-net-book-value * ws-depn-rate / 12
  else
    compute ws-depn-charge rounded =
      (fa-cost - fa-residual-value) / (fa-useful-life-years * 12)
  end-if
  if ws-depn-charge > ws-depn-headroom
    move ws-depn-headroom to ws-depn-charge
  end-if
  .
find-or-add-depn-entry.
  set depn-entry-not-found to true
  set ws-depn-idx to 1
  perform search-one-depn-entry
    until depn-entry-found or ws-depn-idx > ws-depn-entry-count
  if depn-entry-found or ws-depn-entry-count not < 50
    exit paragraph
  end-if
  add 1 to ws-depn-entry-count
  set ws-depn-idx to ws-depn-entry-count
  move fa-category to ws-depn-category(ws-depn-idx)
  move fa-cost-centre to ws-depn-cost-centre(ws-depn-idx)
  move zero to ws-depn-amount(ws-depn-idx)
  move spaces to ws-depn-expense-account(ws-depn-idx)
  move spaces to ws-depn-accum-account(ws-depn-idx)
  set depn-entry-found to true
  .
search-one-depn-entry.
  if ws-depn-category(ws-depn-idx) = fa-category
     and ws-depn-cost-centre(ws-depn-idx) = fa-cost-centre
    set depn-entry-found to true
  else
    set ws-depn-idx up by 1
  end-if
  .
resolve-one-depn-entry.
  move "FA010" to ws-glrule-source
  move ws-depn-category(ws-depn-idx) to ws-glrule-qualifier
  move "DEPNEXP" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    set ws-fa-cannot-post to true
    move ws-glrule-message to ws-fa-stop-reason
    exit paragraph
  end-if
  move ws-glrule-account to ws-depn-expense-account(ws-depn-idx)
  move "ACCUMDEPN" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    set ws-fa-cannot-post to true
    move ws-glrule-message to ws-fa-stop-reason
    exit paragraph
  end-if
  move ws-glrule-account to ws-depn-accum-account(ws-depn-idx)
  set ws-depn-idx up by 1
  .
apply-one-asset-charge.
  read fixed-asset-file next record
    at end
      move "10" to fixed-asset-file-status
      exit paragraph
  end-read
  perform find-asset-month-charge
  if ws-depn-charge = zero
    exit paragraph
  end-if
  add ws-depn-charge to fa-accum-depn
  subtract ws-depn-charge from fa-net-book-value
  move ws-depn-period-num to fa-last-depn-period
  rewrite fixed-asset-record
    invalid key
      display "Asset rewrite failed " fa-asset-code at line 23 col 02 foreground-color 4 end-display
  end-rewrite

  move ws-depn-charge to ws-amount-display
  move fa-accum-depn to ws-amount-display-2
  move fa-net-book-value to ws-amount-display-3
  move spaces to fadeprun-record
  string fa-asset-code delimited by size
    " " delimited by size
    fa-description delimited by size
    " " delimited by size
    fa-category delimited by size
    " " delimited by size
    fa-cost-centre delimited by size
    " " delimited by size
    fa-depn-method delimited by size
    " " delimited by size
    ws-amount-display delimited by size
    " " delimited by size
    ws-amount-display-2 delimited by size
    " " delimited by size
    ws-amount-display-3 delimited by size
    into fadeprun-record
  end-string
  write fadeprun-record
  .
post-one-depn-entry.
  move ws-depn-cost-centre(ws-depn-idx) to ws-fa-post-cost-centre
  move spaces to gl-description
  string "Depreciation " delimited by size
    ws-depn-year delimited by size
    "/" delimited by size
    ws-depn-month delimited by size
    " category " delimited by size
    ws-depn-category(ws-depn-idx) delimited by space
    into gl-description
  end-string
  move ws-depn-expense-account(ws-depn-idx) to gl-account-code
  move ws-depn-amount(ws-depn-idx) to gl-debit-amount
  move zero to gl-credit-amount
  perform write-asset-gl-record
  move ws-depn-accum-account(ws-depn-idx) to gl-account-code
  move zero to gl-debit-amount
  move ws-depn-amount(ws-depn-idx) to gl-credit-amount
  perform write-asset-gl-record
  set ws-depn-idx up by 1
  .
print-one-depn-entry.
  move ws-depn-amount(ws-depn-idx) to ws-amount-display
  move spaces to fadeprun-record
  string ws-depn-category(ws-depn-idx) delimited by size
    " " delimited by size
    ws-depn-cost-centre(ws-depn-idx) delimited by size
    "  " delimited by size
    ws-depn-expense-account(ws-depn-idx) delimited by size
    "  " delimited by size
    ws-depn-accum-account(ws-depn-idx) delimited by size
    "  " delimited by size
    ws-amount-display delimited by size
    into fadeprun-record
  end-string
  write fadeprun-record
  set ws-depn-idx up by 1
  .

*>-----------------------------------------------
*> Asset register.  Every asset still held, at cost, depreciation
*> to date and net book value, then the register proved back to
*> the ledger: cost against each fixed asset cost account and
*> depreciation to date against each accumulated depreciation
*> account, the accounts found through the same category rules the
*> postings use.
*>-----------------------------------------------
print-asset-register.
  display "Print Asset Register" at line 04 col 30 foreground-color 2 end-display
  accept ws-fa-today from date yyyymmdd end-accept
  move zero to ws-reg-asset-count ws-reg-unresolved-count
  move zero to ws-reg-total-cost ws-reg-total-accum ws-reg-total-nbv
  move zero to ws-recon-entry-count

  open output fareg-file
  move spaces to fareg-record
  string "Fixed Asset Register as at " delimited by size
    ws-fa-today delimited by size
    into fareg-record
  end-string
  write fareg-record
  move spaces to fareg-record
  write fareg-record
  move "Asset    Description                      Categ  Locn   Centre Purchased           Cost      Depn To Date    Net Book Value"
    to fareg-record
  write fareg-record

  move low-values to fa-asset-code
  start fixed-asset-file key not less than fa-asset-code
    invalid key
      move "10" to fixed-asset-file-status
  end-start
  perform register-one-asset
    until fixed-asset-file-status not = zero

  move spaces to fareg-record
  write fareg-record
  move ws-reg-asset-count to ws-count-display
  move ws-reg-total-cost to ws-amount-display
  move ws-reg-total-accum to ws-amount-display-2
  move ws-reg-total-nbv to ws-amount-display-3
  move spaces to fareg-record
  string "Total for " delimited by size
    ws-count-display delimited by size
    " assets held                                   " delimited by size
    ws-amount-display delimited by size
    " " delimited by size
    ws-amount-display-2 delimited by size
    " " delimited by size
    ws-amount-display-3 delimited by size
    into fareg-record
  end-string
  write fareg-record

  move spaces to fareg-record
  write fareg-record
  move "Reconciliation to the fixed asset GL accounts" to fareg-record
  write fareg-record
  move "Account           Register            Ledger        Difference" to fareg-record
  write fareg-record
  set ws-recon-idx to 1
  perform print-one-recon-entry
    until ws-recon-idx > ws-recon-entry-count
  if ws-reg-unresolved-count not = zero
    move ws-reg-unresolved-count to ws-count-display
    move spaces to fareg-record
    string "*** " delimited by size
      ws-count-display delimited by size
      " assets have a category with no FA010 posting rule" delimited by size
      into fareg-record
    end-string
    write fareg-record
  end-if
  move "  (postings not yet through the GL posting run, and assets never capitalised, show as differences)"
    to fareg-record
  write fareg-record
  close fareg-file

  move "FAREG" to print-route-file-name
  perform route-report-to-printer
  display "Asset register printed" at line 23 col 02 foreground-color 2 end-display
  accept omitted end-accept
  .
register-one-asset.
  read fixed-asset-file next record
    at end
      move "10" to fixed-asset-file-status
      exit paragraph
  end-read
  if not fa-is-active
    exit paragraph
  end-if
  add 1 to ws-reg-asset-count
  add fa-cost to ws-reg-total-cost
  add fa-accum-depn to ws-reg-total-accum
  add fa-net-book-value to ws-reg-total-nbv

  move fa-cost to ws-amount-display
  move fa-accum-depn to ws-amount-display-2
  move fa-net-book-value to ws-amount-display-3
  move spaces to fareg-record
  string fa-asset-code delimited by size
    " " delimited by size
    fa-description delimited by size
    " " delimited by size
    fa-category delimited by size
    " " delimited by size
    fa-location delimited by size
    " " delimited by size
    fa-cost-centre delimited by size
    " " delimited by size
    fa-purchase-date delimited by size
    " " delimited by size
    ws-amount-display delimited by size
    " " delimited by size
    ws-amount-display-2 delimited by size
    " " delimited by size
    ws-amount-display-3 delimited by size
    into fareg-record
  end-string
  write fareg-record

  move "FA010" to ws-glrule-source
  move fa-category to ws-glrule-qualifier
  move "COST" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    add 1 to ws-reg-unresolved-count
    exit paragraph
  end-if
  move ws-glrule-account to ws-recon-lookup
  move fa-cost to ws-recon-amount
  perform add-to-recon-entry
  move "ACCUMDEPN" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    add 1 to ws-reg-unresolved-count
    exit paragraph
  end-if
  move ws-glrule-account to ws-recon-lookup
  compute ws-recon-amount = zero - fa-accum-depn
  perform add-to-recon-entry
  .
add-to-recon-entry.
  set recon-entry-not-found to true
  set ws-recon-idx to 1
  perform search-one-recon-entry
    until recon-entry-found or ws-recon-idx > ws-recon-entry-count
  if recon-entry-not-found
    if ws-recon-entry-count not < 40
      add 1 to ws-reg-unresolved-count
      exit paragraph
    end-if
    add 1 to ws-recon-entry-count
    set ws-recon-idx to ws-recon-entry-count
    move ws-recon-lookup to ws-recon-account(ws-recon-idx)
    move zero to ws-recon-register(ws-recon-idx)
    move zero to ws-recon-ledger(ws-recon-idx)
  end-if
  add ws-recon-amount to ws-recon-register(ws-recon-idx)
  .
search-one-recon-entry.
  if ws-recon-account(ws-recon-idx) = ws-recon-lookup
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
    ws-recon-ledger(ws-recon-idx) - ws-recon-register(ws-recon-idx)
  move ws-recon-register(ws-recon-idx) to ws-amount-display
  move ws-recon-ledger(ws-recon-idx) to ws-amount-display-2
  move ws-recon-difference to ws-amount-display-3
  move spaces to fareg-record
  string ws-recon-account(ws-recon-idx) delimited by size
    "  " delimited by size
    ws-amount-display delimited by size
    "  " delimited by size
    ws-amount-display-2 delimited by size
    "  " delimited by size
    ws-amount-display-3 delimited by size
    into fareg-record
  end-string
  write fareg-record
  set ws-recon-idx up by 1
  .
copy "period-check-pd.cpy".
copy "glrule-pd.cpy".
copy "print-route-pd.cpy".
end program fa010.
