program-id. bankrec.
*> This program reconciles the bank statement against what the rest
*> of the system says went through the bank: the purchase EFT run
*> (EFTPAY), the cheques the payment run printed (off the payment
*> register, matched by cheque number), the payroll net-pay EFT
*> (PAYEFT), the Epos cash-ups, the card acquirer's net settlements,
*> the Sales Ledger receipts, the petty cash top-ups and the
*> transfers between the company's own accounts.  A statement flat file is imported onto the
*> reconciliation file, an auto-match pass ticks off the lines it
*> can prove, a workbench screen lets the operator tick off or flag
*> the leftovers, and the unreconciled items print for the month-end
*> file.
*> Each bank account on the BANKACCT master reconciles on its own:
*> the account being worked is picked from the menu (the payments
*> default to start with), its statement is imported from
*> BANKSTMT-<code>, and only the payments, receipts, takings and
*> transfers that went through that account are offered to match.
*> With no master on file the single account works as it always
*> has, from BANKSTMT against the ledger account the SL010 CASH
*> posting rule names.
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
object-computer. Linux.
input-output section.
file-control.
  select bank-stmt-file assign to ws-bank-stmt-name
    organization is line sequential
    access mode is sequential
    file status is bank-stmt-file-status
    access mode is sequential
    file status is payeft-file-status
    .
  select payment-register-file assign to "PAYMTREG"
    organization is indexed
    access mode is dynamic
    record key is pmt-number
    file status is payment-register-file-status
    .
  select epos-sale-file assign to "EPOSSALE"
    organization is line sequential
    access mode is sequential
    file status is epos-sale-file-status
    .
  select cardmatch-file assign to "CARDMATCH"
    organization is indexed
    access mode is dynamic
    record key is cmatch-batch-id
    file status is cardmatch-file-status
    .
  copy "glintfc-sel.cpy".
  copy "glacct-sel.cpy".
  copy "glrule-sel.cpy".
  copy "period-sel.cpy".
  copy "bankacct-sel.cpy".
  select bank-transfer-file assign to "BANKXFER"
    organization is indexed
    access mode is dynamic
    record key is xfer-number
    file status is bank-transfer-file-status
    .
  select petty-cash-file assign to "PETTYCSH"
    organization is indexed
    access mode is dynamic
    record key is pcv-number
    file status is petty-cash-file-status
    .
  select tillfloat-file assign to "TILLFLOAT"
    organization is indexed
    access mode is dynamic
    record key is tf-till-id
    file status is tillfloat-file-status
    .
  select bankunrec-file assign to "BANKUNREC"
    organization is line sequential
    access mode is sequential
file section.
copy "bankrec.cpy".
copy "epos.cpy".
copy "payreg.cpy".
copy "cardmatch.cpy".
copy "glintfc-fd.cpy".
copy "gl010.cpy".
copy "glrule-fd.cpy".
copy "period-fd.cpy".
copy "bankacct-fd.cpy".
copy "bankxfer.cpy".
copy "tillfloat.cpy".
copy "pettycash.cpy".
copy "system-fd.cpy".
fd  eft-file.
01  eft-record                  pic x(80).
01  eft-file-status           pic xx.
01  payeft-file-status        pic xx.
01  epos-sale-file-status     pic xx.
01  payment-register-file-status pic xx.
01  gl-file-status            pic xx.
01  bankunrec-file-status     pic xx.
01  cardmatch-file-status     pic xx.
01  gl-account-file-status    pic xx.
01  period-file-status        pic xx.
01  gl-rule-file-status       pic xx.
copy "glrule-ws.cpy".
01  bank-account-file-status  pic xx.
01  bank-transfer-file-status pic xx.
01  tillfloat-file-status     pic xx.
01  petty-cash-file-status    pic xx.
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "print-route-ws.cpy".
copy "company-ws.cpy".
copy "period-ws.cpy".
copy "bankacct-ws.cpy".

01  br-choice                 pic x.
  88  br-choice-is-valid      values "I" "A" "W" "U" "S" "C" "B" "T" "X".

*> The bank account being reconciled, the statement file it imports
*> from and the ledger account its receipts are posted to, plus the
*> default account for each kind of posting - a payment file or till
*> that names no account went through the default.
01  ws-rec-bank-code          pic x(06).
01  ws-rec-bank-name          pic x(32).
01  ws-rec-bank-gl            pic x(10).
01  ws-bank-stmt-name         pic x(20) value "BANKSTMT".
01  ws-dflt-receipts-code     pic x(06).
01  ws-dflt-payments-code     pic x(06).
01  ws-dflt-payroll-code      pic x(06).
01  ws-dflt-epos-code         pic x(06).
01  ws-line-bank-code         pic x(06).

*> Each till's banking account off the till float file, so the
*> takings and card settlements of a till land on its own account.
01  ws-till-bank-table.
  05  ws-till-bank-entry      occurs 50 times indexed by ws-till-bank-idx.
    10  ws-till-bank-till     pic x(04).
    10  ws-till-bank-code     pic x(06).
01  ws-till-bank-count        pic 9(02).
01  ws-till-lookup            pic x(04).
01  ws-till-found-switch      pic x.
  88  till-bank-found         value "Y".

*> bank account maintenance
01  ws-bm-on-file-switch      pic x.
  88  bm-account-on-file      value "Y".
  88  bm-account-is-new       value "N".
01  ws-bm-name                pic x(32).
01  ws-bm-sort-code           pic x(08).
01  ws-bm-number              pic x(17).
01  ws-bm-currency            pic x(03).
01  ws-bm-gl-account          pic x(10).
01  ws-bm-flag                pic x.
*> the account just saved, whose default flags the others give up
01  ws-bm-saved-code          pic x(06).
01  ws-bm-saved-receipts      pic x.
01  ws-bm-saved-payments      pic x.
01  ws-bm-saved-payroll       pic x.
01  ws-bm-saved-epos          pic x.

*> transfer between accounts
01  ws-xfer-from-code         pic x(06).
01  ws-xfer-from-gl           pic x(10).
01  ws-xfer-from-currency     pic x(03).
01  ws-xfer-to-code           pic x(06).
01  ws-xfer-to-gl             pic x(10).
01  ws-xfer-date              pic 9(08).
01  filler redefines ws-xfer-date.
  05  ws-xfer-year            pic 9(04).
  05  ws-xfer-month           pic 9(02).
  05  ws-xfer-day             pic 9(02).
01  ws-xfer-amount            pic 9(09)v99.
01  ws-xfer-input             pic x(12).
01  ws-xfer-reference         pic x(16).
01  ws-xfer-confirm           pic x.
01  ws-xfer-next-number       pic 9(08).

01  ws-import-count           pic 9(05).
01  ws-import-dup-count       pic 9(05).
    10  ws-payment-source     pic x(10).
    10  ws-payment-used       pic x.
01  ws-payment-count          pic 9(03).
*> cheques the payment run printed and not voided, one entry per
*> cheque for its whole value, matched by the number the bank quotes
01  ws-cheque-table.
  05  ws-cheque-entry         occurs 500 times indexed by ws-cheque-idx.
    10  ws-cheque-number      pic 9(08).
    10  ws-cheque-amount      pic s9(09)v99.
    10  ws-cheque-used        pic x.
01  ws-cheque-count           pic 9(03).
01  ws-ref-cheque-number      pic 9(08).
01  ws-ref-digit              pic 9.
01  ws-ref-digit-count        pic 9(02).
01  ws-ref-idx                pic 9(02).
01  ws-cheque-flagged-switch  pic x.
  88  cheque-line-flagged     value "Y".
01  ws-receipt-table.
  05  ws-receipt-entry        occurs 500 times indexed by ws-receipt-idx.
    10  ws-receipt-amount     pic 9(09)v99.
    10  ws-receipt-source     pic x(10).
    10  ws-receipt-used       pic x.
01  ws-receipt-count          pic 9(03).
*> card settlements the acquirer has paid, off the CARDMATCH
*> register - the net each batch was matched at, due on its paid
*> date
01  ws-settle-table.
  05  ws-settle-entry         occurs 500 times indexed by ws-settle-idx.
    10  ws-settle-paid-date   pic 9(08).
    10  ws-settle-till        pic x(04).
    10  ws-settle-trading-date pic 9(08).
    10  ws-settle-net         pic 9(09)v99.
    10  ws-settle-used        pic x.
01  ws-settle-count           pic 9(03).
01  ws-settle-day-total       pic 9(11)v99.
01  ws-settle-till-lookup     pic x(04).
01  ws-settle-found-switch    pic x.
  88  settlement-covers-sale  value "Y".
*> one banking figure per trading date - cash plus the card takings
*> no acquirer settlement has been matched for
01  ws-banking-table.
  05  ws-banking-entry        occurs 62 times indexed by ws-banking-idx.
    10  ws-banking-date       pic 9(08).
01  ws-work-table.
  05  ws-work-entry           occurs 100 times.
    10  ws-work-key.
      15  ws-work-bank        pic x(06).
      15  ws-work-date        pic 9(08).
      15  ws-work-seq         pic 9(05).
    10  ws-work-dc            pic x.
    close bank-recon-file
    open i-o bank-recon-file
  end-if
  open input gl-account-file
  if gl-account-file-status = "35"
    open output gl-account-file
    close gl-account-file
    open input gl-account-file
  end-if
  open input gl-rule-file
  if gl-rule-file-status = "35"
    open output gl-rule-file
    close gl-rule-file
    open input gl-rule-file
  end-if
  open input period-file
  if period-file-status = "35"
    open output period-file
    close period-file
    open input period-file
  end-if
  perform load-bank-defaults
  move ws-dflt-payments-code to ws-rec-bank-code
  perform take-recon-bank-account
  .
closing-procedure.
  close bank-recon-file
  close gl-account-file
  close gl-rule-file
  close period-file
  .
main-process.
  perform display-br-menu
  display " " at line 01 col 01 erase eos end-display
  display program-name at line 01 col 01 foreground-color 2 end-display
  display "Bank Reconciliation" at line 01 col 30 foreground-color 2 end-display
  display "Bank Account: " at line 02 col 04 foreground-color 2 end-display
  display ws-rec-bank-code at line 02 col 18 foreground-color 3 end-display
  display ws-rec-bank-name at line 02 col 25 foreground-color 3 end-display
  display "(I) Import Bank Statement"     at line 05 col 04 foreground-color 2 end-display
  display "(A) Auto-Match Statement Lines" at line 06 col 04 foreground-color 2 end-display
  display "(W) Work Unmatched Items"      at line 07 col 04 foreground-color 2 end-display
  display "(U) Print Unreconciled Report" at line 08 col 04 foreground-color 2 end-display
  display "(S) Card Settlements"          at line 09 col 04 foreground-color 2 end-display
  display "(C) Choose Bank Account"       at line 05 col 40 foreground-color 2 end-display
  display "(B) Bank Accounts"             at line 06 col 40 foreground-color 2 end-display
  display "(T) Transfer Between Accounts" at line 07 col 40 foreground-color 2 end-display
  display "(X) Exit"                      at line 10 col 04 foreground-color 2 end-display
  .
accept-br-choice.
  display "Select option :- [ ]" at line 11 col 04 foreground-color 2 end-display
      perform work-unmatched-items
    when "U"
      perform print-unreconciled-report
    when "S"
      perform run-card-settlements
    when "C"
      perform choose-recon-bank-account
    when "B"
      perform maintain-bank-accounts
    when "T"
      perform enter-bank-transfer
    when "X"
      continue
  end-evaluate
  .

*>-----------------------------------------------
*> Statement import.  Each statement line lands on the recon file
*> keyed by the bank account, the statement date and a sequence
*> within the date, so the same statement imported twice simply
*> collides and is counted as a duplicate instead of doubling the
*> workload.
*>-----------------------------------------------
import-bank-statement.
  display "Import Bank Statement" at line 04 col 30 foreground-color 2 end-display

  open input bank-stmt-file
  if bank-stmt-file-status not = zero
    display "No " function trim(ws-bank-stmt-name) " file to import"
      at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  perform import-one-statement-line
  add 1 to ws-import-seq

  initialize bank-recon-record
  move ws-rec-bank-code to recon-bank-account
  move stmt-date to recon-stmt-date
  move ws-import-seq to recon-sequence
  move stmt-dc-marker to recon-dc-marker
*>-----------------------------------------------
*> Auto-match.  The payments side is loaded from the two EFT
*> hand-off files, the deposits side from the per-day Epos takings
*> (cash plus card, the amounts actually banked), the card
*> acquirer's matched settlements and the Sales Ledger receipts on
*> the GL interface file; a transfer between accounts is a payment
*> on the account it left and a deposit on the one it reached.
*> Only what went through the account being reconciled is loaded.
*> Each unmatched statement line then claims the first unused
*> candidate of its kind with the same amount (and, for Epos
*> banking and card settlements, the same day).  Card takings a settlement has been matched for come out
*> of the Epos banking figure - the bank sees the acquirer's net
*> payment, not the gross the tills took.
*>-----------------------------------------------
auto-match-statement.
  display "Auto-Match Statement Lines" at line 04 col 30 foreground-color 2 end-display
  move zero to ws-auto-matched-count
  move zero to ws-auto-left-count
  perform load-payment-candidates
  perform load-cheque-candidates
  perform load-receipt-candidates
  perform load-transfer-candidates
  perform load-pettycash-candidates
  perform load-till-bank-accounts
  perform load-settlement-candidates
  perform load-epos-banking-totals

  perform start-recon-bank-account
  if bank-recon-file-status not = zero
    display "Nothing imported to match" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  perform match-one-recon-record
    until bank-recon-file-status not = zero

      exit paragraph
  end-read
  *> EFTPAY lines carry sort code (8), account (17), currency (3),
  *> the 11-digit amount, then the paying bank account at 41
  move eft-record(41:6) to ws-line-bank-code
  if ws-line-bank-code = spaces
    move ws-dflt-payments-code to ws-line-bank-code
  end-if
  if ws-line-bank-code not = ws-rec-bank-code
    exit paragraph
  end-if
  if ws-payment-count < 500
    add 1 to ws-payment-count
    move eft-record(29:11) to ws-amount-digits
      move "10" to payeft-file-status
      exit paragraph
  end-read
  *> PAYEFT lines carry sort code (8), account (17), the 11-digit
  *> net pay amount, then the paying bank account at 41
  move payeft-record(41:6) to ws-line-bank-code
  if ws-line-bank-code = spaces
    move ws-dflt-payroll-code to ws-line-bank-code
  end-if
  if ws-line-bank-code not = ws-rec-bank-code
    exit paragraph
  end-if
  if ws-payment-count < 500
    add 1 to ws-payment-count
    move payeft-record(26:11) to ws-amount-digits
    move "N" to ws-payment-used(ws-payment-count)
  end-if
  .
*>-----------------------------------------------
*> Cheques come off the payment register: every document a cheque
*> paid is a register record carrying the cheque number, so the
*> records of one cheque are summed into one candidate.
*>-----------------------------------------------
load-cheque-candidates.
  move zero to ws-cheque-count
  open input payment-register-file
  if payment-register-file-status not = zero
    exit paragraph
  end-if
  perform load-one-cheque-candidate
    until payment-register-file-status not = zero
  close payment-register-file
  .
load-one-cheque-candidate.
  read payment-register-file next record
    at end
      move "10" to payment-register-file-status
      exit paragraph
  end-read
  if not pmt-by-cheque or not pmt-is-paid
    exit paragraph
  end-if
  move pmt-bank-account to ws-line-bank-code
  if ws-line-bank-code = spaces
    move ws-dflt-payments-code to ws-line-bank-code
  end-if
  if ws-line-bank-code not = ws-rec-bank-code
    exit paragraph
  end-if
  if ws-cheque-count > zero
    if ws-cheque-number(ws-cheque-count) = pmt-cheque-number
      add pmt-amount to ws-cheque-amount(ws-cheque-count)
      subtract pmt-discount from ws-cheque-amount(ws-cheque-count)
      exit paragraph
    end-if
  end-if
  if ws-cheque-count < 500
    add 1 to ws-cheque-count
    move pmt-cheque-number to ws-cheque-number(ws-cheque-count)
    compute ws-cheque-amount(ws-cheque-count) = pmt-amount - pmt-discount
    move "N" to ws-cheque-used(ws-cheque-count)
  end-if
  .
load-receipt-candidates.
  move zero to ws-receipt-count
  open input gl-interface-file
      move "10" to gl-file-status
      exit paragraph
  end-read
  *> money taken in lands on the bank's ledger account from manual
  *> receipts (SL010), the auto-cash batch (SL020) and order deposits
  *> (ORDERS) - all of it reaches the bank and all of it matches
  if (gl-source-module = "SL010"
      or gl-source-module = "SL020"
      or gl-source-module = "ORDERS")
     and gl-account-code = ws-rec-bank-gl
     and gl-debit-amount not = zero
    if ws-receipt-count < 500
      add 1 to ws-receipt-count
    end-if
  end-if
  .
*>-----------------------------------------------
*> A transfer between two of our own accounts is money out on the
*> account it was paid from and money in on the one it was paid
*> into, so each side matches on its own statement.
*>-----------------------------------------------
load-transfer-candidates.
  if ws-rec-bank-code = spaces
    exit paragraph
  end-if
  open input bank-transfer-file
  if bank-transfer-file-status not = zero
    exit paragraph
  end-if
  perform load-one-transfer-candidate
    until bank-transfer-file-status not = zero
  close bank-transfer-file
  .
load-one-transfer-candidate.
  read bank-transfer-file next record
    at end
      move "10" to bank-transfer-file-status
      exit paragraph
  end-read
  if xfer-from-account = ws-rec-bank-code
     and ws-payment-count < 500
    add 1 to ws-payment-count
    move xfer-amount to ws-payment-amount(ws-payment-count)
    move "TRANSFER" to ws-payment-source(ws-payment-count)
    move "N" to ws-payment-used(ws-payment-count)
  end-if
  if xfer-to-account = ws-rec-bank-code
     and ws-receipt-count < 500
    add 1 to ws-receipt-count
    move xfer-amount to ws-receipt-amount(ws-receipt-count)
    move "TRANSFER" to ws-receipt-source(ws-receipt-count)
    move "N" to ws-receipt-used(ws-receipt-count)
  end-if
  .
*>-----------------------------------------------
*> Cash drawn to top up the petty cash float goes out of the bank
*> account picked on the top-up, the payments default if none was.
*>-----------------------------------------------
load-pettycash-candidates.
  open input petty-cash-file
  if petty-cash-file-status not = zero
    exit paragraph
  end-if
  move low-values to pcv-number
  start petty-cash-file key not less than pcv-number
    invalid key
      move "10" to petty-cash-file-status
  end-start
  perform load-one-pettycash-candidate
    until petty-cash-file-status not = zero
  close petty-cash-file
  .
load-one-pettycash-candidate.
  read petty-cash-file next record
    at end
      move "10" to petty-cash-file-status
      exit paragraph
  end-read
  if not pcv-is-topup
    exit paragraph
  end-if
  move pcv-bank-account to ws-line-bank-code
  if ws-line-bank-code = spaces
    move ws-dflt-payments-code to ws-line-bank-code
  end-if
  if ws-line-bank-code not = ws-rec-bank-code
    exit paragraph
  end-if
  if ws-payment-count < 500
    add 1 to ws-payment-count
    move pcv-gross-amount to ws-payment-amount(ws-payment-count)
    move "PETTYCASH" to ws-payment-source(ws-payment-count)
    move "N" to ws-payment-used(ws-payment-count)
  end-if
  .
load-till-bank-accounts.
  move zero to ws-till-bank-count
  open input tillfloat-file
  if tillfloat-file-status not = zero
    exit paragraph
  end-if
  perform load-one-till-bank-account
    until tillfloat-file-status not = zero
  close tillfloat-file
  .
load-one-till-bank-account.
  read tillfloat-file next record
    at end
      move "10" to tillfloat-file-status
      exit paragraph
  end-read
  if tf-bank-account not = spaces
     and ws-till-bank-count < 50
    add 1 to ws-till-bank-count
    move tf-till-id to ws-till-bank-till(ws-till-bank-count)
    move tf-bank-account to ws-till-bank-code(ws-till-bank-count)
  end-if
  .
*> the bank account ws-till-lookup banks into, the Epos default
*> where the till names none
find-till-bank-account.
  if ws-till-lookup = spaces
    move "T1" to ws-till-lookup
  end-if
  move ws-dflt-epos-code to ws-line-bank-code
  move "N" to ws-till-found-switch
  set ws-till-bank-idx to 1
  perform check-one-till-bank-account
    until till-bank-found
       or ws-till-bank-idx > ws-till-bank-count
  .
check-one-till-bank-account.
  if ws-till-bank-till(ws-till-bank-idx) = ws-till-lookup
    move ws-till-bank-code(ws-till-bank-idx) to ws-line-bank-code
    move "Y" to ws-till-found-switch
  else
    set ws-till-bank-idx up by 1
  end-if
  .
load-epos-banking-totals.
  move zero to ws-banking-count
  open input epos-sale-file
      exit paragraph
  end-read
  *> account charges reach the bank through the Sales Ledger
  *> receipt, not the till banking, and a gift voucher tender was
  *> banked when the voucher was sold, so only cash and card count
  if epos-tender-is-account
     or epos-tender-is-voucher
    exit paragraph
  end-if
  move epos-sale-till-id to ws-till-lookup
  perform find-till-bank-account
  if ws-line-bank-code not = ws-rec-bank-code
    exit paragraph
  end-if
  if epos-tender-is-card
    perform find-settlement-for-sale
    if settlement-covers-sale
      exit paragraph
    end-if
  end-if
  perform find-or-add-banking-date
  if banking-date-found
    if epos-is-refund
    set ws-banking-idx up by 1
  end-if
  .
load-settlement-candidates.
  move zero to ws-settle-count
  open input cardmatch-file
  if cardmatch-file-status not = zero
    exit paragraph
  end-if
  move low-values to cmatch-batch-id
  start cardmatch-file key not less than cmatch-batch-id
    invalid key
      move "10" to cardmatch-file-status
  end-start
  perform load-one-settlement-candidate
    until cardmatch-file-status not = zero
  close cardmatch-file
  .
load-one-settlement-candidate.
  read cardmatch-file next record
    at end
      move "10" to cardmatch-file-status
      exit paragraph
  end-read
  *> the acquirer pays into the account the till banks into
  move cmatch-till-id to ws-till-lookup
  perform find-till-bank-account
  if ws-line-bank-code not = ws-rec-bank-code
    exit paragraph
  end-if
  if cmatch-is-matched
     and ws-settle-count < 500
    add 1 to ws-settle-count
    move cmatch-paid-date to ws-settle-paid-date(ws-settle-count)
    move cmatch-till-id to ws-settle-till(ws-settle-count)
    move cmatch-trading-date to ws-settle-trading-date(ws-settle-count)
    move cmatch-net-amount to ws-settle-net(ws-settle-count)
    move "N" to ws-settle-used(ws-settle-count)
  end-if
  .
find-settlement-for-sale.
  move "N" to ws-settle-found-switch
  if epos-sale-till-id = spaces
    move "T1" to ws-settle-till-lookup
  else
    move epos-sale-till-id to ws-settle-till-lookup
  end-if
  set ws-settle-idx to 1
  perform check-one-settlement-for-sale
    until settlement-covers-sale
       or ws-settle-idx > ws-settle-count
  .
check-one-settlement-for-sale.
  if ws-settle-till(ws-settle-idx) = ws-settle-till-lookup
     and ws-settle-trading-date(ws-settle-idx) = epos-sale-date
    move "Y" to ws-settle-found-switch
  else
    set ws-settle-idx up by 1
  end-if
  .
*> positions the recon file on the first line of the account
*> being reconciled; the readers stop when the account changes
start-recon-bank-account.
  move ws-rec-bank-code to recon-bank-account
  move zero to recon-stmt-date
  move zero to recon-sequence
  start bank-recon-file key not less than recon-key
    invalid key
      move "23" to bank-recon-file-status
  end-start
  .
match-one-recon-record.
  read bank-recon-file next record
    at end
      move "10" to bank-recon-file-status
      exit paragraph
  end-read
  if recon-bank-account not = ws-rec-bank-code
    move "10" to bank-recon-file-status
    exit paragraph
  end-if
  if not recon-is-unmatched
    exit paragraph
  end-if

  set statement-line-unmatched to true
  if recon-is-money-out
    perform match-against-cheques
    if cheque-line-flagged
      add 1 to ws-auto-left-count
      exit paragraph
    end-if
    if statement-line-unmatched
      perform match-against-payments
    end-if
  else
    perform match-against-banking
    if statement-line-unmatched
      perform match-against-settlements
    end-if
    if statement-line-unmatched
      perform match-against-receipts
    end-if
    add 1 to ws-auto-left-count
  end-if
  .
*>-----------------------------------------------
*> A cleared cheque is matched by the number the bank quotes in the
*> statement reference, and must be for the amount it was written
*> for; one of our numbers for another amount is flagged for
*> investigation instead of being matched on amount alone.
*>-----------------------------------------------
match-against-cheques.
  move "N" to ws-cheque-flagged-switch
  perform extract-reference-cheque-number
  if ws-ref-cheque-number = zero
    exit paragraph
  end-if
  set ws-cheque-idx to 1
  perform check-one-cheque-candidate
    until statement-line-matched
       or cheque-line-flagged
       or ws-cheque-idx > ws-cheque-count
  .
check-one-cheque-candidate.
  if ws-cheque-number(ws-cheque-idx) not = ws-ref-cheque-number
     or ws-cheque-used(ws-cheque-idx) not = "N"
    set ws-cheque-idx up by 1
    exit paragraph
  end-if
  if ws-cheque-amount(ws-cheque-idx) = recon-amount
    move "Y" to ws-cheque-used(ws-cheque-idx)
    move "CHEQUE" to recon-matched-source
    move spaces to recon-note
    string "Cheque " delimited by size
      ws-ref-cheque-number delimited by size
      " cleared" delimited by size
      into recon-note
    end-string
    set statement-line-matched to true
  else
    move "Y" to ws-cheque-flagged-switch
    set recon-is-investigate to true
    move spaces to recon-note
    string "Cheque " delimited by size
      ws-ref-cheque-number delimited by size
      " amount differs" delimited by size
      into recon-note
    end-string
    rewrite bank-recon-record
      invalid key
        continue
    end-rewrite
  end-if
  .
*> the digits of the statement reference, whatever the bank puts
*> round them ("CHQ 000123", "000123"); more than eight digits is
*> not one of our cheque numbers
extract-reference-cheque-number.
  move zero to ws-ref-cheque-number
  move zero to ws-ref-digit-count
  move 1 to ws-ref-idx
  perform take-one-reference-digit
    until ws-ref-idx > 16
  if ws-ref-digit-count > 8
    move zero to ws-ref-cheque-number
  end-if
  .
take-one-reference-digit.
  if recon-reference(ws-ref-idx:1) is numeric
    move recon-reference(ws-ref-idx:1) to ws-ref-digit
    add 1 to ws-ref-digit-count
    if ws-ref-digit-count <= 8
      compute ws-ref-cheque-number = ws-ref-cheque-number * 10 + ws-ref-digit
    end-if
  end-if
  add 1 to ws-ref-idx
  .
match-against-payments.
  set ws-payment-idx to 1
  perform check-one-payment-candidate
    set ws-banking-idx up by 1
  end-if
  .
*>-----------------------------------------------
*> A card settlement credit is one batch's net on its paid date or,
*> where the acquirer pays a day's batches in one, the net of all
*> those still unclaimed for that paid date.
*>-----------------------------------------------
match-against-settlements.
  set ws-settle-idx to 1
  perform check-one-settlement-candidate
    until statement-line-matched
       or ws-settle-idx > ws-settle-count
  if statement-line-matched
    exit paragraph
  end-if
  move zero to ws-settle-day-total
  set ws-settle-idx to 1
  perform add-one-settlement-to-day
    until ws-settle-idx > ws-settle-count
  if ws-settle-day-total = zero
     or ws-settle-day-total not = recon-amount
    exit paragraph
  end-if
  set ws-settle-idx to 1
  perform claim-one-settlement-for-day
    until ws-settle-idx > ws-settle-count
  move "CARDSETL" to recon-matched-source
  set statement-line-matched to true
  .
check-one-settlement-candidate.
  if ws-settle-used(ws-settle-idx) = "N"
     and ws-settle-paid-date(ws-settle-idx) = recon-stmt-date
     and ws-settle-net(ws-settle-idx) = recon-amount
    move "Y" to ws-settle-used(ws-settle-idx)
    move "CARDSETL" to recon-matched-source
    set statement-line-matched to true
  else
    set ws-settle-idx up by 1
  end-if
  .
add-one-settlement-to-day.
  if ws-settle-used(ws-settle-idx) = "N"
     and ws-settle-paid-date(ws-settle-idx) = recon-stmt-date
    add ws-settle-net(ws-settle-idx) to ws-settle-day-total
  end-if
  set ws-settle-idx up by 1
  .
claim-one-settlement-for-day.
  if ws-settle-used(ws-settle-idx) = "N"
     and ws-settle-paid-date(ws-settle-idx) = recon-stmt-date
    move "Y" to ws-settle-used(ws-settle-idx)
  end-if
  set ws-settle-idx up by 1
  .
match-against-receipts.
  set ws-receipt-idx to 1
  perform check-one-receipt-candidate
  .
collect-unmatched-items.
  move zero to ws-work-count
  perform start-recon-bank-account
  if bank-recon-file-status not = zero
    exit paragraph
  end-if
  perform collect-one-unmatched-item
    until bank-recon-file-status not = zero
  .
      move "10" to bank-recon-file-status
      exit paragraph
  end-read
  if recon-bank-account not = ws-rec-bank-code
    move "10" to bank-recon-file-status
    exit paragraph
  end-if
  if (recon-is-unmatched or recon-is-investigate)
     and ws-work-count < 100
    add 1 to ws-work-count
  move zero to ws-unrec-count

  open output bankunrec-file
  move spaces to bankunrec-record
  string "Bank Reconciliation - Unreconciled Items - " delimited by size
    ws-rec-bank-code delimited by size
    " " delimited by size
    ws-rec-bank-name delimited by size
    into bankunrec-record
  end-string
  write bankunrec-record
  move "Date      D/C  Amount       Reference         Status  Note" to bankunrec-record
  write bankunrec-record
  move spaces to bankunrec-record
  write bankunrec-record

  perform start-recon-bank-account
  if bank-recon-file-status not = zero
    display "Nothing on the reconciliation file" at line 23 col 02 foreground-color 4 end-display
    close bankunrec-file
    exit paragraph
  end-if
  perform print-one-unreconciled-line
    until bank-recon-file-status not = zero

      move "10" to bank-recon-file-status
      exit paragraph
  end-read
  if recon-bank-account not = ws-rec-bank-code
    move "10" to bank-recon-file-status
    exit paragraph
  end-if
  if recon-is-auto-matched or recon-is-ticked-off
    exit paragraph
  end-if
  end-string
  write bankunrec-record
  .
*>-----------------------------------------------
*> The acquirer's settlement file is imported and matched to the
*> card takings by ep020, which posts the fees and prints the
*> exceptions; the batches it matches are what auto-match expects
*> on the statement.
*>-----------------------------------------------
run-card-settlements.
  display "Card Settlements" at line 04 col 30 foreground-color 2 end-display
  call "ep020" using ws-passed-company-record-number end-call
  display "Card settlement run complete, exceptions routed to spool"
    at line 06 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
*>-----------------------------------------------
*> Bank accounts.  The defaults for each kind of posting come off
*> the master when the program starts and again after maintenance;
*> the account reconciled starts as the payments default and can be
*> switched to any account on file, active or not, so a closed
*> account's last statement can still be cleared.
*>-----------------------------------------------
load-bank-defaults.
  set ws-bank-use-receipts to true
  perform find-default-bank-account
  move ws-bank-account-code to ws-dflt-receipts-code
  set ws-bank-use-payroll to true
  perform find-default-bank-account
  move ws-bank-account-code to ws-dflt-payroll-code
  set ws-bank-use-epos to true
  perform find-default-bank-account
  move ws-bank-account-code to ws-dflt-epos-code
  set ws-bank-use-payments to true
  perform find-default-bank-account
  move ws-bank-account-code to ws-dflt-payments-code
  .
*> name, ledger account and statement file of ws-rec-bank-code;
*> with no account on file it is the single account of old, imported
*> from BANKSTMT and posted to the account the SL010 CASH rule names,
*> which is where the receipts went
take-recon-bank-account.
  move spaces to ws-rec-bank-name
  move "SL010" to ws-glrule-source
  move "CASH" to ws-glrule-type
  move spaces to ws-glrule-qualifier
  perform find-gl-posting-account
  move ws-glrule-account to ws-rec-bank-gl
  move "BANKSTMT" to ws-bank-stmt-name
  if ws-rec-bank-code = spaces
    exit paragraph
  end-if
  open input bank-account-file
  if bank-account-file-status not = zero
    exit paragraph
  end-if
  move ws-rec-bank-code to bankacct-code
  read bank-account-file key is bankacct-code
    invalid key
      move "23" to bank-account-file-status
  end-read
  if bank-account-file-status = zero
    move bankacct-name to ws-rec-bank-name
    move bankacct-gl-account to ws-rec-bank-gl
  end-if
  close bank-account-file
  move spaces to ws-bank-stmt-name
  string "BANKSTMT-" delimited by size
    ws-rec-bank-code delimited by space
    into ws-bank-stmt-name
  end-string
  .
choose-recon-bank-account.
  display "Bank Account:[      ]" at line 13 col 04 foreground-color 2 end-display
  move spaces to ws-bank-input
  accept ws-bank-input at line 13 col 18 with foreground-color 6 end-accept
  move function upper-case(ws-bank-input) to ws-bank-input
  if ws-bank-input = spaces
    exit paragraph
  end-if
  open input bank-account-file
  if bank-account-file-status not = zero
    display "No bank accounts on file" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move ws-bank-input to bankacct-code
  read bank-account-file key is bankacct-code
    invalid key
      move "23" to bank-account-file-status
  end-read
  close bank-account-file
  if bank-account-file-status not = zero
    display "Bank account not on file" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move ws-bank-input to ws-rec-bank-code
  perform take-recon-bank-account
  .
*>-----------------------------------------------
*> Bank account maintenance.  One screen adds or changes an account;
*> blank keeps what is on file.  The ledger account must be on the
*> chart.  Flagging an account the default for a kind of posting
*> takes the flag off whichever account had it, so there is only
*> ever one default for each.
*>-----------------------------------------------
maintain-bank-accounts.
  display " " at line 03 col 01 erase eos end-display
  display "Bank Accounts" at line 04 col 30 foreground-color 2 end-display
  display "Account Code:[      ]" at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-bank-input
  accept ws-bank-input at line 06 col 18 with foreground-color 6 end-accept
  move function upper-case(ws-bank-input) to ws-bank-input
  if ws-bank-input = spaces
    exit paragraph
  end-if
  open i-o bank-account-file
  if bank-account-file-status = "35"
    open output bank-account-file
    close bank-account-file
    open i-o bank-account-file
  end-if
  move ws-bank-input to bankacct-code
  read bank-account-file key is bankacct-code
    invalid key
      set bm-account-is-new to true
      initialize bank-account-record
      move ws-bank-input to bankacct-code
      move "USD" to bankacct-currency
      move "N" to bankacct-default-receipts
      move "N" to bankacct-default-payments
      move "N" to bankacct-default-payroll
      move "N" to bankacct-default-epos
      set bankacct-is-active to true
      display "New account" at line 06 col 30 foreground-color 3 end-display
    not invalid key
      set bm-account-on-file to true
  end-read

  display "Name:[                                ]" at line 08 col 04 foreground-color 2 end-display
  display bankacct-name at line 08 col 10 foreground-color 3 end-display
  display "Sort Code:[        ]" at line 09 col 04 foreground-color 2 end-display
  display bankacct-sort-code at line 09 col 15 foreground-color 3 end-display
  display "Account No:[                 ]" at line 10 col 04 foreground-color 2 end-display
  display bankacct-number at line 10 col 16 foreground-color 3 end-display
  display "Currency:[   ]" at line 11 col 04 foreground-color 2 end-display
  display bankacct-currency at line 11 col 14 foreground-color 3 end-display
  display "GL Account:[          ]" at line 12 col 04 foreground-color 2 end-display
  display bankacct-gl-account at line 12 col 16 foreground-color 3 end-display
  display "Default for Receipts:[ ] Payments:[ ] Payroll:[ ] Epos:[ ]"
    at line 13 col 04 foreground-color 2 end-display
  display bankacct-default-receipts at line 13 col 26 foreground-color 3 end-display
  display bankacct-default-payments at line 13 col 39 foreground-color 3 end-display
  display bankacct-default-payroll at line 13 col 51 foreground-color 3 end-display
  display bankacct-default-epos at line 13 col 60 foreground-color 3 end-display
  display "Active (Y/N):[ ]" at line 14 col 04 foreground-color 2 end-display
  display bankacct-active-switch at line 14 col 18 foreground-color 3 end-display

  move spaces to ws-bm-name
  accept ws-bm-name at line 08 col 10 with foreground-color 6 end-accept
  if ws-bm-name not = spaces
    move ws-bm-name to bankacct-name
  end-if
  move spaces to ws-bm-sort-code
  accept ws-bm-sort-code at line 09 col 15 with foreground-color 6 end-accept
  if ws-bm-sort-code not = spaces
    move ws-bm-sort-code to bankacct-sort-code
  end-if
  move spaces to ws-bm-number
  accept ws-bm-number at line 10 col 16 with foreground-color 6 end-accept
  if ws-bm-number not = spaces
    move ws-bm-number to bankacct-number
  end-if
  move spaces to ws-bm-currency
  accept ws-bm-currency at line 11 col 14 with foreground-color 6 end-accept
  if ws-bm-currency not = spaces
    move function upper-case(ws-bm-currency) to bankacct-currency
  end-if
  move spaces to ws-bm-gl-account
  accept ws-bm-gl-account at line 12 col 16 with foreground-color 6 end-accept
  if ws-bm-gl-account not = spaces
    move function upper-case(ws-bm-gl-account) to bankacct-gl-account
  end-if
  move space to ws-bm-flag
  accept ws-bm-flag at line 13 col 26 with foreground-color 6 end-accept
  move function upper-case(ws-bm-flag) to ws-bm-flag
  if ws-bm-flag = "Y" or ws-bm-flag = "N"
    move ws-bm-flag to bankacct-default-receipts
  end-if
  move space to ws-bm-flag
  accept ws-bm-flag at line 13 col 39 with foreground-color 6 end-accept
  move function upper-case(ws-bm-flag) to ws-bm-flag
  if ws-bm-flag = "Y" or ws-bm-flag = "N"
    move ws-bm-flag to bankacct-default-payments
  end-if
  move space to ws-bm-flag
  accept ws-bm-flag at line 13 col 51 with foreground-color 6 end-accept
  move function upper-case(ws-bm-flag) to ws-bm-flag
  if ws-bm-flag = "Y" or ws-bm-flag = "N"
    move ws-bm-flag to bankacct-default-payroll
  end-if
  move space to ws-bm-flag
  accept ws-bm-flag at line 13 col 60 with foreground-color 6 end-accept
  move function upper-case(ws-bm-flag) to ws-bm-flag
  if ws-bm-flag = "Y" or ws-bm-flag = "N"
    move ws-bm-flag to bankacct-default-epos
  end-if
  move space to ws-bm-flag
  accept ws-bm-flag at line 14 col 18 with foreground-color 6 end-accept
  move function upper-case(ws-bm-flag) to ws-bm-flag
  if ws-bm-flag = "Y" or ws-bm-flag = "N"
    move ws-bm-flag to bankacct-active-switch
  end-if

  if bankacct-gl-account = spaces
    display "GL account is required, nothing saved" at line 23 col 02 foreground-color 4 end-display
    close bank-account-file
    exit paragraph
  end-if
  move bankacct-gl-account to account-code
  read gl-account-file key is account-code
    invalid key
      display "GL account not on the chart, nothing saved" at line 23 col 02 foreground-color 4 end-display
      close bank-account-file
      exit paragraph
  end-read
  if bankacct-is-inactive
    move "N" to bankacct-default-receipts
    move "N" to bankacct-default-payments
    move "N" to bankacct-default-payroll
    move "N" to bankacct-default-epos
  end-if

  if bm-account-is-new
    write bank-account-record
      invalid key
        display "Bank account write failed" at line 23 col 02 foreground-color 4 end-display
    end-write
  else
    rewrite bank-account-record
      invalid key
        display "Bank account update failed" at line 23 col 02 foreground-color 4 end-display
    end-rewrite
  end-if

  move bankacct-code to ws-bm-saved-code
  move bankacct-default-receipts to ws-bm-saved-receipts
  move bankacct-default-payments to ws-bm-saved-payments
  move bankacct-default-payroll to ws-bm-saved-payroll
  move bankacct-default-epos to ws-bm-saved-epos
  move low-values to bankacct-code
  start bank-account-file key not less than bankacct-code
    invalid key
      move "10" to bank-account-file-status
  end-start
  perform clear-one-other-bank-default
    until bank-account-file-status not = zero
  close bank-account-file

  perform load-bank-defaults
  perform take-recon-bank-account
  display "Bank account saved" at line 16 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
clear-one-other-bank-default.
  read bank-account-file next record
    at end
      move "10" to bank-account-file-status
      exit paragraph
  end-read
  if bankacct-code = ws-bm-saved-code
    exit paragraph
  end-if
  move "N" to ws-bm-flag
  if ws-bm-saved-receipts = "Y" and bankacct-receipts-default
    move "N" to bankacct-default-receipts
    move "Y" to ws-bm-flag
  end-if
  if ws-bm-saved-payments = "Y" and bankacct-payments-default
    move "N" to bankacct-default-payments
    move "Y" to ws-bm-flag
  end-if
  if ws-bm-saved-payroll = "Y" and bankacct-payroll-default
    move "N" to bankacct-default-payroll
    move "Y" to ws-bm-flag
  end-if
  if ws-bm-saved-epos = "Y" and bankacct-epos-default
    move "N" to bankacct-default-epos
    move "Y" to ws-bm-flag
  end-if
  if ws-bm-flag = "Y"
    rewrite bank-account-record
      invalid key
        continue
    end-rewrite
  end-if
  .
*>-----------------------------------------------
*> Transfer between accounts.  Both accounts must be active and in
*> the same currency and the date's period open.  The transfer goes
*> on BANKXFER, where the reconciliation of each account picks up
*> its side, and to the ledger as one entry: debit the receiving
*> bank's account, credit the paying bank's.
*>-----------------------------------------------
enter-bank-transfer.
  display " " at line 03 col 01 erase eos end-display
  display "Transfer Between Accounts" at line 04 col 30 foreground-color 2 end-display
  display "From Account:[      ]" at line 06 col 04 foreground-color 2 end-display
  display ws-rec-bank-code at line 06 col 18 foreground-color 3 end-display
  move spaces to ws-bank-input
  accept ws-bank-input at line 06 col 18 with foreground-color 6 end-accept
  move function upper-case(ws-bank-input) to ws-bank-input
  if ws-bank-input = spaces
    move ws-rec-bank-code to ws-bank-input
  end-if
  move ws-bank-input to ws-bank-account-code
  perform find-bank-account
  if not ws-bank-was-found
    display "Paying account not on file or not active, nothing posted" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move ws-bank-account-code to ws-xfer-from-code
  move ws-bank-gl-account to ws-xfer-from-gl
  move ws-bank-currency to ws-xfer-from-currency
  display ws-bank-account-name at line 06 col 26 foreground-color 3 end-display

  display "To Account:  [      ]" at line 07 col 04 foreground-color 2 end-display
  move spaces to ws-bank-input
  accept ws-bank-input at line 07 col 18 with foreground-color 6 end-accept
  move function upper-case(ws-bank-input) to ws-bank-input
  if ws-bank-input = spaces
    exit paragraph
  end-if
  if ws-bank-input = ws-xfer-from-code
    display "Cannot transfer to the same account" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move ws-bank-input to ws-bank-account-code
  perform find-bank-account
  if not ws-bank-was-found
    display "Receiving account not on file or not active, nothing posted" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  if ws-bank-currency not = ws-xfer-from-currency
    display "Accounts are in different currencies, nothing posted" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move ws-bank-account-code to ws-xfer-to-code
  move ws-bank-gl-account to ws-xfer-to-gl
  display ws-bank-account-name at line 07 col 26 foreground-color 3 end-display

  display "Transfer Date (blank=today):[        ]" at line 08 col 04 foreground-color 2 end-display
  move zero to ws-xfer-date
  accept ws-xfer-date at line 08 col 33 with foreground-color 6 end-accept
  if ws-xfer-date = zero
    accept ws-xfer-date from date yyyymmdd end-accept
  end-if
  if ws-xfer-month < 1 or ws-xfer-month > 12
     or ws-xfer-day < 1 or ws-xfer-day > 31
    display "Invalid date, nothing posted" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move ws-xfer-date to ws-period-check-date
  perform check-posting-period
  if ws-period-is-closed
    display "Accounting period is closed, nothing posted" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  display "Amount:[           ]" at line 09 col 04 foreground-color 2 end-display
  move spaces to ws-xfer-input
  accept ws-xfer-input at line 09 col 12 with foreground-color 6 end-accept
  move function numval(ws-xfer-input) to ws-xfer-amount
  if ws-xfer-amount = zero
    display "Nothing to transfer" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  display "Reference:[                ]" at line 10 col 04 foreground-color 2 end-display
  move spaces to ws-xfer-reference
  accept ws-xfer-reference at line 10 col 15 with foreground-color 6 end-accept

  display "Post this transfer (Y/N):[ ]" at line 12 col 04 foreground-color 2 end-display
  move space to ws-xfer-confirm
  accept ws-xfer-confirm at line 12 col 30 with foreground-color 6 end-accept
  if function upper-case(ws-xfer-confirm) not = "Y"
    exit paragraph
  end-if

  open i-o bank-transfer-file
  if bank-transfer-file-status = "35"
    open output bank-transfer-file
    close bank-transfer-file
    open i-o bank-transfer-file
  end-if
  move zero to ws-xfer-next-number
  move high-values to xfer-number
  start bank-transfer-file key less than xfer-number
    invalid key
      continue
    not invalid key
      read bank-transfer-file previous record
        at end
          continue
        not at end
          move xfer-number to ws-xfer-next-number
      end-read
  end-start
  add 1 to ws-xfer-next-number

  initialize bank-transfer-record
  move ws-xfer-next-number to xfer-number
  move ws-xfer-date to xfer-date
  move ws-xfer-from-code to xfer-from-account
  move ws-xfer-to-code to xfer-to-account
  move ws-xfer-amount to xfer-amount
  move ws-xfer-reference to xfer-reference
  accept xfer-entered-by from environment "MS_USER_NAME" end-accept
  write bank-transfer-record
    invalid key
      display "Transfer write failed, nothing posted" at line 23 col 02 foreground-color 4 end-display
      close bank-transfer-file
      exit paragraph
  end-write
  close bank-transfer-file
  perform post-bank-transfer-to-gl

  display "Transfer " ws-xfer-next-number " posted" at line 14 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
post-bank-transfer-to-gl.
  open extend gl-interface-file
  if gl-file-status not = zero
    open output gl-interface-file
  end-if
  move "BANKREC" to gl-source-module
  move ws-xfer-date to gl-post-date
  move zero to gl-batch-number
  set gl-is-unposted to true
  move "OFFICE" to gl-cost-centre
  move spaces to gl-description
  string "Bank transfer " delimited by size
    ws-xfer-from-code delimited by space
    " to " delimited by size
    ws-xfer-to-code delimited by space
    " " delimited by size
    ws-xfer-reference delimited by size
    into gl-description
  end-string
  move ws-xfer-to-gl to gl-account-code
  move ws-xfer-amount to gl-debit-amount
  move zero to gl-credit-amount
  write gl-interface-record
  move ws-xfer-from-gl to gl-account-code
  move zero to gl-debit-amount
  move ws-xfer-amount to gl-credit-amount
  write gl-interface-record
  close gl-interface-file
  .
get-print-spool-name.
  move spaces to system-print-spool-name
  open input system-file
  end-if
  .
copy "print-route-pd.cpy".
copy "period-check-pd.cpy".
copy "glrule-pd.cpy".
copy "bankacct-pd.cpy".
end program bankrec.
