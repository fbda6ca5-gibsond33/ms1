      >> source format is free
program-id. ep020.
*> Card settlement reconciliation.  The tills post card takings to
*> the card account at their gross value, but the acquirer pays a
*> day or two later, net of its fees, in batches of its own.  This
*> run imports the acquirer's CARDSETL settlement file onto the
*> CARDMATCH register and matches the batches against the card
*> tenders on EPOSSALE by till and trading date.  Where a till's
*> batches for a day add up to its card takings the fees held back
*> are posted - Dr the card fees account, Cr the card account off
*> the EPOS posting rules - and the net settlements become expected
*> receipts for bankrec.  Short, over and missing settlements print
*> as exceptions on the CARDEXC report.  Run from the bank
*> reconciliation menu, or queued daily.
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
  .
environment division.configuration section.
source-computer. Linux.
object-computer. Linux.
input-output section.
file-control.
  select cardsetl-file assign to "CARDSETL"
    organization is line sequential
    access mode is sequential
    file status is cardsetl-file-status
    .
  select cardmatch-file assign to "CARDMATCH"
    organization is indexed
    access mode is dynamic
    record key is cmatch-batch-id
    file status is cardmatch-file-status
    .
  select epos-sale-file assign to "EPOSSALE"
    organization is line sequential
    access mode is sequential
    file status is epos-sale-file-status
    .
  copy "glintfc-sel.cpy".
  copy "glrule-sel.cpy".
  copy "glacct-sel.cpy".
  copy "period-sel.cpy".
  select cardexc-file assign to "CARDEXC"
    organization is line sequential
    access mode is sequential
    file status is cardexc-file-status
    .
copy "system-sel.cpy".
data division.
file section.
copy "cardsetl.cpy".
copy "cardmatch.cpy".
copy "epos.cpy".
copy "glintfc-fd.cpy".
copy "glrule-fd.cpy".
copy "gl010.cpy".
copy "period-fd.cpy".
copy "system-fd.cpy".
fd  cardexc-file.
01  cardexc-record              pic x(100).
working-storage section.
01  program-name              pic x(15) value "ep020 (1.00.00)".

01  cardsetl-file-status      pic xx.
01  cardmatch-file-status     pic xx.
01  epos-sale-file-status     pic xx.
01  gl-file-status            pic xx.
01  gl-rule-file-status       pic xx.
01  gl-account-file-status    pic xx.
copy "glrule-ws.cpy".
01  period-file-status        pic xx.
copy "period-ws.cpy".
01  cardexc-file-status       pic xx.
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "print-route-ws.cpy".
copy "company-ws.cpy".

01  ws-today                  pic 9(08).
*> a till's day is only called short once the acquirer has had
*> this many days to send the rest of its batches
01  ws-cset-grace-days        pic 9(02) value 3.
01  ws-cset-grace-date        pic 9(08).
01  ws-cset-day-number        pic 9(07).
01  ws-cset-post-switch       pic x.
  88  cset-fees-can-post      value "Y".
  88  cset-list-only          value "N".
01  ws-cset-card-account      pic x(10).
01  ws-cset-fee-account       pic x(10).
01  ws-cset-earliest-date     pic 9(08).
01  ws-cset-batch-fee         pic s9(09)v99.
01  ws-cset-fee-posting       pic 9(09)v99.
01  ws-cset-status-word       pic x(10).
01  ws-cset-imported          pic 9(05).
01  ws-cset-duplicates        pic 9(05).
01  ws-cset-matched           pic 9(05).
01  ws-cset-matched-net       pic 9(09)v99.
01  ws-cset-fees-posted       pic s9(09)v99.
01  ws-cset-exceptions        pic 9(05).
01  ws-cset-gross-display     pic -(9)9.99.
01  ws-cset-net-display       pic -(9)9.99.
01  ws-cset-takings-display   pic -(9)9.99.
01  ws-cset-count-display     pic zzzz9.

*> one entry per till and trading date - the card takings the till
*> rang, and the batches the acquirer has settled against them
01  ws-ctk-table.
  05  ws-ctk-entry            occurs 2000 times.
    10  ws-ctk-till           pic x(04).
    10  ws-ctk-date           pic 9(08).
    10  ws-ctk-takings        pic s9(09)v99.
    10  ws-ctk-gross          pic s9(09)v99.
    10  ws-ctk-net            pic s9(09)v99.
    10  ws-ctk-batches        pic 9(03).
    10  ws-ctk-open           pic 9(03).
*> M match and post, W wait for more batches, S short, O over,
*> N no card takings, L match but only list - nothing can post
    10  ws-ctk-result         pic x.
01  ws-ctk-count              pic 9(04).
01  ws-ctk-idx                pic 9(04).
01  ws-ctk-found              pic x.
01  ws-ctk-dropped            pic 9(05).
01  ws-ctk-lookup-till        pic x(04).
01  ws-ctk-lookup-date        pic 9(08).

linkage section.
01  ws-passed-company-record-number pic 999.

procedure division using ws-passed-company-record-number.
program-begin.
  move ws-passed-company-record-number to current-company-record-number
  perform opening-procedure
  perform run-card-settlement
  perform closing-procedure
  .
program-end.
  goback
  .
opening-procedure.
  accept ws-today from date yyyymmdd end-accept
  compute ws-cset-day-number =
    function integer-of-date(ws-today) - ws-cset-grace-days
  move function date-of-integer(ws-cset-day-number) to ws-cset-grace-date
  open i-o cardmatch-file
  if cardmatch-file-status = "35"
    open output cardmatch-file
    close cardmatch-file
    open i-o cardmatch-file
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
  close cardmatch-file
  close gl-interface-file
  close gl-rule-file
  close gl-account-file
  close period-file
  display "Card settlement run complete: " ws-cset-imported " imported, "
    ws-cset-matched " matched, " ws-cset-exceptions " exceptions" end-display
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
*> Import, then match.  The whole register is re-examined each run,
*> so a day left short by a late batch matches once the rest of its
*> batches arrive.
*>-----------------------------------------------
run-card-settlement.
  move zero to ws-cset-imported
  move zero to ws-cset-duplicates
  move zero to ws-cset-matched
  move zero to ws-cset-matched-net
  move zero to ws-cset-fees-posted
  move zero to ws-cset-exceptions
  perform import-settlement-file
  perform check-fees-can-post
  perform load-settlement-batches
  perform load-card-takings

  move 1 to ws-ctk-idx
  perform decide-one-settlement-day
    until ws-ctk-idx > ws-ctk-count

  open output cardexc-file
  move spaces to cardexc-record
  string "Card Settlement Reconciliation as at " delimited by size
    ws-today delimited by size
    into cardexc-record
  end-string
  write cardexc-record
  move spaces to cardexc-record
  if cset-list-only
    move "Report only - no fees posted, no batches matched" to cardexc-record
  else
    string "Imported " delimited by size
      ws-cset-imported delimited by size
      " batches, " delimited by size
      ws-cset-duplicates delimited by size
      " already on file" delimited by size
      into cardexc-record
    end-string
  end-if
  write cardexc-record
  move spaces to cardexc-record
  write cardexc-record
  move "Batch        Paid     Till Trading          Gross           Net       Takings Status" to cardexc-record
  write cardexc-record

  move low-values to cmatch-batch-id
  start cardmatch-file key not less than cmatch-batch-id
    invalid key
      move "10" to cardmatch-file-status
  end-start
  perform settle-one-batch
    until cardmatch-file-status not = zero

  move 1 to ws-ctk-idx
  perform report-one-missing-settlement
    until ws-ctk-idx > ws-ctk-count

  move spaces to cardexc-record
  write cardexc-record
  move ws-cset-matched to ws-cset-count-display
  move ws-cset-matched-net to ws-cset-net-display
  move ws-cset-fees-posted to ws-cset-gross-display
  move spaces to cardexc-record
  string "Matched this run " delimited by size
    ws-cset-count-display delimited by size
    "  net " delimited by size
    ws-cset-net-display delimited by size
    "  fees posted " delimited by size
    ws-cset-gross-display delimited by size
    into cardexc-record
  end-string
  write cardexc-record
  move ws-cset-exceptions to ws-cset-count-display
  move spaces to cardexc-record
  string "Exceptions       " delimited by size
    ws-cset-count-display delimited by size
    into cardexc-record
  end-string
  write cardexc-record
  if ws-ctk-dropped not = zero
    move spaces to cardexc-record
    string "** " delimited by size
      ws-ctk-dropped delimited by size
      " till days not reconciled - table full, run again **" delimited by size
      into cardexc-record
    end-string
    write cardexc-record
  end-if
  close cardexc-file

  move "CARDEXC" to print-route-file-name
  perform route-report-to-printer
  .
import-settlement-file.
  open input cardsetl-file
  if cardsetl-file-status not = zero
    display "No CARDSETL file to import, matching what is on file" end-display
    exit paragraph
  end-if
  perform import-one-settlement
    until cardsetl-file-status not = zero
  close cardsetl-file
  .
import-one-settlement.
  read cardsetl-file next record
    at end
      move "10" to cardsetl-file-status
      exit paragraph
  end-read
  if csetl-batch-id = spaces
    exit paragraph
  end-if
  initialize cardmatch-record
  move csetl-batch-id to cmatch-batch-id
  move csetl-paid-date to cmatch-paid-date
  *> a terminal not fitted to a named till is on the original one
  if csetl-till-id = spaces
    move "T1" to cmatch-till-id
  else
    move csetl-till-id to cmatch-till-id
  end-if
  move csetl-trading-date to cmatch-trading-date
  move csetl-gross-amount to cmatch-gross-amount
  move csetl-fee-amount to cmatch-fee-amount
  move csetl-net-amount to cmatch-net-amount
  move ws-today to cmatch-imported-date
  set cmatch-is-unmatched to true
  move zero to cmatch-takings
  move zero to cmatch-fee-posted
  move zero to cmatch-matched-date
  write cardmatch-record
    invalid key
      add 1 to ws-cset-duplicates
    not invalid key
      add 1 to ws-cset-imported
  end-write
  .
*>-----------------------------------------------
*> The fees post in today's period, so a closed period or a missing
*> posting rule leaves every batch unmatched and the run reports.
*>-----------------------------------------------
check-fees-can-post.
  set cset-fees-can-post to true
  move ws-today to ws-period-check-date
  perform check-posting-period
  if ws-period-is-closed
    display "Accounting period is closed, no card fees posted" end-display
    set cset-list-only to true
    exit paragraph
  end-if
  move "EPOS" to ws-glrule-source
  move "SHOP" to ws-glrule-qualifier
  move "CARD" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    display ws-glrule-message end-display
    set cset-list-only to true
    exit paragraph
  end-if
  move ws-glrule-account to ws-cset-card-account
  move "CARDFEE" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    display ws-glrule-message end-display
    set cset-list-only to true
    exit paragraph
  end-if
  move ws-glrule-account to ws-cset-fee-account
  .
*>-----------------------------------------------
*> Every batch on the register goes into its till's day, matched or
*> not, so a day's batches are always weighed together; the card
*> takings are then only gathered back to the oldest day the
*> acquirer has settled.
*>-----------------------------------------------
load-settlement-batches.
  move zero to ws-ctk-count
  move zero to ws-ctk-dropped
  move 99999999 to ws-cset-earliest-date
  move low-values to cmatch-batch-id
  start cardmatch-file key not less than cmatch-batch-id
    invalid key
      exit paragraph
  end-start
  perform tally-one-settlement-batch
    until cardmatch-file-status not = zero
  .
tally-one-settlement-batch.
  read cardmatch-file next record
    at end
      move "10" to cardmatch-file-status
      exit paragraph
  end-read
  if cmatch-trading-date < ws-cset-earliest-date
    move cmatch-trading-date to ws-cset-earliest-date
  end-if
  move cmatch-till-id to ws-ctk-lookup-till
  move cmatch-trading-date to ws-ctk-lookup-date
  perform find-or-add-settlement-day
  if ws-ctk-found not = "Y"
    exit paragraph
  end-if
  add cmatch-gross-amount to ws-ctk-gross(ws-ctk-idx)
  add cmatch-net-amount to ws-ctk-net(ws-ctk-idx)
  add 1 to ws-ctk-batches(ws-ctk-idx)
  if not cmatch-is-matched
    add 1 to ws-ctk-open(ws-ctk-idx)
  end-if
  .
load-card-takings.
  if ws-ctk-count = zero
    exit paragraph
  end-if
  open input epos-sale-file
  if epos-sale-file-status not = zero
    exit paragraph
  end-if
  perform add-one-card-sale
    until epos-sale-file-status not = zero
  close epos-sale-file
  .
add-one-card-sale.
  read epos-sale-file next record
    at end
      move "10" to epos-sale-file-status
      exit paragraph
  end-read
  if not epos-tender-is-card
     or epos-sale-date < ws-cset-earliest-date
    exit paragraph
  end-if
  if epos-sale-till-id = spaces
    move "T1" to ws-ctk-lookup-till
  else
    move epos-sale-till-id to ws-ctk-lookup-till
  end-if
  move epos-sale-date to ws-ctk-lookup-date
  perform find-or-add-settlement-day
  if ws-ctk-found not = "Y"
    exit paragraph
  end-if
  if epos-is-refund
    subtract epos-sale-amount from ws-ctk-takings(ws-ctk-idx)
  else
    add epos-sale-amount to ws-ctk-takings(ws-ctk-idx)
  end-if
  .
find-or-add-settlement-day.
  move "N" to ws-ctk-found
  move 1 to ws-ctk-idx
  perform check-one-settlement-day
    until ws-ctk-found = "Y"
       or ws-ctk-idx > ws-ctk-count
  if ws-ctk-found = "Y"
    exit paragraph
  end-if
  if ws-ctk-count >= 2000
    add 1 to ws-ctk-dropped
    exit paragraph
  end-if
  add 1 to ws-ctk-count
  move ws-ctk-count to ws-ctk-idx
  move ws-ctk-lookup-till to ws-ctk-till(ws-ctk-idx)
  move ws-ctk-lookup-date to ws-ctk-date(ws-ctk-idx)
  move zero to ws-ctk-takings(ws-ctk-idx)
  move zero to ws-ctk-gross(ws-ctk-idx)
  move zero to ws-ctk-net(ws-ctk-idx)
  move zero to ws-ctk-batches(ws-ctk-idx)
  move zero to ws-ctk-open(ws-ctk-idx)
  move space to ws-ctk-result(ws-ctk-idx)
  move "Y" to ws-ctk-found
  .
check-one-settlement-day.
  if ws-ctk-till(ws-ctk-idx) = ws-ctk-lookup-till
     and ws-ctk-date(ws-ctk-idx) = ws-ctk-lookup-date
    move "Y" to ws-ctk-found
  else
    add 1 to ws-ctk-idx
  end-if
  .
*>-----------------------------------------------
*> A till's day matches when its batches' gross adds up to the card
*> takings it rang.  Less than that is only short once the grace
*> days are up - the acquirer may still be sending batches.
*>-----------------------------------------------
decide-one-settlement-day.
  evaluate true
    when ws-ctk-open(ws-ctk-idx) = zero
      move space to ws-ctk-result(ws-ctk-idx)
    when ws-ctk-takings(ws-ctk-idx) not > zero
      move "N" to ws-ctk-result(ws-ctk-idx)
    when ws-ctk-gross(ws-ctk-idx) = ws-ctk-takings(ws-ctk-idx)
      if cset-fees-can-post
        move "M" to ws-ctk-result(ws-ctk-idx)
      else
        move "L" to ws-ctk-result(ws-ctk-idx)
      end-if
    when ws-ctk-gross(ws-ctk-idx) > ws-ctk-takings(ws-ctk-idx)
      move "O" to ws-ctk-result(ws-ctk-idx)
    when ws-ctk-date(ws-ctk-idx) > ws-cset-grace-date
      move "W" to ws-ctk-result(ws-ctk-idx)
    when other
      move "S" to ws-ctk-result(ws-ctk-idx)
  end-evaluate
  add 1 to ws-ctk-idx
  .
settle-one-batch.
  read cardmatch-file next record
    at end
      move "10" to cardmatch-file-status
      exit paragraph
  end-read
  if cmatch-is-matched
    exit paragraph
  end-if
  move cmatch-till-id to ws-ctk-lookup-till
  move cmatch-trading-date to ws-ctk-lookup-date
  perform find-or-add-settlement-day
  if ws-ctk-found not = "Y"
    exit paragraph
  end-if

  evaluate ws-ctk-result(ws-ctk-idx)
    when "M"
      perform match-one-batch
      move "MATCHED" to ws-cset-status-word
    when "L"
      move "NOT POSTED" to ws-cset-status-word
    when "W"
      move "WAITING" to ws-cset-status-word
    when "S"
      set cmatch-is-short to true
      move "SHORT" to ws-cset-status-word
      add 1 to ws-cset-exceptions
    when "O"
      set cmatch-is-over to true
      move "OVER" to ws-cset-status-word
      add 1 to ws-cset-exceptions
    when other
      set cmatch-is-no-takings to true
      move "NO TAKINGS" to ws-cset-status-word
      add 1 to ws-cset-exceptions
  end-evaluate
  move ws-ctk-takings(ws-ctk-idx) to cmatch-takings
  rewrite cardmatch-record
    invalid key
      display "Settlement batch " cmatch-batch-id " update failed" end-display
  end-rewrite

  move cmatch-gross-amount to ws-cset-gross-display
  move cmatch-net-amount to ws-cset-net-display
  move ws-ctk-takings(ws-ctk-idx) to ws-cset-takings-display
  move spaces to cardexc-record
  string cmatch-batch-id delimited by size
    " " delimited by size
    cmatch-paid-date delimited by size
    " " delimited by size
    cmatch-till-id delimited by size
    " " delimited by size
    cmatch-trading-date delimited by size
    " " delimited by size
    ws-cset-gross-display delimited by size
    " " delimited by size
    ws-cset-net-display delimited by size
    " " delimited by size
    ws-cset-takings-display delimited by size
    " " delimited by size
    ws-cset-status-word delimited by size
    into cardexc-record
  end-string
  write cardexc-record
  .
*>-----------------------------------------------
*> What the acquirer kept is the merchant fee: the card account was
*> debited with the gross at the till, so the fee comes off it and
*> only the net is left to arrive at the bank.
*>-----------------------------------------------
match-one-batch.
  compute ws-cset-batch-fee = cmatch-gross-amount - cmatch-net-amount
  if ws-cset-batch-fee not = zero
    move "EPOS" to gl-source-module
    move ws-today to gl-post-date
    move zero to gl-batch-number
    set gl-is-unposted to true
    move "SHOP" to gl-cost-centre
    move spaces to gl-description
    string "Card fees " delimited by size
      cmatch-till-id delimited by space
      " " delimited by size
      cmatch-trading-date delimited by size
      " batch " delimited by size
      cmatch-batch-id delimited by space
      into gl-description
    end-string
    if ws-cset-batch-fee > zero
      move ws-cset-batch-fee to ws-cset-fee-posting
      move ws-cset-fee-account to gl-account-code
    else
      compute ws-cset-fee-posting = zero - ws-cset-batch-fee
      move ws-cset-card-account to gl-account-code
    end-if
    move ws-cset-fee-posting to gl-debit-amount
    move zero to gl-credit-amount
    write gl-interface-record

    if ws-cset-batch-fee > zero
      move ws-cset-card-account to gl-account-code
    else
      move ws-cset-fee-account to gl-account-code
    end-if
    move zero to gl-debit-amount
    move ws-cset-fee-posting to gl-credit-amount
    write gl-interface-record
  end-if

  set cmatch-is-matched to true
  move ws-cset-batch-fee to cmatch-fee-posted
  move ws-today to cmatch-matched-date
  add 1 to ws-cset-matched
  add cmatch-net-amount to ws-cset-matched-net
  add ws-cset-batch-fee to ws-cset-fees-posted
  .
*> card takings a till rang with no batch at all from the acquirer,
*> once it has had its grace days to send one
report-one-missing-settlement.
  if ws-ctk-batches(ws-ctk-idx) not = zero
     or ws-ctk-takings(ws-ctk-idx) not > zero
     or ws-ctk-date(ws-ctk-idx) > ws-cset-grace-date
    add 1 to ws-ctk-idx
    exit paragraph
  end-if
  add 1 to ws-cset-exceptions
  move ws-ctk-takings(ws-ctk-idx) to ws-cset-takings-display
  move zero to ws-cset-gross-display
  move zero to ws-cset-net-display
  move spaces to cardexc-record
  string "(none)      " delimited by size
    " " delimited by size
    "        " delimited by size
    " " delimited by size
    ws-ctk-till(ws-ctk-idx) delimited by size
    " " delimited by size
    ws-ctk-date(ws-ctk-idx) delimited by size
    " " delimited by size
    ws-cset-gross-display delimited by size
    " " delimited by size
    ws-cset-net-display delimited by size
    " " delimited by size
    ws-cset-takings-display delimited by size
    " MISSING" delimited by size
    into cardexc-record
  end-string
  write cardexc-record
  add 1 to ws-ctk-idx
  .
copy "period-check-pd.cpy".
copy "glrule-pd.cpy".
copy "print-route-pd.cpy".
end program ep020.
