      >> source format is free
program-id. sl030.
*> Customer account history.  When a customer rings about their
*> account the clerk needs everything that moved the balance in one
*> place: invoices, credit notes and Epos account sales, the
*> receipts and Epos refunds that paid them off, settlement discount
*> allowed, and order deposits taken and applied.  The history is
*> shown in date order with the balance after each entry, worked
*> back from the balance on the customer master so it agrees with
*> it to the penny however much history is on file; anything older
*> than the entries shown is carried in the balance brought forward.
*> Settled documents the archive purge has moved out can be read
*> back off the raw archive files when the clerk asks for them.
*> Picking a line shows the document behind it - an invoice's lines,
*> or the documents a receipt settled - and the same view prints as
*> an account transcript over a date range.  Reached from the Sales
*> Ledger menu.
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
  .
environment division.configuration section.
source-computer. Linux.
object-computer. Linux.
input-output section.
file-control.
  copy "custmast-sel.cpy".
  select invoice-file assign to "SLINVOICE"
    organization is indexed
    access mode is dynamic
    record key is invoice-number
    alternate record key is invoice-customer-code with duplicates
    file status is invoice-file-status
    .
  copy "slinvline-sel.cpy".
  copy "custrcpt-sel.cpy".
  copy "custdep-sel.cpy".
*> the raw record images arcpurge keeps beside its readable archives
  select raw-file assign to ws-raw-file-name
    organization is line sequential
    access mode is sequential
    file status is raw-file-status
    .
  select transcript-file assign to "ACCTTRAN"
    organization is line sequential
    access mode is sequential
    file status is transcript-file-status
    .
copy "system-sel.cpy".
data division.
file section.
copy "custmast-fd.cpy".
copy "sl010.cpy".
copy "slinvline-fd.cpy".
copy "custrcpt-fd.cpy".
copy "custdep-fd.cpy".
copy "system-fd.cpy".
fd  raw-file.
01  raw-record.
  05  raw-doc-ref             pic x(15).
  05  raw-record-image        pic x(220).
fd  transcript-file.
01  transcript-record           pic x(100).
working-storage section.
01  program-name              pic x(15) value "sl030 (1.00.00)".

01  customer-file-status      pic xx.
01  invoice-file-status       pic xx.
01  invoice-line-file-status  pic xx.
01  custrcpt-file-status      pic xx.
01  custdep-file-status       pic xx.
01  raw-file-status           pic xx.
01  transcript-file-status    pic xx.
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "print-route-ws.cpy".
copy "company-ws.cpy".

01  ws-raw-file-name          pic x(12).
01  ws-today                  pic 9(08).

01  ws-hist-customer          pic x(06).
01  ws-hist-archive-switch    pic x.
  88  hist-with-archive       value "Y".
*> set while archived documents are being loaded, so their entries
*> are marked and their detail is read back off the archive
01  ws-hist-from-archive      pic x.
01  ws-hist-arc-number        pic 9(08).
01  ws-hist-found             pic x.
01  ws-hist-running           pic s9(09)v99.
01  ws-hist-opening-balance   pic s9(09)v99.
01  ws-hist-dropped           pic 9(05).

*> the history, held in date order; within a day the document comes
*> before what settled it
01  ws-hist-count             pic 9(03).
01  ws-hist-slot              pic 9(03).
01  ws-hist-sub               pic 9(03).
01  ws-hist-new.
  05  ws-hn-sort-key.
    10  ws-hn-date            pic 9(08).
    10  ws-hn-seq             pic 9.
  05  ws-hn-type              pic x.
  05  ws-hn-ref               pic 9(08).
  05  ws-hn-link              pic 9(08).
  05  ws-hn-amount            pic s9(09)v99.
  05  ws-hn-memo-amount       pic s9(09)v99.
  05  ws-hn-text              pic x(16).
  05  ws-hn-archived          pic x.
  05  ws-hn-balance           pic s9(09)v99.
01  ws-hist-table.
  05  ws-hist-entry occurs 500 times indexed by ws-hist-idx.
*> the type says what the line is:
*>   I invoice, E Epos account sale, C credit note, R receipt,
*>   F Epos refund, S settlement discount allowed on a receipt,
*>   D deposit taken, A deposit applied to an invoice
*> ref is the document number (the order number for a deposit);
*> link is the receipt that settled a document, the receipt a
*> discount belongs to, or the order a deposit applied came from.
*> A deposit taken is held on account and never moves the balance,
*> so its amount rides in memo-amount; an invoice carries the
*> discount allowed there and a receipt what it left on account.
    10  ws-hist-sort-key.
      15  ws-hist-date        pic 9(08).
      15  ws-hist-seq         pic 9.
    10  ws-hist-type          pic x.
      88  hist-is-document    values "I" "E" "C".
      88  hist-is-receipt     values "R" "F".
      88  hist-is-discount    value "S".
      88  hist-is-deposit-taken value "D".
      88  hist-is-deposit-applied value "A".
    10  ws-hist-ref           pic 9(08).
    10  ws-hist-link          pic 9(08).
    10  ws-hist-amount        pic s9(09)v99.
    10  ws-hist-memo-amount   pic s9(09)v99.
    10  ws-hist-text          pic x(16).
    10  ws-hist-archived      pic x.
    10  ws-hist-balance       pic s9(09)v99.

*> paging the history on screen
01  ws-hist-start             pic 9(03).
01  ws-hist-shown             pic 9(02).
01  ws-hist-pick              pic x(03).
01  ws-hist-picked            pic 9(03).
01  ws-hist-done              pic x.
01  ws-hist-bf                pic s9(09)v99.
01  ws-hist-amount-edit       pic -(08)9.99.

01  ws-hist-screen-line.
  05  ws-hsl-number           pic zz9.
  05  filler                  pic x value space.
  05  ws-hsl-date             pic 9(08).
  05  filler                  pic x value space.
  05  ws-hsl-text             pic x(16).
  05  filler                  pic x value space.
  05  ws-hsl-ref              pic z(07)9.
  05  filler                  pic x value space.
  05  ws-hsl-amount           pic -(08)9.99.
  05  filler                  pic x value space.
  05  ws-hsl-balance-area.
    10  ws-hsl-balance        pic -(08)9.99.
  05  ws-hsl-balance-blank redefines ws-hsl-balance-area pic x(12).
  05  filler                  pic x value space.
  05  ws-hsl-archived         pic x.

*> the document behind a picked line
01  ws-det-type               pic x.
01  ws-det-number             pic 9(08).
01  ws-det-archived           pic x.
01  ws-det-found              pic x.
01  ws-det-line               pic 9(02).
01  ws-det-settled-count      pic 9(03).
01  ws-det-amount-edit        pic -(08)9.99.
01  ws-det-tax-edit           pic -(08)9.99.
01  ws-det-gross-edit         pic -(08)9.99.
01  ws-det-invoice-line.
  05  ws-dil-number           pic zz9.
  05  filler                  pic x value space.
  05  ws-dil-item             pic x(10).
  05  filler                  pic x value space.
  05  ws-dil-description      pic x(20).
  05  filler                  pic x value space.
  05  ws-dil-qty              pic z(06)9.999.
  05  filler                  pic x value space.
  05  ws-dil-net              pic -(08)9.99.
  05  filler                  pic x value space.
  05  ws-dil-tax              pic -(08)9.99.
01  ws-det-settled-line.
  05  ws-dsl-text             pic x(16).
  05  filler                  pic x value space.
  05  ws-dsl-number           pic z(07)9.
  05  filler                  pic x value space.
  05  ws-dsl-date             pic 9(08).
  05  filler                  pic x value space.
  05  ws-dsl-amount           pic -(08)9.99.
  05  filler                  pic x value space.
  05  ws-dsl-discount         pic -(08)9.99.

*> account transcript
01  ws-tran-from-date         pic 9(08).
01  ws-tran-to-date           pic 9(08).
01  ws-tran-bf                pic s9(09)v99.
01  ws-tran-cf                pic s9(09)v99.
01  ws-tran-line-count        pic 9(03).
01  ws-tran-printed           pic 9(03).

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
  open input customer-file
  if customer-file-status = "35"
    open output customer-file
    close customer-file
    open input customer-file
  end-if
  open input invoice-file
  if invoice-file-status = "35"
    open output invoice-file
    close invoice-file
    open input invoice-file
  end-if
  open input invoice-line-file
  if invoice-line-file-status = "35"
    open output invoice-line-file
    close invoice-line-file
    open input invoice-line-file
  end-if
  open input custrcpt-file
  if custrcpt-file-status = "35"
    open output custrcpt-file
    close custrcpt-file
    open input custrcpt-file
  end-if
  open input custdep-file
  if custdep-file-status = "35"
    open output custdep-file
    close custdep-file
    open input custdep-file
  end-if
  perform get-print-spool-name
  accept ws-today from date yyyymmdd end-accept
  .
closing-procedure.
  close customer-file
  close invoice-file
  close invoice-line-file
  close custrcpt-file
  close custdep-file
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
  perform choose-history-customer
  perform show-one-account-history
    until ws-hist-customer = spaces
  .
choose-history-customer.
  display " " at line 01 col 01 erase eos end-display
  display program-name at line 01 col 01 foreground-color 2 end-display
  display "Customer Account History" at line 01 col 30 foreground-color 2 end-display
  display "Customer Code (blank=exit):[      ]" at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-hist-customer
  accept ws-hist-customer at line 06 col 31 with foreground-color 6 end-accept
  move function upper-case(ws-hist-customer) to ws-hist-customer
  if ws-hist-customer = spaces
    exit paragraph
  end-if
  move ws-hist-customer to customer-code
  read customer-file key is customer-code
    invalid key
      display "Customer not found" at line 23 col 02 foreground-color 4 end-display
      perform choose-history-customer
      exit paragraph
  end-read
  display customer-name at line 06 col 40 foreground-color 3 end-display
  display "Include archived documents (Y/N):[ ]" at line 07 col 04 foreground-color 2 end-display
  move "N" to ws-hist-archive-switch
  accept ws-hist-archive-switch at line 07 col 37 with foreground-color 6 end-accept
  move function upper-case(ws-hist-archive-switch) to ws-hist-archive-switch
  .
show-one-account-history.
  display "Reading account history..." at line 09 col 04 foreground-color 2 end-display
  perform build-account-history
  perform browse-account-history
  perform choose-history-customer
  .

*>-----------------------------------------------
*> Gather everything on the account into the table, then work the
*> balance after each entry back from the balance on the master.
*>-----------------------------------------------
build-account-history.
  move zero to ws-hist-count
  move zero to ws-hist-dropped
  move "N" to ws-hist-from-archive
  perform load-live-invoices
  perform load-live-receipts
  perform load-customer-deposits
  if hist-with-archive
    move "Y" to ws-hist-from-archive
    perform load-archived-invoices
    perform load-archived-receipts
    move "N" to ws-hist-from-archive
  end-if

  move customer-balance to ws-hist-running
  move ws-hist-count to ws-hist-sub
  perform set-one-history-balance
    until ws-hist-sub < 1
  move ws-hist-running to ws-hist-opening-balance
  .
set-one-history-balance.
  move ws-hist-running to ws-hist-balance(ws-hist-sub)
  subtract ws-hist-amount(ws-hist-sub) from ws-hist-running
  subtract 1 from ws-hist-sub
  .
load-live-invoices.
  move ws-hist-customer to invoice-customer-code
  start invoice-file key not less than invoice-customer-code
    invalid key
      exit paragraph
  end-start
  perform load-one-live-invoice
    until invoice-file-status not = zero
  .
load-one-live-invoice.
  read invoice-file next record
    at end
      move "10" to invoice-file-status
      exit paragraph
  end-read
  if invoice-customer-code not = ws-hist-customer
    move "10" to invoice-file-status
    exit paragraph
  end-if
  perform add-invoice-to-history
  .
add-invoice-to-history.
  initialize ws-hist-new
  move invoice-date to ws-hn-date
  move invoice-number to ws-hn-ref
  move invoice-receipt-number to ws-hn-link
  move invoice-amount to ws-hn-amount
  move invoice-discount-allowed to ws-hn-memo-amount
  move ws-hist-from-archive to ws-hn-archived
  evaluate true
    when invoice-is-credit-note
      move 4 to ws-hn-seq
      move "C" to ws-hn-type
      move "Credit note" to ws-hn-text
    when invoice-description(1:10) = "EPOS SALE "
      move 1 to ws-hn-seq
      move "E" to ws-hn-type
      move "Epos acct sale" to ws-hn-text
    when other
      move 1 to ws-hn-seq
      move "I" to ws-hn-type
      move "Invoice" to ws-hn-text
  end-evaluate
  perform insert-history-entry

  if invoice-deposit-applied not = zero
    move 3 to ws-hn-seq
    move "A" to ws-hn-type
    move invoice-deposit-order to ws-hn-link
    compute ws-hn-amount = zero - invoice-deposit-applied
    move zero to ws-hn-memo-amount
    move "Deposit applied" to ws-hn-text
    perform insert-history-entry
  end-if
  .
load-live-receipts.
  move ws-hist-customer to rcpt-customer-code
  start custrcpt-file key not less than rcpt-customer-code
    invalid key
      exit paragraph
  end-start
  perform load-one-live-receipt
    until custrcpt-file-status not = zero
  .
load-one-live-receipt.
  read custrcpt-file next record
    at end
      move "10" to custrcpt-file-status
      exit paragraph
  end-read
  if rcpt-customer-code not = ws-hist-customer
    move "10" to custrcpt-file-status
    exit paragraph
  end-if
  perform add-receipt-to-history
  .
add-receipt-to-history.
  initialize ws-hist-new
  move rcpt-date to ws-hn-date
  move 5 to ws-hn-seq
  move rcpt-number to ws-hn-ref
  compute ws-hn-amount = zero - rcpt-amount
  move rcpt-unapplied to ws-hn-memo-amount
  move ws-hist-from-archive to ws-hn-archived
  if rcpt-is-epos-refund
    move "F" to ws-hn-type
    move "Epos refund" to ws-hn-text
  else
    move "R" to ws-hn-type
    move "Receipt" to ws-hn-text
  end-if
  perform insert-history-entry

  if rcpt-discount not = zero
    move 6 to ws-hn-seq
    move "S" to ws-hn-type
    move rcpt-number to ws-hn-link
    compute ws-hn-amount = zero - rcpt-discount
    move zero to ws-hn-memo-amount
    move "Discount allowed" to ws-hn-text
    perform insert-history-entry
  end-if
  .
*> deposits are never archived, so they always come off the live
*> file; taking one does not touch the balance
load-customer-deposits.
  move ws-hist-customer to dep-customer-code
  move zero to dep-order-number
  start custdep-file key not less than dep-key
    invalid key
      exit paragraph
  end-start
  perform load-one-customer-deposit
    until custdep-file-status not = zero
  .
load-one-customer-deposit.
  read custdep-file next record
    at end
      move "10" to custdep-file-status
      exit paragraph
  end-read
  if dep-customer-code not = ws-hist-customer
    move "10" to custdep-file-status
    exit paragraph
  end-if
  initialize ws-hist-new
  move dep-date to ws-hn-date
  move 2 to ws-hn-seq
  move "D" to ws-hn-type
  move dep-order-number to ws-hn-ref
  move zero to ws-hn-amount
  move dep-amount to ws-hn-memo-amount
  move "Deposit taken" to ws-hn-text
  move "N" to ws-hn-archived
  perform insert-history-entry
  .
*>-----------------------------------------------
*> Archived documents come back off the raw images.  One restored
*> to the live file since, or archived twice over a purge-restore-
*> purge cycle, is only counted once.
*>-----------------------------------------------
load-archived-invoices.
  move "ARCSLINVRAW" to ws-raw-file-name
  open input raw-file
  if raw-file-status not = zero
    exit paragraph
  end-if
  perform load-one-archived-invoice
    until raw-file-status not = zero
  close raw-file
  .
load-one-archived-invoice.
  read raw-file next record
    at end
      move "10" to raw-file-status
      exit paragraph
  end-read
  move raw-record-image to invoice-record
  if invoice-customer-code not = ws-hist-customer
    exit paragraph
  end-if
  move invoice-number to ws-hist-arc-number
  move "D" to ws-det-type
  perform find-history-entry
  if ws-hist-found = "Y"
    exit paragraph
  end-if
  perform add-invoice-to-history
  .
load-archived-receipts.
  move "ARCRCPTRAW" to ws-raw-file-name
  open input raw-file
  if raw-file-status not = zero
    exit paragraph
  end-if
  perform load-one-archived-receipt
    until raw-file-status not = zero
  close raw-file
  .
load-one-archived-receipt.
  read raw-file next record
    at end
      move "10" to raw-file-status
      exit paragraph
  end-read
  move raw-record-image to custrcpt-record
  if rcpt-customer-code not = ws-hist-customer
    exit paragraph
  end-if
  move rcpt-number to ws-hist-arc-number
  move "R" to ws-det-type
  perform find-history-entry
  if ws-hist-found = "Y"
    exit paragraph
  end-if
  perform add-receipt-to-history
  .
*> ws-det-type D looks for a document, R for a receipt or refund
find-history-entry.
  move "N" to ws-hist-found
  set ws-hist-idx to 1
  perform check-one-history-entry
    until ws-hist-idx > ws-hist-count
       or ws-hist-found = "Y"
  .
check-one-history-entry.
  if ws-hist-ref(ws-hist-idx) = ws-hist-arc-number
    if (ws-det-type = "D" and hist-is-document(ws-hist-idx))
       or (ws-det-type = "R" and hist-is-receipt(ws-hist-idx))
      move "Y" to ws-hist-found
    end-if
  end-if
  set ws-hist-idx up by 1
  .
*>-----------------------------------------------
*> Into the table in date order, after any entry sorting the same,
*> shifting the later entries up.  A full table gives up its oldest
*> entry, which the balance brought forward then carries.
*>-----------------------------------------------
insert-history-entry.
  if ws-hist-count = 500
    if ws-hn-sort-key < ws-hist-sort-key(1)
      add 1 to ws-hist-dropped
      exit paragraph
    end-if
    move 1 to ws-hist-sub
    perform drop-oldest-history-entry
      until ws-hist-sub >= ws-hist-count
    subtract 1 from ws-hist-count
    add 1 to ws-hist-dropped
  end-if
  set ws-hist-idx to 1
  perform step-history-slot
    until ws-hist-idx > ws-hist-count
       or ws-hn-sort-key < ws-hist-sort-key(ws-hist-idx)
  set ws-hist-slot to ws-hist-idx
  move ws-hist-count to ws-hist-sub
  perform shift-one-history-entry
    until ws-hist-sub < ws-hist-slot
  move ws-hist-new to ws-hist-entry(ws-hist-slot)
  add 1 to ws-hist-count
  .
step-history-slot.
  set ws-hist-idx up by 1
  .
shift-one-history-entry.
  move ws-hist-entry(ws-hist-sub) to ws-hist-entry(ws-hist-sub + 1)
  subtract 1 from ws-hist-sub
  .
drop-oldest-history-entry.
  move ws-hist-entry(ws-hist-sub + 1) to ws-hist-entry(ws-hist-sub)
  add 1 to ws-hist-sub
  .

*>-----------------------------------------------
*> Paging the history: it opens on the latest entries and pages
*> back towards the oldest.
*>-----------------------------------------------
browse-account-history.
  if ws-hist-count = zero
    display "No account history on file for this customer" at line 23 col 02 foreground-color 4 end-display
    accept omitted end-accept
    exit paragraph
  end-if
  move zero to ws-hist-start
  if ws-hist-count > 14
    compute ws-hist-start = ws-hist-count - 14
  end-if
  move "N" to ws-hist-done
  perform show-history-page
    until ws-hist-done = "Y"
  .
show-history-page.
  display " " at line 03 col 01 erase eos end-display
  display "Customer " customer-code "  " customer-name at line 04 col 04 foreground-color 2 end-display
  move customer-balance to ws-hist-amount-edit
  display "Balance " ws-hist-amount-edit at line 04 col 56 foreground-color 3 end-display
  compute ws-hist-bf = ws-hist-balance(ws-hist-start + 1)
    - ws-hist-amount(ws-hist-start + 1)
  move ws-hist-bf to ws-hist-amount-edit
  display "Balance brought forward " ws-hist-amount-edit at line 05 col 04 foreground-color 3 end-display
  if hist-with-archive
    display "(archived documents included)" at line 05 col 45 foreground-color 2 end-display
  end-if
  display "No. Date     Type                  Ref        Amount       Balance"
    at line 06 col 04 foreground-color 2 end-display

  move zero to ws-hist-shown
  compute ws-hist-sub = ws-hist-start + 1
  perform show-one-history-line
    until ws-hist-shown >= 14
       or ws-hist-sub > ws-hist-count

  display "* archived    deposits taken are held on account, off the balance"
    at line 21 col 04 foreground-color 2 end-display
  display "Line no.=detail P=back N=forward T=transcript blank=done:[   ]"
    at line 22 col 04 foreground-color 2 end-display
  move spaces to ws-hist-pick
  accept ws-hist-pick at line 22 col 61 with foreground-color 6 end-accept
  evaluate true
    when ws-hist-pick = spaces
      move "Y" to ws-hist-done
    when function upper-case(ws-hist-pick) = "P  "
      if ws-hist-start = zero
        display "Already at the oldest entry" at line 23 col 02 foreground-color 4 end-display
      else
        if ws-hist-start > 14
          subtract 14 from ws-hist-start
        else
          move zero to ws-hist-start
        end-if
      end-if
    when function upper-case(ws-hist-pick) = "N  "
      if ws-hist-start + 14 < ws-hist-count
        add 14 to ws-hist-start
      else
        display "Already at the latest entry" at line 23 col 02 foreground-color 4 end-display
      end-if
    when function upper-case(ws-hist-pick) = "T  "
      perform print-account-transcript
    when other
      move function numval(ws-hist-pick) to ws-hist-picked
      if ws-hist-picked < 1 or ws-hist-picked > ws-hist-count
        display "No such line" at line 23 col 02 foreground-color 4 end-display
      else
        perform show-history-detail
      end-if
  end-evaluate
  .
show-one-history-line.
  add 1 to ws-hist-shown
  perform format-history-line
  display ws-hist-screen-line
    at line (06 + ws-hist-shown) col 04 foreground-color 3 end-display
  add 1 to ws-hist-sub
  .
*> the screen and the transcript print the same line
format-history-line.
  move ws-hist-sub to ws-hsl-number
  move ws-hist-date(ws-hist-sub) to ws-hsl-date
  move ws-hist-text(ws-hist-sub) to ws-hsl-text
  move ws-hist-ref(ws-hist-sub) to ws-hsl-ref
  if hist-is-deposit-taken(ws-hist-sub)
    move ws-hist-memo-amount(ws-hist-sub) to ws-hsl-amount
    move spaces to ws-hsl-balance-blank
  else
    move ws-hist-amount(ws-hist-sub) to ws-hsl-amount
    move ws-hist-balance(ws-hist-sub) to ws-hsl-balance
  end-if
  move space to ws-hsl-archived
  if ws-hist-archived(ws-hist-sub) = "Y"
    move "*" to ws-hsl-archived
  end-if
  .

*>-----------------------------------------------
*> The document behind a line: an invoice, credit note or deposit
*> applied shows the invoice and its lines; a receipt, refund or
*> discount shows the receipt and what it settled; a deposit shows
*> where it has been applied.
*>-----------------------------------------------
show-history-detail.
  move ws-hist-archived(ws-hist-picked) to ws-det-archived
  display " " at line 03 col 01 erase eos end-display
  evaluate true
    when hist-is-document(ws-hist-picked)
      move ws-hist-ref(ws-hist-picked) to ws-det-number
      perform show-invoice-detail
    when hist-is-deposit-applied(ws-hist-picked)
      move ws-hist-ref(ws-hist-picked) to ws-det-number
      perform show-invoice-detail
    when hist-is-receipt(ws-hist-picked)
      move ws-hist-ref(ws-hist-picked) to ws-det-number
      perform show-receipt-detail
    when hist-is-discount(ws-hist-picked)
      move ws-hist-link(ws-hist-picked) to ws-det-number
      perform show-receipt-detail
    when other
      move ws-hist-ref(ws-hist-picked) to ws-det-number
      perform show-deposit-detail
  end-evaluate
  display "Press return for the history" at line 22 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
show-invoice-detail.
  move "N" to ws-det-found
  if ws-det-archived not = "Y"
    move ws-det-number to invoice-number
    read invoice-file key is invoice-number
      invalid key
        continue
      not invalid key
        move "Y" to ws-det-found
    end-read
  end-if
  if ws-det-found = "N"
    move "ARCSLINVRAW" to ws-raw-file-name
    perform find-archived-document
    if ws-det-found = "Y"
      move raw-record-image to invoice-record
      move "Y" to ws-det-archived
    end-if
  end-if
  if ws-det-found = "N"
    display "That document is no longer on file" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  evaluate true
    when invoice-is-credit-note
      display "Credit Note " invoice-number at line 04 col 04 foreground-color 2 end-display
    when other
      display "Invoice " invoice-number at line 04 col 04 foreground-color 2 end-display
  end-evaluate
  display "Dated " invoice-date "  due " invoice-due-date
    at line 04 col 30 foreground-color 3 end-display
  if ws-det-archived = "Y"
    display "(archived)" at line 04 col 66 foreground-color 2 end-display
  end-if
  display invoice-description at line 05 col 04 foreground-color 3 end-display
  move invoice-net-amount to ws-det-amount-edit
  move invoice-tax-amount to ws-det-tax-edit
  move invoice-amount to ws-det-gross-edit
  display "Net " ws-det-amount-edit "  Tax " ws-det-tax-edit
    "  Gross " ws-det-gross-edit at line 06 col 04 foreground-color 3 end-display
  if invoice-is-paid
    display "Settled " invoice-paid-date at line 07 col 04 foreground-color 3 end-display
    if invoice-receipt-number not = zero
      display "by receipt " invoice-receipt-number at line 07 col 22 foreground-color 3 end-display
    end-if
    if invoice-discount-allowed not = zero
      move invoice-discount-allowed to ws-det-amount-edit
      display "discount allowed " ws-det-amount-edit at line 07 col 44 foreground-color 3 end-display
    end-if
  else
    display "Open" at line 07 col 04 foreground-color 3 end-display
  end-if
  if invoice-deposit-applied not = zero
    move invoice-deposit-applied to ws-det-amount-edit
    display "Deposit from order " invoice-deposit-order " applied " ws-det-amount-edit
      at line 08 col 04 foreground-color 3 end-display
  end-if
  if invoice-is-credit-note and invoice-original-invoice not = zero
    display "Credits invoice " invoice-original-invoice at line 08 col 56 foreground-color 3 end-display
  end-if

  display "Ln  Item       Description                  Qty           Net           Tax"
    at line 10 col 04 foreground-color 2 end-display
  move zero to ws-det-line
  if ws-det-archived = "Y"
    perform show-archived-invoice-lines
  else
    perform show-live-invoice-lines
  end-if
  .
show-live-invoice-lines.
  move ws-det-number to invline-invoice-number
  move zero to invline-line-number
  start invoice-line-file key not less than invline-key
    invalid key
      exit paragraph
  end-start
  perform show-one-live-invoice-line
    until invoice-line-file-status not = zero
  .
show-one-live-invoice-line.
  read invoice-line-file next record
    at end
      move "10" to invoice-line-file-status
      exit paragraph
  end-read
  if invline-invoice-number not = ws-det-number
    move "10" to invoice-line-file-status
    exit paragraph
  end-if
  perform show-one-invoice-line
  .
show-archived-invoice-lines.
  move "ARCSLLNRAW" to ws-raw-file-name
  open input raw-file
  if raw-file-status not = zero
    exit paragraph
  end-if
  perform show-one-archived-invoice-line
    until raw-file-status not = zero
  close raw-file
  .
show-one-archived-invoice-line.
  read raw-file next record
    at end
      move "10" to raw-file-status
      exit paragraph
  end-read
  if raw-doc-ref(1:8) not = ws-det-number
    exit paragraph
  end-if
  move raw-record-image to invoice-line-record
  perform show-one-invoice-line
  .
show-one-invoice-line.
  if ws-det-line >= 10
    display "-- more, press return --" at line 22 col 04 foreground-color 2 end-display
    accept omitted end-accept
    display " " at line 11 col 01 erase eos end-display
    move zero to ws-det-line
  end-if
  add 1 to ws-det-line
  move invline-line-number to ws-dil-number
  move invline-item-code to ws-dil-item
  move invline-description to ws-dil-description
  move invline-quantity to ws-dil-qty
  move invline-net-amount to ws-dil-net
  move invline-tax-amount to ws-dil-tax
  display ws-det-invoice-line
    at line (10 + ws-det-line) col 04 foreground-color 3 end-display
  .
show-receipt-detail.
  move "N" to ws-det-found
  if ws-det-archived not = "Y"
    move ws-det-number to rcpt-number
    read custrcpt-file key is rcpt-number
      invalid key
        continue
      not invalid key
        move "Y" to ws-det-found
    end-read
  end-if
  if ws-det-found = "N"
    move "ARCRCPTRAW" to ws-raw-file-name
    perform find-archived-document
    if ws-det-found = "Y"
      move raw-record-image to custrcpt-record
      move "Y" to ws-det-archived
    end-if
  end-if
  if ws-det-found = "N"
    display "That receipt is no longer on file" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  if rcpt-is-epos-refund
    display "Epos Refund " rcpt-number at line 04 col 04 foreground-color 2 end-display
  else
    display "Receipt " rcpt-number at line 04 col 04 foreground-color 2 end-display
  end-if
  display "Dated " rcpt-date at line 04 col 30 foreground-color 3 end-display
  if ws-det-archived = "Y"
    display "(archived)" at line 04 col 66 foreground-color 2 end-display
  end-if
  move rcpt-amount to ws-det-amount-edit
  move rcpt-discount to ws-det-tax-edit
  move rcpt-unapplied to ws-det-gross-edit
  display "Amount " ws-det-amount-edit "  Discount " ws-det-tax-edit
    "  On account " ws-det-gross-edit at line 05 col 04 foreground-color 3 end-display
  display "From " rcpt-source-module "  " rcpt-reference
    at line 06 col 04 foreground-color 3 end-display

  display "Documents settled" at line 08 col 04 foreground-color 2 end-display
  display "Document           Number Date            Amount      Discount"
    at line 09 col 04 foreground-color 2 end-display
  move zero to ws-det-line
  move zero to ws-det-settled-count
  set ws-hist-idx to 1
  perform show-one-settled-document
    until ws-hist-idx > ws-hist-count
  if ws-det-settled-count = zero
    display "None among the documents shown in the history" at line 10 col 04 foreground-color 3 end-display
  end-if
  .
show-one-settled-document.
  if hist-is-document(ws-hist-idx)
     and ws-hist-link(ws-hist-idx) = ws-det-number
    add 1 to ws-det-settled-count
    if ws-det-line >= 11
      display "-- more, press return --" at line 22 col 04 foreground-color 2 end-display
      accept omitted end-accept
      display " " at line 10 col 01 erase eos end-display
      move zero to ws-det-line
    end-if
    add 1 to ws-det-line
    move ws-hist-text(ws-hist-idx) to ws-dsl-text
    move ws-hist-ref(ws-hist-idx) to ws-dsl-number
    move ws-hist-date(ws-hist-idx) to ws-dsl-date
    move ws-hist-amount(ws-hist-idx) to ws-dsl-amount
    move ws-hist-memo-amount(ws-hist-idx) to ws-dsl-discount
    display ws-det-settled-line
      at line (09 + ws-det-line) col 04 foreground-color 3 end-display
  end-if
  set ws-hist-idx up by 1
  .
show-deposit-detail.
  move ws-hist-customer to dep-customer-code
  move ws-det-number to dep-order-number
  read custdep-file key is dep-key
    invalid key
      display "That deposit is no longer on file" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  display "Deposit against order " dep-order-number at line 04 col 04 foreground-color 2 end-display
  display "Taken " dep-date at line 04 col 40 foreground-color 3 end-display
  move dep-amount to ws-det-amount-edit
  move dep-applied-amount to ws-det-tax-edit
  display "Amount " ws-det-amount-edit "  Applied " ws-det-tax-edit
    at line 05 col 04 foreground-color 3 end-display
  if dep-is-applied
    display "Fully applied" at line 06 col 04 foreground-color 3 end-display
  else
    display "Held on account" at line 06 col 04 foreground-color 3 end-display
  end-if

  display "Applied to" at line 08 col 04 foreground-color 2 end-display
  display "Document           Number Date            Amount"
    at line 09 col 04 foreground-color 2 end-display
  move zero to ws-det-line
  move zero to ws-det-settled-count
  set ws-hist-idx to 1
  perform show-one-deposit-application
    until ws-hist-idx > ws-hist-count
  if ws-det-settled-count = zero
    display "Not applied to any invoice shown in the history" at line 10 col 04 foreground-color 3 end-display
  end-if
  .
show-one-deposit-application.
  if hist-is-deposit-applied(ws-hist-idx)
     and ws-hist-link(ws-hist-idx) = ws-det-number
    add 1 to ws-det-settled-count
    if ws-det-line >= 11
      display "-- more, press return --" at line 22 col 04 foreground-color 2 end-display
      accept omitted end-accept
      display " " at line 10 col 01 erase eos end-display
      move zero to ws-det-line
    end-if
    add 1 to ws-det-line
    move "Invoice" to ws-dsl-text
    move ws-hist-ref(ws-hist-idx) to ws-dsl-number
    move ws-hist-date(ws-hist-idx) to ws-dsl-date
    compute ws-dsl-amount = zero - ws-hist-amount(ws-hist-idx)
    move zero to ws-dsl-discount
    display ws-det-settled-line(1:48)
      at line (09 + ws-det-line) col 04 foreground-color 3 end-display
  end-if
  set ws-hist-idx up by 1
  .
*> sweep a raw archive file for the document number being shown
find-archived-document.
  open input raw-file
  if raw-file-status not = zero
    exit paragraph
  end-if
  perform check-one-archived-document
    until raw-file-status not = zero
       or ws-det-found = "Y"
  close raw-file
  .
check-one-archived-document.
  read raw-file next record
    at end
      move "10" to raw-file-status
      exit paragraph
  end-read
  if raw-doc-ref(1:8) = ws-det-number
    move "Y" to ws-det-found
  end-if
  .

*>-----------------------------------------------
*> Account transcript: the same view printed over a date range,
*> opening on the balance brought forward into the range and
*> closing on the balance carried out of it.
*>-----------------------------------------------
print-account-transcript.
  display " " at line 03 col 01 erase eos end-display
  display "Account Transcript" at line 04 col 30 foreground-color 2 end-display
  display "From Date (CCYYMMDD, blank=oldest):[        ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-tran-from-date
  accept ws-tran-from-date at line 06 col 40 with foreground-color 6 end-accept
  display "To Date (CCYYMMDD, blank=today):[        ]" at line 07 col 04 foreground-color 2 end-display
  move zero to ws-tran-to-date
  accept ws-tran-to-date at line 07 col 37 with foreground-color 6 end-accept
  if ws-tran-to-date = zero
    move ws-today to ws-tran-to-date
  end-if
  if ws-tran-to-date < ws-tran-from-date
    display "To date is before the from date" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  move ws-hist-opening-balance to ws-tran-bf
  move 1 to ws-hist-sub
  perform add-one-entry-to-brought-forward
    until ws-hist-sub > ws-hist-count
  move ws-tran-bf to ws-tran-cf
  move zero to ws-tran-printed

  open output transcript-file
  perform write-transcript-heading
  move ws-tran-bf to ws-hist-amount-edit
  move spaces to transcript-record
  string "Balance brought forward " delimited by size
    ws-hist-amount-edit delimited by size
    into transcript-record
  end-string
  write transcript-record
  add 1 to ws-tran-line-count

  move 1 to ws-hist-sub
  perform write-one-transcript-line
    until ws-hist-sub > ws-hist-count

  move spaces to transcript-record
  write transcript-record
  move ws-tran-cf to ws-hist-amount-edit
  move spaces to transcript-record
  string "Balance carried forward " delimited by size
    ws-hist-amount-edit delimited by size
    into transcript-record
  end-string
  write transcript-record
  if ws-tran-to-date >= ws-today
    move customer-balance to ws-hist-amount-edit
    move spaces to transcript-record
    string "Balance on account today " delimited by size
      ws-hist-amount-edit delimited by size
      into transcript-record
    end-string
    write transcript-record
  end-if
  close transcript-file

  move "ACCTTRAN" to print-route-file-name
  perform route-report-to-printer
  display "Transcript lines: " ws-tran-printed at line 09 col 04 foreground-color 2 end-display
  display "Routed to spool " system-print-spool-name
    at line 10 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
add-one-entry-to-brought-forward.
  if ws-hist-date(ws-hist-sub) < ws-tran-from-date
    add ws-hist-amount(ws-hist-sub) to ws-tran-bf
  end-if
  add 1 to ws-hist-sub
  .
write-one-transcript-line.
  if ws-hist-date(ws-hist-sub) >= ws-tran-from-date
     and ws-hist-date(ws-hist-sub) <= ws-tran-to-date
    if system-lines-per-page not = zero
       and ws-tran-line-count >= system-lines-per-page
      perform write-transcript-heading
    end-if
    perform format-history-line
    move ws-hist-screen-line to transcript-record
    write transcript-record
    add 1 to ws-tran-line-count
    add 1 to ws-tran-printed
    if not hist-is-deposit-taken(ws-hist-sub)
      move ws-hist-balance(ws-hist-sub) to ws-tran-cf
    end-if
  end-if
  add 1 to ws-hist-sub
  .
write-transcript-heading.
  move spaces to transcript-record
  string "ACCOUNT TRANSCRIPT " delimited by size
    ws-today delimited by size
    "  " delimited by size
    function trim(system-user-name) delimited by size
    into transcript-record
  end-string
  write transcript-record
  move system-address-1 to transcript-record
  write transcript-record
  move system-address-2 to transcript-record
  write transcript-record
  move spaces to transcript-record
  write transcript-record

  move spaces to transcript-record
  string customer-code delimited by size
    "  " delimited by size
    customer-name delimited by size
    into transcript-record
  end-string
  write transcript-record
  move customer-address-1 to transcript-record
  write transcript-record
  move customer-post-code to transcript-record
  write transcript-record
  move spaces to transcript-record
  string "Entries dated " delimited by size
    ws-tran-from-date delimited by size
    " to " delimited by size
    ws-tran-to-date delimited by size
    into transcript-record
  end-string
  write transcript-record
  move spaces to transcript-record
  write transcript-record
  move "No. Date     Type                  Ref        Amount       Balance" to transcript-record
  write transcript-record
  move 10 to ws-tran-line-count
  .
copy "print-route-pd.cpy".
end program sl030.
