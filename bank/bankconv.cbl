      >> source format is free
program-id. bankconv.
*> Bank reconciliation file conversion.  Before the company could
*> bank with more than one account, BANKRECON was keyed by statement
*> date and sequence alone.  This batch copies each of those lines
*> onto the new BANKRECON under the bank account now flagged as the
*> payments default, which is the account the old statements came
*> from; with no bank account master set up the lines go across
*> under a blank code, the single account bankrec works without a
*> master.  The old file is renamed to BANKRECOLD before the run and
*> is only read.  Lines already on the new file are left alone, so
*> the run can safely be repeated; it can be queued on the batch
*> scheduler like any other job.
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
  .
environment division.configuration section.
source-computer. Linux.
object-computer. Linux.
input-output section.
file-control.
  select old-recon-file assign to "BANKRECOLD"
    organization is indexed
    access mode is dynamic
    record key is oldrec-key
    file status is old-recon-file-status
    .
  select bank-stmt-file assign to "BANKSTMT"
    organization is line sequential
    access mode is sequential
    file status is bank-stmt-file-status
    .
  select bank-recon-file assign to "BANKRECON"
    organization is indexed
    access mode is dynamic
    record key is recon-key
    file status is bank-recon-file-status
    .
  copy "bankacct-sel.cpy".
data division.
file section.
*> the single-account layout the old file was written with
fd  old-recon-file.
01  old-recon-record.
  05  oldrec-key.
    10  oldrec-stmt-date      pic 9(08).
    10  oldrec-sequence       pic 9(05).
  05  oldrec-dc-marker        pic x.
  05  oldrec-amount           pic 9(09)v99 comp-3.
  05  oldrec-reference        pic x(16).
  05  oldrec-status           pic x.
  05  oldrec-matched-source   pic x(10).
  05  oldrec-note             pic x(30).
copy "bankrec.cpy".
copy "bankacct-fd.cpy".
working-storage section.
01  program-name              pic x(15) value "bankconv".

01  old-recon-file-status     pic xx.
01  bank-stmt-file-status     pic xx.
01  bank-recon-file-status    pic xx.
01  bank-account-file-status  pic xx.
copy "company-ws.cpy".
copy "bankacct-ws.cpy".

01  ws-convert-bank-code      pic x(06).
01  ws-converted-count        pic 9(07).
01  ws-skipped-count          pic 9(07).
01  ws-failed-count           pic 9(07).

linkage section.
01  ws-passed-company-record-number pic 999.

procedure division using ws-passed-company-record-number.
program-begin.
  move ws-passed-company-record-number to current-company-record-number
  perform opening-procedure
  perform convert-recon-lines
  perform closing-procedure
  .
program-end.
  goback
  .
opening-procedure.
  move zero to ws-converted-count
  move zero to ws-skipped-count
  move zero to ws-failed-count
  set ws-bank-use-payments to true
  perform find-default-bank-account
  move ws-bank-account-code to ws-convert-bank-code
  open input old-recon-file
  open i-o bank-recon-file
  if bank-recon-file-status = "35"
    open output bank-recon-file
    close bank-recon-file
    open i-o bank-recon-file
  end-if
  .
closing-procedure.
  close old-recon-file
  close bank-recon-file
  display "Bank reconciliation conversion complete: " ws-converted-count
    " converted to account " ws-convert-bank-code ", "
    ws-skipped-count " already on file, "
    ws-failed-count " failed" end-display
  .

*>-----------------------------------------------
*> One old line at a time, in statement date order
*>-----------------------------------------------
convert-recon-lines.
  if old-recon-file-status not = zero
    display "bankconv: no BANKRECOLD file to convert" end-display
    exit paragraph
  end-if
  move low-values to oldrec-key
  start old-recon-file key not less than oldrec-key
    invalid key
      exit paragraph
  end-start
  perform convert-one-recon-line
    until old-recon-file-status not = zero
  .
convert-one-recon-line.
  read old-recon-file next record
    at end
      move "10" to old-recon-file-status
      exit paragraph
  end-read
  move ws-convert-bank-code to recon-bank-account
  move oldrec-stmt-date to recon-stmt-date
  move oldrec-sequence to recon-sequence
  read bank-recon-file key is recon-key
    invalid key
      continue
    not invalid key
      add 1 to ws-skipped-count
      exit paragraph
  end-read

  initialize bank-recon-record
  move ws-convert-bank-code to recon-bank-account
  move oldrec-stmt-date to recon-stmt-date
  move oldrec-sequence to recon-sequence
  move oldrec-dc-marker to recon-dc-marker
  move oldrec-amount to recon-amount
  move oldrec-reference to recon-reference
  move oldrec-status to recon-status
  move oldrec-matched-source to recon-matched-source
  move oldrec-note to recon-note
  write bank-recon-record
    invalid key
      add 1 to ws-failed-count
      display "bankconv: line " oldrec-stmt-date "/" oldrec-sequence " write failed" end-display
      exit paragraph
  end-write
  add 1 to ws-converted-count
  .
copy "bankacct-pd.cpy".
end program bankconv.
