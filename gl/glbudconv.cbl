      >> source format is free
program-id. glbudconv.
*> General Ledger budget file conversion.  Before budgets could be
*> set by cost centre, GLBUDGET was keyed by account, year and month
*> alone.  This batch copies each of those budgets onto the new
*> GLBUDGET with a blank cost centre, which is the whole-company
*> budget the variance report has always read.  The old file is
*> renamed to GLBUDGETOLD before the run and is only read.  Budgets
*> already on the new file are left alone, so the run can safely be
*> repeated; it can be queued on the batch scheduler like any other
*> job.
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
  .
environment division.configuration section.
source-computer. Linux.
object-computer. Linux.
input-output section.
file-control.
  select old-budget-file assign to "GLBUDGETOLD"
    organization is indexed
    access mode is dynamic
    record key is oldbud-key
    file status is old-budget-file-status
    .
  select gl-budget-file assign to "GLBUDGET"
    organization is indexed
    access mode is dynamic
    record key is budget-key
    file status is gl-budget-file-status
    .
data division.
file section.
*> the company-wide layout the old file was written with
fd  old-budget-file.
01  old-budget-record.
  05  oldbud-key.
    10  oldbud-account-code   pic x(10).
    10  oldbud-year           pic 9(04).
    10  oldbud-month          pic 9(02).
  05  oldbud-amount           pic s9(11)v99 comp-3.
copy "glbudget.cpy".
working-storage section.
01  program-name              pic x(15) value "glbudconv".

01  old-budget-file-status    pic xx.
01  gl-budget-file-status     pic xx.
copy "company-ws.cpy".

01  ws-converted-count        pic 9(07).
01  ws-skipped-count          pic 9(07).
01  ws-failed-count           pic 9(07).

linkage section.
01  ws-passed-company-record-number pic 999.

procedure division using ws-passed-company-record-number.
program-begin.
  move ws-passed-company-record-number to current-company-record-number
  perform opening-procedure
  perform convert-budgets
  perform closing-procedure
  .
program-end.
  goback
  .
opening-procedure.
  move zero to ws-converted-count
  move zero to ws-skipped-count
  move zero to ws-failed-count
  open input old-budget-file
  open i-o gl-budget-file
  if gl-budget-file-status = "35"
    open output gl-budget-file
    close gl-budget-file
    open i-o gl-budget-file
  end-if
  .
closing-procedure.
  close old-budget-file
  close gl-budget-file
  display "GL budget conversion complete: " ws-converted-count
    " converted, " ws-skipped-count " already on file, "
    ws-failed-count " failed" end-display
  .

*>-----------------------------------------------
*> One old budget at a time, in account order
*>-----------------------------------------------
convert-budgets.
  if old-budget-file-status not = zero
    display "glbudconv: no GLBUDGETOLD file to convert" end-display
    exit paragraph
  end-if
  move low-values to oldbud-key
  start old-budget-file key not less than oldbud-key
    invalid key
      exit paragraph
  end-start
  perform convert-one-budget
    until old-budget-file-status not = zero
  .
convert-one-budget.
  read old-budget-file next record
    at end
      move "10" to old-budget-file-status
      exit paragraph
  end-read
  move oldbud-account-code to budget-account-code
  move oldbud-year to budget-year
  move oldbud-month to budget-month
  move spaces to budget-cost-centre
  read gl-budget-file key is budget-key
    invalid key
      continue
    not invalid key
      add 1 to ws-skipped-count
      exit paragraph
  end-read

  initialize gl-budget-record
  move oldbud-account-code to budget-account-code
  move oldbud-year to budget-year
  move oldbud-month to budget-month
  move spaces to budget-cost-centre
  move oldbud-amount to budget-amount
  write gl-budget-record
    invalid key
      add 1 to ws-failed-count
      display "glbudconv: budget " oldbud-account-code " " oldbud-year "/"
        oldbud-month " write failed" end-display
      exit paragraph
  end-write
  add 1 to ws-converted-count
  .
end program glbudconv.
