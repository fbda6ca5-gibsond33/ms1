program-id. schedule.
*> This program maintains a queue of batch jobs (pl010 and the
*> stock/sales batch steps) and runs due jobs unattended, appending
*> a start/finish entry to the job log for each one.  A job flagged
*> for it has its data files copied to a restore point first, and
*> an administrator can put a restore point back.
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
    access mode is sequential
    file status is spoolview-file-status
    .
  select snap-log-file assign to "SNAPLOG"
    organization is indexed
    access mode is dynamic
    record key is snaplog-number
    file status is snap-log-file-status
    .
  select audit-file assign to "SYSAUDIT"
    organization is line sequential
    access mode is sequential
    file status is audit-file-status
    .
copy "user-sel.cpy".
copy "reclock-sel.cpy".
  select lockrpt-file assign to "LOCKRPT"
    organization is line sequential
    access mode is sequential
    file status is lockrpt-file-status
    .
copy "system-sel.cpy".
data division.
file section.
01  spoolwk-record            pic x(95).
fd  spoolview-file.
01  spoolview-record          pic x(120).
copy "snaplog.cpy".
fd  audit-file.
01  audit-record              pic x(160).
copy "user-fd.cpy".
copy "reclock-fd.cpy".
fd  lockrpt-file.
01  lockrpt-record            pic x(132).
copy "system-fd.cpy".
working-storage section.
01  program-name              pic x(15) value "schedule (1.00.00)".
01  spoolhist-file-status     pic xx.
01  spoolwk-file-status       pic xx.
01  spoolview-file-status     pic xx.
01  snap-log-file-status      pic xx.
01  audit-file-status         pic xx.
01  user-file-status          pic xx.
01  record-lock-file-status   pic xx.
01  lock-log-file-status      pic xx.
01  lockrpt-file-status       pic xx.
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "print-route-ws.cpy".
01  ws-window-answer          pic x.

01  sc-choice                 pic x.
  88  sc-choice-is-valid      values "A" "R" "L" "P" "D" "W" "S" "N" "V" "B" "K" "X".

*> Log inquiry keeps the most recent entries in a wrap-around
*> table so the whole ever-growing log never has to fit in memory;
  88  ws-predecessor-blocks   value "F".
  88  ws-predecessor-is-due   value "D".
  88  ws-predecessor-is-ready value "R".
01  ws-saved-job-record       pic x(150).
01  ws-current-job-name       pic x(10).
01  ws-lookup-job-name        pic x(10).
01  ws-position-lost          pic x.
01  ws-skip-reason            pic x(30).
copy "standing-order-ws.cpy".

*> Standard snapshot file sets: the indexed files each batch program
*> rewrites in place.  A program not listed gets the last, core set.
01  ws-snapshot-set-values.
  05  filler                  pic x(10) value "pl010".
  05  filler                  pic x(200) value
      "PURCHINV PURCHORD VENDOR ITEM GOODSRECV PREPAYSCH STKLAYER STKLOC STKLOT STKMOVE VENDREBATE GLINTERFACE NUMCTL".
  05  filler                  pic x(10) value "gl010".
  05  filler                  pic x(200) value
      "GLACCOUNT GLPERBAL GLHIST GLINTERFACE PERIODCTL GLBUDGET GLJNLTPL".
  05  filler                  pic x(10) value "gl020".
  05  filler                  pic x(200) value
      "EMPLOYEE LEAVE CUSTOMER VENDOR".
  05  filler                  pic x(10) value "payroll".
  05  filler                  pic x(200) value
      "EMPLOYEE TIMESHEET DEDUCT LEAVE PAYCAL PAYRATE PAYHIST BACKPAY EMPRCONT SUBMLOG GLINTERFACE".
  05  filler                  pic x(10) value "pr020".
  05  filler                  pic x(200) value
      "CLOCKING CLOCKHIST TIMESHEET".
  05  filler                  pic x(10) value "arcpurge".
  05  filler                  pic x(200) value
      "SLINVOICE SLINVLINE ORDERS PICKSHIP PURCHINV PURCHORD GOODSRECV EPOSSALE EPOSCLOSE CUSTRCPT".
  05  filler                  pic x(10) value "st040".
  05  filler                  pic x(200) value
      "STKMOVE STKGLCTL GLINTERFACE".
  05  filler                  pic x(10) value "st050".
  05  filler                  pic x(200) value
      "ITEM".
  05  filler                  pic x(10) value "st060".
  05  filler                  pic x(200) value
      "LABELLOG NUMCTL".
  05  filler                  pic x(10) value "or030".
  05  filler                  pic x(200) value
      "ORDERS PICKSHIP CUSTDEP CUSTOMER SLINVOICE SLINVLINE GLINTERFACE NUMCTL".
  05  filler                  pic x(10) value "sl020".
  05  filler                  pic x(200) value
      "CUSTRCPT CUSTOMER SLINVOICE GLINTERFACE NUMCTL".
  05  filler                  pic x(10) value "or050".
  05  filler                  pic x(200) value
      "ORDERS ORDXREF ORDSUSP ITEM NUMCTL".
  05  filler                  pic x(10) value "pl030".
  05  filler                  pic x(200) value
      "PURCHINV VINVSUSP GLINTERFACE".
  05  filler                  pic x(10) value "fa010".
  05  filler                  pic x(200) value
      "FIXASSET PERIODCTL GLINTERFACE".
  05  filler                  pic x(10) value "gl050".
  05  filler                  pic x(200) value
      "PREPAYSCH GLINTERFACE NUMCTL".
  05  filler                  pic x(10) value "ep010".
  05  filler                  pic x(200) value
      "VOUCHER GLINTERFACE".
  05  filler                  pic x(10) value "ep020".
  05  filler                  pic x(200) value
      "CARDMATCH GLINTERFACE".
  05  filler                  pic x(10) value "st020".
  05  filler                  pic x(200) value
      "PURCHORD NUMCTL".
  05  filler                  pic x(10) value "pl020".
  05  filler                  pic x(200) value
      "PURCHORD NUMCTL".
  05  filler                  pic x(10) value "slconv".
  05  filler                  pic x(200) value
      "SLINVOICE SLINVLINE".
  05  filler                  pic x(10) value "bankconv".
  05  filler                  pic x(200) value
      "BANKRECON".
  05  filler                  pic x(10) value "glbudconv".
  05  filler                  pic x(200) value
      "GLBUDGET".
  05  filler                  pic x(10) value spaces.
  05  filler                  pic x(200) value
      "ITEM SLINVOICE SLINVLINE CUSTRCPT PURCHINV GLACCOUNT GLPERBAL EMPLOYEE".
01  filler redefines ws-snapshot-set-values.
  05  ws-snapset-entry        occurs 23 times.
    10  ws-snapset-program    pic x(10).
    10  ws-snapset-files      pic x(200).
01  ws-snapset-idx            pic 9(02).

01  ws-snap-job-name          pic x(10).
01  ws-snap-program-name      pic x(30).
01  ws-snap-lookup-program    pic x(10).
01  ws-snap-files             pic x(200).
01  ws-snap-number            pic 9(06).
01  ws-snap-directory         pic x(12).
01  ws-snap-command           pic x(400).
01  ws-snap-ok                pic x.
01  ws-snap-pick              pic 9(06).
01  ws-snap-confirm           pic x.
01  ws-snap-window-was-on     pic x.
01  ws-snap-pre-restore-dir   pic x(12).
01  ws-snap-shown-count       pic 9(02).
01  ws-snap-status-text       pic x(08).
01  ws-snap-job-files         pic x(72).

01  ws-override-approved      pic x.
01  ws-override-user-code     pic x(32).
01  ws-override-pass-code     pic x(16).
01  ws-user-credentials.
  05  encode-switch   pic x.
    88  pass                  value "P".
    88  user                  value "N".
  05  pass-code       pic x(16).
  05  user-name       pic x(32).
  05  pass-salt       pic x(08).
  05  pass-algorithm-version pic 9(02).

*> record locks held, for the administrator's report and clear-down
01  ws-rl-table.
  05  ws-rl-entry             occurs 200 times.
    10  ws-rl-file-name       pic x(10).
    10  ws-rl-record-key      pic x(32).
    10  ws-rl-user            pic x(32).
    10  ws-rl-program         pic x(15).
    10  ws-rl-date            pic 9(08).
    10  ws-rl-time            pic 9(06).
01  ws-rl-count               pic 9(03).
01  ws-rl-idx                 pic 9(03).
01  ws-rl-pick                pic x(03).
01  ws-rl-pick-number         pic 9(03).
01  ws-rl-cleared-count       pic 9(03).
01  ws-rl-timeout-count       pic 9(05).
01  ws-rl-today               pic 9(08).

01  ws-audit-timestamp        pic 9(08).
01  ws-audit-field-name       pic x(24).
01  ws-audit-old-value        pic x(44).
01  ws-audit-new-value        pic x(32).

procedure division.
program-begin.
  perform opening-procedure
  if job-log-file-status not = zero
    open output job-log-file
  end-if
  open i-o snap-log-file
  if snap-log-file-status = "35"
    open output snap-log-file
    close snap-log-file
    open i-o snap-log-file
  end-if
  .
closing-procedure.
  close job-queue-file
  close job-log-file
  close snap-log-file
  .
main-process.
  perform display-sc-menu
  display "(D) Daemon Mode"      at line 05 col 30 foreground-color 2 end-display
  display "(W) Batch Window On/Off" at line 06 col 30 foreground-color 2 end-display
  display "(S) Spool History"     at line 07 col 30 foreground-color 2 end-display
  display "(N) Snapshot Files Now" at line 08 col 30 foreground-color 2 end-display
  display "(V) Snapshot Log"      at line 09 col 30 foreground-color 2 end-display
  display "(B) Restore Snapshot"  at line 10 col 30 foreground-color 2 end-display
  display "(K) Record Locks"      at line 11 col 30 foreground-color 2 end-display
  display "(X) Exit"             at line 09 col 04 foreground-color 2 end-display
  .
accept-sc-choice.
      perform toggle-batch-window
    when "S"
      perform browse-spool-history
    when "N"
      perform take-manual-snapshot
    when "V"
      perform inquire-snapshot-log
    when "B"
      perform restore-snapshot
    when "K"
      perform maintain-record-locks
    when "X"
      continue
  end-evaluate
  display "Depends On Job (blank=none):[          ]" at line 12 col 04 foreground-color 2 end-display
  move spaces to job-depends-on
  accept job-depends-on at line 12 col 33 with foreground-color 6 end-accept
  display "Snapshot Files Before Run (Y/N):[ ]" at line 13 col 04 foreground-color 2 end-display
  move "N" to job-snapshot-switch
  accept job-snapshot-switch at line 13 col 37 with foreground-color 6 end-accept
  move function upper-case(job-snapshot-switch) to job-snapshot-switch
  move spaces to job-snapshot-files
  if job-needs-snapshot
    display "Snapshot Files (blank=program's standard set):" at line 14 col 04 foreground-color 2 end-display
    display "[                                                                        ]" at line 15 col 03 foreground-color 2 end-display
    accept job-snapshot-files at line 15 col 04 with foreground-color 6 end-accept
    move function upper-case(job-snapshot-files) to job-snapshot-files
  else
    move "N" to job-snapshot-switch
  end-if

  set job-is-pending to true
  write job-queue-record
  move spaces to log-failure-reason
  write job-log-record

  *> no restore point, no run: the job stays pending for a re-run
  if job-needs-snapshot
    move job-name to ws-snap-job-name
    move job-program-name to ws-snap-program-name
    move job-snapshot-files to ws-snap-job-files
    perform resolve-snapshot-files
    perform take-snapshot
    if ws-snap-ok = "N"
      accept log-run-time from time end-accept
      move "FAILED" to log-run-status
      move "snapshot failed" to log-failure-reason
      write job-log-record
      move "F" to ws-job-outcome
      perform record-job-outcome
      exit paragraph
    end-if
  end-if

  move "N" to ws-call-failed
  move zero to return-code
  call job-program-name using job-company-record-number
  move spoolwk-record to spoolhist-record
  write spoolhist-record
  .
*>-----------------------------------------------
*> Snapshots.  The job's files - its own list, or the standard set
*> for its program - are copied, with any index companions, into a
*> restore point directory named after the snapshot number, and the
*> snapshot is logged on SNAPLOG whether or not the copy worked.
*>-----------------------------------------------
resolve-snapshot-files.
  if ws-snap-job-files not = spaces
    move ws-snap-job-files to ws-snap-files
    exit paragraph
  end-if
  move function lower-case(ws-snap-program-name) to ws-snap-lookup-program
  move 1 to ws-snapset-idx
  perform check-one-snapshot-set
    until ws-snapset-idx >= 23
       or ws-snapset-program(ws-snapset-idx) = ws-snap-lookup-program
  move ws-snapset-files(ws-snapset-idx) to ws-snap-files
  .
check-one-snapshot-set.
  if ws-snapset-program(ws-snapset-idx) not = ws-snap-lookup-program
    add 1 to ws-snapset-idx
  end-if
  .
take-snapshot.
  perform find-next-snapshot-number
  move spaces to ws-snap-directory
  string "SNAP-" delimited by size
    ws-snap-number delimited by size
    into ws-snap-directory
  end-string
  move spaces to ws-snap-command
  string "mkdir -p " delimited by size
    function trim(ws-snap-directory) delimited by size
    " && for f in " delimited by size
    function trim(ws-snap-files) delimited by size
    "; do for g in $f $f.*; do if [ -f $g ]; then cp -p $g " delimited by size
    function trim(ws-snap-directory) delimited by size
    "/ || exit 1; fi; done; done" delimited by size
    into ws-snap-command
  end-string
  move zero to return-code
  call "SYSTEM" using ws-snap-command end-call
  if return-code = zero
    move "Y" to ws-snap-ok
  else
    move "N" to ws-snap-ok
  end-if
  move zero to return-code

  initialize snap-log-record
  move ws-snap-number to snaplog-number
  accept snaplog-date from date yyyymmdd end-accept
  accept snaplog-time from time end-accept
  move ws-snap-job-name to snaplog-job-name
  move ws-snap-program-name to snaplog-program-name
  move ws-snap-directory to snaplog-directory
  move ws-snap-files to snaplog-files
  if ws-snap-ok = "Y"
    set snaplog-is-taken to true
  else
    set snaplog-has-failed to true
  end-if
  write snap-log-record
    invalid key
      move "N" to ws-snap-ok
  end-write
  .
find-next-snapshot-number.
  move 1 to ws-snap-number
  move 999999 to snaplog-number
  start snap-log-file key less than snaplog-number
    invalid key
      exit paragraph
  end-start
  read snap-log-file previous record
    at end
      exit paragraph
  end-read
  compute ws-snap-number = snaplog-number + 1
  .
*>-----------------------------------------------
*> Snapshot on demand, ahead of a batch run off a menu (the payroll
*> run, a year-end close) rather than the queue.
*>-----------------------------------------------
take-manual-snapshot.
  display "Snapshot Files Now" at line 04 col 30 foreground-color 2 end-display
  display "Standard Set For Program (blank=core files):[          ]" at line 13 col 04 foreground-color 2 end-display
  move spaces to ws-snap-program-name
  accept ws-snap-program-name at line 13 col 49 with foreground-color 6 end-accept
  display "Or These Files (blank=standard set):" at line 14 col 04 foreground-color 2 end-display
  display "[                                                                        ]" at line 15 col 03 foreground-color 2 end-display
  move spaces to ws-snap-job-files
  accept ws-snap-job-files at line 15 col 04 with foreground-color 6 end-accept
  move function upper-case(ws-snap-job-files) to ws-snap-job-files
  move "MANUAL" to ws-snap-job-name
  perform resolve-snapshot-files
  perform take-snapshot
  if ws-snap-ok = "Y"
    display "Snapshot taken to " ws-snap-directory at line 17 col 04 foreground-color 2 end-display
  else
    display "Snapshot failed, see " ws-snap-directory at line 23 col 02 foreground-color 4 end-display
  end-if
  accept omitted end-accept
  .
*>-----------------------------------------------
*> Snapshot log, newest first.
*>-----------------------------------------------
inquire-snapshot-log.
  display "Snapshot Log" at line 04 col 30 foreground-color 2 end-display
  perform show-recent-snapshots
  accept omitted end-accept
  .
show-recent-snapshots.
  display " " at line 05 col 01 erase eos end-display
  display "No.    Date     Time   Job        Status   Restored" at line 05 col 04 foreground-color 2 end-display
  move zero to ws-snap-shown-count
  move 999999 to snaplog-number
  start snap-log-file key less than snaplog-number
    invalid key
      display "No snapshots on file" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-start
  perform show-one-snapshot
    until ws-snap-shown-count >= 12
       or snap-log-file-status not = zero
  .
show-one-snapshot.
  read snap-log-file previous record
    at end
      move "10" to snap-log-file-status
      exit paragraph
  end-read
  evaluate true
    when snaplog-is-taken
      move "TAKEN" to ws-snap-status-text
    when snaplog-was-restored
      move "RESTORED" to ws-snap-status-text
    when other
      move "FAILED" to ws-snap-status-text
  end-evaluate
  add 1 to ws-snap-shown-count
  display snaplog-number " " snaplog-date " " snaplog-time " "
    snaplog-job-name " " ws-snap-status-text " " snaplog-restored-date
    at line (05 + ws-snap-shown-count) col 04 foreground-color 3 end-display
  .
*>-----------------------------------------------
*> Restore.  Administrators only.  The batch window goes up so no
*> one signs on while files are swapped, the live files are first
*> snapshotted themselves so the restore can be backed out, and the
*> restore is written to the system audit log.
*>-----------------------------------------------
restore-snapshot.
  display "Restore Snapshot" at line 04 col 30 foreground-color 2 end-display
  perform get-admin-override
  if ws-override-approved not = "Y"
    accept omitted end-accept
    exit paragraph
  end-if

  perform show-recent-snapshots
  display "Snapshot Number To Restore (blank=none):[      ]" at line 19 col 04 foreground-color 2 end-display
  move zero to ws-snap-pick
  accept ws-snap-pick at line 19 col 45 with foreground-color 6 end-accept
  if ws-snap-pick = zero
    exit paragraph
  end-if
  move ws-snap-pick to snaplog-number
  read snap-log-file key is snaplog-number
    invalid key
      display "No such snapshot" at line 23 col 02 foreground-color 4 end-display
      accept omitted end-accept
      exit paragraph
  end-read
  if snaplog-has-failed
    display "That snapshot is incomplete and cannot be restored" at line 23 col 02 foreground-color 4 end-display
    accept omitted end-accept
    exit paragraph
  end-if

  display "Put " snaplog-directory " back over the live files (Y/N):[ ]"
    at line 20 col 04 foreground-color 2 end-display
  move "N" to ws-snap-confirm
  accept ws-snap-confirm at line 20 col 52 with foreground-color 6 end-accept
  if function upper-case(ws-snap-confirm) not = "Y"
    exit paragraph
  end-if

  perform check-batch-window
  perform raise-batch-window

  move "RESTORE" to ws-snap-job-name
  move snaplog-program-name to ws-snap-program-name
  move snaplog-files to ws-snap-files
  move snaplog-directory to ws-audit-new-value
  perform take-snapshot
  if ws-snap-ok = "N"
    display "Could not save the live files first, nothing restored" at line 23 col 02 foreground-color 4 end-display
    perform end-restore-window
    accept omitted end-accept
    exit paragraph
  end-if
  move ws-snap-directory to ws-snap-pre-restore-dir

  move spaces to ws-snap-command
  string "cp -p " delimited by size
    function trim(ws-audit-new-value) delimited by size
    "/* ." delimited by size
    into ws-snap-command
  end-string
  move zero to return-code
  call "SYSTEM" using ws-snap-command end-call
  if return-code = zero
    move "restore-point" to ws-audit-field-name
  else
    move "restore-point FAILED" to ws-audit-field-name
  end-if
  move zero to return-code

  move ws-snap-pick to snaplog-number
  read snap-log-file key is snaplog-number
    invalid key
      continue
    not invalid key
      set snaplog-was-restored to true
      accept snaplog-restored-date from date yyyymmdd end-accept
      accept snaplog-restored-time from time end-accept
      move ws-override-user-code to snaplog-restored-by
      rewrite snap-log-record
        invalid key
          continue
      end-rewrite
  end-read

  move ws-snap-pre-restore-dir to ws-audit-old-value
  perform log-audit-change
  perform end-restore-window

  if ws-audit-field-name = "restore-point"
    display "Restored; the files as they were are in " ws-snap-pre-restore-dir
      at line 21 col 04 foreground-color 2 end-display
  else
    display "Restore incomplete; the files as they were are in " ws-snap-pre-restore-dir
      at line 23 col 02 foreground-color 4 end-display
  end-if
  accept omitted end-accept
  .
*> a window the operator had already raised stays up
end-restore-window.
  if ws-snap-window-was-on = "N"
    perform lower-batch-window
  end-if
  .
check-batch-window.
  move "N" to ws-snap-window-was-on
  open input batchlock-file
  if batchlock-file-status = zero
    read batchlock-file
      at end
        continue
      not at end
        if batchlock-record = "Y"
          move "Y" to ws-snap-window-was-on
        end-if
    end-read
    close batchlock-file
  end-if
  .
get-admin-override.
  move "N" to ws-override-approved
  display "Administrator Code:[                                ]" at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-override-user-code
  accept ws-override-user-code at line 06 col 24 with foreground-color 6 end-accept
  display "Administrator Pass Code:[                ]" at line 07 col 04 foreground-color 2 end-display
  move spaces to ws-override-pass-code
  accept ws-override-pass-code at line 07 col 29 with foreground-color 6 end-accept

  open input user-file
  move ws-override-user-code to user-code
  read user-file key is user-code
    invalid key
      close user-file
      display "Rejected, unknown administrator code" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  close user-file

  move ws-override-pass-code to pass-code
  move user-pass-salt to pass-salt
  set pass to true
  call "encode" using ws-user-credentials end-call

  if user-is-active and user-is-admin and pass-code = user-pass-code
    move "Y" to ws-override-approved
  else
    display "Rejected, invalid administrator credentials" at line 23 col 02 foreground-color 4 end-display
  end-if
  .
*>-----------------------------------------------
*> Record locks.  Administrators only.  The report lists every lock
*> still held, oldest first by file and key, and the lock waits the
*> batch jobs gave up on; a lock left by a session that ended
*> without releasing it - a dropped terminal, a killed job - is
*> cleared here, one at a time or all those from before today, and
*> each clearance goes to the system audit log.
*>-----------------------------------------------
maintain-record-locks.
  display "Record Locks" at line 04 col 30 foreground-color 2 end-display
  perform get-admin-override
  if ws-override-approved not = "Y"
    accept omitted end-accept
    exit paragraph
  end-if
  perform load-record-lock-table
  perform print-record-lock-report

  display " " at line 05 col 01 erase eos end-display
  display "No. File       Key                  User                 Since" at line 05 col 04 foreground-color 2 end-display
  move 1 to ws-rl-idx
  perform show-one-record-lock
    until ws-rl-idx > ws-rl-count or ws-rl-idx > 13
  if ws-rl-count = zero
    display "No record locks held" at line 06 col 04 foreground-color 3 end-display
  end-if
  display "Lock report routed to spool; timeouts logged: " ws-rl-timeout-count
    at line 20 col 04 foreground-color 2 end-display
  if ws-rl-count = zero
    accept omitted end-accept
    exit paragraph
  end-if

  display "Clear lock No., O=all before today, blank=none:[   ]" at line 21 col 04 foreground-color 2 end-display
  move spaces to ws-rl-pick
  accept ws-rl-pick at line 21 col 52 with foreground-color 6 end-accept
  move function upper-case(ws-rl-pick) to ws-rl-pick
  move zero to ws-rl-cleared-count
  evaluate true
    when ws-rl-pick = spaces
      exit paragraph
    when ws-rl-pick = "O"
      accept ws-rl-today from date yyyymmdd end-accept
      move 1 to ws-rl-idx
      perform clear-one-old-record-lock
        until ws-rl-idx > ws-rl-count
    when other
      move function numval(ws-rl-pick) to ws-rl-pick-number
      if ws-rl-pick-number < 1 or ws-rl-pick-number > ws-rl-count
        display "No such lock" at line 23 col 02 foreground-color 4 end-display
        accept omitted end-accept
        exit paragraph
      end-if
      move ws-rl-pick-number to ws-rl-idx
      perform clear-one-record-lock
  end-evaluate
  display "Locks cleared: " ws-rl-cleared-count at line 22 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
load-record-lock-table.
  move zero to ws-rl-count
  open input record-lock-file
  if record-lock-file-status not = zero
    exit paragraph
  end-if
  perform load-one-record-lock
    until record-lock-file-status not = zero
  close record-lock-file
  .
load-one-record-lock.
  read record-lock-file next record
    at end
      move "10" to record-lock-file-status
      exit paragraph
  end-read
  if ws-rl-count < 200
    add 1 to ws-rl-count
    move reclock-file-name to ws-rl-file-name(ws-rl-count)
    move reclock-record-key to ws-rl-record-key(ws-rl-count)
    move reclock-user to ws-rl-user(ws-rl-count)
    move reclock-program to ws-rl-program(ws-rl-count)
    move reclock-date to ws-rl-date(ws-rl-count)
    move reclock-time to ws-rl-time(ws-rl-count)
  end-if
  .
show-one-record-lock.
  display ws-rl-idx " " ws-rl-file-name(ws-rl-idx) " "
    ws-rl-record-key(ws-rl-idx)(1:20) " "
    ws-rl-user(ws-rl-idx)(1:20) " "
    ws-rl-date(ws-rl-idx) " " ws-rl-time(ws-rl-idx)(1:4)
    at line (05 + ws-rl-idx) col 04 foreground-color 3 end-display
  add 1 to ws-rl-idx
  .
print-record-lock-report.
  move zero to ws-rl-timeout-count
  open output lockrpt-file
  move "Record Locks Held" to lockrpt-record
  write lockrpt-record
  move spaces to lockrpt-record
  write lockrpt-record
  move "File       Key                              User                             Program         Date     Time"
    to lockrpt-record
  write lockrpt-record
  move 1 to ws-rl-idx
  perform report-one-record-lock
    until ws-rl-idx > ws-rl-count
  if ws-rl-count = zero
    move "  none" to lockrpt-record
    write lockrpt-record
  end-if

  move spaces to lockrpt-record
  write lockrpt-record
  move "Lock Waits Timed Out" to lockrpt-record
  write lockrpt-record
  move spaces to lockrpt-record
  write lockrpt-record
  open input lock-log-file
  if lock-log-file-status = zero
    perform report-one-lock-timeout
      until lock-log-file-status not = zero
    close lock-log-file
  end-if
  if ws-rl-timeout-count = zero
    move "  none" to lockrpt-record
    write lockrpt-record
  end-if
  close lockrpt-file

  perform get-print-spool-name
  move "LOCKRPT" to print-route-file-name
  perform route-report-to-printer
  .
report-one-record-lock.
  move spaces to lockrpt-record
  string ws-rl-file-name(ws-rl-idx) delimited by size
    " " delimited by size
    ws-rl-record-key(ws-rl-idx) delimited by size
    " " delimited by size
    ws-rl-user(ws-rl-idx) delimited by size
    " " delimited by size
    ws-rl-program(ws-rl-idx) delimited by size
    " " delimited by size
    ws-rl-date(ws-rl-idx) delimited by size
    " " delimited by size
    ws-rl-time(ws-rl-idx) delimited by size
    into lockrpt-record
  end-string
  write lockrpt-record
  add 1 to ws-rl-idx
  .
report-one-lock-timeout.
  read lock-log-file next record
    at end
      move "10" to lock-log-file-status
      exit paragraph
  end-read
  move lock-log-record to lockrpt-record
  write lockrpt-record
  add 1 to ws-rl-timeout-count
  .
clear-one-old-record-lock.
  if ws-rl-date(ws-rl-idx) < ws-rl-today
    perform clear-one-record-lock
  end-if
  add 1 to ws-rl-idx
  .
clear-one-record-lock.
  open i-o record-lock-file
  if record-lock-file-status not = zero
    exit paragraph
  end-if
  move ws-rl-file-name(ws-rl-idx) to reclock-file-name
  move ws-rl-record-key(ws-rl-idx) to reclock-record-key
  read record-lock-file key is reclock-key
    invalid key
      close record-lock-file
      exit paragraph
  end-read
  delete record-lock-file record
    invalid key
      close record-lock-file
      exit paragraph
  end-delete
  close record-lock-file
  add 1 to ws-rl-cleared-count

  move "record-lock cleared" to ws-audit-field-name
  move spaces to ws-audit-old-value
  string ws-rl-file-name(ws-rl-idx) delimited by space
    " " delimited by size
    ws-rl-record-key(ws-rl-idx) delimited by size
    into ws-audit-old-value
  end-string
  move ws-rl-user(ws-rl-idx) to ws-audit-new-value
  perform log-audit-change
  .
log-audit-change.
  open extend audit-file
  if audit-file-status not = zero
    open output audit-file
  end-if
  accept ws-audit-timestamp from time end-accept
  move spaces to audit-record
  string ws-audit-timestamp    delimited by size
         " "                   delimited by size
         ws-override-user-code delimited by size
         " "                   delimited by size
         ws-audit-field-name   delimited by size
         " OLD=["               delimited by size
         ws-audit-old-value    delimited by size
         "] NEW=["              delimited by size
         ws-audit-new-value    delimited by size
         "]"                    delimited by size
    into audit-record
  end-string
  write audit-record
  close audit-file
  .
copy "standing-order-pd.cpy".
copy "print-route-pd.cpy".
end program schedule.
