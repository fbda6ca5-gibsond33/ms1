*>--------------
*> reclock-pd.cpy
*>--------------
*> Shared record locking off the RECLOCK table.  Taking a lock adds
*> the file/key record; the add fails when someone already has it,
*> and their user name comes back in ws-lock-holder-user.  A lock
*> already held by this same session is simply taken again.  The
*> signed-on user and session come from the main menu's sign-on;
*> a program run outside it locks under its own name.
lock-record-for-change.
  perform take-record-lock
  perform offer-record-lock-retry
    until ws-lock-was-taken or ws-lock-was-abandoned
  .
offer-record-lock-retry.
  display "Record in use by " ws-lock-holder-user " - (R)etry or (Q)uit:[ ]"
    at line 23 col 02 foreground-color 4 end-display
  move space to ws-lock-answer
  accept ws-lock-answer at line 23 col 73 with foreground-color 6 end-accept
  display " " at line 23 col 01 erase eol end-display
  if function upper-case(ws-lock-answer) = "R"
    perform take-record-lock
  else
    set ws-lock-was-abandoned to true
  end-if
  .
lock-record-for-batch.
  move zero to ws-lock-tries
  perform take-record-lock
  perform wait-for-record-lock
    until ws-lock-was-taken or ws-lock-tries >= ws-lock-max-tries
  if not ws-lock-was-taken
    set ws-lock-timed-out to true
    perform log-lock-timeout
  end-if
  .
wait-for-record-lock.
  add 1 to ws-lock-tries
  call "SYSTEM" using ws-lock-wait-command end-call
  move zero to return-code
  perform take-record-lock
  .
take-record-lock.
  perform identify-lock-session
  perform open-record-lock-file
  move ws-lock-file-name to reclock-file-name
  move ws-lock-record-key to reclock-record-key
  move ws-lock-user to reclock-user
  move ws-lock-session to reclock-session
  move program-name to reclock-program
  accept reclock-date from date yyyymmdd end-accept
  accept reclock-time from time end-accept
  set ws-lock-was-taken to true
  write record-lock-record
    invalid key
      set ws-lock-key-exists to true
  end-write
  if ws-lock-key-exists
    perform check-existing-record-lock
  end-if
  close record-lock-file
  .
check-existing-record-lock.
  read record-lock-file key is reclock-key
    invalid key
      *> released between the add and the look - try the add again
      set ws-lock-was-taken to true
      move ws-lock-user to reclock-user
      move ws-lock-session to reclock-session
      move program-name to reclock-program
      write record-lock-record
        invalid key
          move spaces to ws-lock-holder-user
          set ws-lock-is-held-elsewhere to true
      end-write
      exit paragraph
  end-read
  if reclock-user = ws-lock-user and reclock-session = ws-lock-session
    set ws-lock-was-taken to true
  else
    move reclock-user to ws-lock-holder-user
    move reclock-program to ws-lock-holder-program
    set ws-lock-is-held-elsewhere to true
  end-if
  .
release-record-lock.
  perform identify-lock-session
  perform open-record-lock-file
  move ws-lock-file-name to reclock-file-name
  move ws-lock-record-key to reclock-record-key
  read record-lock-file key is reclock-key
    invalid key
      continue
    not invalid key
      if reclock-user = ws-lock-user and reclock-session = ws-lock-session
        delete record-lock-file record
          invalid key
            continue
        end-delete
      end-if
  end-read
  close record-lock-file
  .
identify-lock-session.
  if ws-lock-session not = zero
    exit paragraph
  end-if
  move spaces to ws-lock-user
  accept ws-lock-user from environment "MS_USER_NAME" end-accept
  if ws-lock-user = spaces
    move program-name to ws-lock-user
  end-if
  move spaces to ws-lock-session-text
  accept ws-lock-session-text from environment "MS_SESSION" end-accept
  if ws-lock-session-text is numeric
    move ws-lock-session-text to ws-lock-session
  else
    move function current-date(1:14) to ws-lock-session
  end-if
  .
open-record-lock-file.
  open i-o record-lock-file
  if record-lock-file-status = "35"
    open output record-lock-file
    close record-lock-file
    open i-o record-lock-file
  end-if
  .
log-lock-timeout.
  open extend lock-log-file
  if lock-log-file-status not = zero
    open output lock-log-file
  end-if
  accept ws-lock-log-date from date yyyymmdd end-accept
  accept ws-lock-log-time from time end-accept
  move spaces to lock-log-record
  string ws-lock-log-date delimited by size
    " " delimited by size
    ws-lock-log-time delimited by size
    " " delimited by size
    program-name delimited by size
    " TIMEOUT " delimited by size
    ws-lock-file-name delimited by size
    " " delimited by size
    ws-lock-record-key delimited by size
    " HELD BY " delimited by size
    ws-lock-holder-user delimited by size
    into lock-log-record
  end-string
  write lock-log-record
  close lock-log-file
  .
