*> Shared atomic next-number issue off the NUMCTL control file.
*> The read under automatic record locking holds the control record
*> while the number is taken and rolled forward, so two operators
*> can never be issued the same document number.  A read that finds
*> the record locked (status 51) waits and tries again, through the
*> shared lock wait in reclock-pd.cpy, and a wait that runs out is
*> logged to LOCKLOG rather than taking the record regardless.
get-next-document-number.
  set ws-numctl-not-seeded to true
  move zero to ws-numctl-next
  move zero to ws-lock-tries
  perform read-number-control-record
  perform wait-for-number-control
    until number-control-file-status not = "51"
       or ws-lock-tries >= ws-lock-max-tries
  if number-control-file-status = "51"
    move "NUMCTL" to ws-lock-file-name
    move ws-numctl-doc-type to ws-lock-record-key
    move "another session" to ws-lock-holder-user
    perform log-lock-timeout
    exit paragraph
  end-if
  if number-control-file-status not = zero
    exit paragraph
  end-if
  set ws-numctl-was-seeded to true
  move numctl-next-number to ws-numctl-next
  add 1 to numctl-next-number
      continue
  end-rewrite
  .
read-number-control-record.
  move ws-numctl-doc-type to numctl-doc-type
  move current-company-record-number to numctl-company-number
  read number-control-file key is numctl-key
    invalid key
      continue
  end-read
  .
wait-for-number-control.
  add 1 to ws-lock-tries
  call "SYSTEM" using ws-lock-wait-command end-call
  move zero to return-code
  perform read-number-control-record
  .
seed-document-number.
  move ws-numctl-doc-type to numctl-doc-type
  move current-company-record-number to numctl-company-number
