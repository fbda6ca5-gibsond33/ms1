*>--------------
*> reclock-fd.cpy - Record lock table layout.  One record per
*> master record someone has out for change: the file and key, who
*> holds it and from which program and session, and since when.
*> The unique key is the lock - only one writer can add it.  Lock
*> waits a batch job gives up on are logged one line apiece to
*> LOCKLOG for the administrator's lock report.
*>--------------
fd  record-lock-file.
01  record-lock-record.
  05  reclock-key.
    10  reclock-file-name     pic x(10).
    10  reclock-record-key    pic x(32).
  05  reclock-user            pic x(32).
  05  reclock-session         pic 9(14).
  05  reclock-program         pic x(15).
  05  reclock-date            pic 9(08).
  05  reclock-time            pic 9(06).
fd  lock-log-file.
01  lock-log-record           pic x(132).
