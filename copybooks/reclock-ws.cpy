*>--------------
*> reclock-ws.cpy
*>--------------
*> Working-storage for the shared record locking in reclock-pd.cpy.
*> The caller stages the file name and record key, then performs
*> lock-record-for-change (screens: the operator is told who has the
*> record and may retry or give up) or lock-record-for-batch (jobs:
*> wait and retry, then log the timeout and skip the record), and
*> release-record-lock once the rewrite is done.  The record as
*> first read goes in ws-lock-before-image; if it no longer matches
*> when re-read at save time a till or batch job has changed it
*> meanwhile and the change is refused rather than overwriting it.
01  ws-lock-file-name         pic x(10).
01  ws-lock-record-key        pic x(32).
01  ws-lock-user              pic x(32).
01  ws-lock-session           pic 9(14) value zero.
01  ws-lock-session-text      pic x(14).
01  ws-lock-holder-user       pic x(32).
01  ws-lock-holder-program    pic x(15).
01  ws-lock-outcome           pic x.
  88  ws-lock-was-taken       value "Y".
  88  ws-lock-is-held-elsewhere value "H".
  88  ws-lock-was-abandoned   value "Q".
  88  ws-lock-timed-out       value "T".
  88  ws-lock-key-exists      value "E".
01  ws-lock-answer            pic x.
01  ws-lock-save-switch       pic x.
  88  ws-lock-change-saved   value "Y".
01  ws-lock-tries             pic 9(02).
01  ws-lock-max-tries         pic 9(02) value 10.
01  ws-lock-wait-command      pic x(10) value "sleep 3".
01  ws-lock-log-date          pic 9(08).
01  ws-lock-log-time          pic 9(06).
01  ws-lock-before-image      pic x(4096).
01  ws-lock-after-image       pic x(4096).
