*>----------------
*> reclock-sel.cpy
*>----------------
select record-lock-file assign to "RECLOCK"
  organization is indexed
  access mode is dynamic
  record key is reclock-key
  file status is record-lock-file-status
  .
select lock-log-file assign to "LOCKLOG"
  organization is line sequential
  access mode is sequential
  file status is lock-log-file-status
  .
