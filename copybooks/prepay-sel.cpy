*>---------------
*> prepay-sel.cpy
*>---------------
select prepay-schedule-file assign to "PREPAYSCH"
  organization is indexed
  access mode is dynamic
  record key is ppay-schedule-number
  file status is prepay-schedule-file-status
  .
