*>----------------
*> delrun-sel.cpy
*>----------------
select delivery-run-file assign to "DELRUN"
  organization is indexed
  access mode is dynamic
  record key is drun-number
  file status is delivery-run-file-status
  .
