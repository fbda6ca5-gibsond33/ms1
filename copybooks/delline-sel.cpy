*>-----------------
*> delline-sel.cpy
*>-----------------
select delivery-line-file assign to "DELLINE"
  organization is indexed
  access mode is dynamic
  record key is dline-key
  alternate record key is dline-ship-ref with duplicates
  file status is delivery-line-file-status
  .
