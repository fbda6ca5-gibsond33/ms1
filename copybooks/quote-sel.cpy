*>--------------
*> quote-sel.cpy
*>--------------
select quote-file assign to "QUOTES"
  organization is indexed
  access mode is dynamic
  record key is quote-key
  file status is quote-file-status
  .
