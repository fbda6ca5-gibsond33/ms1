*>------------------
*> slinvline-sel.cpy
*>------------------
select invoice-line-file assign to "SLINVLINE"
  organization is indexed
  access mode is dynamic
  record key is invline-key
  file status is invoice-line-file-status
  .
