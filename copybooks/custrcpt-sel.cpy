*>------------------
*> custrcpt-sel.cpy
*>------------------
select custrcpt-file assign to "CUSTRCPT"
  organization is indexed
  access mode is dynamic
  record key is rcpt-number
  alternate record key is rcpt-customer-code with duplicates
  file status is custrcpt-file-status
  .
