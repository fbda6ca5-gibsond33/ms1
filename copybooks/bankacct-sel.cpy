*>-----------------
*> bankacct-sel.cpy
*>-----------------
select bank-account-file assign to "BANKACCT"
  organization is indexed
  access mode is dynamic
  record key is bankacct-code
  file status is bank-account-file-status
  .
