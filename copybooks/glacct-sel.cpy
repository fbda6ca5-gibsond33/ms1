*>---------------
*> glacct-sel.cpy
*>---------------
select gl-account-file assign to "GLACCOUNT"
  organization is indexed
  access mode is dynamic
  record key is account-code
  file status is gl-account-file-status
  .
