*>------------------
*> ordamend-sel.cpy
*>------------------
select order-amend-file assign to "ORDAMEND"
  organization is line sequential
  access mode is sequential
  file status is order-amend-file-status
  .
