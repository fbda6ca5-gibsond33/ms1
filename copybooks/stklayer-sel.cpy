*>-----------------
*> stklayer-sel.cpy
*>-----------------
select stock-layer-file assign to "STKLAYER"
  organization is indexed
  access mode is dynamic
  record key is layer-key
  file status is stock-layer-file-status
  .
