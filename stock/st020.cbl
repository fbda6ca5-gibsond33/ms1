    .
  copy "stkloc-sel.cpy".
  copy "numctl-sel.cpy".
  copy "reclock-sel.cpy".
  select reorder-file assign to "REORDER"
    organization is line sequential
    access mode is sequential
copy "vendmast-fd.cpy".
copy "pl010.cpy".
copy "stkloc-fd.cpy".
copy "reclock-fd.cpy".
copy "numctl-fd.cpy".
copy "system-fd.cpy".
fd  reorder-file.
01  stock-location-file-status pic xx.
01  number-control-file-status pic xx.
copy "numctl-ws.cpy".
01  record-lock-file-status  pic xx.
01  lock-log-file-status     pic xx.
copy "reclock-ws.cpy".
01  ws-stkloc-available       pic x value "N".
01  ws-stkloc-qty-display     pic s9(09)v999 sign leading separate.
01  relative-record-number    pic 999.
  write reorder-record
  .
copy "print-route-pd.cpy".
copy "reclock-pd.cpy".
copy "numctl-pd.cpy".
end program st020.
