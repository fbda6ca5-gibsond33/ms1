    .
  copy "glintfc-sel.cpy".
  copy "numctl-sel.cpy".
  copy "reclock-sel.cpy".
data division.
file section.
copy "vendmast-fd.cpy".
copy "pl010.cpy".
copy "glintfc-fd.cpy".
copy "reclock-fd.cpy".
copy "numctl-fd.cpy".
working-storage section.
01  program-name              pic x(15) value "pl020".
01  gl-file-status            pic xx.
01  number-control-file-status pic xx.
copy "numctl-ws.cpy".
01  record-lock-file-status  pic xx.
01  lock-log-file-status     pic xx.
copy "reclock-ws.cpy".
copy "company-ws.cpy".

01  ws-today                  pic 9(08).
  .

copy "standing-order-pd.cpy".
copy "reclock-pd.cpy".
copy "numctl-pd.cpy".
end program pl020.
