file-control.
  copy "vendmast-sel.cpy".
  copy "custmast-sel.cpy".
  copy "reclock-sel.cpy".
  select employee-file assign to "EMPLOYEE"
    organization is indexed
    access mode is dynamic
copy "custmast-fd.cpy".
copy "payroll.cpy".
copy "leave.cpy".
copy "reclock-fd.cpy".
working-storage section.
01  program-name              pic x(15) value "gl020".

01  customer-file-status      pic xx.
01  employee-file-status      pic xx.
01  leave-file-status         pic xx.
01  record-lock-file-status  pic xx.
01  lock-log-file-status     pic xx.
copy "reclock-ws.cpy".

01  ws-vendor-count           pic 9(05).
01  ws-customer-count         pic 9(05).
01  ws-employee-count         pic 9(05).
01  ws-lock-timeout-count     pic 9(05).

linkage section.
01  ws-passed-company-record-number pic 999.
  move zero to ws-vendor-count
  move zero to ws-customer-count
  move zero to ws-employee-count
  move zero to ws-lock-timeout-count
  .
closing-procedure.
  close vendor-file
  display "Year end rolled: " ws-vendor-count " vendors, "
    ws-customer-count " customers, " ws-employee-count " employees"
    end-display
  if ws-lock-timeout-count not = zero
    display ws-lock-timeout-count " records rolled after a lock wait timed out, see LOCKLOG"
      end-display
  end-if
  .
*>-----------------------------------------------
*> Each record is rolled under its lock, waiting for anyone part
*> way through changing it.  The roll is not held back when the
*> wait times out - the timeout is logged, and the maintainer's
*> save will find the record changed and refuse to overwrite it.
*>-----------------------------------------------
release-batch-lock.
  if ws-lock-was-taken
    perform release-record-lock
  else
    add 1 to ws-lock-timeout-count
  end-if
  .

roll-vendor-year.
      move "10" to vendor-file-status
      exit paragraph
  end-read
  move "VENDOR" to ws-lock-file-name
  move vendor-code to ws-lock-record-key
  perform lock-record-for-batch
  read vendor-file key is vendor-code
    invalid key
      continue
  end-read
  move vendor-ytd-purchases to vendor-prior-ytd-purchases
  move zero to vendor-ytd-purchases
  rewrite vendor-record
    invalid key
      continue
  end-rewrite
  perform release-batch-lock
  add 1 to ws-vendor-count
  .

      move "10" to customer-file-status
      exit paragraph
  end-read
  move "CUSTOMER" to ws-lock-file-name
  move customer-code to ws-lock-record-key
  perform lock-record-for-batch
  read customer-file key is customer-code
    invalid key
      continue
  end-read
  move customer-ytd-sales to customer-prior-ytd-sales
  move zero to customer-ytd-sales
  rewrite customer-record
    invalid key
      continue
  end-rewrite
  perform release-batch-lock
  add 1 to ws-customer-count
  .

      move "10" to employee-file-status
      exit paragraph
  end-read
  move "EMPLOYEE" to ws-lock-file-name
  move employee-code to ws-lock-record-key
  perform lock-record-for-batch
  read employee-file key is employee-code
    invalid key
      continue
  end-read
  move employee-ytd-gross to employee-prior-ytd-gross
  move employee-ytd-tax to employee-prior-ytd-tax
  move employee-ytd-net to employee-prior-ytd-net
  move employee-ytd-employer-cost to employee-prior-ytd-employer-cost
  move employee-ytd-taxable to employee-prior-ytd-taxable
  move zero to employee-ytd-gross
  move zero to employee-ytd-tax
  move zero to employee-ytd-net
  move zero to employee-ytd-employer-cost
  move zero to employee-ytd-taxable
  rewrite employee-record
    invalid key
      continue
  end-rewrite
  perform release-batch-lock
  add 1 to ws-employee-count
  .
*>-----------------------------------------------
      continue
  end-rewrite
  .
copy "reclock-pd.cpy".
end program gl020.
