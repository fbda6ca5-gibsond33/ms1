  05  ws-save-audit-used pic x.
  05  ws-save-average-pricing pic x.
  05  ws-save-highest-pricing pic x.
  05  ws-save-fifo-pricing pic x.
  05  ws-save-user-full-name pic x(32).
  05  ws-save-user-active-switch pic x.
  05  ws-save-user-role-switch pic x.
      perform show-one-number-control
        until number-control-file-status not = zero
  end-start
  *> the listing must not leave a counter locked against the tills
  *> and order clerks while the screen waits
  unlock number-control-file


  display "Reseed Type (blank=done):[        ]" at line 18 col 04 foreground-color 2 end-display
  move spaces to ws-numctl-pick-type

  move ws-numctl-pick-type to numctl-doc-type
  move ws-numctl-pick-company to numctl-company-number
  read number-control-file key is numctl-key
    invalid key
      continue
  end-read
  if number-control-file-status = "51"
    display "Counter in use issuing a number, try again" at line 23 col 02 foreground-color 4 end-display
    close number-control-file
    accept omitted end-accept
    perform maintain-number-controls
    exit paragraph
  end-if
  read number-control-file key is numctl-key
    invalid key
      initialize number-control-record
  display "] (Y/N)" at line 09 col 28 foreground-color 2 end-display
  display "Highest Pricing:  [" at line 10 col 08 foreground-color 2 end-display
  display "] (Y/N)" at line 10 col 28 foreground-color 2 end-display
  display "FIFO Costing:     [" at line 11 col 08 foreground-color 2 end-display
  display "] (Y/N)" at line 11 col 28 foreground-color 2 end-display
  .
show-stock-data.
  display system-debug-stock at line 07 col 21 foreground-color 3 end-display
  display system-audit-used at line 08 col 21 foreground-color 3 end-display
  display system-average-pricing at line 09 col 27 foreground-color 3 end-display
  display system-highest-pricing at line 10 col 27 foreground-color 3 end-display
  display system-fifo-pricing at line 11 col 27 foreground-color 3 end-display
  .
accept-stock-data.
  move system-debug-stock to ws-save-debug-stock
    move system-highest-pricing to ws-audit-new-value
    perform log-audit-change
  end-if

  *> FIFO costing values stock and cost of sales off the cost layers
  *> instead of the average or last cost
  move system-fifo-pricing to ws-save-fifo-pricing
  accept system-fifo-pricing at line 11 col 27 foreground-color 6 end-accept
  move function upper-case(system-fifo-pricing) to system-fifo-pricing
  if system-fifo-pricing = spaces
    move ws-save-fifo-pricing to system-fifo-pricing
  end-if
  if system-fifo-pricing not = ws-save-fifo-pricing
    move "system-fifo-pricing" to ws-audit-field-name
    move ws-save-fifo-pricing to ws-audit-old-value
    move system-fifo-pricing to ws-audit-new-value
    perform log-audit-change
  end-if
  .
*>--------------------
*> User account master
  move "HP-HP-Officejet-Pro-8610" to system-print-spool-name
  move "Y" to system-debug-stock system-audit-used system-average-pricing
  move "N" to system-highest-pricing
  move "N" to system-fifo-pricing
  .
dump-system-record.
  display "version major=[" system-record-version-major "]" end-display
  display "audit used=[" system-audit-used "]" end-display
  display "avg price=[" system-average-pricing "]" end-display
  display "high price=[" system-highest-pricing "]" end-display
  display "fifo price=[" system-fifo-pricing "]" end-display
  display "user code=[" system-user-code "]" end-display
  .
copy "system-read-pd.cpy".
