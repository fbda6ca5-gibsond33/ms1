  05  slinv-customer-code     pic x(06).
  05  slinv-date              pic 9(08).
  05  slinv-due-date          pic 9(08).
  05  slinv-terms-days        pic 9(03).
  05  slinv-description       pic x(40).
  05  slinv-line-count        pic 9(03).
  05  slinv-net-amount        pic s9(09)v99 comp-3.
  05  slinv-tax-amount        pic s9(09)v99 comp-3.
  05  slinv-amount            pic s9(09)v99 comp-3.
  05  slinv-type-switch       pic x.
  05  slinv-original-invoice  pic 9(08).
  05  slinv-paid-switch       pic x.
  05  slinv-printed-switch    pic x.
  05  slinv-paid-date         pic 9(08).
  05  slinv-salesperson-code  pic x(06).
  05  slinv-ship-to-seq       pic 9(02).
  05  slinv-settle-disc-pct   pic 9(02)v99.
  05  slinv-settle-disc-days  pic 9(03).
  05  slinv-discount-allowed  pic s9(09)v99 comp-3.
  05  slinv-receipt-number    pic 9(08).
  05  slinv-deposit-order     pic 9(08).
  05  slinv-deposit-applied   pic s9(09)v99 comp-3.
working-storage section.
01  program-name             pic x(15) value "MS (1.00.00)".

01  user-credentials-are-valid pic x.
01  menu-choice              pic x.
01  menu-choice-is-okay      pic x.
  88  menu-choice-is-valid   values "A" "B" "C" "D" "E" "F" "G" "H" "I" "N" "O" "P" "R" "S" "T" "X" "Z".
  
*> Date and time

01  current-user-role pic x value "O".
  88  current-user-is-admin  value "A".
01  ws-restricted-ok pic x.
*> sign-on stamp: with the user name it tells one session's record
*> locks from another's
01  current-session pic 9(14).
01  relative-record-number pic 999.
copy "company-ws.cpy".
01  file-status pic xx.
      move "Y" to user-credentials-are-valid
      move user-full-name to current-user
      move user-role-switch to current-user-role
      move function current-date(1:14) to current-session
      set environment "MS_USER_NAME" to current-user
      set environment "MS_SESSION" to current-session
    end-if
  else
    display "MS103 Incorrect pass code or inactive account" at 2302 with foreground-color 4 end-display
  display  "(O)  Operations Dashboard" at line 18 col 04 foreground-color 2 end-display
  display  "(R)  Bank Reconciliation" at line 12 col 44 foreground-color 2 end-display
  display  "(S)  Scheduler"       at line 13 col 44 foreground-color 2 end-display
  display  "(T)  Fixed Assets"    at line 14 col 44 foreground-color 2 end-display

  display  "(X)  Exit To system" At line 15 col 44 foreground-color 2 end-display
  display  "(P)  Petty Cash"      at line 16 col 44 foreground-color 2 end-display
  display  "(Z)  System Setup" At line 17 col 44 foreground-color 2 end-display
  .
  
  end-accept
  move function upper-case(menu-choice) to menu-choice
  move "N" to menu-choice-is-okay
  if menu-choice = "A" or "B" or "C" or "D" or "E" or "F" or "G" or "H" or "I" or "N" or "O" or "P" or "R" or "S" or "T" or "X" or "Z"
      move "Y" to menu-choice-is-okay
  end-if
  .
re-accept-menu-choice.
  display "You must enter A, B, C, D, E, F, G, H, I, N, O, P, R, S, T, X, or Z" at line 23 col 02 foreground-color 4 end-display
  perform accept-menu-choice
  .
  
      end-if
    when "O"
      perform show-operations-dashboard
    when "P"
      perform check-restricted-menu-access
      if ws-restricted-ok = "Y"
        call "pc010" using current-company-record-number end-call
      end-if
    when "R"
      perform check-restricted-menu-access
      if ws-restricted-ok = "Y"
      end-if
    when "S"
      call "schedule" end-call
    when "T"
      perform check-restricted-menu-access
      if ws-restricted-ok = "Y"
        call "fa010" using current-company-record-number end-call
      end-if
    when "Z"
      perform check-restricted-menu-access
      if ws-restricted-ok = "Y"
