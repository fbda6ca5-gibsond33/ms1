*>--------------
*> bankacct-pd.cpy
*>--------------
*> Shared bank account lookup.  Each paragraph opens and closes the
*> bank account master itself, so a caller needs only the select,
*> the record layout and bank-account-file-status.  With no master
*> on file every lookup comes back not found and the caller posts
*> to its cash rule exactly as before.
*>
*> find-default-bank-account - the active account flagged as the
*> default for ws-bank-use.
find-default-bank-account.
  set ws-bank-not-found to true
  move spaces to ws-bank-account-code
  move spaces to ws-bank-account-name
  move spaces to ws-bank-gl-account
  move spaces to ws-bank-currency
  open input bank-account-file
  if bank-account-file-status not = zero
    exit paragraph
  end-if
  move low-values to bankacct-code
  start bank-account-file key not less than bankacct-code
    invalid key
      move "10" to bank-account-file-status
  end-start
  perform check-one-default-bank-account
    until bank-account-file-status not = zero
       or ws-bank-was-found
  close bank-account-file
  .
check-one-default-bank-account.
  read bank-account-file next record
    at end
      move "10" to bank-account-file-status
      exit paragraph
  end-read
  if not bankacct-is-active
    exit paragraph
  end-if
  if (ws-bank-use-receipts and bankacct-receipts-default)
     or (ws-bank-use-payments and bankacct-payments-default)
     or (ws-bank-use-payroll and bankacct-payroll-default)
     or (ws-bank-use-epos and bankacct-epos-default)
    perform take-bank-account-record
  end-if
  .
*> find-bank-account - the active account ws-bank-account-code.
find-bank-account.
  set ws-bank-not-found to true
  open input bank-account-file
  if bank-account-file-status not = zero
    exit paragraph
  end-if
  move ws-bank-account-code to bankacct-code
  read bank-account-file key is bankacct-code
    invalid key
      move "23" to bank-account-file-status
  end-read
  if bank-account-file-status = zero
     and bankacct-is-active
    perform take-bank-account-record
  end-if
  close bank-account-file
  .
take-bank-account-record.
  move bankacct-code to ws-bank-account-code
  move bankacct-name to ws-bank-account-name
  move bankacct-gl-account to ws-bank-gl-account
  move bankacct-currency to ws-bank-currency
  set ws-bank-was-found to true
  .
*> choose-bank-account - asks on line ws-bank-prompt-line for the
*> account, blank taking the default for ws-bank-use.  No question
*> is asked when there is no default and no master to pick from.
choose-bank-account.
  perform find-default-bank-account
  move ws-bank-account-code to ws-bank-default-code
  if ws-bank-not-found
    open input bank-account-file
    if bank-account-file-status not = zero
      exit paragraph
    end-if
    close bank-account-file
  end-if
  display "Bank Account (blank=      ):[      ]"
    at line ws-bank-prompt-line col 04 foreground-color 2 end-display
  display ws-bank-default-code at line ws-bank-prompt-line col 24 foreground-color 3 end-display
  move spaces to ws-bank-input
  accept ws-bank-input at line ws-bank-prompt-line col 33 with foreground-color 6 end-accept
  move function upper-case(ws-bank-input) to ws-bank-input
  if ws-bank-input = spaces
     or ws-bank-input = ws-bank-default-code
    exit paragraph
  end-if
  move ws-bank-input to ws-bank-account-code
  perform find-bank-account
  if ws-bank-not-found
    set ws-bank-was-refused to true
    display "Bank account not on file or not active, nothing posted"
      at line 23 col 02 foreground-color 4 end-display
  end-if
  .
