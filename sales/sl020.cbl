*> to an open Sales Ledger invoice by invoice number or by customer
*> and exact amount, applies the clean ones through the same
*> paid-flag, customer-balance and GL logic as a manual receipt, and
*> prints an exception list of the rest for hand entry in sl010.  A
*> payment short by no more than the invoice's settlement discount,
*> made inside the discount days, settles the invoice in full with
*> the shortfall posted as discount allowed.  The money is banked
*> into the default receipts bank account where one is set up.
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
    file status is autocashx-file-status
    .
  copy "glintfc-sel.cpy".
  copy "glrule-sel.cpy".
  copy "glacct-sel.cpy".
  copy "period-sel.cpy".
  copy "custrcpt-sel.cpy".
  copy "numctl-sel.cpy".
  copy "reclock-sel.cpy".
  copy "bankacct-sel.cpy".
copy "system-sel.cpy".
data division.
file section.
copy "custmast-fd.cpy".
copy "sl010.cpy".
copy "glintfc-fd.cpy".
copy "glrule-fd.cpy".
copy "gl010.cpy".
copy "period-fd.cpy".
copy "custrcpt-fd.cpy".
copy "reclock-fd.cpy".
copy "bankacct-fd.cpy".
copy "numctl-fd.cpy".
copy "system-fd.cpy".
fd  bankremit-file.
01  bankremit-record.
01  bankremit-file-status     pic xx.
01  autocashx-file-status     pic xx.
01  gl-file-status            pic xx.
01  gl-rule-file-status       pic xx.
01  gl-account-file-status    pic xx.
copy "glrule-ws.cpy".
copy "bankacct-ws.cpy".
01  ws-auto-cash-account      pic x(10).
01  ws-auto-bank-code         pic x(06) value spaces.
01  ws-auto-debtors-account   pic x(10).
01  ws-auto-discount-account  pic x(10).
01  period-file-status        pic xx.
copy "period-ws.cpy".
01  custrcpt-file-status      pic xx.
01  bank-account-file-status  pic xx.
01  number-control-file-status pic xx.
copy "numctl-ws.cpy".
01  record-lock-file-status  pic xx.
01  lock-log-file-status     pic xx.
copy "reclock-ws.cpy".
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "print-route-ws.cpy".
01  ws-match-hits             pic 9(03).
01  ws-match-invoice-number   pic 9(08).
01  ws-receipt-date           pic 9(08).
01  ws-receipt-number         pic 9(08).

*> settlement discount on the payment being matched
01  ws-auto-settles-switch    pic x.
  88  payment-settles-invoice value "Y".
01  ws-auto-discount          pic 9(09)v99.
01  ws-auto-max-discount      pic 9(09)v99.
01  ws-auto-pay-date          pic 9(08).
01  ws-auto-disc-last-day     pic 9(08).
01  ws-discount-total         pic 9(11)v99.

linkage section.
01  ws-passed-company-record-number pic 999.
    open output gl-interface-file
  end-if
  open input period-file
  open input gl-rule-file
  open input gl-account-file
  open i-o custrcpt-file
  if custrcpt-file-status = "35"
    open output custrcpt-file
    close custrcpt-file
    open i-o custrcpt-file
  end-if
  open i-o number-control-file
  if number-control-file-status = "35"
    open output number-control-file
    close number-control-file
    open i-o number-control-file
  end-if
  perform get-print-spool-name
  accept ws-receipt-date from date yyyymmdd end-accept
  .
  close invoice-file
  close gl-interface-file
  close period-file
  close gl-rule-file
  close gl-account-file
  close custrcpt-file
  close number-control-file
  display "Auto-cash complete: " ws-applied-count " applied, "
    ws-exception-count " exceptions" end-display
  .
  move zero to ws-applied-count
  move zero to ws-exception-count
  move zero to ws-applied-total
  move zero to ws-discount-total

  move ws-receipt-date to ws-period-check-date
  perform check-posting-period
    display "Accounting period is closed, auto-cash abandoned" end-display
    exit paragraph
  end-if
  perform resolve-auto-cash-accounts
  if ws-glrule-not-found
    display ws-glrule-message end-display
    display "Auto-cash abandoned" end-display
    exit paragraph
  end-if

  open output autocashx-file
  move spaces to autocashx-record
  string "Auto-Cash Exception List" delimited by size
    "  banked to " delimited by size
    ws-auto-bank-code delimited by size
    " " delimited by size
    ws-auto-cash-account delimited by size
    into autocashx-record
  end-string
  write autocashx-record
  move spaces to autocashx-record
  write autocashx-record
    ws-applied-total delimited by size
    "  exceptions: " delimited by size
    ws-exception-count delimited by size
    "  discount allowed " delimited by size
    ws-discount-total delimited by size
    into autocashx-record
  end-string
  write autocashx-record
    perform write-exception-line
    exit paragraph
  end-if
  perform check-payment-settles-invoice
  if not payment-settles-invoice
    move "amount does not match invoice" to ws-exception-reason
    perform write-exception-line
    exit paragraph
  end-if
  if ws-auto-discount not = zero and ws-auto-discount-account = spaces
    move "no discount allowed posting rule" to ws-exception-reason
    perform write-exception-line
    exit paragraph
  end-if
  perform settle-matched-invoice
  .
*>-----------------------------------------------
          move "invoice not on file" to ws-exception-reason
          perform write-exception-line
        not invalid key
          perform check-payment-settles-invoice
          if ws-auto-discount not = zero and ws-auto-discount-account = spaces
            move "no discount allowed posting rule" to ws-exception-reason
            perform write-exception-line
          else
            perform settle-matched-invoice
          end-if
      end-read
    when other
      move "more than one invoice matches" to ws-exception-reason
  end-read
  if invoice-customer-code = brm-customer-code
     and invoice-is-open
    perform check-payment-settles-invoice
    if payment-settles-invoice
      add 1 to ws-match-hits
      move invoice-number to ws-match-invoice-number
    end-if
  end-if
  .
*>-----------------------------------------------
*> The payment settles the invoice when it is the exact amount, or
*> when it is made inside the invoice's discount days and falls
*> short by no more than the settlement discount - the shortfall is
*> then the discount allowed.
*>-----------------------------------------------
check-payment-settles-invoice.
  move "N" to ws-auto-settles-switch
  move zero to ws-auto-discount
  if brm-amount = invoice-amount
    move "Y" to ws-auto-settles-switch
    exit paragraph
  end-if
  if not invoice-is-invoice
     or invoice-settle-disc-pct = zero
     or brm-amount > invoice-amount
    exit paragraph
  end-if
  move brm-payment-date to ws-auto-pay-date
  if ws-auto-pay-date = zero
    move ws-receipt-date to ws-auto-pay-date
  end-if
  compute ws-auto-disc-last-day = function date-of-integer(
    function integer-of-date(invoice-date) + invoice-settle-disc-days)
  if ws-auto-pay-date > ws-auto-disc-last-day
    exit paragraph
  end-if
  compute ws-auto-max-discount rounded =
    invoice-amount * invoice-settle-disc-pct / 100
  compute ws-auto-discount = invoice-amount - brm-amount
  if ws-auto-discount > ws-auto-max-discount
    move zero to ws-auto-discount
    exit paragraph
  end-if
  move "Y" to ws-auto-settles-switch
  .
*>-----------------------------------------------
*> Settle the matched invoice the way a manual receipt does: flag
*> it paid, take it off the customer balance, and post the cash
*> against debtors on the GL interface.
*>-----------------------------------------------
settle-matched-invoice.
  perform get-next-receipt-number
  set invoice-is-paid to true
  move ws-receipt-date to invoice-paid-date
  move ws-auto-discount to invoice-discount-allowed
  move ws-receipt-number to invoice-receipt-number
  rewrite invoice-record
    invalid key
      move "invoice update failed" to ws-exception-reason
      continue
    not invalid key
      subtract brm-amount from customer-balance
      subtract ws-auto-discount from customer-balance
      rewrite customer-record
        invalid key
          continue
      end-rewrite
  end-read

  initialize custrcpt-record
  move ws-receipt-number to rcpt-number
  move invoice-customer-code to rcpt-customer-code
  move ws-receipt-date to rcpt-date
  set rcpt-is-receipt to true
  move brm-amount to rcpt-amount
  move ws-auto-discount to rcpt-discount
  move zero to rcpt-unapplied
  move 1 to rcpt-invoice-count
  move "SL020" to rcpt-source-module
  move brm-reference to rcpt-reference
  write custrcpt-record
    invalid key
      continue
  end-write

  perform post-auto-receipt-to-gl
  if ws-auto-discount not = zero
    perform post-auto-discount-to-gl
  end-if
  add 1 to ws-applied-count
  add brm-amount to ws-applied-total
  add ws-auto-discount to ws-discount-total
  .
post-auto-receipt-to-gl.
  move "SL020" to gl-source-module
  set gl-is-unposted to true
  move "OFFICE" to gl-cost-centre
  move "Auto-cash customer receipt" to gl-description
  move ws-auto-cash-account to gl-account-code
  move brm-amount to gl-debit-amount
  move zero to gl-credit-amount
  write gl-interface-record
  move ws-auto-debtors-account to gl-account-code
  move zero to gl-debit-amount
  move brm-amount to gl-credit-amount
  write gl-interface-record
  .
post-auto-discount-to-gl.
  move "SL020" to gl-source-module
  move ws-receipt-date to gl-post-date
  move zero to gl-batch-number
  set gl-is-unposted to true
  move "OFFICE" to gl-cost-centre
  move "Auto-cash settlement discount" to gl-description
  move ws-auto-discount-account to gl-account-code
  move ws-auto-discount to gl-debit-amount
  move zero to gl-credit-amount
  write gl-interface-record
  move ws-auto-debtors-account to gl-account-code
  move zero to gl-debit-amount
  move ws-auto-discount to gl-credit-amount
  write gl-interface-record
  .
*> the discount allowed account is only wanted when a payment takes
*> a discount, so a missing rule sends those to the exception list
*> rather than stopping the batch
resolve-auto-cash-accounts.
  move "SL020" to ws-glrule-source
  move "OFFICE" to ws-glrule-qualifier
  move "CASH" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    exit paragraph
  end-if
  move ws-glrule-account to ws-auto-cash-account
  *> nobody is at the screen to pick, so the receipts default bank
  *> account takes the money
  set ws-bank-use-receipts to true
  perform find-default-bank-account
  move spaces to ws-auto-bank-code
  if ws-bank-was-found
    move ws-bank-gl-account to ws-auto-cash-account
    move ws-bank-account-code to ws-auto-bank-code
  end-if
  move "DEBTORS" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    exit paragraph
  end-if
  move ws-glrule-account to ws-auto-debtors-account
  move spaces to ws-auto-discount-account
  move "DISCALLOW" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-was-found
    move ws-glrule-account to ws-auto-discount-account
  end-if
  set ws-glrule-was-found to true
  .
*>-----------------------------------------------
*> Receipts share the RECEIPT series with the ones keyed in sl010.
*>-----------------------------------------------
get-next-receipt-number.
  move "RECEIPT" to ws-numctl-doc-type
  perform get-next-document-number
  if ws-numctl-was-seeded
    move ws-numctl-next to ws-receipt-number
    exit paragraph
  end-if
  move zero to ws-receipt-number
  move high-values to rcpt-number
  start custrcpt-file key less than rcpt-number
    invalid key
      move zero to ws-receipt-number
    not invalid key
      read custrcpt-file previous record
        at end
          move zero to ws-receipt-number
        not at end
          move rcpt-number to ws-receipt-number
      end-read
  end-start
  add 1 to ws-receipt-number
  move ws-receipt-number to ws-numctl-next
  perform seed-document-number
  .
write-exception-line.
  add 1 to ws-exception-count
  move brm-amount to ws-amount-display
  write autocashx-record
  .
copy "period-check-pd.cpy".
copy "glrule-pd.cpy".
copy "print-route-pd.cpy".
copy "reclock-pd.cpy".
copy "numctl-pd.cpy".
copy "bankacct-pd.cpy".
end program sl020.
