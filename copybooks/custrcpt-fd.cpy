*>--------------
*> custrcpt-fd.cpy - Customer receipt record layout.  One record per
*> payment taken on a customer's account, whether keyed in the Sales
*> Ledger or matched by the auto-cash batch, and one per Epos refund
*> that cleared an account charge.  The invoices a receipt settled
*> carry its number in invoice-receipt-number, so the account
*> history can show which documents a payment paid off.  Numbered
*> off the RECEIPT number control series.
*>--------------
fd  custrcpt-file.
01  custrcpt-record.
  05  rcpt-number             pic 9(08).
  05  rcpt-customer-code      pic x(06).
  05  rcpt-date               pic 9(08).
  05  rcpt-type               pic x.
    88  rcpt-is-receipt       value "R".
    88  rcpt-is-epos-refund   value "E".
*> the cash taken; the settlement discount allowed on top of it is
*> held apart, the two together coming off the customer balance
  05  rcpt-amount             pic s9(09)v99 comp-3.
  05  rcpt-discount           pic s9(09)v99 comp-3.
*> what was left on account once the open invoices were paid off
  05  rcpt-unapplied          pic s9(09)v99 comp-3.
  05  rcpt-invoice-count      pic 9(03).
  05  rcpt-source-module      pic x(05).
  05  rcpt-reference          pic x(16).
