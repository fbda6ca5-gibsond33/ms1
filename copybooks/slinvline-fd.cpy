*>--------------
*> slinvline-fd.cpy - Sales invoice line record layout.  One record
*> per line billed, keyed by the invoice number and line number so
*> a start on the invoice number reads a document's lines in order.
*> Credit note lines carry negative net and tax amounts, the same
*> as the credit note header.
*>--------------
fd  invoice-line-file.
01  invoice-line-record.
  05  invline-key.
    10  invline-invoice-number pic 9(08).
    10  invline-line-number   pic 9(03).
  05  invline-item-code       pic x(10).
  05  invline-description     pic x(32).
  05  invline-quantity        pic 9(07)v999 comp-3.
  05  invline-unit-price      pic 9(07)v9999 comp-3.
  05  invline-net-amount      pic s9(09)v99 comp-3.
  05  invline-tax-code        pic x(03).
  05  invline-tax-amount      pic s9(09)v99 comp-3.
