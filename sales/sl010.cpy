*>--------------
*> sl010.cpy - Sales Ledger invoice header record layout.  The
*> customer master moved to the shared custmast-sel.cpy /
*> custmast-fd.cpy when order entry started validating against it.
*> The goods and services billed sit on the invoice line file
*> (slinvline-sel.cpy / slinvline-fd.cpy), one record per line;
*> the header carries the totals the ledger, statements and aged
*> debtors work from, so those never need to read the lines.
*>--------------
fd  invoice-file.
01  invoice-record.
  05  invoice-customer-code   pic x(06).
  05  invoice-date            pic 9(08).
  05  invoice-due-date        pic 9(08).
*> the customer's payment terms when the invoice was raised
  05  invoice-terms-days      pic 9(03).
  05  invoice-description     pic x(40).
  05  invoice-line-count      pic 9(03).
*> totals of the lines: net plus tax is the gross invoice-amount
  05  invoice-net-amount      pic s9(09)v99 comp-3.
  05  invoice-tax-amount      pic s9(09)v99 comp-3.
  05  invoice-amount          pic s9(09)v99 comp-3.
  05  invoice-type-switch     pic x.
    88  invoice-is-invoice    value "I".
    88  invoice-is-credit-note value "C".
*> reported; zero on anything settled before the field existed
  05  invoice-paid-date       pic 9(08).
  05  invoice-salesperson-code pic x(06).
*> which of the customer's ship-to addresses the goods went to, off
*> the sales order; zero means the billing address
  05  invoice-ship-to-seq     pic 9(02).
*> the customer's settlement discount terms when the invoice was
*> raised, and the discount allowed when a receipt settled it
*> within them; zero on credit notes and on older invoices
  05  invoice-settle-disc-pct pic 9(02)v99.
  05  invoice-settle-disc-days pic 9(03).
  05  invoice-discount-allowed pic s9(09)v99 comp-3.
*> the receipt (or Epos refund) that settled the document, zero
*> while it is open or when it was cleared some other way
  05  invoice-receipt-number  pic 9(08).
*> the order deposit offset against the invoice when it was raised
  05  invoice-deposit-order   pic 9(08).
  05  invoice-deposit-applied pic s9(09)v99 comp-3.
