      >> source format is free
program-id. slconv.
*> Sales invoice file conversion.  Before invoices carried lines,
*> SLINVOICE held one item per invoice on the record itself.  This
*> batch turns each of those records into a header on the new
*> SLINVOICE and a single line 1 on SLINVLINE, so every existing
*> invoice and credit note reads as a one-line document.  The old
*> file is renamed to SLINVOLD before the run and is only read.
*> Invoices already on the new file are left alone, so the run can
*> safely be repeated; it can be queued on the batch scheduler like
*> any other job.  Payment terms come off the customer as they
*> stand today, the old record having never kept them.
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
  .
environment division.configuration section.
source-computer. Linux.
object-computer. Linux.
input-output section.
file-control.
  select old-invoice-file assign to "SLINVOLD"
    organization is indexed
    access mode is dynamic
    record key is oldinv-number
    alternate record key is oldinv-customer-code with duplicates
    file status is old-invoice-file-status
    .
  select invoice-file assign to "SLINVOICE"
    organization is indexed
    access mode is dynamic
    record key is invoice-number
    alternate record key is invoice-customer-code with duplicates
    file status is invoice-file-status
    .
  copy "slinvline-sel.cpy".
  copy "custmast-sel.cpy".
data division.
file section.
*> the single-line invoice layout the old file was written with
fd  old-invoice-file.
01  old-invoice-record.
  05  oldinv-number           pic 9(08).
  05  oldinv-customer-code    pic x(06).
  05  oldinv-date             pic 9(08).
  05  oldinv-due-date         pic 9(08).
  05  oldinv-description      pic x(40).
  05  oldinv-item-code        pic x(10).
  05  oldinv-quantity         pic 9(07)v999 comp-3.
  05  oldinv-unit-price       pic 9(07)v9999 comp-3.
  05  oldinv-amount           pic s9(09)v99 comp-3.
  05  oldinv-tax-code         pic x(03).
  05  oldinv-tax-amount       pic s9(09)v99 comp-3.
  05  oldinv-type-switch      pic x.
  05  oldinv-original-invoice pic 9(08).
  05  oldinv-paid-switch      pic x.
  05  oldinv-printed-switch   pic x.
  05  oldinv-paid-date        pic 9(08).
  05  oldinv-salesperson-code pic x(06).
copy "sl010.cpy".
copy "slinvline-fd.cpy".
copy "custmast-fd.cpy".
working-storage section.
01  program-name              pic x(15) value "slconv".

01  old-invoice-file-status   pic xx.
01  invoice-file-status       pic xx.
01  invoice-line-file-status  pic xx.
01  customer-file-status      pic xx.
copy "company-ws.cpy".

01  ws-converted-count        pic 9(07).
01  ws-skipped-count          pic 9(07).
01  ws-failed-count           pic 9(07).

linkage section.
01  ws-passed-company-record-number pic 999.

procedure division using ws-passed-company-record-number.
program-begin.
  move ws-passed-company-record-number to current-company-record-number
  perform opening-procedure
  perform convert-invoices
  perform closing-procedure
  .
program-end.
  goback
  .
opening-procedure.
  move zero to ws-converted-count
  move zero to ws-skipped-count
  move zero to ws-failed-count
  open input old-invoice-file
  open i-o invoice-file
  if invoice-file-status = "35"
    open output invoice-file
    close invoice-file
    open i-o invoice-file
  end-if
  open i-o invoice-line-file
  if invoice-line-file-status = "35"
    open output invoice-line-file
    close invoice-line-file
    open i-o invoice-line-file
  end-if
  open input customer-file
  .
closing-procedure.
  close old-invoice-file
  close invoice-file
  close invoice-line-file
  close customer-file
  display "Invoice conversion complete: " ws-converted-count
    " converted, " ws-skipped-count " already on file, "
    ws-failed-count " failed" end-display
  .

*>-----------------------------------------------
*> One old record at a time, in invoice number order
*>-----------------------------------------------
convert-invoices.
  if old-invoice-file-status not = zero
    display "slconv: no SLINVOLD file to convert" end-display
    exit paragraph
  end-if
  move low-values to oldinv-number
  start old-invoice-file key not less than oldinv-number
    invalid key
      exit paragraph
  end-start
  perform convert-one-invoice
    until old-invoice-file-status not = zero
  .
convert-one-invoice.
  read old-invoice-file next record
    at end
      move "10" to old-invoice-file-status
      exit paragraph
  end-read
  move oldinv-number to invoice-number
  read invoice-file key is invoice-number
    invalid key
      continue
    not invalid key
      add 1 to ws-skipped-count
      exit paragraph
  end-read

  initialize invoice-record
  move oldinv-number to invoice-number
  move oldinv-customer-code to invoice-customer-code
  move oldinv-date to invoice-date
  move oldinv-due-date to invoice-due-date
  move zero to invoice-terms-days
  move oldinv-customer-code to customer-code
  read customer-file key is customer-code
    invalid key
      continue
    not invalid key
      move customer-payment-terms to invoice-terms-days
  end-read
  move oldinv-description to invoice-description
  move 1 to invoice-line-count
  compute invoice-net-amount = oldinv-amount - oldinv-tax-amount
  move oldinv-tax-amount to invoice-tax-amount
  move oldinv-amount to invoice-amount
  move oldinv-type-switch to invoice-type-switch
  move oldinv-original-invoice to invoice-original-invoice
  move oldinv-paid-switch to invoice-paid-switch
  move oldinv-printed-switch to invoice-printed-switch
  move oldinv-paid-date to invoice-paid-date
  move oldinv-salesperson-code to invoice-salesperson-code
  move zero to invoice-ship-to-seq

  initialize invoice-line-record
  move oldinv-number to invline-invoice-number
  move 1 to invline-line-number
  move oldinv-item-code to invline-item-code
  move oldinv-description to invline-description
  move oldinv-quantity to invline-quantity
  move oldinv-unit-price to invline-unit-price
  move invoice-net-amount to invline-net-amount
  move oldinv-tax-code to invline-tax-code
  move oldinv-tax-amount to invline-tax-amount

  write invoice-record
    invalid key
      add 1 to ws-failed-count
      display "slconv: invoice " oldinv-number " header write failed" end-display
      exit paragraph
  end-write
  write invoice-line-record
    invalid key
      add 1 to ws-failed-count
      display "slconv: invoice " oldinv-number " line write failed" end-display
      exit paragraph
  end-write
  add 1 to ws-converted-count
  .
end program slconv.
