program-id. arcpurge.
*> Archive purge batch.  Meant to be queued on the batch scheduler
*> the way pl020 is (no parameters, no prompts): moves paid
*> purchase invoices, closed PO lines, shipped and cancelled order
*> lines, settled sales invoices and credit notes with their lines,
*> customer receipts, and old goods-received, Epos sale, pick/ship
*> and menu-log records dated before the cut-off out to readable
*> archive files, prints a manifest of what moved, and leaves the
*> live files lean.
*> The cut-off comes from the one-line ARCCUTOFF parameter file
*> written by the archive front-end screen; with no parameter on
*> file it defaults to the first day of the current year.  Every
*> archive line leads with the document reference so the archive
*> inquiry screen can find an old document when it is questioned.
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
    access mode is sequential
    file status is pickship-file-status
    .
*> the Sales Ledger header is declared here under its own names -
*> sl010.cpy would clash with the purchase invoice file above
  select sales-invoice-file assign to "SLINVOICE"
    organization is indexed
    access mode is dynamic
    record key is slinv-number
    alternate record key is slinv-customer-code with duplicates
    file status is sales-invoice-file-status
    .
  copy "slinvline-sel.cpy".
  copy "custrcpt-sel.cpy".
  select epos-sale-file assign to "EPOSSALE"
    organization is line sequential
    access mode is sequential
copy "orders.cpy".
copy "epos.cpy".
copy "system-fd.cpy".
copy "slinvline-fd.cpy".
copy "custrcpt-fd.cpy".
fd  sales-invoice-file.
01  sales-invoice-record.
  05  slinv-number            pic 9(08).
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
    88  slinv-is-paid         value "Y".
    88  slinv-is-open         value "N".
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
fd  eposclose-file.
01  eposclose-record.
  05  eposclose-date          pic 9(08).

01  po-file-status            pic xx.
01  invoice-file-status       pic xx.
01  sales-invoice-file-status pic xx.
01  invoice-line-file-status  pic xx.
01  custrcpt-file-status      pic xx.
01  gr-file-status            pic xx.
01  order-file-status         pic xx.
01  pickship-file-status      pic xx.
  perform archive-purchase-invoices
  perform archive-purchase-orders
  perform archive-sales-orders
  perform archive-sales-invoices
  perform archive-sales-invoice-lines
  perform archive-customer-receipts
  perform archive-goods-received
  perform archive-epos-sales
  perform archive-pickship
      move "10" to order-file-status
      exit paragraph
  end-read
  if (order-line-is-shipped or order-line-is-cancelled)
     and order-date < ws-cutoff-date
    move spaces to ws-doc-ref
    move order-number to ws-doc-ref
    move order-qty-shipped to ws-qty-display
    add 1 to ws-kept-count
  end-if
  .
*>-----------------------------------------------
*> A sales invoice or credit note goes once it is settled and both
*> it and the settlement fall before the cut-off; open documents
*> stay, since aged debtors, statements and dunning work from them.
*>-----------------------------------------------
archive-sales-invoices.
  move "ARCSLINV" to ws-arc-file-name
  move "ARCSLINVRAW" to ws-raw-file-name
  move zero to ws-moved-count
  move zero to ws-kept-count
  open i-o sales-invoice-file
  if sales-invoice-file-status not = zero
    perform write-manifest-line
    exit paragraph
  end-if
  open extend arc-file
  if arc-file-status not = zero
    open output arc-file
  end-if
  open extend raw-file
  if raw-file-status not = zero
    open output raw-file
  end-if

  move low-values to slinv-number
  start sales-invoice-file key not less than slinv-number
    invalid key
      continue
    not invalid key
      perform archive-one-sales-invoice
        until sales-invoice-file-status not = zero
  end-start
  close sales-invoice-file
  close arc-file
  close raw-file
  perform write-manifest-line
  .
archive-one-sales-invoice.
  read sales-invoice-file next record
    at end
      move "10" to sales-invoice-file-status
      exit paragraph
  end-read
  if slinv-is-paid
     and slinv-date < ws-cutoff-date
     and slinv-paid-date < ws-cutoff-date
    move spaces to ws-doc-ref
    move slinv-number to ws-doc-ref
    move slinv-amount to ws-amount-display
    move spaces to ws-arc-detail
    string "SLINVOICE " delimited by size
      slinv-type-switch delimited by size
      " " delimited by size
      slinv-customer-code delimited by size
      " dated " delimited by size
      slinv-date delimited by size
      " paid " delimited by size
      slinv-paid-date delimited by size
      " amount " delimited by size
      ws-amount-display delimited by size
      into ws-arc-detail
    end-string
    perform write-one-archive-line
    move sales-invoice-record to raw-record-image
    perform write-one-raw-line
    delete sales-invoice-file
      invalid key
        continue
    end-delete
    add 1 to ws-moved-count
  else
    add 1 to ws-kept-count
  end-if
  .
*>-----------------------------------------------
*> Invoice lines follow their header: any line whose invoice is no
*> longer on SLINVOICE went with it above.
*>-----------------------------------------------
archive-sales-invoice-lines.
  move "ARCSLINVLN" to ws-arc-file-name
  move "ARCSLLNRAW" to ws-raw-file-name
  move zero to ws-moved-count
  move zero to ws-kept-count
  open i-o invoice-line-file
  if invoice-line-file-status not = zero
    perform write-manifest-line
    exit paragraph
  end-if
  open input sales-invoice-file
  if sales-invoice-file-status not = zero
    close invoice-line-file
    perform write-manifest-line
    exit paragraph
  end-if
  open extend arc-file
  if arc-file-status not = zero
    open output arc-file
  end-if
  open extend raw-file
  if raw-file-status not = zero
    open output raw-file
  end-if

  move low-values to invline-key
  start invoice-line-file key not less than invline-key
    invalid key
      continue
    not invalid key
      perform archive-one-sales-invoice-line
        until invoice-line-file-status not = zero
  end-start
  close invoice-line-file
  close sales-invoice-file
  close arc-file
  close raw-file
  perform write-manifest-line
  .
archive-one-sales-invoice-line.
  read invoice-line-file next record
    at end
      move "10" to invoice-line-file-status
      exit paragraph
  end-read
  move invline-invoice-number to slinv-number
  read sales-invoice-file key is slinv-number
    invalid key
      continue
    not invalid key
      add 1 to ws-kept-count
      exit paragraph
  end-read

  move spaces to ws-doc-ref
  move invline-invoice-number to ws-doc-ref
  move invline-quantity to ws-qty-display
  move spaces to ws-arc-detail
  string "SLINVLINE line " delimited by size
    invline-line-number delimited by size
    " item " delimited by size
    invline-item-code delimited by size
    " qty " delimited by size
    ws-qty-display delimited by size
    " " delimited by size
    invline-description delimited by size
    into ws-arc-detail
  end-string
  perform write-one-archive-line
  move invoice-line-record to raw-record-image
  perform write-one-raw-line
  delete invoice-line-file
    invalid key
      continue
  end-delete
  add 1 to ws-moved-count
  .
archive-customer-receipts.
  move "ARCRECEIPT" to ws-arc-file-name
  move "ARCRCPTRAW" to ws-raw-file-name
  move zero to ws-moved-count
  move zero to ws-kept-count
  open i-o custrcpt-file
  if custrcpt-file-status not = zero
    perform write-manifest-line
    exit paragraph
  end-if
  open extend arc-file
  if arc-file-status not = zero
    open output arc-file
  end-if
  open extend raw-file
  if raw-file-status not = zero
    open output raw-file
  end-if

  move low-values to rcpt-number
  start custrcpt-file key not less than rcpt-number
    invalid key
      continue
    not invalid key
      perform archive-one-customer-receipt
        until custrcpt-file-status not = zero
  end-start
  close custrcpt-file
  close arc-file
  close raw-file
  perform write-manifest-line
  .
archive-one-customer-receipt.
  read custrcpt-file next record
    at end
      move "10" to custrcpt-file-status
      exit paragraph
  end-read
  if rcpt-date < ws-cutoff-date
    move spaces to ws-doc-ref
    move rcpt-number to ws-doc-ref
    move rcpt-amount to ws-amount-display
    move spaces to ws-arc-detail
    string "CUSTRCPT " delimited by size
      rcpt-type delimited by size
      " " delimited by size
      rcpt-customer-code delimited by size
      " dated " delimited by size
      rcpt-date delimited by size
      " amount " delimited by size
      ws-amount-display delimited by size
      " " delimited by size
      rcpt-reference delimited by size
      into ws-arc-detail
    end-string
    perform write-one-archive-line
    move custrcpt-record to raw-record-image
    perform write-one-raw-line
    delete custrcpt-file
      invalid key
        continue
    end-delete
    add 1 to ws-moved-count
  else
    add 1 to ws-kept-count
  end-if
  .

*>-----------------------------------------------
*> Line-sequential files: keepers go through a work file and back,
      move "10" to pickship-file-status
      exit paragraph
  end-read
  *> an unbilled shipment stays live whatever its age, so the
  *> billing run can still invoice it
  if pickship-ship-date < ws-cutoff-date
     and pickship-is-billed
    move spaces to ws-doc-ref
    move pickship-order-number to ws-doc-ref
    move pickship-qty-shipped to ws-qty-display
