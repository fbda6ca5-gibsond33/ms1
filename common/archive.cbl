    access mode is sequential
    file status is epos-sale-file-status
    .
*> the Sales Ledger header under its own names, as in arcpurge
  select sales-invoice-file assign to "SLINVOICE"
    organization is indexed
    access mode is dynamic
    record key is slinv-number
    alternate record key is slinv-customer-code with duplicates
    file status is sales-invoice-file-status
    .
  copy "slinvline-sel.cpy".
  copy "custrcpt-sel.cpy".
data division.
file section.
fd  arc-file.
copy "pl010.cpy".
copy "orders.cpy".
copy "epos.cpy".
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
01  program-name              pic x(15) value "archive".

01  gr-file-status            pic xx.
01  pickship-file-status      pic xx.
01  epos-sale-file-status     pic xx.
01  sales-invoice-file-status pic xx.
01  invoice-line-file-status  pic xx.
01  custrcpt-file-status      pic xx.

01  ar-choice                 pic x.
  88  ar-choice-is-valid      values "R" "I" "T" "X".
  perform search-one-archive-file
  move "ARCMENULOG" to ws-arc-file-name
  perform search-one-archive-file
  move "ARCSLINV" to ws-arc-file-name
  perform search-one-archive-file
  move "ARCSLINVLN" to ws-arc-file-name
  perform search-one-archive-file
  move "ARCRECEIPT" to ws-arc-file-name
  perform search-one-archive-file

  if ws-inquiry-hits = zero
    display "Nothing in the archives for that reference" at line 23 col 02 foreground-color 4 end-display
  display "Restore Document" at line 04 col 30 foreground-color 2 end-display
  display "1=PURCHINV 2=PURCHORD 3=ORDERS 4=GOODSRECV 5=EPOSSALE 6=PICKSHIP"
    at line 06 col 04 foreground-color 2 end-display
  display "7=SLINVOICE (with its lines) 8=CUSTRCPT"
    at line 07 col 04 foreground-color 2 end-display
  display "File:[ ]" at line 08 col 04 foreground-color 2 end-display
  move zero to ws-restore-type
  accept ws-restore-type at line 08 col 10 with foreground-color 6 end-accept
  if ws-restore-type < 1 or ws-restore-type > 8
    display "Enter 1 to 8" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  display "Document Reference:[               ]" at line 09 col 04 foreground-color 2 end-display
  move spaces to ws-restore-ref
  accept ws-restore-ref at line 09 col 24 with foreground-color 6 end-accept
  if ws-restore-ref = spaces
    exit paragraph
  end-if
      move "ARCGRRAW" to ws-raw-file-name
    when 5
      move "ARCEPOSRAW" to ws-raw-file-name
    when 7
      move "ARCSLINVRAW" to ws-raw-file-name
    when 8
      move "ARCRCPTRAW" to ws-raw-file-name
    when other
      move "ARCPSRAW" to ws-raw-file-name
  end-evaluate
  move zero to ws-restore-refused
  move zero to ws-appended-count
  move "N" to ws-live-has-ref
  if ws-restore-type >= 4 and ws-restore-type <= 6
    perform check-live-flat-for-ref
  end-if
  perform open-restore-target
    until raw-file-status not = zero
  perform close-restore-target
  close raw-file
  if ws-restore-type = 7
    perform restore-sales-invoice-lines
  end-if

  if ws-restore-count = zero and ws-restore-refused = zero
    display "Nothing in the archive for that reference" at line 23 col 02 foreground-color 4 end-display
  perform log-restore-to-manifest
  display "Records restored: " ws-restore-count
    "  refused (already on file): " ws-restore-refused
    at line 11 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
*>-----------------------------------------------
      open i-o po-file
    when 3
      open i-o order-file
    when 7
      open i-o sales-invoice-file
    when 8
      open i-o custrcpt-file
    when 4
      open extend gr-file
      if gr-file-status not = zero
      close po-file
    when 3
      close order-file
    when 7
      close sales-invoice-file
    when 8
      close custrcpt-file
    when 4
      close gr-file
    when 5
        not invalid key
          add 1 to ws-restore-count
      end-write
    when 7
      move raw-record-image to sales-invoice-record
      write sales-invoice-record
        invalid key
          add 1 to ws-restore-refused
        not invalid key
          add 1 to ws-restore-count
      end-write
    when 8
      move raw-record-image to custrcpt-record
      write custrcpt-record
        invalid key
          add 1 to ws-restore-refused
        not invalid key
          add 1 to ws-restore-count
      end-write
    when other
      *> flats: the document already being live, or a repeated raw
      *> image from a purge-restore-purge cycle, refuses the append
      add 1 to ws-restore-count
  end-evaluate
  .
*>-----------------------------------------------
*> A sales invoice comes back with its lines, which arcpurge keeps
*> in their own raw file under the same invoice number.
*>-----------------------------------------------
restore-sales-invoice-lines.
  move "ARCSLLNRAW" to ws-raw-file-name
  open input raw-file
  if raw-file-status not = zero
    exit paragraph
  end-if
  open i-o invoice-line-file
  if invoice-line-file-status not = zero
    close raw-file
    exit paragraph
  end-if
  perform restore-one-raw-invoice-line
    until raw-file-status not = zero
  close invoice-line-file
  close raw-file
  move "ARCSLINVRAW" to ws-raw-file-name
  .
restore-one-raw-invoice-line.
  read raw-file next record
    at end
      move "10" to raw-file-status
      exit paragraph
  end-read
  if raw-doc-ref not = ws-restore-ref
    exit paragraph
  end-if
  move raw-record-image to invoice-line-record
  write invoice-line-record
    invalid key
      add 1 to ws-restore-refused
    not invalid key
      add 1 to ws-restore-count
  end-write
  .
check-duplicate-raw-image.
  move "N" to ws-image-is-duplicate
  move 1 to ws-appended-idx
