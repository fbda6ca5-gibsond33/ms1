      >> source format is free
program-id. pl030.
*> Vendor invoice import.  Meant to be queued on the batch scheduler
*> the way or050 is: reads the invoice file a supplier's billing
*> system sends us on VENDINVIN and writes each line to PURCHINV the
*> way a keyed invoice line is written, then puts it through the
*> same three-way match against the PO line and the goods received,
*> so the normal hold codes apply and the held-invoice workbench
*> picks up anything that does not match.
*>
*> The supplier bills in its own item codes.  Each is mapped to ours
*> through the vendor item cross-reference first, then through the
*> contract price file (a contract held for the vendor on an item of
*> that code).  A line that cannot be mapped, or names a PO line for
*> another item, goes on the VINVSUSP suspense list for the buyer
*> with the record as sent.  A line sent without a PO reference is
*> matched to the vendor's oldest open PO line for the item.
*>
*> The file is checked whole before anything is written: it must
*> start with an invoice header, hold only header, line and trailer
*> records, and end with a trailer whose counts and value agree,
*> otherwise it is taken as incomplete and rejected outright.  A
*> vendor invoice number already on PURCHINV is rejected as a
*> duplicate, so a file sent twice writes nothing the second time.
*> An invoice refused for any other header reason - vendor not on
*> file or inactive, a bad date, a closed period - goes to suspense
*> whole, header and lines, so it can be put right and re-keyed.
*> The VINVIMPLOG log lists every invoice as loaded, held or
*> rejected, with the control totals against the file trailer.
*>
*> VENDINVIN layout, 80 bytes a record:
*>   H  vendor code x(06), vendor invoice number x(15), invoice date
*>      9(08)
*>   L  PO number 9(08) and line 9(03) (zero when not sent), vendor
*>      item code x(15), quantity 9(07)v999, unit cost 9(07)v9999,
*>      tax code x(03) (blank for the item's own), tax amount
*>      9(07)v99 (zero to have it worked out at the tax code's rate)
*>   T  count of H records 9(05), count of L records 9(07), total of
*>      the lines' net and tax 9(11)v99
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
  .
environment division.configuration section.
source-computer. Linux.
object-computer. Linux.
input-output section.
file-control.
  copy "vendmast-sel.cpy".
  select po-file assign to "PURCHORD"
    organization is indexed
    access mode is dynamic
    record key is po-key
    file status is po-file-status
    .
  select gr-file assign to "GOODSRECV"
    organization is line sequential
    access mode is sequential
    file status is gr-file-status
    .
  select invoice-file assign to "PURCHINV"
    organization is indexed
    access mode is dynamic
    record key is invoice-key
    file status is invoice-file-status
    .
  select contract-price-file assign to "VENDPRICE"
    organization is indexed
    access mode is dynamic
    record key is contract-key
    file status is contract-price-file-status
    .
  select vendor-xref-file assign to "VENDXREF"
    organization is indexed
    access mode is dynamic
    record key is vxr-key
    file status is vendor-xref-file-status
    .
  select item-file assign to "ITEM"
    organization is indexed
    access mode is dynamic
    record key is item-code
    file status is item-file-status
    .
  copy "glintfc-sel.cpy".
  copy "glrule-sel.cpy".
  copy "glacct-sel.cpy".
  copy "taxcode-sel.cpy".
  copy "currrate-sel.cpy".
  copy "period-sel.cpy".
  select vendinvin-file assign to "VENDINVIN"
    organization is line sequential
    access mode is sequential
    file status is vendinvin-file-status
    .
  select vinvsusp-file assign to "VINVSUSP"
    organization is line sequential
    access mode is sequential
    file status is vinvsusp-file-status
    .
  select vinvlog-file assign to "VINVIMPLOG"
    organization is line sequential
    access mode is sequential
    file status is vinvlog-file-status
    .
copy "system-sel.cpy".
data division.
file section.
copy "vendmast-fd.cpy".
copy "pl010.cpy".
copy "vendprice.cpy".
copy "vendxref.cpy".
copy "stock.cpy".
copy "glintfc-fd.cpy".
copy "glrule-fd.cpy".
copy "gl010.cpy".
copy "taxcode-fd.cpy".
copy "currrate-fd.cpy".
copy "period-fd.cpy".
fd  vendinvin-file.
01  vendinvin-record.
  05  vin-record-type         pic x.
    88  vin-is-header         value "H".
    88  vin-is-line           value "L".
    88  vin-is-trailer        value "T".
  05  filler                  pic x(79).
01  vendinvin-header.
  05  filler                  pic x.
  05  vih-vendor-code         pic x(06).
  05  vih-invoice-number      pic x(15).
  05  vih-invoice-date        pic 9(08).
  05  filler                  pic x(50).
01  vendinvin-line.
  05  filler                  pic x.
  05  vil-po-number           pic 9(08).
  05  vil-po-line-number      pic 9(03).
  05  vil-vendor-item         pic x(15).
  05  vil-quantity            pic 9(07)v999.
  05  vil-unit-cost           pic 9(07)v9999.
  05  vil-tax-code            pic x(03).
  05  vil-tax-amount          pic 9(07)v99.
  05  filler                  pic x(20).
01  vendinvin-trailer.
  05  filler                  pic x.
  05  vit-invoice-count       pic 9(05).
  05  vit-line-count          pic 9(07).
  05  vit-control-total       pic 9(11)v99.
  05  filler                  pic x(54).
fd  vinvsusp-file.
01  vinvsusp-record           pic x(160).
fd  vinvlog-file.
01  vinvlog-record            pic x(132).
copy "system-fd.cpy".
working-storage section.
01  program-name              pic x(15) value "pl030".

01  vendor-file-status        pic xx.
01  po-file-status            pic xx.
01  gr-file-status            pic xx.
01  invoice-file-status       pic xx.
01  contract-price-file-status pic xx.
01  vendor-xref-file-status   pic xx.
01  item-file-status          pic xx.
01  gl-file-status            pic xx.
01  gl-rule-file-status       pic xx.
01  gl-account-file-status    pic xx.
01  tax-code-file-status      pic xx.
01  currency-rate-file-status pic xx.
01  period-file-status        pic xx.
01  vendinvin-file-status     pic xx.
01  vinvsusp-file-status      pic xx.
01  vinvlog-file-status       pic xx.
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "glrule-ws.cpy".
copy "currrate-ws.cpy".
copy "period-ws.cpy".
copy "invmatch-ws.cpy".
copy "print-route-ws.cpy".
copy "company-ws.cpy".

01  ws-today                  pic 9(08).
01  ws-pl-gl-contra-account   pic x(10).
01  ws-pl-gl-ap-account       pic x(10).
01  ws-pl-gl-tax-account      pic x(10).

*> the whole-file check made before any invoice is written
01  ws-file-header-count      pic 9(05).
01  ws-file-line-count        pic 9(07).
01  ws-file-record-count      pic 9(07).
01  ws-file-line-total        pic 9(11)v99.
01  ws-file-trailer-switch    pic x.
  88  file-trailer-was-read   value "Y".
01  ws-file-trailer-save      pic x(80).
01  ws-file-reason            pic x(40).
01  ws-file-check-switch      pic x.
  88  inbound-file-is-ok      value "Y".
  88  inbound-file-is-rejected value "N".

*> the invoice in hand, from its header record
01  ws-imp-invoice-switch     pic x.
  88  imp-invoice-is-active   value "Y".
  88  imp-no-invoice-active   value "N".
01  ws-imp-header-switch      pic x.
  88  imp-header-is-ok        value "Y".
  88  imp-header-is-rejected  value "N".
  88  imp-header-is-duplicate value "D".
01  ws-imp-header-save        pic x(80).
*> the next invoice's header is held here while the previous one is
*> finished off, since that can reuse the record area
01  ws-vendinvin-save         pic x(80).
01  ws-imp-vendor             pic x(06).
01  ws-imp-invoice-number     pic x(15).
01  ws-imp-invoice-date       pic 9(08).
01  ws-imp-reason             pic x(40).
01  ws-imp-status             pic x(08).
01  ws-imp-line-number        pic 9(03).
01  ws-imp-lines-read         pic 9(04).
01  ws-imp-loaded-count       pic 9(04).
01  ws-imp-held-count         pic 9(04).
01  ws-imp-suspended-count    pic 9(04).
01  ws-imp-value              pic s9(09)v99.

*> the line in hand
01  ws-line-switch            pic x.
  88  line-is-ok              value "Y".
  88  line-is-suspended       value "N".
01  ws-line-reason            pic x(40).
01  ws-line-item-code         pic x(10).
01  ws-line-net-amount        pic 9(09)v99.
01  ws-line-base-net-amount   pic s9(09)v99.
01  ws-tax-rate-found         pic 9(02)v99.
01  ws-po-search-switch       pic x.
  88  po-line-was-found       value "Y".
  88  po-line-not-found       value "N".

*> suspense list record: when, whose, why, and the record as sent
01  ws-susp-line.
  05  ws-susp-date            pic 9(08).
  05  filler                  pic x value space.
  05  ws-susp-vendor          pic x(06).
  05  filler                  pic x value space.
  05  ws-susp-invoice-number  pic x(15).
  05  filler                  pic x value space.
  05  ws-susp-reason          pic x(40).
  05  filler                  pic x value space.
  05  ws-susp-inbound         pic x(80).

01  ws-run-invoice-count      pic 9(05).
01  ws-run-loaded-count       pic 9(05).
01  ws-run-held-count         pic 9(05).
01  ws-run-rejected-count     pic 9(05).
01  ws-run-line-count         pic 9(07).
01  ws-run-lines-written      pic 9(07).
01  ws-run-suspense-count     pic 9(07).
01  ws-run-value              pic s9(11)v99.
01  ws-value-display          pic -zz,zzz,zzz,zz9.99.
01  ws-count-display          pic zzzzzz9.

*> suspense entries are held until the log is written, then printed
*> after it
01  ws-exc-table.
  05  ws-exc-line             occurs 500 times indexed by ws-exc-idx
                              pic x(120).
01  ws-exc-held-count         pic 9(03).

linkage section.
01  ws-passed-company-record-number pic 999.

procedure division using ws-passed-company-record-number.
program-begin.
  move ws-passed-company-record-number to current-company-record-number
  perform opening-procedure
  perform run-invoice-import
  perform closing-procedure
  .
program-end.
  goback
  .
opening-procedure.
  open input vendor-file
  open input po-file
  open i-o invoice-file
  if invoice-file-status = "35"
    open output invoice-file
    close invoice-file
    open i-o invoice-file
  end-if
  open input contract-price-file
  if contract-price-file-status = "35"
    open output contract-price-file
    close contract-price-file
    open input contract-price-file
  end-if
  open input vendor-xref-file
  if vendor-xref-file-status = "35"
    open output vendor-xref-file
    close vendor-xref-file
    open input vendor-xref-file
  end-if
  open input item-file
  open input tax-code-file
  open input currency-rate-file
  open input period-file
  open input gl-rule-file
  open input gl-account-file
  open extend gl-interface-file
  if gl-file-status not = zero
    open output gl-interface-file
  end-if
  open extend vinvsusp-file
  if vinvsusp-file-status not = zero
    open output vinvsusp-file
  end-if
  perform get-print-spool-name
  accept ws-today from date yyyymmdd end-accept
  move zero to ws-run-invoice-count
  move zero to ws-run-loaded-count
  move zero to ws-run-held-count
  move zero to ws-run-rejected-count
  move zero to ws-run-line-count
  move zero to ws-run-lines-written
  move zero to ws-run-suspense-count
  move zero to ws-run-value
  move zero to ws-exc-held-count
  move zero to ws-file-line-count
  move zero to ws-file-header-count
  move zero to ws-file-line-total
  move spaces to ws-file-trailer-save
  .
closing-procedure.
  close vendor-file
  close po-file
  close invoice-file
  close contract-price-file
  close vendor-xref-file
  close item-file
  close tax-code-file
  close currency-rate-file
  close period-file
  close gl-rule-file
  close gl-account-file
  close gl-interface-file
  close vinvsusp-file
  display "Vendor invoice import complete: " ws-run-loaded-count " loaded, "
    ws-run-held-count " held, " ws-run-rejected-count " rejected, "
    ws-run-suspense-count " records to suspense" end-display
  .
get-print-spool-name.
  move spaces to system-print-spool-name
  open input system-file
  if file-status = zero
    move current-company-record-number to relative-record-number
    read system-file end-read
    close system-file
  end-if
  .

*>-----------------------------------------------
*> Check the file whole, then either load its invoices or reject it
*> outright, logging either way.
*>-----------------------------------------------
run-invoice-import.
  open output vinvlog-file
  move spaces to vinvlog-record
  string "Vendor Invoice Import - run " delimited by size
    ws-today delimited by size
    into vinvlog-record
  end-string
  write vinvlog-record
  move spaces to vinvlog-record
  write vinvlog-record

  open input vendinvin-file
  if vendinvin-file-status not = zero
    move "  No inbound invoice file" to vinvlog-record
    write vinvlog-record
    perform write-import-totals
    exit paragraph
  end-if
  perform check-inbound-file
  close vendinvin-file
  if ws-file-record-count = zero
    move "  Inbound invoice file is empty" to vinvlog-record
    write vinvlog-record
    perform write-import-totals
    exit paragraph
  end-if

  *> every line posts to the ledger, so the accounts must be there
  *> before anything is written
  if inbound-file-is-ok
    move "PL010" to ws-glrule-source
    move "EXPENSE" to ws-glrule-type
    move "OFFICE" to ws-glrule-qualifier
    perform find-gl-posting-account
    if ws-glrule-was-found
      move ws-glrule-account to ws-pl-gl-contra-account
      move "AP" to ws-glrule-type
      perform find-gl-posting-account
      move ws-glrule-account to ws-pl-gl-ap-account
    end-if
    if ws-glrule-not-found
      set inbound-file-is-rejected to true
      move ws-glrule-message to ws-file-reason
    end-if
  end-if

  if inbound-file-is-rejected
    perform reject-inbound-file
  else
    move "Vendor Invoice Number    Date     Status   Lines Loaded Held Susp           Value  Reason"
      to vinvlog-record
    write vinvlog-record
    open input vendinvin-file
    set imp-no-invoice-active to true
    perform import-one-record
      until vendinvin-file-status not = zero
    perform finish-inbound-invoice
    close vendinvin-file
  end-if
  perform write-import-totals
  .
*>-----------------------------------------------
*> A file cut short in transmission must not load half its invoices,
*> so the structure, the trailer counts and the trailer value are
*> proved first.
*>-----------------------------------------------
check-inbound-file.
  set inbound-file-is-ok to true
  move spaces to ws-file-reason
  move zero to ws-file-header-count
  move zero to ws-file-line-count
  move zero to ws-file-record-count
  move zero to ws-file-line-total
  move "N" to ws-file-trailer-switch
  perform check-one-inbound-record
    until vendinvin-file-status not = zero
  if ws-file-record-count = zero
    exit paragraph
  end-if
  if inbound-file-is-rejected
    exit paragraph
  end-if
  if not file-trailer-was-read
    set inbound-file-is-rejected to true
    move "Trailer missing - file incomplete" to ws-file-reason
    exit paragraph
  end-if
  .
check-one-inbound-record.
  read vendinvin-file next record
    at end
      move "10" to vendinvin-file-status
      exit paragraph
  end-read
  add 1 to ws-file-record-count
  if inbound-file-is-rejected
    exit paragraph
  end-if
  if file-trailer-was-read
    set inbound-file-is-rejected to true
    move "Records follow the trailer" to ws-file-reason
    exit paragraph
  end-if
  evaluate true
    when vin-is-header
      add 1 to ws-file-header-count
    when vin-is-line
      if ws-file-header-count = zero
        set inbound-file-is-rejected to true
        move "Line record before any invoice header" to ws-file-reason
      end-if
      add 1 to ws-file-line-count
      if vil-quantity numeric and vil-unit-cost numeric
         and vil-tax-amount numeric
        compute ws-file-line-total rounded = ws-file-line-total
          + vil-quantity * vil-unit-cost + vil-tax-amount
      end-if
    when vin-is-trailer
      move "Y" to ws-file-trailer-switch
      move vendinvin-record to ws-file-trailer-save
      if vit-invoice-count not numeric
         or vit-line-count not numeric
         or vit-control-total not numeric
        set inbound-file-is-rejected to true
        move "Trailer counts not numeric" to ws-file-reason
      else
        if vit-invoice-count not = ws-file-header-count
           or vit-line-count not = ws-file-line-count
          set inbound-file-is-rejected to true
          move "Trailer counts do not agree with file" to ws-file-reason
        else
          if vit-control-total not = ws-file-line-total
            set inbound-file-is-rejected to true
            move "Trailer value does not agree with file" to ws-file-reason
          end-if
        end-if
      end-if
    when other
      set inbound-file-is-rejected to true
      move "Unrecognised record type" to ws-file-reason
  end-evaluate
  .
*>-----------------------------------------------
*> Nothing is loaded from a rejected file; every record goes to
*> suspense as sent so the whole file can be looked at and resent.
*>-----------------------------------------------
reject-inbound-file.
  move spaces to vinvlog-record
  string "  FILE REJECTED - " delimited by size
    ws-file-reason delimited by size
    into vinvlog-record
  end-string
  write vinvlog-record
  move spaces to ws-imp-vendor
  move spaces to ws-imp-invoice-number
  move ws-file-reason to ws-line-reason
  open input vendinvin-file
  perform suspend-one-file-record
    until vendinvin-file-status not = zero
  close vendinvin-file
  .
suspend-one-file-record.
  read vendinvin-file next record
    at end
      move "10" to vendinvin-file-status
      exit paragraph
  end-read
  if vin-is-header
    move vih-vendor-code to ws-imp-vendor
    move vih-invoice-number to ws-imp-invoice-number
  end-if
  perform write-suspense-record
  .
import-one-record.
  read vendinvin-file next record
    at end
      move "10" to vendinvin-file-status
      exit paragraph
  end-read
  evaluate true
    when vin-is-header
      move vendinvin-record to ws-vendinvin-save
      perform finish-inbound-invoice
      move ws-vendinvin-save to vendinvin-record
      perform start-inbound-invoice
      if imp-header-is-rejected
        move ws-imp-reason to ws-line-reason
        perform write-suspense-record
      end-if
    when vin-is-line
      perform import-invoice-line
    when other
      continue
  end-evaluate
  .
*>-----------------------------------------------
*> The invoice header: an active vendor, an invoice number not
*> already on file for them, and a date in an open period.
*>-----------------------------------------------
start-inbound-invoice.
  set imp-invoice-is-active to true
  set imp-header-is-ok to true
  move vendinvin-record to ws-imp-header-save
  move vih-vendor-code to ws-imp-vendor
  move vih-invoice-number to ws-imp-invoice-number
  move zero to ws-imp-invoice-date
  move spaces to ws-imp-reason
  move zero to ws-imp-line-number
  move zero to ws-imp-lines-read
  move zero to ws-imp-loaded-count
  move zero to ws-imp-held-count
  move zero to ws-imp-suspended-count
  move zero to ws-imp-value
  add 1 to ws-run-invoice-count

  if ws-imp-invoice-number = spaces
    set imp-header-is-rejected to true
    move "Invoice number missing" to ws-imp-reason
    exit paragraph
  end-if
  move ws-imp-vendor to vendor-code
  read vendor-file key is vendor-code
    invalid key
      set imp-header-is-rejected to true
      move "Vendor not on file" to ws-imp-reason
      exit paragraph
  end-read
  if vendor-is-inactive
    set imp-header-is-rejected to true
    move "Vendor is inactive" to ws-imp-reason
    exit paragraph
  end-if
  if vih-invoice-date not numeric
    set imp-header-is-rejected to true
    move "Invoice date not numeric" to ws-imp-reason
    exit paragraph
  end-if
  if vih-invoice-date = zero
    set imp-header-is-rejected to true
    move "Invoice date missing" to ws-imp-reason
    exit paragraph
  end-if
  move vih-invoice-date to ws-imp-invoice-date

  move ws-imp-vendor to invoice-vendor-code
  move ws-imp-invoice-number to invoice-number
  move zero to invoice-line-number
  start invoice-file key not less than invoice-key
    invalid key
      continue
    not invalid key
      read invoice-file next record
        at end
          continue
        not at end
          if invoice-vendor-code = ws-imp-vendor
             and invoice-number = ws-imp-invoice-number
            set imp-header-is-duplicate to true
            move "Duplicate - invoice already on file" to ws-imp-reason
            exit paragraph
          end-if
      end-read
  end-start

  move ws-imp-invoice-date to ws-period-check-date
  perform check-posting-period
  if ws-period-is-closed
    set imp-header-is-rejected to true
    move "Accounting period is closed" to ws-imp-reason
    exit paragraph
  end-if
  .
*>-----------------------------------------------
*> One line of the invoice in hand: mapped to our item and its PO
*> line, priced and taxed the way enter-invoice-line does it, put
*> through the three-way match and posted.
*>-----------------------------------------------
import-invoice-line.
  add 1 to ws-imp-lines-read
  add 1 to ws-run-line-count
  *> a duplicate is already on file; the lines of a header rejected
  *> for any other reason follow it into suspense to be re-keyed
  if imp-header-is-duplicate
    exit paragraph
  end-if
  if imp-header-is-rejected
    add 1 to ws-imp-suspended-count
    move ws-imp-reason to ws-line-reason
    perform write-suspense-record
    exit paragraph
  end-if
  set line-is-ok to true
  move spaces to ws-line-reason
  move spaces to ws-line-item-code
  perform validate-invoice-line
  if line-is-ok
    perform load-invoice-line
  end-if
  if line-is-suspended
    add 1 to ws-imp-suspended-count
    perform write-suspense-record
  end-if
  .
validate-invoice-line.
  if vil-quantity not numeric
     or vil-unit-cost not numeric
     or vil-tax-amount not numeric
    set line-is-suspended to true
    move "Quantity, cost or tax not numeric" to ws-line-reason
    exit paragraph
  end-if
  if vil-quantity = zero
    set line-is-suspended to true
    move "Quantity is zero" to ws-line-reason
    exit paragraph
  end-if
  if ws-imp-line-number >= 999
    set line-is-suspended to true
    move "Invoice line limit reached" to ws-line-reason
    exit paragraph
  end-if

  perform map-vendor-item
  if line-is-suspended
    exit paragraph
  end-if

  if vil-po-number not numeric or vil-po-line-number not numeric
    set line-is-suspended to true
    move "PO reference not numeric" to ws-line-reason
    exit paragraph
  end-if
  if vil-po-number = zero
    perform find-open-po-line
  else
    move vil-po-number to po-number
    move vil-po-line-number to po-line-number
    read po-file key is po-key
      invalid key
        *> left to the match, which holds it for no PO line; the
        *> line is still taxed below
        continue
      not invalid key
        if po-vendor-code not = ws-imp-vendor
           or po-item-code not = ws-line-item-code
          set line-is-suspended to true
          move "PO line is for another vendor or item" to ws-line-reason
          exit paragraph
        end-if
    end-read
  end-if

  *> input tax at the code sent, or the item's own code
  move zero to ws-tax-rate-found
  move vil-tax-code to invoice-tax-code
  if invoice-tax-code = spaces
    move item-tax-code to invoice-tax-code
  end-if
  if invoice-tax-code not = spaces
    move invoice-tax-code to tax-code
    read tax-code-file key is tax-code
      invalid key
        set line-is-suspended to true
        move "Tax code not on file" to ws-line-reason
        exit paragraph
    end-read
    move tax-rate-percent to ws-tax-rate-found
    move "PL010" to ws-glrule-source
    move "INPUTTAX" to ws-glrule-type
    move invoice-tax-code to ws-glrule-qualifier
    perform find-gl-posting-account
    if ws-glrule-not-found
      set line-is-suspended to true
      move "No input tax posting rule" to ws-line-reason
      exit paragraph
    end-if
    move ws-glrule-account to ws-pl-gl-tax-account
  end-if
  .
*>-----------------------------------------------
*> The vendor's code through the cross-reference first; failing that
*> a contract held for the vendor on an item of that code.  Either
*> way the item must be on file.
*>-----------------------------------------------
map-vendor-item.
  move ws-imp-vendor to vxr-vendor-code
  move vil-vendor-item to vxr-vendor-item
  read vendor-xref-file key is vxr-key
    invalid key
      move spaces to vxr-item-code
  end-read
  if vxr-item-code not = spaces
    move vxr-item-code to ws-line-item-code
  else
    if vil-vendor-item(11:5) not = spaces
      set line-is-suspended to true
      move "Vendor item code not mapped" to ws-line-reason
      exit paragraph
    end-if
    move ws-imp-vendor to ws-contract-lookup-vendor
    move vil-vendor-item(1:10) to ws-contract-lookup-item
    move 99999999 to ws-contract-lookup-date
    perform find-current-contract-price
    if ws-contract-not-found
      set line-is-suspended to true
      move "Vendor item code not mapped" to ws-line-reason
      exit paragraph
    end-if
    move vil-vendor-item(1:10) to ws-line-item-code
  end-if
  move ws-line-item-code to item-code
  read item-file key is item-code
    invalid key
      set line-is-suspended to true
      move "Mapped item not on file" to ws-line-reason
  end-read
  .
*>-----------------------------------------------
*> No PO sent: the vendor's oldest PO line for the item that has
*> goods received against it and is not closed.  None found leaves
*> the PO reference blank for the match to hold.
*>-----------------------------------------------
find-open-po-line.
  set po-line-not-found to true
  move zero to po-number
  move zero to po-line-number
  start po-file key not less than po-key
    invalid key
      exit paragraph
  end-start
  perform check-one-open-po-line
    until po-line-was-found or po-file-status not = zero
  .
check-one-open-po-line.
  read po-file next record
    at end
      move "10" to po-file-status
      exit paragraph
  end-read
  if po-vendor-code = ws-imp-vendor
     and po-item-code = ws-line-item-code
     and po-quantity-received > zero
     and not po-line-is-closed
    set po-line-was-found to true
  end-if
  .
load-invoice-line.
  initialize invoice-record
  move ws-imp-vendor to invoice-vendor-code
  move ws-imp-invoice-number to invoice-number
  add 1 to ws-imp-line-number
  move ws-imp-line-number to invoice-line-number
  move ws-imp-invoice-date to invoice-date
  if vil-po-number = zero
    if po-line-was-found
      move po-number to invoice-po-number
      move po-line-number to invoice-po-line-number
    end-if
  else
    move vil-po-number to invoice-po-number
    move vil-po-line-number to invoice-po-line-number
  end-if
  move ws-line-item-code to invoice-item-code
  move vil-quantity to invoice-quantity
  move vil-unit-cost to invoice-unit-cost
  compute ws-line-net-amount rounded = invoice-quantity * invoice-unit-cost
  move vil-tax-code to invoice-tax-code
  if invoice-tax-code = spaces
    move item-tax-code to invoice-tax-code
  end-if
  if invoice-tax-code = spaces
    move zero to invoice-tax-amount
  else
    if vil-tax-amount = zero
      compute invoice-tax-amount rounded =
        (ws-line-net-amount * ws-tax-rate-found) / 100
    else
      move vil-tax-amount to invoice-tax-amount
    end-if
  end-if
  compute invoice-amount = ws-line-net-amount + invoice-tax-amount

  move vendor-currency-code to invoice-currency-code
  move invoice-currency-code to ws-rate-lookup-currency
  move invoice-date to ws-rate-lookup-date
  perform find-current-exchange-rate
  if ws-rate-was-found
    move ws-rate-amount to invoice-exchange-rate
  else
    move 1 to invoice-exchange-rate
  end-if
  compute invoice-base-amount rounded = invoice-amount * invoice-exchange-rate
  compute invoice-base-tax-amount rounded =
    invoice-tax-amount * invoice-exchange-rate

  perform match-invoice-three-way
  set invoice-is-open to true
  write invoice-record
    invalid key
      subtract 1 from ws-imp-line-number
      set line-is-suspended to true
      move "Invoice line write failed" to ws-line-reason
      exit paragraph
  end-write
  perform post-invoice-to-gl
  add 1 to ws-run-lines-written
  add invoice-base-amount to ws-imp-value
  if invoice-is-clear
    add 1 to ws-imp-loaded-count
  else
    add 1 to ws-imp-held-count
  end-if
  .
post-invoice-to-gl.
  initialize gl-interface-record
  move "PL010" to gl-source-module
  move invoice-date to gl-post-date
  move zero to gl-batch-number
  set gl-is-unposted to true
  move "OFFICE" to gl-cost-centre
  move ws-pl-gl-contra-account to gl-account-code
  compute ws-line-base-net-amount =
    invoice-base-amount - invoice-base-tax-amount
  move ws-line-base-net-amount to gl-debit-amount
  move zero to gl-credit-amount
  move "Vendor invoice" to gl-description
  write gl-interface-record

  if invoice-base-tax-amount not = zero
    move ws-pl-gl-tax-account to gl-account-code
    move invoice-base-tax-amount to gl-debit-amount
    move zero to gl-credit-amount
    move "Vendor invoice tax" to gl-description
    write gl-interface-record
  end-if

  move ws-pl-gl-ap-account to gl-account-code
  move zero to gl-debit-amount
  move invoice-base-amount to gl-credit-amount
  move "Vendor invoice" to gl-description
  write gl-interface-record
  .
*>-----------------------------------------------
*> The invoice in hand is complete: loaded when every line went on
*> clear, held when any line is on hold or in suspense, rejected
*> when nothing went on at all.
*>-----------------------------------------------
finish-inbound-invoice.
  if imp-no-invoice-active
    exit paragraph
  end-if
  set imp-no-invoice-active to true

  evaluate true
    when imp-header-is-duplicate
      move "REJECTED" to ws-imp-status
      add 1 to ws-run-rejected-count
    when imp-header-is-rejected
      move "REJECTED" to ws-imp-status
      add 1 to ws-run-rejected-count
    when ws-imp-line-number = zero
      move "REJECTED" to ws-imp-status
      add 1 to ws-run-rejected-count
      if ws-imp-lines-read = zero
        move "Invoice has no lines" to ws-imp-reason
      else
        move "No lines could be loaded" to ws-imp-reason
      end-if
    when ws-imp-held-count > zero
       or ws-imp-suspended-count > zero
      move "HELD" to ws-imp-status
      add 1 to ws-run-held-count
      if ws-imp-suspended-count > zero
        move "Lines in suspense for the buyer" to ws-imp-reason
      else
        move "Lines on hold for the workbench" to ws-imp-reason
      end-if
    when other
      move "LOADED" to ws-imp-status
      add 1 to ws-run-loaded-count
  end-evaluate
  add ws-imp-value to ws-run-value

  move ws-imp-value to ws-value-display
  move spaces to vinvlog-record
  string ws-imp-vendor delimited by size
    " " delimited by size
    ws-imp-invoice-number delimited by size
    "  " delimited by size
    ws-imp-invoice-date delimited by size
    " " delimited by size
    ws-imp-status delimited by size
    " " delimited by size
    ws-imp-lines-read delimited by size
    "   " delimited by size
    ws-imp-loaded-count delimited by size
    " " delimited by size
    ws-imp-held-count delimited by size
    " " delimited by size
    ws-imp-suspended-count delimited by size
    " " delimited by size
    ws-value-display delimited by size
    "  " delimited by size
    ws-imp-reason delimited by size
    into vinvlog-record
  end-string
  write vinvlog-record
  .
*>-----------------------------------------------
*> The record in the VENDINVIN area goes on the suspense list with
*> ws-line-reason, and is held for the log.
*>-----------------------------------------------
write-suspense-record.
  move ws-today to ws-susp-date
  move ws-imp-vendor to ws-susp-vendor
  move ws-imp-invoice-number to ws-susp-invoice-number
  move ws-line-reason to ws-susp-reason
  move vendinvin-record to ws-susp-inbound
  move spaces to vinvsusp-record
  move ws-susp-line to vinvsusp-record
  write vinvsusp-record
  add 1 to ws-run-suspense-count
  if ws-exc-held-count < 500
    add 1 to ws-exc-held-count
    set ws-exc-idx to ws-exc-held-count
    move spaces to ws-exc-line(ws-exc-idx)
    string ws-imp-vendor delimited by size
      " " delimited by size
      ws-imp-invoice-number delimited by size
      " " delimited by size
      vin-record-type delimited by size
      " " delimited by size
      ws-line-reason delimited by size
      " " delimited by size
      vendinvin-record(2:50) delimited by size
      into ws-exc-line(ws-exc-idx)
    end-string
  end-if
  .
*>-----------------------------------------------
*> Run totals, then the control totals read against the trailer, then
*> the suspense list.
*>-----------------------------------------------
write-import-totals.
  move spaces to vinvlog-record
  write vinvlog-record
  move ws-run-value to ws-value-display
  move spaces to vinvlog-record
  string "Totals   " delimited by size
    ws-run-invoice-count delimited by size
    " invoices read: " delimited by size
    ws-run-loaded-count delimited by size
    " loaded, " delimited by size
    ws-run-held-count delimited by size
    " held, " delimited by size
    ws-run-rejected-count delimited by size
    " rejected; base value written " delimited by size
    ws-value-display delimited by size
    into vinvlog-record
  end-string
  write vinvlog-record
  move spaces to vinvlog-record
  string "         " delimited by size
    ws-run-line-count delimited by size
    " lines read, " delimited by size
    ws-run-lines-written delimited by size
    " written to PURCHINV, " delimited by size
    ws-run-suspense-count delimited by size
    " records to suspense" delimited by size
    into vinvlog-record
  end-string
  write vinvlog-record

  move spaces to vinvlog-record
  write vinvlog-record
  move "CONTROL TOTALS                  File trailer      Records read" to vinvlog-record
  write vinvlog-record
  if ws-file-trailer-save = spaces
    move "  No trailer on file" to vinvlog-record
    write vinvlog-record
  else
    move ws-file-trailer-save to vendinvin-record
    move spaces to vinvlog-record
    move "  Invoices" to vinvlog-record(1:30)
    if vit-invoice-count numeric
      move vit-invoice-count to ws-count-display
      move ws-count-display to vinvlog-record(42:7)
    end-if
    move ws-file-header-count to ws-count-display
    move ws-count-display to vinvlog-record(60:7)
    write vinvlog-record
    move spaces to vinvlog-record
    move "  Lines" to vinvlog-record(1:30)
    if vit-line-count numeric
      move vit-line-count to ws-count-display
      move ws-count-display to vinvlog-record(42:7)
    end-if
    move ws-file-line-count to ws-count-display
    move ws-count-display to vinvlog-record(60:7)
    write vinvlog-record
    move spaces to vinvlog-record
    move "  Net plus tax" to vinvlog-record(1:30)
    if vit-control-total numeric
      move vit-control-total to ws-value-display
      move ws-value-display to vinvlog-record(31:18)
    end-if
    move ws-file-line-total to ws-value-display
    move ws-value-display to vinvlog-record(49:18)
    write vinvlog-record
  end-if

  move spaces to vinvlog-record
  write vinvlog-record
  move "SUSPENSE - records set aside this run, added to VINVSUSP" to vinvlog-record
  write vinvlog-record
  move "Vendor Invoice Number   T Reason                                   Record as sent"
    to vinvlog-record
  write vinvlog-record
  if ws-exc-held-count = zero
    move "  None" to vinvlog-record
    write vinvlog-record
  else
    set ws-exc-idx to 1
    perform write-one-exception-line
      until ws-exc-idx > ws-exc-held-count
  end-if
  if ws-run-suspense-count > ws-exc-held-count
    move spaces to vinvlog-record
    string "  ... and more; " delimited by size
      ws-run-suspense-count delimited by size
      " records to suspense in all" delimited by size
      into vinvlog-record
    end-string
    write vinvlog-record
  end-if
  close vinvlog-file

  move "VINVIMPLOG" to print-route-file-name
  perform route-report-to-printer
  .
write-one-exception-line.
  move ws-exc-line(ws-exc-idx) to vinvlog-record
  write vinvlog-record
  set ws-exc-idx up by 1
  .
copy "print-route-pd.cpy".
copy "glrule-pd.cpy".
copy "currrate-find-pd.cpy".
copy "period-check-pd.cpy".
copy "invmatch-pd.cpy".
end program pl030.
