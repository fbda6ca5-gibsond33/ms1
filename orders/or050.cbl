      >> source format is free
program-id. or050.
*> Customer order import.  Meant to be queued on the batch scheduler
*> (or run from the order entry menu): reads the order file a trade
*> customer's buying system sends us on ORDERIN and raises a sales
*> order for each order on it, through the same rules as a keyed
*> order - the customer must be active and off credit hold, lines
*> price through the shared selling price (contract price first),
*> the order is held against the credit limit and each line is
*> allocated or backordered against free stock.  The item may be
*> sent as our item code or as any barcode on BARCODE.  There is no
*> one to ask for a supervisor override in a batch, so a line that
*> would break the credit limit is rejected instead.
*>
*> The file is checked whole before anything is raised: it must
*> start with an order header, hold only header, line and trailer
*> records, and end with a trailer whose counts agree, otherwise it
*> is taken as incomplete and rejected outright.  Every customer
*> order reference raised is logged on ORDXREF, so a file sent twice
*> raises nothing the second time.
*>
*> ORDERACK goes back to the customer with every order and line
*> marked accepted, changed (item superseded, our price differs,
*> backordered) or rejected.  Anything rejected - a whole file, an
*> order or a line - is added to the ORDSUSP suspense list with the
*> record as sent, for the office to review and have resent, and the
*> ORDIMPREG register lists what the run did.
*>
*> ORDERIN layout, 80 bytes a record:
*>   H  customer code x(06), customer order reference x(20),
*>      customer's order date 9(08), ship-to sequence 9(02)
*>      (zero for the billing address)
*>   L  customer's line number 9(04), item code or barcode x(14),
*>      quantity 9(07)v999, the price they expect 9(07)v9999
*>      (zero when they send none)
*>   T  count of H records 9(05), count of L records 9(07)
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
  .
environment division.configuration section.
source-computer. Linux.
object-computer. Linux.
input-output section.
file-control.
  select order-file assign to "ORDERS"
    organization is indexed
    access mode is dynamic
    record key is order-key
    file status is order-file-status
    .
  select pickship-file assign to "PICKSHIP"
    organization is line sequential
    access mode is sequential
    file status is pickship-file-status
    .
  select item-file assign to "ITEM"
    organization is indexed
    access mode is dynamic
    record key is item-code
    file status is item-file-status
    .
  copy "custmast-sel.cpy".
  copy "shipto-sel.cpy".
  copy "price-sel.cpy".
  copy "custprice-sel.cpy".
  copy "numctl-sel.cpy".
  copy "reclock-sel.cpy".
  select barcode-file assign to "BARCODE"
    organization is indexed
    access mode is dynamic
    record key is bc-scan-code
    file status is barcode-file-status
    .
  select ordxref-file assign to "ORDXREF"
    organization is indexed
    access mode is dynamic
    record key is oxr-key
    file status is ordxref-file-status
    .
  select orderin-file assign to "ORDERIN"
    organization is line sequential
    access mode is sequential
    file status is orderin-file-status
    .
  select orderack-file assign to "ORDERACK"
    organization is line sequential
    access mode is sequential
    file status is orderack-file-status
    .
  select ordsusp-file assign to "ORDSUSP"
    organization is line sequential
    access mode is sequential
    file status is ordsusp-file-status
    .
  select ordimpreg-file assign to "ORDIMPREG"
    organization is line sequential
    access mode is sequential
    file status is ordimpreg-file-status
    .
copy "system-sel.cpy".
data division.
file section.
copy "orders.cpy".
copy "stock.cpy".
copy "custmast-fd.cpy".
copy "shipto-fd.cpy".
copy "price-fd.cpy".
copy "custprice-fd.cpy".
copy "reclock-fd.cpy".
copy "numctl-fd.cpy".
copy "barcode.cpy".
*> one record per customer order reference raised, so the same
*> order sent again is recognised
fd  ordxref-file.
01  ordxref-record.
  05  oxr-key.
    10  oxr-customer-code     pic x(06).
    10  oxr-customer-ref      pic x(20).
  05  oxr-order-number        pic 9(08).
  05  oxr-received-date       pic 9(08).
  05  oxr-line-count          pic 9(03).
fd  orderin-file.
01  orderin-record.
  05  oin-record-type         pic x.
    88  oin-is-header         value "H".
    88  oin-is-line           value "L".
    88  oin-is-trailer        value "T".
  05  filler                  pic x(79).
01  orderin-header.
  05  filler                  pic x.
  05  oih-customer-code       pic x(06).
  05  oih-customer-ref        pic x(20).
  05  oih-order-date          pic 9(08).
  05  oih-ship-to-seq         pic 9(02).
  05  filler                  pic x(43).
01  orderin-line.
  05  filler                  pic x.
  05  oil-customer-line       pic 9(04).
  05  oil-item-code           pic x(14).
  05  oil-quantity            pic 9(07)v999.
  05  oil-unit-price          pic 9(07)v9999.
  05  filler                  pic x(40).
01  orderin-trailer.
  05  filler                  pic x.
  05  oit-order-count         pic 9(05).
  05  oit-line-count          pic 9(07).
  05  filler                  pic x(67).
fd  orderack-file.
01  orderack-record           pic x(120).
fd  ordsusp-file.
01  ordsusp-record            pic x(160).
fd  ordimpreg-file.
01  ordimpreg-record          pic x(120).
copy "system-fd.cpy".
working-storage section.
01  program-name              pic x(15) value "or050".

01  order-file-status         pic xx.
01  pickship-file-status      pic xx.
01  item-file-status          pic xx.
01  customer-file-status      pic xx.
01  shipto-file-status        pic xx.
01  price-file-status         pic xx.
01  customer-price-file-status pic xx.
01  number-control-file-status pic xx.
01  barcode-file-status       pic xx.
01  ordxref-file-status       pic xx.
01  orderin-file-status       pic xx.
01  orderack-file-status      pic xx.
01  ordsusp-file-status       pic xx.
01  ordimpreg-file-status     pic xx.
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "numctl-ws.cpy".
01  record-lock-file-status  pic xx.
01  lock-log-file-status     pic xx.
copy "reclock-ws.cpy".
copy "price-ws.cpy".
copy "custprice-ws.cpy".
copy "sellprice-ws.cpy".
copy "print-route-ws.cpy".
copy "company-ws.cpy".

01  ws-today                  pic 9(08).
01  ws-next-order-number      pic 9(08).

*> the whole-file check made before any order is raised
01  ws-file-header-count      pic 9(05).
01  ws-file-line-count        pic 9(07).
01  ws-file-record-count      pic 9(07).
01  ws-file-trailer-switch    pic x.
  88  file-trailer-was-read   value "Y".
01  ws-file-reason            pic x(40).
01  ws-file-check-switch      pic x.
  88  inbound-file-is-ok      value "Y".
  88  inbound-file-is-rejected value "N".

*> the order in hand, from its header record
01  ws-imp-order-switch       pic x.
  88  imp-order-is-active     value "Y".
  88  imp-no-order-active     value "N".
01  ws-imp-header-switch      pic x.
  88  imp-header-is-ok        value "Y".
  88  imp-header-is-rejected  value "N".
  88  imp-header-is-duplicate value "D".
01  ws-imp-header-save        pic x(80).
*> the next order's header is held here while the previous order is
*> finished off, since that can reuse the record area
01  ws-orderin-save           pic x(80).
01  ws-imp-customer           pic x(06).
01  ws-imp-customer-ref       pic x(20).
01  ws-imp-ship-to            pic 9(02).
01  ws-imp-reason             pic x(40).
01  ws-imp-order-number       pic 9(08).
01  ws-imp-line-number        pic 9(03).
01  ws-imp-lines-read         pic 9(04).
01  ws-imp-accepted-count     pic 9(04).
01  ws-imp-changed-count      pic 9(04).
01  ws-imp-rejected-count     pic 9(04).

*> the line in hand
01  ws-line-status            pic x.
  88  line-is-accepted        value "A".
  88  line-is-changed         value "C".
  88  line-is-rejected        value "R".
01  ws-line-reason            pic x(40).
01  ws-line-item-code         pic x(10).
01  ws-order-line-amount      pic 9(09)v99.
01  ws-order-running-total    pic 9(09)v99.
01  ws-exposure-total         pic s9(09)v99.

*> acknowledgement records sent back to the customer: an H per
*> order with the order we raised, an L per line sent, a T at the
*> end; a file rejected whole gets an F with the reason
01  ws-ack-header.
  05  ws-ack-h-type           pic x value "H".
  05  ws-ack-h-customer       pic x(06).
  05  ws-ack-h-customer-ref   pic x(20).
  05  ws-ack-h-status         pic x.
  05  ws-ack-h-order-number   pic 9(08).
  05  ws-ack-h-reason         pic x(40).
01  ws-ack-line.
  05  ws-ack-l-type           pic x value "L".
  05  ws-ack-l-customer-line  pic 9(04).
  05  ws-ack-l-sent-code      pic x(14).
  05  ws-ack-l-status         pic x.
  05  ws-ack-l-item-code      pic x(10).
  05  ws-ack-l-quantity       pic 9(07)v999.
  05  ws-ack-l-unit-price     pic 9(07)v9999.
  05  ws-ack-l-reason         pic x(40).
01  ws-ack-trailer.
  05  ws-ack-t-type           pic x value "T".
  05  ws-ack-t-order-count    pic 9(05).
  05  ws-ack-t-line-count     pic 9(07).
  05  ws-ack-t-accepted       pic 9(07).
  05  ws-ack-t-changed        pic 9(07).
  05  ws-ack-t-rejected       pic 9(07).
01  ws-ack-file-reject.
  05  ws-ack-f-type           pic x value "F".
  05  ws-ack-f-reason         pic x(40).

*> an order's acknowledgement lines are held until its header can
*> be written with the outcome
01  ws-ack-held-table.
  05  ws-ack-held-line        occurs 999 times indexed by ws-ack-idx
                              pic x(120).
01  ws-ack-held-count         pic 9(03).

*> suspense list record: when, whose, why, and the record as sent
01  ws-susp-line.
  05  ws-susp-date            pic 9(08).
  05  filler                  pic x value space.
  05  ws-susp-customer        pic x(06).
  05  filler                  pic x value space.
  05  ws-susp-customer-ref    pic x(20).
  05  filler                  pic x value space.
  05  ws-susp-reason          pic x(40).
  05  filler                  pic x value space.
  05  ws-susp-inbound         pic x(80).

01  ws-run-order-count        pic 9(05).
01  ws-run-created-count      pic 9(05).
01  ws-run-line-count         pic 9(07).
01  ws-run-accepted-count     pic 9(07).
01  ws-run-changed-count      pic 9(07).
01  ws-run-rejected-count     pic 9(07).
01  ws-run-suspense-count     pic 9(07).
01  ws-qty-display            pic 9(07).999.
01  ws-price-display          pic 9(07).9999.

*> suspense entries are held until the register is written, then
*> printed after it
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
  perform run-order-import
  perform closing-procedure
  .
program-end.
  goback
  .
opening-procedure.
  open i-o order-file
  if order-file-status = "35"
    open output order-file
    close order-file
    open i-o order-file
  end-if
  open i-o item-file
  open input customer-file
  open input shipto-file
  if shipto-file-status = "35"
    open output shipto-file
    close shipto-file
    open input shipto-file
  end-if
  open input price-file
  if price-file-status = "35"
    open output price-file
    close price-file
    open input price-file
  end-if
  open input customer-price-file
  if customer-price-file-status = "35"
    open output customer-price-file
    close customer-price-file
    open input customer-price-file
  end-if
  open i-o number-control-file
  if number-control-file-status = "35"
    open output number-control-file
    close number-control-file
    open i-o number-control-file
  end-if
  open input barcode-file
  if barcode-file-status = "35"
    open output barcode-file
    close barcode-file
    open input barcode-file
  end-if
  open i-o ordxref-file
  if ordxref-file-status = "35"
    open output ordxref-file
    close ordxref-file
    open i-o ordxref-file
  end-if
  open extend ordsusp-file
  if ordsusp-file-status not = zero
    open output ordsusp-file
  end-if
  perform get-print-spool-name
  accept ws-today from date yyyymmdd end-accept
  move zero to ws-run-order-count
  move zero to ws-run-created-count
  move zero to ws-run-line-count
  move zero to ws-run-accepted-count
  move zero to ws-run-changed-count
  move zero to ws-run-rejected-count
  move zero to ws-run-suspense-count
  move zero to ws-exc-held-count
  .
closing-procedure.
  close order-file
  close item-file
  close customer-file
  close shipto-file
  close price-file
  close customer-price-file
  close number-control-file
  close barcode-file
  close ordxref-file
  close ordsusp-file
  display "Order import complete: " ws-run-created-count " orders raised, "
    ws-run-line-count " lines read, "
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
*> Check the file whole, then either raise its orders or reject it
*> outright, acknowledging either way.
*>-----------------------------------------------
run-order-import.
  open output ordimpreg-file
  move spaces to ordimpreg-record
  string "Customer Order Import - run " delimited by size
    ws-today delimited by size
    into ordimpreg-record
  end-string
  write ordimpreg-record
  move spaces to ordimpreg-record
  write ordimpreg-record

  open input orderin-file
  if orderin-file-status not = zero
    move "  No inbound order file" to ordimpreg-record
    write ordimpreg-record
    perform write-import-totals
    exit paragraph
  end-if
  perform check-inbound-file
  close orderin-file
  if ws-file-record-count = zero
    move "  Inbound order file is empty" to ordimpreg-record
    write ordimpreg-record
    perform write-import-totals
    exit paragraph
  end-if

  open output orderack-file
  if inbound-file-is-rejected
    perform reject-inbound-file
  else
    move "Customer Cust Order Ref         Status Order    Lines Accept Change Reject"
      to ordimpreg-record
    write ordimpreg-record
    open input orderin-file
    set imp-no-order-active to true
    perform import-one-record
      until orderin-file-status not = zero
    perform finish-inbound-order
    close orderin-file
  end-if
  initialize ws-ack-trailer
  move "T" to ws-ack-t-type
  move ws-run-order-count to ws-ack-t-order-count
  move ws-run-line-count to ws-ack-t-line-count
  move ws-run-accepted-count to ws-ack-t-accepted
  move ws-run-changed-count to ws-ack-t-changed
  move ws-run-rejected-count to ws-ack-t-rejected
  move spaces to orderack-record
  move ws-ack-trailer to orderack-record
  write orderack-record
  close orderack-file
  perform write-import-totals
  .
*>-----------------------------------------------
*> A file cut short in transmission must not raise half its orders,
*> so the structure and the trailer counts are proved first.
*>-----------------------------------------------
check-inbound-file.
  set inbound-file-is-ok to true
  move spaces to ws-file-reason
  move zero to ws-file-header-count
  move zero to ws-file-line-count
  move zero to ws-file-record-count
  move "N" to ws-file-trailer-switch
  perform check-one-inbound-record
    until orderin-file-status not = zero
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
  read orderin-file next record
    at end
      move "10" to orderin-file-status
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
    when oin-is-header
      add 1 to ws-file-header-count
    when oin-is-line
      if ws-file-header-count = zero
        set inbound-file-is-rejected to true
        move "Line record before any order header" to ws-file-reason
      end-if
      add 1 to ws-file-line-count
    when oin-is-trailer
      move "Y" to ws-file-trailer-switch
      if oit-order-count not numeric
         or oit-line-count not numeric
        set inbound-file-is-rejected to true
        move "Trailer counts not numeric" to ws-file-reason
      else
        if oit-order-count not = ws-file-header-count
           or oit-line-count not = ws-file-line-count
          set inbound-file-is-rejected to true
          move "Trailer counts do not agree with file" to ws-file-reason
        end-if
      end-if
    when other
      set inbound-file-is-rejected to true
      move "Unrecognised record type" to ws-file-reason
  end-evaluate
  .
*>-----------------------------------------------
*> Nothing is raised from a rejected file; every record goes to
*> suspense as sent so the whole file can be looked at and resent.
*>-----------------------------------------------
reject-inbound-file.
  move spaces to ordimpreg-record
  string "  FILE REJECTED - " delimited by size
    ws-file-reason delimited by size
    into ordimpreg-record
  end-string
  write ordimpreg-record
  move spaces to orderack-record
  move ws-file-reason to ws-ack-f-reason
  move ws-ack-file-reject to orderack-record
  write orderack-record
  move spaces to ws-imp-customer
  move spaces to ws-imp-customer-ref
  move ws-file-reason to ws-line-reason
  open input orderin-file
  perform suspend-one-file-record
    until orderin-file-status not = zero
  close orderin-file
  .
suspend-one-file-record.
  read orderin-file next record
    at end
      move "10" to orderin-file-status
      exit paragraph
  end-read
  if oin-is-header
    move oih-customer-code to ws-imp-customer
    move oih-customer-ref to ws-imp-customer-ref
  end-if
  perform write-suspense-record
  .
import-one-record.
  read orderin-file next record
    at end
      move "10" to orderin-file-status
      exit paragraph
  end-read
  evaluate true
    when oin-is-header
      move orderin-record to ws-orderin-save
      perform finish-inbound-order
      move ws-orderin-save to orderin-record
      perform start-inbound-order
    when oin-is-line
      perform import-order-line
    when other
      continue
  end-evaluate
  .
*>-----------------------------------------------
*> The order header: the customer must be one we would take a keyed
*> order from, the reference not already raised, and the ship-to
*> one on file for the customer.
*>-----------------------------------------------
start-inbound-order.
  set imp-order-is-active to true
  set imp-header-is-ok to true
  move orderin-record to ws-imp-header-save
  move oih-customer-code to ws-imp-customer
  move oih-customer-ref to ws-imp-customer-ref
  move zero to ws-imp-ship-to
  move spaces to ws-imp-reason
  move zero to ws-imp-order-number
  move zero to ws-next-order-number
  move zero to ws-imp-line-number
  move zero to ws-imp-lines-read
  move zero to ws-imp-accepted-count
  move zero to ws-imp-changed-count
  move zero to ws-imp-rejected-count
  move zero to ws-ack-held-count
  move zero to ws-order-running-total
  add 1 to ws-run-order-count

  if ws-imp-customer-ref = spaces
    set imp-header-is-rejected to true
    move "Customer order reference missing" to ws-imp-reason
    exit paragraph
  end-if
  move ws-imp-customer to customer-code
  read customer-file key is customer-code
    invalid key
      set imp-header-is-rejected to true
      move "Customer not on file" to ws-imp-reason
      exit paragraph
  end-read
  if customer-is-inactive
    set imp-header-is-rejected to true
    move "Customer is inactive" to ws-imp-reason
    exit paragraph
  end-if
  if customer-on-credit-hold
    set imp-header-is-rejected to true
    move "Customer is on credit hold" to ws-imp-reason
    exit paragraph
  end-if

  move ws-imp-customer to oxr-customer-code
  move ws-imp-customer-ref to oxr-customer-ref
  read ordxref-file key is oxr-key
    not invalid key
      set imp-header-is-duplicate to true
      move oxr-order-number to ws-imp-order-number
      move spaces to ws-imp-reason
      string "Duplicate - already order " delimited by size
        oxr-order-number delimited by size
        into ws-imp-reason
      end-string
      exit paragraph
  end-read

  if oih-ship-to-seq not numeric
    set imp-header-is-rejected to true
    move "Ship-to sequence not numeric" to ws-imp-reason
    exit paragraph
  end-if
  if oih-ship-to-seq > zero
    move ws-imp-customer to shipto-customer-code
    move oih-ship-to-seq to shipto-sequence
    read shipto-file key is shipto-key
      invalid key
        set imp-header-is-rejected to true
        move "Ship-to sequence not on file" to ws-imp-reason
        exit paragraph
    end-read
  end-if
  move oih-ship-to-seq to ws-imp-ship-to
  .
*>-----------------------------------------------
*> One line of the order in hand, priced, held against the credit
*> limit and allocated the way save-order-line does it in order
*> entry.
*>-----------------------------------------------
import-order-line.
  add 1 to ws-imp-lines-read
  add 1 to ws-run-line-count
  set line-is-accepted to true
  move spaces to ws-line-reason
  move spaces to ws-line-item-code
  initialize ws-ack-line
  move "L" to ws-ack-l-type
  move oil-item-code to ws-ack-l-sent-code
  if oil-customer-line numeric
    move oil-customer-line to ws-ack-l-customer-line
  end-if
  if oil-quantity numeric
    move oil-quantity to ws-ack-l-quantity
  end-if

  perform validate-order-line
  if not line-is-rejected
    perform raise-order-line
  end-if
  perform acknowledge-order-line
  .
validate-order-line.
  if imp-header-is-rejected
    set line-is-rejected to true
    move ws-imp-reason to ws-line-reason
    exit paragraph
  end-if
  if imp-header-is-duplicate
    set line-is-rejected to true
    move "Duplicate order reference" to ws-line-reason
    exit paragraph
  end-if
  if oil-quantity not numeric
    set line-is-rejected to true
    move "Quantity not numeric" to ws-line-reason
    exit paragraph
  end-if
  if oil-quantity = zero
    set line-is-rejected to true
    move "Quantity is zero" to ws-line-reason
    exit paragraph
  end-if
  if ws-imp-line-number >= 999
    set line-is-rejected to true
    move "Order line limit reached" to ws-line-reason
    exit paragraph
  end-if

  perform resolve-order-item
  if line-is-rejected
    exit paragraph
  end-if

  if item-is-inactive
    if item-superseded-by = spaces
      set line-is-rejected to true
      move "Item is inactive" to ws-line-reason
      exit paragraph
    end-if
    move item-superseded-by to item-code
    read item-file key is item-code
      invalid key
        set line-is-rejected to true
        move "Item is inactive" to ws-line-reason
        exit paragraph
    end-read
    if item-is-inactive
      set line-is-rejected to true
      move "Item is inactive" to ws-line-reason
      exit paragraph
    end-if
    set line-is-changed to true
    move spaces to ws-line-reason
    string "Superseded by " delimited by size
      item-code delimited by size
      into ws-line-reason
    end-string
  end-if
  move item-code to ws-line-item-code
  .
*>-----------------------------------------------
*> Our own item code first; failing that the code is looked up on
*> the barcode cross-reference, which must lead to a stock item.
*>-----------------------------------------------
resolve-order-item.
  if oil-item-code(11:4) = spaces
    move oil-item-code(1:10) to item-code
    read item-file key is item-code
      not invalid key
        exit paragraph
    end-read
  end-if
  move oil-item-code to bc-scan-code
  read barcode-file key is bc-scan-code
    invalid key
      set line-is-rejected to true
      move "Item or barcode not recognised" to ws-line-reason
      exit paragraph
  end-read
  if not bc-target-is-item
    set line-is-rejected to true
    move "Barcode is not a stock item" to ws-line-reason
    exit paragraph
  end-if
  move bc-target-code to item-code
  read item-file key is item-code
    invalid key
      set line-is-rejected to true
      move "Barcode item not on file" to ws-line-reason
  end-read
  .
raise-order-line.
  *> the number is reserved before the record is built - with no
  *> control record yet it is found by reading the order file, which
  *> would overwrite a record already filled in
  if ws-imp-order-number = zero
     and ws-next-order-number = zero
    perform get-next-order-number
  end-if
  initialize order-record
  move ws-imp-customer to order-customer-code
  move ws-today to order-date
  move ws-line-item-code to order-item-code
  move oil-quantity to order-qty-ordered
  move zero to order-qty-shipped
  move spaces to order-salesperson-code
  move ws-imp-ship-to to order-ship-to-seq
  set order-line-not-picked to true
  move ws-imp-customer to ws-sell-customer
  move ws-line-item-code to ws-sell-item
  move ws-today to ws-sell-date
  perform find-customer-selling-price
  move ws-sell-price to order-unit-price
  if line-is-accepted
    if oil-unit-price numeric
      if oil-unit-price not = zero
         and oil-unit-price not = order-unit-price
        set line-is-changed to true
        move "Price differs, our price applies" to ws-line-reason
      end-if
    end-if
  end-if

  *> no supervisor to override in a batch, so the limit stands
  compute ws-order-line-amount rounded =
    order-qty-ordered * order-unit-price
  add ws-order-line-amount to ws-order-running-total
  if customer-credit-limit not = zero
    compute ws-exposure-total =
      customer-balance + ws-order-running-total
    if ws-exposure-total > customer-credit-limit
      subtract ws-order-line-amount from ws-order-running-total
      set line-is-rejected to true
      move "Credit limit exceeded" to ws-line-reason
      exit paragraph
    end-if
  end-if

  if (item-on-hand-qty - item-allocated-qty) >= order-qty-ordered
    set order-line-is-open to true
  else
    set order-line-is-backord to true
    if line-is-accepted
      set line-is-changed to true
      move "Insufficient stock, backordered" to ws-line-reason
    end-if
  end-if

  if ws-imp-order-number = zero
    move ws-next-order-number to ws-imp-order-number
  end-if
  add 1 to ws-imp-line-number
  move ws-imp-order-number to order-number
  move ws-imp-line-number to order-line-number
  write order-record
    invalid key
      subtract 1 from ws-imp-line-number
      subtract ws-order-line-amount from ws-order-running-total
      set line-is-rejected to true
      move "Order line write failed" to ws-line-reason
      exit paragraph
  end-write
  if order-line-is-open
    add order-qty-ordered to item-allocated-qty
    rewrite item-record
      invalid key
        continue
    end-rewrite
  end-if
  move order-unit-price to ws-ack-l-unit-price
  .
acknowledge-order-line.
  move ws-line-status to ws-ack-l-status
  move ws-line-item-code to ws-ack-l-item-code
  move ws-line-reason to ws-ack-l-reason
  evaluate true
    when line-is-accepted
      add 1 to ws-imp-accepted-count
      add 1 to ws-run-accepted-count
    when line-is-changed
      add 1 to ws-imp-changed-count
      add 1 to ws-run-changed-count
    when other
      add 1 to ws-imp-rejected-count
      add 1 to ws-run-rejected-count
      perform write-suspense-record
  end-evaluate
  if ws-ack-held-count < 999
    add 1 to ws-ack-held-count
    set ws-ack-idx to ws-ack-held-count
    move ws-ack-line to ws-ack-held-line(ws-ack-idx)
  end-if
  .
*>-----------------------------------------------
*> The order in hand is complete: log its reference if anything was
*> raised, acknowledge the header and its held lines, and register
*> it.
*>-----------------------------------------------
finish-inbound-order.
  if imp-no-order-active
    exit paragraph
  end-if
  set imp-no-order-active to true

  initialize ws-ack-header
  move "H" to ws-ack-h-type
  move ws-imp-customer to ws-ack-h-customer
  move ws-imp-customer-ref to ws-ack-h-customer-ref
  evaluate true
    when imp-header-is-duplicate
      move "D" to ws-ack-h-status
      move ws-imp-order-number to ws-ack-h-order-number
    when imp-header-is-rejected
      move "R" to ws-ack-h-status
    when ws-imp-order-number = zero
      set imp-header-is-rejected to true
      move "R" to ws-ack-h-status
      if ws-imp-lines-read = zero
        move "Order has no lines" to ws-imp-reason
      else
        move "No lines accepted" to ws-imp-reason
      end-if
    when ws-imp-changed-count > zero
       or ws-imp-rejected-count > zero
      move "C" to ws-ack-h-status
      move ws-imp-order-number to ws-ack-h-order-number
      move "Accepted with changes" to ws-imp-reason
    when other
      move "A" to ws-ack-h-status
      move ws-imp-order-number to ws-ack-h-order-number
      move "Accepted" to ws-imp-reason
  end-evaluate
  move ws-imp-reason to ws-ack-h-reason

  if ws-ack-h-status = "A" or ws-ack-h-status = "C"
    add 1 to ws-run-created-count
    initialize ordxref-record
    move ws-imp-customer to oxr-customer-code
    move ws-imp-customer-ref to oxr-customer-ref
    move ws-imp-order-number to oxr-order-number
    move ws-today to oxr-received-date
    move ws-imp-line-number to oxr-line-count
    write ordxref-record
      invalid key
        continue
    end-write
  else
    move ws-imp-header-save to orderin-record
    move ws-imp-reason to ws-line-reason
    perform write-suspense-record
  end-if

  move spaces to orderack-record
  move ws-ack-header to orderack-record
  write orderack-record
  set ws-ack-idx to 1
  perform write-one-held-ack-line
    until ws-ack-idx > ws-ack-held-count

  move spaces to ordimpreg-record
  string ws-imp-customer delimited by size
    "   " delimited by size
    ws-imp-customer-ref delimited by size
    " " delimited by size
    ws-ack-h-status delimited by size
    "      " delimited by size
    ws-ack-h-order-number delimited by size
    " " delimited by size
    ws-imp-lines-read delimited by size
    "  " delimited by size
    ws-imp-accepted-count delimited by size
    "   " delimited by size
    ws-imp-changed-count delimited by size
    "   " delimited by size
    ws-imp-rejected-count delimited by size
    "  " delimited by size
    ws-imp-reason delimited by size
    into ordimpreg-record
  end-string
  write ordimpreg-record
  .
write-one-held-ack-line.
  move spaces to orderack-record
  move ws-ack-held-line(ws-ack-idx) to orderack-record
  write orderack-record
  set ws-ack-idx up by 1
  .
*>-----------------------------------------------
*> The record in the ORDERIN area goes on the suspense list with
*> ws-line-reason, and is held for the register.
*>-----------------------------------------------
write-suspense-record.
  move ws-today to ws-susp-date
  move ws-imp-customer to ws-susp-customer
  move ws-imp-customer-ref to ws-susp-customer-ref
  move ws-line-reason to ws-susp-reason
  move orderin-record to ws-susp-inbound
  move spaces to ordsusp-record
  move ws-susp-line to ordsusp-record
  write ordsusp-record
  add 1 to ws-run-suspense-count
  if ws-exc-held-count < 500
    add 1 to ws-exc-held-count
    set ws-exc-idx to ws-exc-held-count
    move spaces to ws-exc-line(ws-exc-idx)
    string ws-imp-customer delimited by size
      " " delimited by size
      ws-imp-customer-ref delimited by size
      " " delimited by size
      oin-record-type delimited by size
      " " delimited by size
      ws-line-reason delimited by size
      " " delimited by size
      orderin-record(2:49) delimited by size
      into ws-exc-line(ws-exc-idx)
    end-string
  end-if
  .
write-import-totals.
  move spaces to ordimpreg-record
  write ordimpreg-record
  move spaces to ordimpreg-record
  string "Totals   " delimited by size
    ws-run-order-count delimited by size
    " orders read, " delimited by size
    ws-run-created-count delimited by size
    " raised; lines " delimited by size
    ws-run-line-count delimited by size
    " read, " delimited by size
    ws-run-accepted-count delimited by size
    " accepted, " delimited by size
    ws-run-changed-count delimited by size
    " changed, " delimited by size
    ws-run-rejected-count delimited by size
    " rejected" delimited by size
    into ordimpreg-record
  end-string
  write ordimpreg-record

  move spaces to ordimpreg-record
  write ordimpreg-record
  move "SUSPENSE - records rejected this run, added to ORDSUSP" to ordimpreg-record
  write ordimpreg-record
  move "Cust   Cust Order Ref       T Reason                                   Record as sent"
    to ordimpreg-record
  write ordimpreg-record
  if ws-exc-held-count = zero
    move "  None" to ordimpreg-record
    write ordimpreg-record
  else
    set ws-exc-idx to 1
    perform write-one-exception-line
      until ws-exc-idx > ws-exc-held-count
  end-if
  if ws-run-suspense-count > ws-exc-held-count
    move spaces to ordimpreg-record
    string "  ... and more; " delimited by size
      ws-run-suspense-count delimited by size
      " records to suspense in all" delimited by size
      into ordimpreg-record
    end-string
    write ordimpreg-record
  end-if
  close ordimpreg-file

  move "ORDIMPREG" to print-route-file-name
  perform route-report-to-printer
  .
write-one-exception-line.
  move ws-exc-line(ws-exc-idx) to ordimpreg-record
  write ordimpreg-record
  set ws-exc-idx up by 1
  .
get-next-order-number.
  move "ORDER" to ws-numctl-doc-type
  perform get-next-document-number
  if ws-numctl-was-seeded
    move ws-numctl-next to ws-next-order-number
    exit paragraph
  end-if
  *> no control record yet - derive the next number the old way,
  *> off the end of the file, and seed the counter with it
  move zero to ws-next-order-number
  move high-values to order-key
  start order-file key less than order-key
    invalid key
      move zero to ws-next-order-number
    not invalid key
      read order-file previous record
        at end
          move zero to ws-next-order-number
        not at end
          move order-number to ws-next-order-number
      end-read
  end-start
  add 1 to ws-next-order-number
  move ws-next-order-number to ws-numctl-next
  perform seed-document-number
  .
copy "print-route-pd.cpy".
copy "price-find-pd.cpy".
copy "custprice-find-pd.cpy".
copy "sellprice-pd.cpy".
copy "reclock-pd.cpy".
copy "numctl-pd.cpy".
end program or050.
