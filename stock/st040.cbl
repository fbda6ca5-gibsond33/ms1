      >> source format is free
program-id. st040.
*> Stock to GL posting batch.  Meant to be queued on the batch
*> scheduler like st020: reads the STKMOVE ledger from where the
*> last run stopped, values every movement at the item's cost -
*> average or last, as system-average-pricing says, or at the FIFO
*> layer cost recorded on the movement when system-fifo-pricing is
*> set - and writes one
*> summarised pair of GL interface postings per source module and
*> direction: stock against cost of sales for the till (tab sales
*> included), orders, sales credits and refused deliveries put back
*> into stock, against production for recipe issues and yields,
*> against purchases for goods received and returned, and against
*> stock variance for manual adjustments and stock-take counts.
*> Wastage is left alone, it posts itself as it is keyed.  The run
*> then prints the STKVAL valuation total at the same basis against
*> the GL stock account balance.  Where it stopped is kept on the
*> one-line STKGLCTL control file as a count of ledger records.
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
  .
environment division.configuration section.
source-computer. Linux.
object-computer. Linux.
input-output section.
file-control.
  select item-file assign to "ITEM"
    organization is indexed
    access mode is dynamic
    record key is item-code
    file status is item-file-status
    .
  copy "stkmove-sel.cpy".
  copy "stklayer-sel.cpy".
  copy "glintfc-sel.cpy".
  copy "glrule-sel.cpy".
  copy "glacct-sel.cpy".
  copy "period-sel.cpy".
  select stkglctl-file assign to "STKGLCTL"
    organization is line sequential
    access mode is sequential
    file status is stkglctl-file-status
    .
  select stkglrec-file assign to "STKGLREC"
    organization is line sequential
    access mode is sequential
    file status is stkglrec-file-status
    .
copy "system-sel.cpy".
data division.
file section.
copy "stock.cpy".
copy "stkmove-fd.cpy".
copy "stklayer-fd.cpy".
copy "glintfc-fd.cpy".
copy "glrule-fd.cpy".
copy "gl010.cpy".
copy "period-fd.cpy".
copy "system-fd.cpy".
fd  stkglctl-file.
01  stkglctl-record.
  05  stkglctl-records-done     pic 9(09).
  05  stkglctl-last-run-date    pic 9(08).
fd  stkglrec-file.
01  stkglrec-record             pic x(110).
working-storage section.
01  program-name              pic x(15) value "st040".

01  item-file-status          pic xx.
01  stock-movement-file-status pic xx.
01  stock-layer-file-status pic xx.
copy "stklayer-ws.cpy".
01  gl-file-status            pic xx.
01  gl-rule-file-status       pic xx.
01  gl-account-file-status    pic xx.
copy "glrule-ws.cpy".
01  period-file-status        pic xx.
copy "period-ws.cpy".
01  stkglctl-file-status      pic xx.
01  stkglrec-file-status      pic xx.
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "print-route-ws.cpy".
copy "company-ws.cpy".

01  ws-run-date               pic 9(08).
01  ws-records-done           pic 9(09).
01  ws-records-read           pic 9(09).
01  ws-records-valued         pic 9(07).
01  ws-records-wastage        pic 9(07).
01  ws-records-unvalued       pic 9(07).
01  ws-post-switch            pic x.
  88  ws-run-can-post         value "Y".
  88  ws-run-cannot-post      value "N".
01  ws-stop-reason            pic x(70).

01  ws-stock-account          pic x(10).
01  ws-unit-cost              pic 9(07)v9999.
01  ws-move-value             pic s9(11)v99.
01  ws-net-qty                pic s9(09)v999.

*> one entry per source module met on the ledger this run
01  ws-source-totals.
  05  ws-src-entry            occurs 20 times indexed by ws-src-idx.
    10  ws-src-module         pic x(10).
    10  ws-src-contra-type    pic x(10).
    10  ws-src-contra-account pic x(10).
    10  ws-src-cost-centre    pic x(06).
    10  ws-src-value-in       pic s9(11)v99.
    10  ws-src-value-out      pic s9(11)v99.
    10  ws-src-count          pic 9(07).
01  ws-src-total-count        pic 9(02).
01  ws-src-lookup             pic x(10).
01  ws-src-found-switch       pic x.
  88  src-entry-found         value "Y".
  88  src-entry-not-found     value "N".

01  ws-posted-to-stock        pic s9(11)v99.
01  ws-valuation-total        pic s9(11)v99.
01  ws-item-value             pic s9(11)v99.
01  ws-gl-stock-balance       pic s9(11)v99.
01  ws-recon-difference       pic s9(11)v99.

01  ws-amount-display         pic s9(11)v99 sign leading separate.
01  ws-amount-display-2       pic s9(11)v99 sign leading separate.
01  ws-count-display          pic z(06)9.

linkage section.
01  ws-passed-company-record-number pic 999.

procedure division using ws-passed-company-record-number.
program-begin.
  move ws-passed-company-record-number to current-company-record-number
  perform opening-procedure
  perform run-stock-gl-posting
  perform closing-procedure
  .
program-end.
  goback
  .
opening-procedure.
  open input item-file
  open input stock-layer-file
  open extend gl-interface-file
  if gl-file-status not = zero
    open output gl-interface-file
  end-if
  open input period-file
  open input gl-rule-file
  open input gl-account-file
  perform get-print-spool-name
  accept ws-run-date from date yyyymmdd end-accept
  .
closing-procedure.
  close item-file
  close stock-layer-file
  close gl-interface-file
  close period-file
  close gl-rule-file
  close gl-account-file
  display "Stock GL posting complete: " ws-records-valued
    " movements valued" end-display
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

run-stock-gl-posting.
  move zero to ws-records-read ws-records-valued
  move zero to ws-records-wastage ws-records-unvalued
  move zero to ws-src-total-count
  move zero to ws-posted-to-stock
  set ws-run-can-post to true
  move spaces to ws-stop-reason

  perform read-control-record

  move ws-run-date to ws-period-check-date
  perform check-posting-period
  if ws-period-is-closed
    set ws-run-cannot-post to true
    move "Accounting period is closed - nothing posted" to ws-stop-reason
  end-if

  if ws-run-can-post
    move "ST040" to ws-glrule-source
    move "STOCK" to ws-glrule-type
    move spaces to ws-glrule-qualifier
    perform find-gl-posting-account
    if ws-glrule-not-found
      set ws-run-cannot-post to true
      move ws-glrule-message to ws-stop-reason
    else
      move ws-glrule-account to ws-stock-account
    end-if
  end-if

  if ws-run-can-post
    perform collect-new-movements
  end-if
  if ws-run-can-post
    set ws-src-idx to 1
    perform resolve-one-source-account
      until ws-src-idx > ws-src-total-count
         or ws-run-cannot-post
  end-if
  if ws-run-can-post
    set ws-src-idx to 1
    perform post-one-source-total
      until ws-src-idx > ws-src-total-count
    perform write-control-record
  end-if

  perform value-stock-on-hand
  perform read-gl-stock-balance
  perform print-stock-gl-reconciliation
  .
read-control-record.
  move zero to ws-records-done
  open input stkglctl-file
  if stkglctl-file-status = zero
    read stkglctl-file
      at end
        continue
      not at end
        move stkglctl-records-done to ws-records-done
    end-read
    close stkglctl-file
  end-if
  .
write-control-record.
  open output stkglctl-file
  move ws-records-read to stkglctl-records-done
  move ws-run-date to stkglctl-last-run-date
  write stkglctl-record
  close stkglctl-file
  .

*>-----------------------------------------------
*> The ledger is append-only, so everything past the count the
*> last run reached is new.  A movement is valued off the item's
*> cost as it stands now.
*>-----------------------------------------------
collect-new-movements.
  open input stock-movement-file
  if stock-movement-file-status not = zero
    exit paragraph
  end-if
  perform total-one-movement
    until stock-movement-file-status not = zero
  close stock-movement-file
  if ws-records-read < ws-records-done
    set ws-run-cannot-post to true
    move "STKMOVE is shorter than the last run left it - check STKGLCTL, nothing posted"
      to ws-stop-reason
  end-if
  .
total-one-movement.
  read stock-movement-file
    at end
      move "10" to stock-movement-file-status
      exit paragraph
  end-read
  add 1 to ws-records-read
  if ws-records-read not > ws-records-done
    exit paragraph
  end-if
  if move-source-module = "WASTE"
    add 1 to ws-records-wastage
    exit paragraph
  end-if

  move move-item-code to item-code
  read item-file key is item-code
    invalid key
      add 1 to ws-records-unvalued
      exit paragraph
  end-read
  if system-average-pricing = "Y"
    move item-average-cost to ws-unit-cost
  else
    move item-last-cost to ws-unit-cost
  end-if
  compute ws-net-qty = move-qty-in - move-qty-out
*> ledger records written before layers were kept carry no cost value
  if system-fifo-pricing = "Y" and move-cost-value is numeric
    move move-cost-value to ws-move-value
  else
    compute ws-move-value rounded = ws-net-qty * ws-unit-cost
  end-if
  if ws-move-value = zero
    exit paragraph
  end-if

  move move-source-module to ws-src-lookup
  perform find-or-add-source-entry
  if src-entry-not-found
    set ws-run-cannot-post to true
    move "More than 20 stock movement sources - nothing posted" to ws-stop-reason
    exit paragraph
  end-if
  if ws-move-value > zero
    add ws-move-value to ws-src-value-in(ws-src-idx)
  else
    subtract ws-move-value from ws-src-value-out(ws-src-idx)
  end-if
  add 1 to ws-src-count(ws-src-idx)
  add 1 to ws-records-valued
  .
find-or-add-source-entry.
  set src-entry-not-found to true
  set ws-src-idx to 1
  perform search-one-source-entry
    until src-entry-found or ws-src-idx > ws-src-total-count
  if src-entry-found or ws-src-total-count not < 20
    exit paragraph
  end-if
  add 1 to ws-src-total-count
  set ws-src-idx to ws-src-total-count
  move ws-src-lookup to ws-src-module(ws-src-idx)
  move zero to ws-src-value-in(ws-src-idx) ws-src-value-out(ws-src-idx)
  move zero to ws-src-count(ws-src-idx)
  move spaces to ws-src-contra-account(ws-src-idx)
  evaluate ws-src-lookup
    when "EPOS"
    when "EPOSTAB"
      move "COSTOFSALE" to ws-src-contra-type(ws-src-idx)
      move "SHOP" to ws-src-cost-centre(ws-src-idx)
    when "ORDERS"
    when "SL010"
    when "OR040"
      move "COSTOFSALE" to ws-src-contra-type(ws-src-idx)
      move "OFFICE" to ws-src-cost-centre(ws-src-idx)
    when "RECIPE"
      move "PRODUCTION" to ws-src-contra-type(ws-src-idx)
      move "SHOP" to ws-src-cost-centre(ws-src-idx)
    when "PL010"
      move "PURCHASES" to ws-src-contra-type(ws-src-idx)
      move "OFFICE" to ws-src-cost-centre(ws-src-idx)
    when other
      move "VARIANCE" to ws-src-contra-type(ws-src-idx)
      move "OFFICE" to ws-src-cost-centre(ws-src-idx)
  end-evaluate
  set src-entry-found to true
  .
search-one-source-entry.
  if ws-src-module(ws-src-idx) = ws-src-lookup
    set src-entry-found to true
  else
    set ws-src-idx up by 1
  end-if
  .

*>-----------------------------------------------
*> Each source's other side comes off the ST040 rules, qualified by
*> the source module, so the till's cost of sales can go one way
*> and the order desk's another.  Every account is found before
*> anything is written.
*>-----------------------------------------------
resolve-one-source-account.
  move "ST040" to ws-glrule-source
  move ws-src-contra-type(ws-src-idx) to ws-glrule-type
  move ws-src-module(ws-src-idx) to ws-glrule-qualifier
  perform find-gl-posting-account
  if ws-glrule-not-found
    set ws-run-cannot-post to true
    move ws-glrule-message to ws-stop-reason
    exit paragraph
  end-if
  move ws-glrule-account to ws-src-contra-account(ws-src-idx)
  set ws-src-idx up by 1
  .
post-one-source-total.
  if ws-src-value-out(ws-src-idx) not = zero
    move spaces to gl-description
    string "Stock out " delimited by size
      ws-src-module(ws-src-idx) delimited by space
      " at cost" delimited by size
      into gl-description
    end-string
    move ws-src-contra-account(ws-src-idx) to gl-account-code
    move ws-src-value-out(ws-src-idx) to gl-debit-amount
    move zero to gl-credit-amount
    perform write-stock-gl-record
    move ws-stock-account to gl-account-code
    move zero to gl-debit-amount
    move ws-src-value-out(ws-src-idx) to gl-credit-amount
    perform write-stock-gl-record
    subtract ws-src-value-out(ws-src-idx) from ws-posted-to-stock
  end-if
  if ws-src-value-in(ws-src-idx) not = zero
    move spaces to gl-description
    string "Stock in " delimited by size
      ws-src-module(ws-src-idx) delimited by space
      " at cost" delimited by size
      into gl-description
    end-string
    move ws-stock-account to gl-account-code
    move ws-src-value-in(ws-src-idx) to gl-debit-amount
    move zero to gl-credit-amount
    perform write-stock-gl-record
    move ws-src-contra-account(ws-src-idx) to gl-account-code
    move zero to gl-debit-amount
    move ws-src-value-in(ws-src-idx) to gl-credit-amount
    perform write-stock-gl-record
    add ws-src-value-in(ws-src-idx) to ws-posted-to-stock
  end-if
  set ws-src-idx up by 1
  .
write-stock-gl-record.
  move "ST040" to gl-source-module
  move ws-run-date to gl-post-date
  move zero to gl-batch-number
  set gl-is-unposted to true
  move ws-src-cost-centre(ws-src-idx) to gl-cost-centre
  write gl-interface-record
  .

*>-----------------------------------------------
*> Reconciliation figures: every active item on hand extended at
*> the posting basis, as the STKVAL report extends it, against the
*> stock control account.
*>-----------------------------------------------
value-stock-on-hand.
  move zero to ws-valuation-total
  move low-values to item-code
  start item-file key not less than item-code
    invalid key
      exit paragraph
  end-start
  perform value-one-item
    until item-file-status not = zero
  .
value-one-item.
  read item-file next record
    at end
      move "10" to item-file-status
      exit paragraph
  end-read
  if item-is-inactive or item-on-hand-qty = zero
    exit paragraph
  end-if
  evaluate true
    when system-fifo-pricing = "Y" and item-on-hand-qty > zero
      move item-code to ws-layer-item
      move item-on-hand-qty to ws-layer-qty
      move item-average-cost to ws-layer-unit-cost
      perform value-on-hand-at-fifo
      move ws-layer-cost-value to ws-item-value
    when system-average-pricing = "Y"
      compute ws-item-value rounded = item-on-hand-qty * item-average-cost
    when other
      compute ws-item-value rounded = item-on-hand-qty * item-last-cost
  end-evaluate
  add ws-item-value to ws-valuation-total
  .
read-gl-stock-balance.
  move zero to ws-gl-stock-balance
  if ws-stock-account = spaces
    exit paragraph
  end-if
  move ws-stock-account to account-code
  read gl-account-file key is account-code
    invalid key
      exit paragraph
  end-read
  move account-balance to ws-gl-stock-balance
  .

print-stock-gl-reconciliation.
  open output stkglrec-file
  move spaces to stkglrec-record
  string "Stock to GL Posting and Reconciliation  run " delimited by size
    ws-run-date delimited by size
    into stkglrec-record
  end-string
  write stkglrec-record
  move spaces to stkglrec-record
  evaluate true
    when system-fifo-pricing = "Y"
      move "Movements and stock valued at FIFO cost layers" to stkglrec-record
    when system-average-pricing = "Y"
      move "Movements and stock valued at item average cost" to stkglrec-record
    when other
      move "Movements and stock valued at item last cost" to stkglrec-record
  end-evaluate
  write stkglrec-record
  move spaces to stkglrec-record
  write stkglrec-record

  if ws-run-cannot-post
    move spaces to stkglrec-record
    string "*** " delimited by size
      ws-stop-reason delimited by size
      into stkglrec-record
    end-string
    write stkglrec-record
    move spaces to stkglrec-record
    write stkglrec-record
  else
    move "Source      Contra      Moves         Stock In        Stock Out" to stkglrec-record
    write stkglrec-record
    set ws-src-idx to 1
    perform print-one-source-total
      until ws-src-idx > ws-src-total-count
    move spaces to stkglrec-record
    write stkglrec-record
    move ws-records-wastage to ws-count-display
    move spaces to stkglrec-record
    string "Wastage movements left to the wastage posting: " delimited by size
      ws-count-display delimited by size
      into stkglrec-record
    end-string
    write stkglrec-record
    move ws-records-unvalued to ws-count-display
    move spaces to stkglrec-record
    string "Movements on items no longer on file, unvalued:" delimited by size
      ws-count-display delimited by size
      into stkglrec-record
    end-string
    write stkglrec-record
    move spaces to stkglrec-record
    write stkglrec-record
  end-if

  move spaces to stkglrec-record
  string "Stock account " delimited by size
    ws-stock-account delimited by size
    into stkglrec-record
  end-string
  write stkglrec-record
  move ws-valuation-total to ws-amount-display
  move spaces to stkglrec-record
  string "  Stock valuation total (STKVAL)       " delimited by size
    ws-amount-display delimited by size
    into stkglrec-record
  end-string
  write stkglrec-record
  move ws-gl-stock-balance to ws-amount-display
  move spaces to stkglrec-record
  string "  GL stock account balance             " delimited by size
    ws-amount-display delimited by size
    into stkglrec-record
  end-string
  write stkglrec-record
  move ws-posted-to-stock to ws-amount-display
  move spaces to stkglrec-record
  string "  This run, awaiting the posting run   " delimited by size
    ws-amount-display delimited by size
    into stkglrec-record
  end-string
  write stkglrec-record
  compute ws-recon-difference =
    ws-valuation-total - ws-gl-stock-balance - ws-posted-to-stock
  move ws-recon-difference to ws-amount-display
  move spaces to stkglrec-record
  string "  Difference                           " delimited by size
    ws-amount-display delimited by size
    into stkglrec-record
  end-string
  write stkglrec-record
  if ws-recon-difference not = zero
    move "  (cost changes since movements were valued, unposted batches or manual journals)"
      to stkglrec-record
    write stkglrec-record
  end-if
  close stkglrec-file

  move "STKGLREC" to print-route-file-name
  perform route-report-to-printer
  .
print-one-source-total.
  move ws-src-value-in(ws-src-idx) to ws-amount-display
  move ws-src-value-out(ws-src-idx) to ws-amount-display-2
  move ws-src-count(ws-src-idx) to ws-count-display
  move spaces to stkglrec-record
  string ws-src-module(ws-src-idx) delimited by size
    "  " delimited by size
    ws-src-contra-account(ws-src-idx) delimited by size
    "  " delimited by size
    ws-count-display delimited by size
    "  " delimited by size
    ws-amount-display delimited by size
    "  " delimited by size
    ws-amount-display-2 delimited by size
    into stkglrec-record
  end-string
  write stkglrec-record
  set ws-src-idx up by 1
  .
copy "period-check-pd.cpy".
copy "glrule-pd.cpy".
copy "print-route-pd.cpy".
copy "stklayer-pd.cpy".
end program st040.
