      >> source format is free
program-id. pr030.
*> Labour cost v sales.  For the dates on the one-line PR030PARM
*> parameter (see labparm.cpy) every clocked shift - the paired
*> punches on CLOCKHIST and any still waiting on CLOCKING - is
*> costed at the employee's rate in force on the day, Sunday hours
*> at the double-time premium the pay run pays, and spread over the
*> hours of the day it covers.  Net Epos takings (sales less
*> refunds, tax out, gift vouchers sold left out) for the same hours
*> are set against it, by day of week and hour of day, with labour
*> as a percentage of sales; hours over the target percentage are
*> flagged for the rota planner.  Takings by till and labour by
*> cost centre follow.  Run from the payroll menu, or queued weekly
*> on the batch scheduler with no parameter for last week.
options.
  default rounded mode is nearest-even *> use banker's
  entry-convention is cobol
  .
environment division.configuration section.
source-computer. Linux.
object-computer. Linux.
input-output section.
file-control.
  copy "clocking-sel.cpy".
  select clockhist-file assign to "CLOCKHIST"
    organization is line sequential
    access mode is sequential
    file status is clockhist-file-status
    .
  select employee-file assign to "EMPLOYEE"
    organization is indexed
    access mode is dynamic
    record key is employee-code
    file status is employee-file-status
    .
  select pay-rate-file assign to "PAYRATE"
    organization is indexed
    access mode is dynamic
    record key is payrate-key
    file status is pay-rate-file-status
    .
  select epos-sale-file assign to "EPOSSALE"
    organization is line sequential
    access mode is sequential
    file status is epos-sale-file-status
    .
  select labparm-file assign to "PR030PARM"
    organization is line sequential
    access mode is sequential
    file status is labparm-file-status
    .
  select labourrpt-file assign to "LABOURRPT"
    organization is line sequential
    access mode is sequential
    file status is labourrpt-file-status
    .
copy "system-sel.cpy".
data division.
file section.
copy "clocking-fd.cpy".
copy "payroll.cpy".
copy "payrate.cpy".
copy "epos.cpy".
copy "labparm.cpy".
copy "system-fd.cpy".
fd  clockhist-file.
01  clockhist-record            pic x(60).
fd  labourrpt-file.
01  labourrpt-record            pic x(110).
working-storage section.
01  program-name              pic x(15) value "pr030".

01  clocking-file-status      pic xx.
01  clockhist-file-status     pic xx.
01  employee-file-status      pic xx.
01  pay-rate-file-status      pic xx.
01  epos-sale-file-status     pic xx.
01  labparm-file-status       pic xx.
01  labourrpt-file-status     pic xx.
01  relative-record-number    pic 999.
01  file-status               pic xx.
copy "print-route-ws.cpy".
copy "company-ws.cpy".

01  ws-from-date              pic 9(08).
01  ws-to-date                pic 9(08).
01  ws-target-pct             pic 9(03)v9.
01  ws-today                  pic 9(08).
01  ws-day-number             pic 9(07).
01  ws-dow                    pic 9.

*> a punch off either clocking file
01  ws-punch-record.
  05  ws-pk-date              pic 9(08).
  05  ws-pk-time              pic 9(06).
  05  ws-pk-employee-code     pic x(06).
  05  ws-pk-direction         pic x.
    88  ws-pk-is-in           value "I".
    88  ws-pk-is-out          value "O".
  05  filler                  pic x(39).

*> one open clock-in per employee at a time
01  ws-open-punch-table.
  05  ws-open-punch           occurs 100 times.
    10  ws-op-employee        pic x(06).
    10  ws-op-date            pic 9(08).
    10  ws-op-time            pic 9(06).
01  ws-open-punch-count       pic 9(03).
01  ws-op-idx                 pic 9(03).
01  ws-op-found               pic x.

*> labour and takings by day of week (Monday = 1) and hour of day
01  ws-grid.
  05  ws-grid-day             occurs 7 times.
    10  ws-grid-hour          occurs 24 times.
      15  ws-g-hours          pic 9(05)v99.
      15  ws-g-cost           pic 9(07)v99.
      15  ws-g-sales          pic s9(09)v99.
01  ws-day-idx                pic 9(02).
01  ws-hour-idx               pic 9(02).
01  ws-day-names              pic x(21) value "MonTueWedThuFriSatSun".
01  filler redefines ws-day-names.
  05  ws-day-name             occurs 7 times pic x(03).

*> takings by till, labour by cost centre
01  ws-till-table.
  05  ws-till-entry           occurs 20 times.
    10  ws-tl-till-id         pic x(04).
    10  ws-tl-sales           pic s9(09)v99.
01  ws-till-count             pic 9(02).
01  ws-tl-idx                 pic 9(02).
01  ws-tl-found               pic x.
01  ws-centre-table.
  05  ws-centre-entry         occurs 20 times.
    10  ws-cc-code            pic x(06).
    10  ws-cc-hours           pic 9(07)v99.
    10  ws-cc-cost            pic 9(09)v99.
01  ws-centre-count           pic 9(02).
01  ws-cc-idx                 pic 9(02).
01  ws-cc-found               pic x.
01  ws-shift-centre           pic x(06).

*> the shift being costed
01  ws-in-seconds             pic 9(07).
01  ws-out-seconds            pic 9(07).
01  ws-slice-start            pic 9(07).
01  ws-slice-end              pic 9(07).
01  ws-slice-hours            pic 9(03)v9999.
01  ws-slice-cost             pic 9(07)v99.
01  ws-shift-rate             pic 9(07)v9999.
01  ws-shift-multiplier       pic 9v9.
01  ws-rate-lookup-date       pic 9(08).
01  ws-time-split             pic 9(06).
01  filler redefines ws-time-split.
  05  ws-time-hh              pic 9(02).
  05  ws-time-mm              pic 9(02).
  05  ws-time-ss              pic 9(02).
01  ws-net-sale               pic s9(09)v99.

*> totals and print fields
01  ws-shift-count            pic 9(05).
01  ws-over-count             pic 9(05).
01  ws-total-hours            pic 9(07)v99.
01  ws-total-cost             pic 9(09)v99.
01  ws-total-sales            pic s9(11)v99.
01  ws-day-hours              pic 9(07)v99.
01  ws-day-cost               pic 9(09)v99.
01  ws-day-sales              pic s9(11)v99.
01  ws-line-hours             pic 9(07)v99.
01  ws-line-cost              pic 9(09)v99.
01  ws-line-sales             pic s9(11)v99.
01  ws-line-pct               pic 9(05)v9.
01  ws-line-over              pic x.
01  ws-hour-label             pic 9(02).
01  ws-hours-display          pic z(6)9.99.
01  ws-cost-display           pic z(8)9.99.
01  ws-sales-display          pic -(10)9.99.
01  ws-pct-display            pic z(4)9.9.
01  ws-target-display         pic zz9.9.

linkage section.
01  ws-passed-company-record-number pic 999.

procedure division using ws-passed-company-record-number.
program-begin.
  move ws-passed-company-record-number to current-company-record-number
  perform opening-procedure
  perform run-labour-to-sales
  perform closing-procedure
  .
program-end.
  goback
  .
opening-procedure.
  open input employee-file
  open input pay-rate-file
  perform get-print-spool-name
  perform read-run-parameter
  .
closing-procedure.
  close employee-file
  close pay-rate-file
  display "Labour v sales complete: " ws-shift-count " shifts, "
    ws-over-count " hours over target" end-display
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
*> No parameter means the last full week, Monday to Sunday, ending
*> before today.
*>-----------------------------------------------
read-run-parameter.
  accept ws-today from date yyyymmdd end-accept
  move function integer-of-date(ws-today) to ws-day-number
  compute ws-dow = function mod(ws-day-number - 1, 7) + 1
  compute ws-to-date =
    function date-of-integer(ws-day-number - ws-dow)
  compute ws-from-date =
    function date-of-integer(ws-day-number - ws-dow - 6)
  move 30 to ws-target-pct

  move spaces to labparm-record
  open input labparm-file
  if labparm-file-status = zero
    read labparm-file
      at end
        move spaces to labparm-record
    end-read
    close labparm-file
  end-if
  if labparm-from-date is numeric and labparm-from-date not = zero
    move labparm-from-date to ws-from-date
  end-if
  if labparm-to-date is numeric and labparm-to-date not = zero
    move labparm-to-date to ws-to-date
  end-if
  if labparm-target-pct is numeric and labparm-target-pct not = zero
    move labparm-target-pct to ws-target-pct
  end-if
  .
run-labour-to-sales.
  initialize ws-grid
  move zero to ws-till-count
  move zero to ws-centre-count
  move zero to ws-open-punch-count
  move zero to ws-shift-count
  move zero to ws-over-count

  open input clockhist-file
  if clockhist-file-status = zero
    perform take-one-history-punch
      until clockhist-file-status not = zero
    close clockhist-file
  end-if
  open input clocking-file
  if clocking-file-status = zero
    perform take-one-live-punch
      until clocking-file-status not = zero
    close clocking-file
  end-if

  open input epos-sale-file
  if epos-sale-file-status = zero
    perform tally-one-net-sale
      until epos-sale-file-status not = zero
    close epos-sale-file
  end-if

  perform print-labour-to-sales
  .
*>-----------------------------------------------
*> Punches pair the way pr020 pairs them: an in opens, the next out
*> for the employee on the same day closes it.  Anything that does
*> not pair cleanly is pr020's exception to chase, not a cost here.
*>-----------------------------------------------
take-one-history-punch.
  read clockhist-file into ws-punch-record
    at end
      move "10" to clockhist-file-status
      exit paragraph
  end-read
  perform take-one-punch
  .
take-one-live-punch.
  read clocking-file into ws-punch-record
    at end
      move "10" to clocking-file-status
      exit paragraph
  end-read
  perform take-one-punch
  .
take-one-punch.
  if ws-pk-date < ws-from-date or ws-pk-date > ws-to-date
    exit paragraph
  end-if
  perform find-open-punch
  if ws-pk-is-in
    if ws-op-found = "N"
      perform find-free-open-punch
      if ws-op-idx = zero
        exit paragraph
      end-if
      move ws-pk-employee-code to ws-op-employee(ws-op-idx)
    end-if
    move ws-pk-date to ws-op-date(ws-op-idx)
    move ws-pk-time to ws-op-time(ws-op-idx)
    exit paragraph
  end-if

  if ws-op-found = "N"
    exit paragraph
  end-if
  if ws-pk-date = ws-op-date(ws-op-idx)
     and ws-pk-time >= ws-op-time(ws-op-idx)
    perform cost-one-shift
  end-if
  move spaces to ws-op-employee(ws-op-idx)
  .
find-open-punch.
  move "N" to ws-op-found
  move 1 to ws-op-idx
  perform check-one-open-punch
    until ws-op-found = "Y"
       or ws-op-idx > ws-open-punch-count
  .
*> a slot freed by a closed shift is used again before a new one
find-free-open-punch.
  move "N" to ws-op-found
  move 1 to ws-op-idx
  perform check-one-free-punch
    until ws-op-found = "Y"
       or ws-op-idx > ws-open-punch-count
  if ws-op-found = "N"
    if ws-open-punch-count >= 100
      move zero to ws-op-idx
      exit paragraph
    end-if
    add 1 to ws-open-punch-count
    move ws-open-punch-count to ws-op-idx
  end-if
  .
check-one-free-punch.
  if ws-op-employee(ws-op-idx) = spaces
    move "Y" to ws-op-found
  else
    add 1 to ws-op-idx
  end-if
  .
check-one-open-punch.
  if ws-op-employee(ws-op-idx) = ws-pk-employee-code
     and ws-op-employee(ws-op-idx) not = spaces
    move "Y" to ws-op-found
  else
    add 1 to ws-op-idx
  end-if
  .
*>-----------------------------------------------
*> The shift is costed at the hourly rate in force on the day - a
*> salaried employee's period pay over the standard hours of the
*> period - and spread over each hour of the day it touches.
*>-----------------------------------------------
cost-one-shift.
  move ws-pk-employee-code to employee-code
  read employee-file key is employee-code
    invalid key
      exit paragraph
  end-read
  move ws-pk-date to ws-rate-lookup-date
  perform find-rate-in-force
  if employee-is-salaried
    evaluate true
      when employee-paid-weekly
        compute ws-shift-rate rounded = ws-shift-rate / 40
      when employee-paid-fortnightly
        compute ws-shift-rate rounded = ws-shift-rate / 80
      when other
        compute ws-shift-rate rounded = ws-shift-rate / 173.33
    end-evaluate
  end-if

  move function integer-of-date(ws-pk-date) to ws-day-number
  compute ws-dow = function mod(ws-day-number - 1, 7) + 1
  move ws-dow to ws-day-idx
  if ws-dow = 7
    move 2 to ws-shift-multiplier
  else
    move 1 to ws-shift-multiplier
  end-if

  move employee-cost-centre to ws-shift-centre
  if ws-shift-centre = spaces
    move "OFFICE" to ws-shift-centre
  end-if
  perform find-cost-centre

  move ws-op-time(ws-op-idx) to ws-time-split
  compute ws-in-seconds =
    (ws-time-hh * 3600) + (ws-time-mm * 60) + ws-time-ss
  move ws-time-hh to ws-hour-idx
  move ws-pk-time to ws-time-split
  compute ws-out-seconds =
    (ws-time-hh * 3600) + (ws-time-mm * 60) + ws-time-ss
  add 1 to ws-hour-idx
  perform cost-one-shift-hour
    until ws-hour-idx > 24
       or (ws-hour-idx - 1) * 3600 >= ws-out-seconds
  add 1 to ws-shift-count
  .
cost-one-shift-hour.
  compute ws-slice-start = (ws-hour-idx - 1) * 3600
  compute ws-slice-end = ws-hour-idx * 3600
  if ws-slice-start < ws-in-seconds
    move ws-in-seconds to ws-slice-start
  end-if
  if ws-slice-end > ws-out-seconds
    move ws-out-seconds to ws-slice-end
  end-if
  if ws-slice-end > ws-slice-start
    compute ws-slice-hours rounded =
      (ws-slice-end - ws-slice-start) / 3600
    compute ws-slice-cost rounded =
      ws-slice-hours * ws-shift-rate * ws-shift-multiplier
    add ws-slice-hours to ws-g-hours(ws-day-idx, ws-hour-idx)
    add ws-slice-cost to ws-g-cost(ws-day-idx, ws-hour-idx)
    if ws-cc-idx not = zero
      add ws-slice-hours to ws-cc-hours(ws-cc-idx)
      add ws-slice-cost to ws-cc-cost(ws-cc-idx)
    end-if
  end-if
  add 1 to ws-hour-idx
  .
find-rate-in-force.
  move employee-pay-rate to ws-shift-rate
  move employee-code to payrate-employee-code
  compute payrate-effective-date = ws-rate-lookup-date + 1
  start pay-rate-file key less than payrate-key
    invalid key
      exit paragraph
  end-start
  read pay-rate-file previous record
    at end
      exit paragraph
  end-read
  if payrate-employee-code = employee-code
    move payrate-rate to ws-shift-rate
  end-if
  .
find-cost-centre.
  move "N" to ws-cc-found
  move 1 to ws-cc-idx
  perform check-one-cost-centre
    until ws-cc-found = "Y"
       or ws-cc-idx > ws-centre-count
  if ws-cc-found = "N"
    if ws-centre-count >= 20
      move zero to ws-cc-idx
      exit paragraph
    end-if
    add 1 to ws-centre-count
    move ws-centre-count to ws-cc-idx
    move ws-shift-centre to ws-cc-code(ws-cc-idx)
    move zero to ws-cc-hours(ws-cc-idx)
    move zero to ws-cc-cost(ws-cc-idx)
  end-if
  .
check-one-cost-centre.
  if ws-cc-code(ws-cc-idx) = ws-shift-centre
    move "Y" to ws-cc-found
  else
    add 1 to ws-cc-idx
  end-if
  .
*>-----------------------------------------------
*> Net takings: the line value less its tax, refunds taken off and
*> gift vouchers sold left out - they are not sales until spent.
*>-----------------------------------------------
tally-one-net-sale.
  read epos-sale-file next record
    at end
      move "10" to epos-sale-file-status
      exit paragraph
  end-read
  if epos-sale-date < ws-from-date
     or epos-sale-date > ws-to-date
     or epos-is-voucher-issue
    exit paragraph
  end-if

  compute ws-net-sale = epos-sale-amount - epos-sale-tax-amount
  if epos-is-refund
    compute ws-net-sale = zero - ws-net-sale
  end-if
  move epos-sale-time to ws-time-split
  if ws-time-hh > 23
    move zero to ws-time-hh
  end-if
  compute ws-hour-idx = ws-time-hh + 1
  move function integer-of-date(epos-sale-date) to ws-day-number
  compute ws-day-idx = function mod(ws-day-number - 1, 7) + 1
  add ws-net-sale to ws-g-sales(ws-day-idx, ws-hour-idx)

  move "N" to ws-tl-found
  move 1 to ws-tl-idx
  perform check-one-till
    until ws-tl-found = "Y"
       or ws-tl-idx > ws-till-count
  if ws-tl-found = "N"
    if ws-till-count >= 20
      exit paragraph
    end-if
    add 1 to ws-till-count
    move ws-till-count to ws-tl-idx
    move epos-sale-till-id to ws-tl-till-id(ws-tl-idx)
    if ws-tl-till-id(ws-tl-idx) = spaces
      move "T1" to ws-tl-till-id(ws-tl-idx)
    end-if
    move zero to ws-tl-sales(ws-tl-idx)
  end-if
  add ws-net-sale to ws-tl-sales(ws-tl-idx)
  .
check-one-till.
  if ws-tl-till-id(ws-tl-idx) = epos-sale-till-id
     or (ws-tl-till-id(ws-tl-idx) = "T1" and epos-sale-till-id = spaces)
    move "Y" to ws-tl-found
  else
    add 1 to ws-tl-idx
  end-if
  .
*>-----------------------------------------------
*> The report: each trading day of the week hour by hour, with a
*> day total, then the takings by till and labour by cost centre.
*>-----------------------------------------------
print-labour-to-sales.
  move zero to ws-total-hours
  move zero to ws-total-cost
  move zero to ws-total-sales
  move ws-target-pct to ws-target-display
  open output labourrpt-file
  move spaces to labourrpt-record
  string "Labour Cost v Sales  " delimited by size
    ws-from-date delimited by size
    " to " delimited by size
    ws-to-date delimited by size
    "   target labour " delimited by size
    ws-target-display delimited by size
    "% of net sales" delimited by size
    into labourrpt-record
  end-string
  write labourrpt-record
  move spaces to labourrpt-record
  write labourrpt-record
  move "Day Hour       Hours   Labour Cost       Net Sales Labour %" to labourrpt-record
  write labourrpt-record
  move spaces to labourrpt-record
  write labourrpt-record

  move 1 to ws-day-idx
  perform print-one-day
    until ws-day-idx > 7

  move ws-total-hours to ws-line-hours
  move ws-total-cost to ws-line-cost
  move ws-total-sales to ws-line-sales
  perform compute-line-percent
  perform edit-line-figures
  move spaces to labourrpt-record
  string "All days  " delimited by size
    ws-hours-display delimited by size
    "  " delimited by size
    ws-cost-display delimited by size
    "  " delimited by size
    ws-sales-display delimited by size
    "  " delimited by size
    ws-pct-display delimited by size
    into labourrpt-record
  end-string
  write labourrpt-record

  move spaces to labourrpt-record
  write labourrpt-record
  move "Net Sales by Till" to labourrpt-record
  write labourrpt-record
  move 1 to ws-tl-idx
  perform print-one-till
    until ws-tl-idx > ws-till-count

  move spaces to labourrpt-record
  write labourrpt-record
  move "Labour by Cost Centre      Hours   Labour Cost" to labourrpt-record
  write labourrpt-record
  move 1 to ws-cc-idx
  perform print-one-cost-centre
    until ws-cc-idx > ws-centre-count

  move spaces to labourrpt-record
  write labourrpt-record
  move spaces to labourrpt-record
  string "Shifts costed: " delimited by size
    ws-shift-count delimited by size
    "  hours over target: " delimited by size
    ws-over-count delimited by size
    into labourrpt-record
  end-string
  write labourrpt-record
  close labourrpt-file

  move "LABOURRPT" to print-route-file-name
  perform route-report-to-printer
  .
print-one-day.
  move zero to ws-day-hours
  move zero to ws-day-cost
  move zero to ws-day-sales
  move 1 to ws-hour-idx
  perform print-one-hour
    until ws-hour-idx > 24

  if ws-day-hours not = zero or ws-day-sales not = zero
    move ws-day-hours to ws-line-hours
    move ws-day-cost to ws-line-cost
    move ws-day-sales to ws-line-sales
    perform compute-line-percent
    perform edit-line-figures
    move spaces to labourrpt-record
    string ws-day-name(ws-day-idx) delimited by size
      " total " delimited by size
      ws-hours-display delimited by size
      "  " delimited by size
      ws-cost-display delimited by size
      "  " delimited by size
      ws-sales-display delimited by size
      "  " delimited by size
      ws-pct-display delimited by size
      into labourrpt-record
    end-string
    write labourrpt-record
    move spaces to labourrpt-record
    write labourrpt-record
  end-if
  add ws-day-hours to ws-total-hours
  add ws-day-cost to ws-total-cost
  add ws-day-sales to ws-total-sales
  add 1 to ws-day-idx
  .
print-one-hour.
  if ws-g-hours(ws-day-idx, ws-hour-idx) = zero
     and ws-g-sales(ws-day-idx, ws-hour-idx) = zero
    add 1 to ws-hour-idx
    exit paragraph
  end-if
  move ws-g-hours(ws-day-idx, ws-hour-idx) to ws-line-hours
  move ws-g-cost(ws-day-idx, ws-hour-idx) to ws-line-cost
  move ws-g-sales(ws-day-idx, ws-hour-idx) to ws-line-sales
  add ws-line-hours to ws-day-hours
  add ws-line-cost to ws-day-cost
  add ws-line-sales to ws-day-sales
  perform compute-line-percent
  perform edit-line-figures
  compute ws-hour-label = ws-hour-idx - 1
  move spaces to labourrpt-record
  string ws-day-name(ws-day-idx) delimited by size
    " " delimited by size
    ws-hour-label delimited by size
    ":00 " delimited by size
    ws-hours-display delimited by size
    "  " delimited by size
    ws-cost-display delimited by size
    "  " delimited by size
    ws-sales-display delimited by size
    "  " delimited by size
    ws-pct-display delimited by size
    into labourrpt-record
  end-string
  if ws-line-over = "Y"
    move "** OVER TARGET" to labourrpt-record(62:14)
    add 1 to ws-over-count
  end-if
  write labourrpt-record
  add 1 to ws-hour-idx
  .
*> labour with no takings at all is over any target
compute-line-percent.
  move "N" to ws-line-over
  move zero to ws-line-pct
  if ws-line-sales > zero
    compute ws-line-pct rounded = ws-line-cost * 100 / ws-line-sales
    if ws-line-pct > ws-target-pct
      move "Y" to ws-line-over
    end-if
  else
    if ws-line-cost > zero
      move 9999.9 to ws-line-pct
      move "Y" to ws-line-over
    end-if
  end-if
  .
edit-line-figures.
  move ws-line-hours to ws-hours-display
  move ws-line-cost to ws-cost-display
  move ws-line-sales to ws-sales-display
  move ws-line-pct to ws-pct-display
  .
print-one-till.
  move ws-tl-sales(ws-tl-idx) to ws-sales-display
  move spaces to labourrpt-record
  string "  " delimited by size
    ws-tl-till-id(ws-tl-idx) delimited by size
    "  " delimited by size
    ws-sales-display delimited by size
    into labourrpt-record
  end-string
  write labourrpt-record
  add 1 to ws-tl-idx
  .
print-one-cost-centre.
  move ws-cc-hours(ws-cc-idx) to ws-hours-display
  move ws-cc-cost(ws-cc-idx) to ws-cost-display
  move spaces to labourrpt-record
  string "  " delimited by size
    ws-cc-code(ws-cc-idx) delimited by size
    "            " delimited by size
    ws-hours-display delimited by size
    "  " delimited by size
    ws-cost-display delimited by size
    into labourrpt-record
  end-string
  write labourrpt-record
  add 1 to ws-cc-idx
  .
copy "print-route-pd.cpy".
end program pr030.
