*>--------------
*> payhist.cpy - Pay register history record layout.  The pay run
*> keeps one record per employee per run: the rate the period was
*> paid at, the hours split off the timesheet and the pay figures,
*> so a backdated rate can be set against what was actually paid
*> and a statutory submission can be rebuilt for the run, with the
*> year-to-date figures as they stood after it.
*>--------------
fd  pay-history-file.
01  pay-history-record.
  05  payhist-key.
    10  payhist-employee-code pic x(06).
    10  payhist-period-end    pic 9(08).
    10  payhist-frequency     pic x.
  05  payhist-run-date        pic 9(08).
  05  payhist-pay-type        pic x.
  05  payhist-rate-used       pic 9(07)v9999 comp-3.
  05  payhist-ordinary-hours  pic 9(05)v99 comp-3.
  05  payhist-overtime-hours  pic 9(05)v99 comp-3.
  05  payhist-premium-hours   pic 9(05)v99 comp-3.
  05  payhist-gross           pic 9(09)v99 comp-3.
  05  payhist-tax             pic 9(09)v99 comp-3.
  05  payhist-net             pic 9(09)v99 comp-3.
  05  payhist-taxable         pic 9(09)v99 comp-3.
  05  payhist-employer-cost   pic 9(09)v99 comp-3.
  05  payhist-ytd-gross       pic 9(09)v99 comp-3.
  05  payhist-ytd-taxable     pic 9(09)v99 comp-3.
  05  payhist-ytd-tax         pic 9(09)v99 comp-3.
  05  payhist-ytd-employer-cost pic 9(09)v99 comp-3.
