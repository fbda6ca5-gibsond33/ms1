*>--------------
*> paycal.cpy - Pay calendar record layout.  One record per pay run,
*> keyed by the pay frequency and the period end it paid, written
*> when the run completes with what it paid and the EFT file it
*> left for the bank.  The pay run refuses a frequency and period
*> already on the calendar and warns when the period it is asked
*> for is not the one after the last run of that frequency.
*>--------------
fd  pay-calendar-file.
01  pay-calendar-record.
  05  paycal-key.
    10  paycal-frequency      pic x.
    10  paycal-period-end     pic 9(08).
  05  paycal-run-date         pic 9(08).
  05  paycal-employee-count   pic 9(05).
  05  paycal-gross            pic 9(11)v99 comp-3.
  05  paycal-tax              pic 9(11)v99 comp-3.
  05  paycal-net              pic 9(11)v99 comp-3.
  05  paycal-eft-file-name    pic x(20).
