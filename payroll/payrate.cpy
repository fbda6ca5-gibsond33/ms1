*>--------------
*> payrate.cpy - Employee pay rate history record layout.  One
*> record per employee per effective date; the rate for a pay
*> period is the latest one effective on or before its period end.
*> An effective date of zero is the employee's opening rate from
*> before the history was kept.
*>--------------
fd  pay-rate-file.
01  pay-rate-record.
  05  payrate-key.
    10  payrate-employee-code pic x(06).
    10  payrate-effective-date pic 9(08).
  05  payrate-rate            pic 9(07)v9999 comp-3.
  05  payrate-entered-date    pic 9(08).
