*>--------------
*> submlog.cpy - Statutory submission log record layout.  Every
*> submission file made is numbered and logged here with what it
*> covers and its control totals: P for a pay run (the frequency
*> and period end), E for an employer period summary (the month,
*> as CCYYMM00), F for the year-end final (the year-end date) and C
*> for a correction, which carries the kind and subject it corrects
*> and the number of the submission it replaces.
*>--------------
fd  subm-log-file.
01  subm-log-record.
  05  submlog-number          pic 9(06).
  05  submlog-kind            pic x.
    88  submlog-is-pay-run    value "P".
    88  submlog-is-summary    value "E".
    88  submlog-is-final      value "F".
    88  submlog-is-correction value "C".
  05  submlog-subject.
    10  submlog-subject-kind  pic x.
    10  submlog-frequency     pic x.
    10  submlog-period-end    pic 9(08).
  05  submlog-created-date    pic 9(08).
  05  submlog-file-name       pic x(20).
  05  submlog-record-count    pic 9(05).
  05  submlog-gross           pic 9(11)v99 comp-3.
  05  submlog-taxable         pic 9(11)v99 comp-3.
  05  submlog-tax             pic 9(11)v99 comp-3.
  05  submlog-employer-cost   pic 9(11)v99 comp-3.
  05  submlog-corrects-number pic 9(06).
