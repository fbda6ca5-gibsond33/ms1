*>--------------
*> vchparm.cpy - Gift voucher run parameter record layout.  The
*> one-line EP010PARM file tells ep010 whether to release the
*> vouchers that have passed their expiry date to income before
*> printing the liability report, or only to print the report.
*> With no parameter on file the run releases and reports as at
*> today, which is what the period-end schedule queues it for.
*>--------------
fd  vchparm-file.
01  vchparm-record.
  05  vchparm-mode            pic x.
    88  vchparm-release       value "R".
    88  vchparm-list-only     value "L".
  05  vchparm-date            pic 9(08).
