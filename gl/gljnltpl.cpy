*>--------------
*> gljnltpl.cpy - General Ledger journal template record layout.
*> One record per standing journal - rent, depreciation, insurance,
*> an accrual - holding its balanced lines.  A recurring template
*> posts every period from its start to its end period (zero end
*> runs on); a reversing template posts once, to its start period,
*> and reverses on the first day of the next open period.  The last
*> (latest) period generated is kept for reference; a period is
*> refused a second time off the postings already made for it.
*>--------------
fd  gl-template-file.
01  gl-template-record.
  05  tpl-code                pic x(06).
  05  tpl-description         pic x(30).
  05  tpl-type                pic x.
    88  tpl-is-recurring      value "R".
    88  tpl-is-reversing      value "V".
  05  tpl-start-period        pic 9(06).
  05  tpl-end-period          pic 9(06).
  05  tpl-last-period         pic 9(06).
  05  tpl-cost-centre         pic x(06).
  05  tpl-line-count          pic 9(02).
  05  tpl-line                occurs 20 times.
    10  tpl-account           pic x(10).
    10  tpl-debit             pic 9(09)v99.
    10  tpl-credit            pic 9(09)v99.
    10  tpl-line-desc         pic x(30).
