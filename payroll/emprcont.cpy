*>--------------
*> emprcont.cpy - Employer contribution ledger record layout.  The
*> pay run writes one record per rule per employee per run; the
*> liability report reads them by rule to pay them over, and flags
*> them paid over once they have gone.
*>--------------
fd  empr-contrib-file.
01  empr-contrib-record.
  05  emprc-key.
    10  emprc-rule-code       pic x(06).
    10  emprc-period-end      pic 9(08).
    10  emprc-frequency       pic x.
    10  emprc-employee-code   pic x(06).
  05  emprc-run-date          pic 9(08).
  05  emprc-earnings          pic 9(09)v99 comp-3.
  05  emprc-amount            pic 9(07)v99 comp-3.
  05  emprc-paid-over-switch  pic x.
    88  emprc-is-paid-over    value "Y".
    88  emprc-is-outstanding  value "N".
  05  emprc-paid-over-date    pic 9(08).
