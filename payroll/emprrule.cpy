*>--------------
*> emprrule.cpy - Employer contribution rule record layout.  Each
*> rule is a cost the employer pays on top of the employee's gross:
*> a percentage of the earnings that fall between the lower and
*> upper thresholds (annual figures, pro-rated to the run's
*> frequency the same way the tax bands are; a zero upper threshold
*> means no cap).  The earnings basis picks the figure the rate
*> works on.  A rule naming a match deduction code is a pension
*> match: it only applies to an employee with that deduction and
*> never pays more than the employee put in that run.  The payee is
*> who the contributions are paid over to.
*>--------------
fd  empr-rule-file.
01  empr-rule-record.
  05  emprrule-code           pic x(06).
  05  emprrule-description    pic x(24).
  05  emprrule-rate           pic 9(03)v9999 comp-3.
  05  emprrule-lower-threshold pic 9(09)v99 comp-3.
  05  emprrule-upper-threshold pic 9(09)v99 comp-3.
  05  emprrule-basis-switch   pic x.
    88  emprrule-on-gross     value "G".
    88  emprrule-on-taxable   value "T".
    88  emprrule-on-basic     value "B".
  05  emprrule-match-code     pic x(06).
  05  emprrule-payee          pic x(24).
  05  emprrule-active-switch  pic x.
    88  emprrule-is-active    value "Y".
    88  emprrule-is-inactive  value "N".
