  05  employee-active-switch  pic x.
    88  employee-is-active    value "Y".
    88  employee-is-inactive  value "N".
*> how often the employee is paid - each pay run pays one frequency;
*> blank on records older than the field reads as monthly.  A
*> salaried employee's pay rate is the pay for one period of it
  05  employee-pay-frequency  pic x.
    88  employee-paid-weekly  value "W".
    88  employee-paid-fortnightly value "F".
    88  employee-paid-monthly value "M" " ".
*> what the employer paid on top of gross this year and last -
*> contributions such as social security and the pension match
  05  employee-ytd-employer-cost pic 9(09)v99 comp-3.
  05  employee-prior-ytd-employer-cost pic 9(09)v99 comp-3.
*> the employee's tax authority reference, and the taxable pay this
*> year and last, for the statutory submissions
  05  employee-tax-id         pic x(12).
  05  employee-ytd-taxable    pic 9(09)v99 comp-3.
  05  employee-prior-ytd-taxable pic 9(09)v99 comp-3.
*> where the employee's hours are costed; blank reads as OFFICE,
*> the pay run's default cost centre
  05  employee-cost-centre    pic x(06).
