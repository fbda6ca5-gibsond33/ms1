*>--------------
*> vendrebate.cpy - Vendor volume rebate agreement record layout.
*> One record per vendor per agreement start date.  Spend is counted
*> from PURCHINV, net of debit notes, either as base-currency value
*> or as quantity of the nominated items; the highest tier reached
*> sets the rate earned on the whole counted value.  The month-end
*> run keeps the to-date figures and the amount accrued so far, and
*> raises the claim as a debit note once the agreement has ended.
*>--------------
fd  rebate-file.
01  rebate-record.
  05  rebate-key.
    10  rebate-vendor-code    pic x(06).
    10  rebate-start-date     pic 9(08).
  05  rebate-end-date         pic 9(08).
  05  rebate-description      pic x(30).
  05  rebate-basis            pic x.
    88  rebate-on-value       value "V".
    88  rebate-on-quantity    value "Q".
    88  rebate-basis-is-valid values "V" "Q".
*> blank nominated items count every line; a quantity agreement
*> needs at least one
  05  rebate-item-code        occurs 5 times pic x(10).
  05  rebate-tier             occurs 5 times.
    10  rebate-tier-threshold pic 9(09)v999 comp-3.
    10  rebate-tier-pct       pic 9(02)v99 comp-3.
  05  rebate-value-to-date    pic s9(09)v99 comp-3.
  05  rebate-qty-to-date      pic s9(09)v999 comp-3.
  05  rebate-earned-pct       pic 9(02)v99 comp-3.
  05  rebate-earned-amount    pic s9(09)v99 comp-3.
  05  rebate-accrued-amount   pic s9(09)v99 comp-3.
  05  rebate-last-run-date    pic 9(08).
  05  rebate-status           pic x.
    88  rebate-is-active      value "A".
    88  rebate-is-claimed     value "C".
  05  rebate-claim-number     pic x(15).
