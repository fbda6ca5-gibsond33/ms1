*>--------------
*> prepay-fd.cpy - Prepayment and accrual schedule record layout.
*> One record per cost spread over a run of months: a prepayment
*> sits on a balance sheet account once paid and is released to
*> expense month by month; an accrual charges expense month by
*> month ahead of the bill and is cleared when the invoice lands.
*> Either way each month's release posts DR expense, CR the
*> balance sheet account, through the period-end release run.
*>--------------
fd  prepay-schedule-file.
01  prepay-schedule-record.
  05  ppay-schedule-number    pic 9(08).
  05  ppay-type               pic x.
    88  ppay-is-prepayment    value "P".
    88  ppay-is-accrual       value "A".
    88  ppay-type-is-valid    values "P" "A".
  05  ppay-description        pic x(30).
*> the purchase invoice line a prepayment was raised from; spaces
*> and zero when the schedule was entered directly
  05  ppay-vendor-code        pic x(06).
  05  ppay-invoice-number     pic x(15).
  05  ppay-invoice-line       pic 9(03).
  05  ppay-raised-date        pic 9(08).
  05  ppay-total-amount       pic s9(09)v99 comp-3.
  05  ppay-start-period.
    10  ppay-start-year       pic 9(04).
    10  ppay-start-month      pic 9(02).
  05  ppay-period-count       pic 9(03).
  05  ppay-periods-released   pic 9(03).
  05  ppay-released-amount    pic s9(09)v99 comp-3.
*> CCYYMM of the last month released
  05  ppay-last-release-period pic 9(06).
  05  ppay-balance-account    pic x(10).
  05  ppay-expense-account    pic x(10).
  05  ppay-cost-centre        pic x(06).
*> base-currency invoices booked against an accrual, clearing it
  05  ppay-invoiced-amount    pic s9(09)v99 comp-3.
  05  ppay-status             pic x.
    88  ppay-is-active        value "A".
    88  ppay-is-complete      value "C".
