*>--------------
*> backpay.cpy - Back pay queue record layout.  One record per
*> employee per paid period a backdated rate reaches: the rate the
*> period was paid at, the rate now due, the hours it applies to
*> (overtime and premium hours weighted at their multipliers; one
*> for a salaried period) and the arrears.  The next pay run of the
*> employee's frequency pays the queue as a taxable addition and
*> clears it.
*>--------------
fd  back-pay-file.
01  back-pay-record.
  05  backpay-key.
    10  backpay-employee-code pic x(06).
    10  backpay-period-end    pic 9(08).
    10  backpay-frequency     pic x.
  05  backpay-calc-date       pic 9(08).
  05  backpay-rate-paid       pic 9(07)v9999 comp-3.
  05  backpay-rate-due        pic 9(07)v9999 comp-3.
  05  backpay-hours           pic 9(05)v99 comp-3.
  05  backpay-amount          pic 9(07)v99 comp-3.
