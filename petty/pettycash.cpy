*>--------------
*> pettycash.cpy - Petty cash book record layout.  One record per
*> entry in the book, numbered in entry order: a voucher for each
*> payment out of the tin (payee, expense account, cost centre, tax
*> code, net, tax and gross), a top-up for each time the float is
*> restored from the bank (the gross is the cash put in, the bank
*> account it came from is kept for the reconciliation), and a count
*> each time the tin is counted (the gross is the cash counted and
*> the difference is against what the book said should be there).
*>--------------
fd  petty-cash-file.
01  petty-cash-record.
  05  pcv-number              pic 9(08).
  05  pcv-type                pic x.
    88  pcv-is-voucher        value "V".
    88  pcv-is-topup          value "T".
    88  pcv-is-count          value "C".
  05  pcv-date                pic 9(08).
  05  pcv-payee               pic x(32).
  05  pcv-expense-account     pic x(10).
  05  pcv-cost-centre         pic x(06).
  05  pcv-tax-code            pic x(03).
  05  pcv-net-amount          pic s9(07)v99 comp-3.
  05  pcv-tax-amount          pic s9(07)v99 comp-3.
  05  pcv-gross-amount        pic s9(07)v99 comp-3.
  05  pcv-bank-account        pic x(06).
  05  pcv-count-difference    pic s9(07)v99 comp-3.
  05  pcv-entered-by          pic x(32).
