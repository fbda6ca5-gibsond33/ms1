*> glbudget.cpy - General Ledger budget record layout.  One record
*> per account per year/month holding the planned amount, keyed the
*> same way as the GLPERBAL actuals so the variance report can walk
*> the two side by side.  A cost centre on the key makes the
*> record that centre's own budget for the departmental P&L; spaces
*> is the whole-company budget the variance report uses.
*>--------------
fd  gl-budget-file.
01  gl-budget-record.
    10  budget-account-code   pic x(10).
    10  budget-year           pic 9(04).
    10  budget-month          pic 9(02).
    10  budget-cost-centre    pic x(06).
  05  budget-amount           pic s9(11)v99 comp-3.
