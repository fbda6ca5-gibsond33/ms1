*>--------------
*> bankacct-fd.cpy - Bank account master record layout.  One record
*> per account the company banks with - the current account, the
*> deposit account, the payroll account - naming the ledger account
*> its money is posted to.  Each kind of posting that moves money
*> through the bank (customer receipts, supplier payments, the
*> payroll EFT, the Epos banking) defaults to the account flagged
*> for it; the operator may pick another where the screen asks.
*>--------------
fd  bank-account-file.
01  bank-account-record.
  05  bankacct-code           pic x(06).
  05  bankacct-name           pic x(32).
  05  bankacct-sort-code      pic x(08).
  05  bankacct-number         pic x(17).
  05  bankacct-currency       pic x(03).
  05  bankacct-gl-account     pic x(10).
  05  bankacct-default-receipts pic x.
    88  bankacct-receipts-default value "Y".
  05  bankacct-default-payments pic x.
    88  bankacct-payments-default value "Y".
  05  bankacct-default-payroll  pic x.
    88  bankacct-payroll-default  value "Y".
  05  bankacct-default-epos     pic x.
    88  bankacct-epos-default     value "Y".
  05  bankacct-active-switch  pic x.
    88  bankacct-is-active    value "Y".
    88  bankacct-is-inactive  value "N".
