    88  account-is-expense    value "E".
    88  account-is-capital    value "C".
  05  account-balance         pic s9(11)v99 comp-3.
*> the cash-flow statement heading the account's movement falls
*> under; blank on accounts set up before the statement reads as
*> other operating movement (capital accounts as capital)
  05  account-cashflow-category pic x.
    88  account-cf-cash         value "B".
    88  account-cf-debtors      value "D".
    88  account-cf-creditors    value "R".
    88  account-cf-stock        value "S".
    88  account-cf-deposits     value "P".
    88  account-cf-tax          value "T".
    88  account-cf-fixed-asset  value "F".
    88  account-cf-loan         value "L".
    88  account-cf-capital      value "K".
    88  account-cf-other        value "O" " ".
    88  account-cf-is-valid     values "B" "D" "R" "S" "P" "T" "F" "L" "K" "O" " ".
*> intercompany accounts name the group company the balance is
*> held with, so the consolidation can eliminate it; zero on every
*> account outside the group
  05  account-interco-company pic 999.
