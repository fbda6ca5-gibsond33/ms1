*> tillfloat.cpy - Till float record layout.  One record per till
*> holding the float the drawer starts the day with, so each till's
*> cash-up proves its own drawer (float plus cash takings) and each
*> operator answers for their own over/short.  The bank account is
*> the one the till's takings are banked into - blank for the Epos
*> default account.
*>--------------
fd  tillfloat-file.
01  tillfloat-record.
  05  tf-till-id              pic x(04).
  05  tf-float-amount         pic 9(07)v99 comp-3.
  05  tf-bank-account         pic x(06).
