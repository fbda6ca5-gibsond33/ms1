*>--------------
*> cashfcparm.cpy - Cash flow forecast run parameter record layout.
*> The one-line CASHFCPARM file gives gl060 the date the thirteen
*> weeks start from and the overdraft limit the projected bank
*> balance is flagged against.  The start date is one-shot - gl060
*> clears it after the run, so a scheduled run always starts from
*> the day it runs - but the overdraft limit stays on file until it
*> is re-keyed, so the scheduled run flags against the same limit.
*>--------------
fd  cashfcparm-file.
01  cashfcparm-record.
  05  cashfcparm-start-date       pic 9(08).
  05  cashfcparm-overdraft-limit  pic 9(09)v99.
