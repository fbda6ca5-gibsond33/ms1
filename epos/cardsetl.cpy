*>--------------
*> cardsetl.cpy - Card acquirer settlement file record layout, as
*> the acquirer supplies it: one line per settlement batch, giving
*> the till the terminal is fitted to, the trading date the batch
*> covers, the gross card takings in it, the fees held back and
*> the net amount paid to the bank on the paid date.
*>--------------
fd  cardsetl-file.
01  cardsetl-record.
  05  csetl-batch-id          pic x(12).
  05  csetl-paid-date         pic 9(08).
  05  csetl-till-id           pic x(04).
  05  csetl-trading-date      pic 9(08).
  05  csetl-gross-amount      pic 9(09)v99.
  05  csetl-fee-amount        pic 9(07)v99.
  05  csetl-net-amount        pic 9(09)v99.
