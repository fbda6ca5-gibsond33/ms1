*>--------------
*> bankxfer.cpy - Bank transfer record layout.  One record per
*> transfer keyed between two of the company's own bank accounts,
*> numbered in entry order.  The ledger sees both sides when it is
*> keyed; the reconciliation matches it as money out on the paying
*> account's statement and money in on the receiving account's.
*>--------------
fd  bank-transfer-file.
01  bank-transfer-record.
  05  xfer-number             pic 9(08).
  05  xfer-date               pic 9(08).
  05  xfer-from-account       pic x(06).
  05  xfer-to-account         pic x(06).
  05  xfer-amount             pic 9(09)v99 comp-3.
  05  xfer-reference          pic x(16).
  05  xfer-entered-by         pic x(32).
