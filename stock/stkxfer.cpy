*>--------------
*> stkxfer.cpy - Two-step stock transfer document record layout.
*> One record per line of a transfer document.  Dispatch takes the
*> quantity out of the sending location's balance and leaves it in
*> transit on this record - still in the item's company-wide total
*> - until the receiving end confirms what actually arrived; any
*> shortage then comes off the item total as a transfer variance.
*>--------------
fd  stock-transfer-file.
01  stock-transfer-record.
  05  xfer-key.
    10  xfer-number           pic 9(08).
    10  xfer-line-number      pic 9(03).
  05  xfer-item-code          pic x(10).
  05  xfer-from-location      pic x(06).
  05  xfer-to-location        pic x(06).
  05  xfer-dispatch-date      pic 9(08).
  05  xfer-dispatched-qty     pic 9(07)v999 comp-3.
  05  xfer-received-date      pic 9(08).
  05  xfer-received-qty       pic 9(07)v999 comp-3.
  05  xfer-variance-qty       pic 9(07)v999 comp-3.
  05  xfer-status             pic x.
    88  xfer-is-in-transit    value "T".
    88  xfer-is-received      value "R".
