*>--------------
*> pcfloat.cpy - Petty cash float record layout.  The one-line
*> PCFLOAT file holds the imprest - the float the tin is topped back
*> up to - and the cash that was in the tin when the book was
*> opened.  The cash the tin should hold at any time is that opening
*> balance plus every top-up less every voucher on the book.
*>--------------
fd  pcfloat-file.
01  pcfloat-record.
  05  pcf-imprest-amount      pic 9(07)v99.
  05  pcf-opening-balance     pic 9(07)v99.
  05  pcf-opening-date        pic 9(08).
