*>--------------
*> loyparm.cpy - Epos loyalty scheme rates.  The one-line LOYPARM
*> file holds the points earned per 1.00 of net spend, what one
*> point is worth when it is redeemed, and the redemption above
*> which a supervisor must approve.  With no file on record the
*> scheme runs at one point per 1.00, worth 0.01 each, with a
*> supervisor needed over 1000 points.
*>--------------
fd  loyparm-file.
01  loyparm-record.
  05  loyparm-earn-rate       pic 9(03)v99.
  05  loyparm-point-value     pic 9(01)v9999.
  05  loyparm-supervisor-points pic 9(07).
