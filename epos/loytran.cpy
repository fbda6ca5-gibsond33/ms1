*>--------------
*> loytran.cpy - Epos loyalty points log.  One line for every
*> movement on a member's points: earned on a sale, redeemed against
*> one, clawed back or given back when the sale is refunded or
*> rolled back.  A refund finds the points its sale moved here.
*>--------------
fd  loytran-file.
01  loytran-record.
  05  loytran-date            pic 9(08).
  05  loytran-time            pic 9(06).
  05  loytran-till-id         pic x(04).
  05  loytran-card-number     pic x(14).
  05  loytran-sale-number     pic 9(08).
  05  loytran-type            pic x.
    88  loytran-is-earned     value "E".
    88  loytran-is-redeemed   value "R".
    88  loytran-is-clawback   value "C".
    88  loytran-is-restored   value "X".
  05  loytran-points          pic 9(07).
  05  loytran-value           pic 9(07)v99.
