  05  move-qty-in             pic 9(07)v999 comp-3.
  05  move-qty-out            pic 9(07)v999 comp-3.
  05  move-resulting-balance  pic s9(09)v999 comp-3.
*> the movement's value at FIFO - the cost of the layers it created
*> (positive) or consumed (negative)
  05  move-cost-value         pic s9(09)v99 comp-3.
