*> each customer stands; the run itself grades purely from the age
*> of the open items
  05  customer-dunning-level  pic 9.
*> early settlement discount: the percentage the customer may take
*> off an invoice paid within the discount days; zero for none
  05  customer-settle-disc-pct  pic 9(02)v99.
  05  customer-settle-disc-days pic 9(03).
