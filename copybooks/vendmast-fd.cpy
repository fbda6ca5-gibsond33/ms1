  05  vendor-active-switch    pic x.
    88  vendor-is-active      value "Y".
    88  vendor-is-inactive    value "N".
*> early settlement discount the vendor offers: the percentage off
*> an invoice paid within the discount days; zero for none
  05  vendor-settle-disc-pct  pic 9(02)v99.
  05  vendor-settle-disc-days pic 9(03).
