*>--------------
*> loyalty.cpy - Epos loyalty member record layout.  One record per
*> loyalty card issued, keyed on the number printed on (and scanned
*> off) the card.  A member may be tied to a Sales Ledger account;
*> the points balance is what the member can spend at the till and
*> can run below zero when a refund claws back points already spent.
*>--------------
fd  loyalty-file.
01  loyalty-record.
  05  loyalty-card-number     pic x(14).
  05  loyalty-name            pic x(32).
  05  loyalty-customer-code   pic x(06).
  05  loyalty-points-balance  pic s9(09) comp-3.
  05  loyalty-lifetime-spend  pic s9(09)v99 comp-3.
  05  loyalty-joined-date     pic 9(08).
  05  loyalty-last-visit-date pic 9(08).
  05  loyalty-status          pic x.
    88  loyalty-is-active     value "A".
    88  loyalty-is-closed     value "C".
