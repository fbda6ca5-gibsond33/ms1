    88  order-line-is-open    value "O".
    88  order-line-is-shipped value "S".
    88  order-line-is-backord value "B".
    88  order-line-is-cancelled value "C".
  05  order-pick-switch       pic x.
    88  order-line-is-picked  value "Y".
    88  order-line-not-picked value "N".
*> which of the customer's ship-to addresses the order delivers to;
*> zero means the billing address
  05  order-ship-to-seq       pic 9(02).
*> why and when a cancelled line was cancelled
  05  order-cancel-reason     pic x(02).
  05  order-cancel-date       pic 9(08).

fd  pickship-file.
01  pickship-record.
  05  pickship-item-code      pic x(10).
  05  pickship-qty-shipped    pic 9(07)v999 comp-3.
  05  pickship-ship-date      pic 9(08).
*> set by the billing run once the shipment is on a sales invoice;
*> blank on records older than the flag counts as not yet billed
  05  pickship-billed-switch  pic x.
    88  pickship-is-billed    value "Y".
    88  pickship-not-billed   values "N" " ".
  05  pickship-invoice-number pic 9(08).
