*>--------------
*> ordamend-fd.cpy - Sales order line amendment log.  Every change
*> made to an order line after it was taken - a quantity amended,
*> a line cancelled, a deposit refunded on cancellation - writes one
*> before/after line with the user who made it and, for a cancel,
*> the reason code.
*>--------------
fd  order-amend-file.
01  order-amend-record.
  05  oamd-date               pic 9(08).
  05  oamd-time               pic 9(08).
  05  oamd-user-code          pic x(32).
  05  oamd-order-number       pic 9(08).
  05  oamd-line-number        pic 9(03).
  05  oamd-action             pic x.
    88  oamd-is-amend         value "A".
    88  oamd-is-cancel        value "C".
  05  oamd-field-name         pic x(12).
  05  oamd-old-value          pic x(17).
  05  oamd-new-value          pic x(17).
  05  oamd-reason-code        pic x(02).
