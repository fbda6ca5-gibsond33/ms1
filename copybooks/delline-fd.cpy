*>--------------
*> delline-fd.cpy - Delivery run drop line record layout.  One
*> record per PICKSHIP shipment line carried on a run, numbered by
*> drop (one delivery address) in the order the driver calls.  The
*> drop's address details and proof of delivery are repeated on
*> each of its lines; dline-ship-ref ties the line back to the
*> shipment it carries, so the billing run can tell what was
*> actually delivered.  A shipment left undelivered can go out
*> again on a later run and so appear here more than once.
*>--------------
fd  delivery-line-file.
01  delivery-line-record.
  05  dline-key.
    10  dline-run-number      pic 9(08).
    10  dline-drop-number     pic 9(03).
    10  dline-line-number     pic 9(03).
  05  dline-ship-ref.
    10  dline-order-number    pic 9(08).
    10  dline-order-line      pic 9(03).
    10  dline-ship-date       pic 9(08).
  05  dline-customer-code     pic x(06).
  05  dline-ship-to-seq       pic 9(02).
  05  dline-post-code         pic x(12).
  05  dline-item-code         pic x(10).
  05  dline-qty               pic 9(07)v999 comp-3.
  05  dline-delivered-qty     pic 9(07)v999 comp-3.
  05  dline-refused-qty       pic 9(07)v999 comp-3.
*> cash to collect on the line - set for a cash (zero terms)
*> customer only, at the order price plus tax
  05  dline-cod-amount        pic 9(09)v99 comp-3.
  05  dline-status            pic x.
    88  dline-is-pending      value "P".
    88  dline-is-delivered    value "D".
    88  dline-is-refused      value "R".
    88  dline-is-partial      value "T".
    88  dline-is-undelivered  value "U".
  05  dline-receiver-name     pic x(30).
  05  dline-pod-date          pic 9(08).
  05  dline-pod-time          pic 9(04).
