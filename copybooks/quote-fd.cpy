*>--------------
*> quote-fd.cpy - Sales quotation line record layout.  A quotation
*> is held one record per line, like the order file, with the
*> customer, dates, salesperson and status repeated on every line.
*> An open quote is won when it is converted into a sales order
*> (the order number is kept) or marked lost; one past its expiry
*> date can no longer be converted.
*>--------------
fd  quote-file.
01  quote-record.
  05  quote-key.
    10  quote-number          pic 9(08).
    10  quote-line-number     pic 9(03).
  05  quote-customer-code     pic x(06).
  05  quote-date              pic 9(08).
  05  quote-expiry-date       pic 9(08).
  05  quote-salesperson-code  pic x(06).
  05  quote-ship-to-seq       pic 9(02).
  05  quote-item-code         pic x(10).
  05  quote-qty               pic 9(07)v999 comp-3.
  05  quote-unit-price        pic 9(07)v9999 comp-3.
  05  quote-price-basis       pic x.
    88  quote-priced-by-contract value "C".
    88  quote-priced-by-list  value "L".
    88  quote-priced-at-cost  value "A".
  05  quote-status            pic x.
    88  quote-is-open         value "O".
    88  quote-is-won          value "W".
    88  quote-is-lost         value "L".
  05  quote-order-number      pic 9(08).
  05  quote-status-date       pic 9(08).
