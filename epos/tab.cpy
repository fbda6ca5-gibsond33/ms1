*>--------------
*> tab.cpy - Epos open tab record layout.  A tab is run up for a
*> table or a regular over several rounds, from any till, and paid
*> off in one go or in parts.  Line number zero is the header, lines
*> 1 and up are the rounds' lines.  Stock comes off when a line is
*> added, so a line only needs its sale record and history when it
*> is paid for; tab-settled-sale says which sale paid it.
*>--------------
fd  tab-file.
01  tab-record.
  05  tab-key.
    10  tab-number            pic 9(08).
    10  tab-line-number       pic 9(03).
*> header (line zero)
  05  tab-name                pic x(24).
  05  tab-opened-date         pic 9(08).
  05  tab-opened-time         pic 9(06).
  05  tab-opened-till         pic x(04).
  05  tab-status              pic x.
    88  tab-is-open           value "O".
    88  tab-is-settled        value "S".
  05  tab-last-line           pic 9(03).
  05  tab-settled-date        pic 9(08).
*> tab line (line 1 and up)
  05  tab-item-code           pic x(10).
  05  tab-line-type           pic x.
  05  tab-description         pic x(32).
  05  tab-qty                 pic 9(07)v999 comp-3.
  05  tab-price               pic 9(07)v9999 comp-3.
  05  tab-net                 pic 9(09)v99 comp-3.
  05  tab-tax                 pic 9(09)v99 comp-3.
  05  tab-gross               pic 9(09)v99 comp-3.
  05  tab-tax-code            pic x(03).
  05  tab-added-date          pic 9(08).
  05  tab-added-time          pic 9(06).
  05  tab-added-till          pic x(04).
  05  tab-settled-sale        pic 9(08).
