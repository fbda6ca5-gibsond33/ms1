*>--------------
*> lblparm.cpy - Shelf-edge label run parameter record layout.  The
*> one-line ST060PARM file tells st060 what to label: every item and
*> recipe whose retail price changes on a date, a list of codes, the
*> items held at one location, or a reprint of an earlier batch off
*> the label log.  With no parameter on file the run labels the
*> price changes taking effect today, which is what the scheduler
*> queues it for.
*>--------------
fd  lblparm-file.
01  lblparm-record.
  05  lblparm-mode            pic x.
    88  lblparm-price-changes value "P".
    88  lblparm-item-list     value "I".
    88  lblparm-location      value "L".
    88  lblparm-reprint       value "R".
  05  lblparm-date            pic 9(08).
  05  lblparm-location-code   pic x(06).
  05  lblparm-batch-number    pic 9(08).
  05  lblparm-item-code       occurs 10 times pic x(10).
