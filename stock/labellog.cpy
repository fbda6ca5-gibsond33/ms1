*>--------------
*> labellog.cpy - Shelf-edge label log record layout.  st060 writes
*> one record per label printed, under the run's batch number and
*> holding the label exactly as it was printed, so a batch can be
*> reprinted later without working the prices out again.
*>--------------
fd  label-log-file.
01  label-log-record.
  05  lbllog-batch-number     pic 9(08).
  05  lbllog-label-number     pic 9(05).
  05  lbllog-run-date         pic 9(08).
  05  lbllog-run-mode         pic x.
  05  lbllog-code             pic x(10).
  05  lbllog-code-type        pic x.
    88  lbllog-is-item        value "I".
    88  lbllog-is-recipe      value "R".
  05  lbllog-description      pic x(32).
  05  lbllog-price            pic 9(07)v99.
  05  lbllog-unit-price       pic 9(07)v99.
  05  lbllog-unit-text        pic x(09).
  05  lbllog-promo-text       pic x(24).
  05  lbllog-barcode          pic x(14).
  05  lbllog-effective-date   pic 9(08).
