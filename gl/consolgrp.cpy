*>--------------
*> consolgrp.cpy - Consolidation group and run parameter layouts.
*> CONSOLGRP lists the group companies taken into the consolidation,
*> one line per company, with the directory its own ledger files
*> (GLACCOUNT, GLPERBAL) live in - spaces for the files the current
*> session runs on.  CONSOLPARM hands the period over to the run.
*>--------------
fd  consolgrp-file.
01  consolgrp-record.
  05  cgrp-company-number     pic 999.
  05  cgrp-data-path          pic x(40).
fd  consolparm-file.
01  consolparm-record.
  05  cparm-year              pic 9(04).
  05  cparm-month             pic 9(02).
