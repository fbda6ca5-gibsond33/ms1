*>--------------
*> labparm.cpy - Labour cost v sales run parameter record layout.
*> The one-line PR030PARM file gives pr030 the trading dates to
*> report and the labour cost target as a percentage of net sales.
*> With no parameter on file - the weekly scheduled run - the
*> report covers the last full Monday to Sunday week against a 30%
*> target.
*>--------------
fd  labparm-file.
01  labparm-record.
  05  labparm-from-date       pic 9(08).
  05  labparm-to-date         pic 9(08).
  05  labparm-target-pct      pic 9(03)v9.
