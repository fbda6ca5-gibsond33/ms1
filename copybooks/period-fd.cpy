    10  period-company-number pic 999.
    10  period-year           pic 9(04).
  05  period-month-flag       occurs 12 times pic x.
*> Set to "Y" by the fixed asset depreciation run once a month has
*> been charged, so the same month can never be depreciated twice;
*> blank means the month has not been run.
  05  period-depn-run-flag    occurs 12 times pic x.
