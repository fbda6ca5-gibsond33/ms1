*> per band per effective date; the pay run picks the latest
*> effective date that has arrived and taxes each band of the run's
*> gross at its own rate, so a rate change is loaded ahead of time
*> instead of recompiled in.  Thresholds are annual amounts: each
*> run pro-rates them to its pay frequency (52 weekly, 26
*> fortnightly or 12 monthly periods a year).
*>--------------
fd  tax-table-file.
01  tax-table-record.
