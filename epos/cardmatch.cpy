*>--------------
*> cardmatch.cpy - Card settlement register record layout.  Every
*> acquirer settlement batch imported lands here under its batch id,
*> so a file imported twice is only counted once, and stays until
*> it is matched against the card tenders the tills took for the
*> same till and trading date.  A matched batch has had its fees
*> posted and its net is an expected receipt for the bank
*> reconciliation; the others are the settlement exceptions.
*>--------------
fd  cardmatch-file.
01  cardmatch-record.
  05  cmatch-batch-id         pic x(12).
  05  cmatch-paid-date        pic 9(08).
  05  cmatch-till-id          pic x(04).
  05  cmatch-trading-date     pic 9(08).
  05  cmatch-gross-amount     pic 9(09)v99 comp-3.
  05  cmatch-fee-amount       pic 9(07)v99 comp-3.
  05  cmatch-net-amount       pic 9(09)v99 comp-3.
  05  cmatch-imported-date    pic 9(08).
*> U not yet matched, M matched and fees posted, S short of the
*> till's card takings, O over them, N no card takings that day
  05  cmatch-status           pic x.
    88  cmatch-is-unmatched   value "U".
    88  cmatch-is-matched     value "M".
    88  cmatch-is-short       value "S".
    88  cmatch-is-over        value "O".
    88  cmatch-is-no-takings  value "N".
*> the till's card takings for the day when it was matched, and the
*> fees posted for this batch
  05  cmatch-takings          pic s9(09)v99 comp-3.
  05  cmatch-fee-posted       pic s9(07)v99 comp-3.
  05  cmatch-matched-date     pic 9(08).
