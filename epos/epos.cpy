    88  epos-tender-is-cash   value "C".
    88  epos-tender-is-card   value "D".
    88  epos-tender-is-account value "A".
    88  epos-tender-is-voucher value "V".
  05  epos-sale-type          pic x.
    88  epos-is-sale          value "S".
    88  epos-is-refund        value "R".
*> a gift voucher sold over the counter - deferred income, not a
*> sale, and outside the VAT return until it is spent
    88  epos-is-voucher-issue value "V".
*> which register rang the sale; blank on records older than the
*> multi-till change reads as till T1, the original register
  05  epos-sale-till-id       pic x(04).
*> time of day the sale completed, for the trading-pattern report
  05  epos-sale-time          pic 9(06).
*> tax code the line was taxed at, for the VAT return; blank on
*> older records, which fall back to the item's current code
  05  epos-sale-tax-code      pic x(03).
*> the gift voucher a voucher-issue line sold, or the voucher a
*> voucher-tendered line was paid with; zero otherwise and on older
*> records
  05  epos-sale-voucher-number pic 9(08).
*> loyalty card presented with the sale; blank when none was, and
*> on older records
  05  epos-sale-loyalty-card  pic x(14).
