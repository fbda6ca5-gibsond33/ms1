*>--------------
*> voucher.cpy - Gift voucher record layout.  One record per voucher
*> sold at the till.  The value sold is a liability until it is
*> spent: redemptions at the till draw the balance down, part at a
*> time if need be, and the period-end voucher run (ep010) releases
*> whatever is left on an expired voucher to income.
*>--------------
fd  voucher-file.
01  voucher-record.
  05  voucher-number          pic 9(08).
  05  voucher-issue-date      pic 9(08).
  05  voucher-issue-till      pic x(04).
  05  voucher-issue-sale      pic 9(08).
  05  voucher-original-value  pic 9(07)v99 comp-3.
  05  voucher-balance         pic 9(07)v99 comp-3.
  05  voucher-expiry-date     pic 9(08).
  05  voucher-last-used-date  pic 9(08).
  05  voucher-status          pic x.
    88  voucher-is-active     value "A".
    88  voucher-is-redeemed   value "R".
    88  voucher-is-expired    value "E".
    88  voucher-is-cancelled  value "C".
*> balance taken to income by the period-end run when it expired
  05  voucher-released-amount pic 9(07)v99 comp-3.
  05  voucher-released-date   pic 9(08).
