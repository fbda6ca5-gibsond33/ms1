*>--------------
*> eposjrnl.cpy - Epos till journal record layout.  Each till keeps
*> the sale it has in hand here: line number zero is the header,
*> lines 1 and up are the rung lines.  The header's stage says how
*> far the sale got - still being rung, or committing - and the
*> commit flags and each line's stage say which of the sale file,
*> stock, history, ledger, account charge and receipt writes are
*> done, so a till that died part-way can finish or roll back the
*> sale at its next sign-on.  The records are deleted once the sale
*> is complete.
*>--------------
fd  journal-file.
01  journal-record.
  05  jrnl-key.
    10  jrnl-till-id          pic x(04).
    10  jrnl-line-number      pic 9(03).
*> header (line zero)
  05  jrnl-stage              pic x.
    88  jrnl-is-ringing       value "B".
    88  jrnl-is-committing    value "C".
  05  jrnl-started-date       pic 9(08).
  05  jrnl-started-time       pic 9(06).
  05  jrnl-sale-number        pic 9(08).
  05  jrnl-sale-date          pic 9(08).
  05  jrnl-sale-time          pic 9(06).
  05  jrnl-tender-type        pic x.
  05  jrnl-account-customer   pic x(06).
  05  jrnl-amount-tendered    pic 9(09)v99 comp-3.
  05  jrnl-change-due         pic 9(09)v99 comp-3.
  05  jrnl-line-count         pic 9(02).
  05  jrnl-total-net          pic 9(09)v99 comp-3.
  05  jrnl-total-tax          pic 9(09)v99 comp-3.
  05  jrnl-total-gross        pic 9(09)v99 comp-3.
  05  jrnl-gl-posted          pic x.
  05  jrnl-charge-raised      pic x.
  05  jrnl-receipt-printed    pic x.
*> gift voucher taken as the tender, and whether its balance is down
  05  jrnl-tender-voucher     pic 9(08).
  05  jrnl-voucher-redeemed   pic x.
*> loyalty card on the sale, the points it spends and earns, and
*> whether the member's balance has been moved
  05  jrnl-loyalty-card       pic x(14).
  05  jrnl-points-redeemed    pic 9(07).
  05  jrnl-points-earned      pic 9(07).
  05  jrnl-loyalty-posted     pic x.
*> the open tab the sale is paying off, and whether its lines have
*> been marked paid
  05  jrnl-tab-number         pic 9(08).
  05  jrnl-tab-settled        pic x.
*> rung line (line 1 and up)
  05  jrnl-item-code          pic x(10).
  05  jrnl-line-type          pic x.
  05  jrnl-description        pic x(32).
  05  jrnl-qty                pic 9(07)v999 comp-3.
  05  jrnl-price              pic 9(07)v9999 comp-3.
  05  jrnl-net                pic 9(09)v99 comp-3.
  05  jrnl-tax                pic 9(09)v99 comp-3.
  05  jrnl-gross              pic 9(09)v99 comp-3.
  05  jrnl-promo-code         pic x(08).
  05  jrnl-discount           pic 9(09)v99 comp-3.
  05  jrnl-tax-code           pic x(03).
*> number of the gift voucher a voucher line issued, once written
  05  jrnl-voucher-number     pic 9(08).
  05  jrnl-points-discount    pic 9(09)v99 comp-3.
*> the tab line a line came off; its stock went when it was added
  05  jrnl-tab-line           pic 9(03).
  05  jrnl-stock-taken        pic x.
*> N nothing written yet, S sale record written, K stock depleted,
*> Y sales history written and the line complete
  05  jrnl-line-stage         pic x.
    88  jrnl-line-not-started value "N".
    88  jrnl-line-sale-written value "S".
    88  jrnl-line-stock-done  value "K".
    88  jrnl-line-complete    value "Y".
