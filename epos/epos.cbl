  copy "taxcode-sel.cpy".
  copy "saleshist-sel.cpy".
  copy "stkmove-sel.cpy".
  copy "stklayer-sel.cpy".
  copy "stkloc-sel.cpy".
  copy "stklot-sel.cpy".
  copy "price-sel.cpy".
    alternate record key is invoice-customer-code with duplicates
    file status is invoice-file-status
    .
  copy "slinvline-sel.cpy".
  select eposclose-file assign to "EPOSCLOSE"
    organization is line sequential
    access mode is sequential
    record key is tf-till-id
    file status is tillfloat-file-status
    .
  copy "bankacct-sel.cpy".
  select zreport-file assign to "ZREPORT"
    organization is line sequential
    access mode is sequential
  copy "user-sel.cpy".
  copy "period-sel.cpy".
  copy "numctl-sel.cpy".
  copy "reclock-sel.cpy".
  copy "custrcpt-sel.cpy".
  copy "clocking-sel.cpy".
  copy "glrule-sel.cpy".
  copy "glacct-sel.cpy".
  select barcode-file assign to "BARCODE"
    organization is indexed
    access mode is dynamic
    access mode is sequential
    file status is promorep-file-status
    .
  select journal-file assign to "EPOSJRNL"
    organization is indexed
    access mode is dynamic
    record key is jrnl-key
    file status is journal-file-status
    .
  select eposrecv-file assign to "EPOSRECV"
    organization is line sequential
    access mode is sequential
    file status is eposrecv-file-status
    .
  select recvrpt-file assign to "RECVRPT"
    organization is line sequential
    access mode is sequential
    file status is recvrpt-file-status
    .
  select voucher-file assign to "VOUCHER"
    organization is indexed
    access mode is dynamic
    record key is voucher-number
    file status is voucher-file-status
    .
  select vchparm-file assign to "EP010PARM"
    organization is line sequential
    access mode is sequential
    file status is vchparm-file-status
    .
  select loyalty-file assign to "LOYALTY"
    organization is indexed
    access mode is dynamic
    record key is loyalty-card-number
    file status is loyalty-file-status
    .
  select loyparm-file assign to "LOYPARM"
    organization is line sequential
    access mode is sequential
    file status is loyparm-file-status
    .
  select loytran-file assign to "LOYTRAN"
    organization is line sequential
    access mode is sequential
    file status is loytran-file-status
    .
  select loyrpt-file assign to "LOYRPT"
    organization is line sequential
    access mode is sequential
    file status is loyrpt-file-status
    .
  select tab-file assign to "EPOSTAB"
    organization is indexed
    access mode is dynamic
    record key is tab-key
    file status is tab-file-status
    .
copy "system-sel.cpy".
data division.
file section.
copy "taxcode-fd.cpy".
copy "saleshist-fd.cpy".
copy "stkmove-fd.cpy".
copy "stklayer-fd.cpy".
copy "stkloc-fd.cpy".
copy "stklot-fd.cpy".
copy "price-fd.cpy".
copy "nutrient.cpy".
copy "custmast-fd.cpy".
copy "sl010.cpy".
copy "slinvline-fd.cpy".
copy "user-fd.cpy".
copy "period-fd.cpy".
copy "reclock-fd.cpy".
copy "numctl-fd.cpy".
copy "custrcpt-fd.cpy".
copy "barcode.cpy".
copy "clocking-fd.cpy".
copy "glrule-fd.cpy".
copy "gl010.cpy".
copy "system-fd.cpy".
fd  barcodex-file.
01  barcodex-record             pic x(40).
*> till T1, the original register
  05  eposclose-till-id       pic x(04).
copy "tillfloat.cpy".
copy "bankacct-fd.cpy".
fd  receipt-file.
01  receipt-record              pic x(80).
fd  tillaudit-file.
  05  audit-till-id           pic x(04).
fd  zreport-file.
01  zreport-record              pic x(100).
copy "eposjrnl.cpy".
*> one line per incomplete sale found at sign-on and what was done
*> with it, for the supervisor's recovered sales report
fd  eposrecv-file.
01  eposrecv-record.
  05  recv-date               pic 9(08).
  05  recv-time               pic 9(06).
  05  recv-till-id            pic x(04).
  05  recv-sale-number        pic 9(08).
  05  recv-action             pic x(08).
  05  recv-stage              pic x.
  05  recv-started-date       pic 9(08).
  05  recv-started-time       pic 9(06).
  05  recv-line-count         pic 9(02).
  05  recv-lines-committed    pic 9(02).
  05  recv-tender-type        pic x.
  05  recv-amount             pic 9(09)v99.
  05  recv-user-code          pic x(32).
fd  recvrpt-file.
01  recvrpt-record              pic x(110).
copy "voucher.cpy".
copy "vchparm.cpy".
copy "loyalty.cpy".
copy "loyparm.cpy".
copy "loytran.cpy".
fd  loyrpt-file.
01  loyrpt-record               pic x(100).
copy "tab.cpy".
working-storage section.
01  program-name              pic x(15) value "epos (1.00.00)".

01  tax-code-file-status      pic xx.
01  sales-history-file-status pic xx.
01  stock-movement-file-status pic xx.
01  stock-layer-file-status   pic xx.
copy "stklayer-ws.cpy".
01  stock-location-file-status pic xx.
01  price-file-status         pic xx.
01  customer-file-status      pic xx.
01  invoice-file-status       pic xx.
01  invoice-line-file-status  pic xx.
01  eposclose-file-status     pic xx.
01  zreport-file-status       pic xx.
01  tillaudit-file-status     pic xx.
01  receipt-file-status       pic xx.
01  period-file-status        pic xx.
01  number-control-file-status pic xx.
01  custrcpt-file-status      pic xx.
01  barcode-file-status       pic xx.
01  barcodex-file-status      pic xx.
01  ws-scan-input             pic x(14).
01  tillfloat-file-status     pic xx.
01  bank-account-file-status  pic xx.
01  ws-till-id                pic x(04).
01  ws-record-till-id         pic x(04).
01  ws-close-till-id          pic x(04).
01  promo-file-status         pic xx.
01  promouse-file-status      pic xx.
01  promorep-file-status      pic xx.
01  journal-file-status       pic xx.
01  eposrecv-file-status      pic xx.
01  recvrpt-file-status       pic xx.
01  voucher-file-status       pic xx.
01  vchparm-file-status       pic xx.
01  loyalty-file-status       pic xx.
01  loyparm-file-status       pic xx.
01  loytran-file-status       pic xx.
01  loyrpt-file-status        pic xx.
01  tab-file-status           pic xx.
01  ws-promo-discount         pic 9(09)v99.
01  ws-promo-groups           pic 9(05).
01  ws-promo-group-full       pic 9(09)v99.
01  stock-lot-file-status     pic xx.
copy "stklot-ws.cpy".
copy "numctl-ws.cpy".
01  record-lock-file-status  pic xx.
01  lock-log-file-status     pic xx.
copy "reclock-ws.cpy".
copy "period-ws.cpy".
01  gl-rule-file-status       pic xx.
01  gl-account-file-status    pic xx.
copy "glrule-ws.cpy".
copy "bankacct-ws.cpy".
01  ws-epos-gl-tender-account pic x(10).
*> ledger account of the bank the signed-on till's cash is banked
*> into; spaces leaves the cash posting rule's account
01  ws-epos-bank-gl-account   pic x(10) value spaces.
01  ws-epos-gl-sales-account  pic x(10).
01  ws-epos-gl-tax-account    pic x(10).
01  ws-epos-gl-voucher-account pic x(10).
01  ws-epos-gl-loyalty-account pic x(10).
01  ws-epos-gl-loyalty-cost-account pic x(10).
01  recipe-file-status        pic xx.
01  nutrient-file-status      pic xx.
copy "allergen-ws.cpy".
copy "recipver-ws.cpy".
copy "recipexp-ws.cpy".
01  ws-ring-recipe-version    pic 9(08).
01  ws-refund-orig-date       pic 9(08).

    10  ws-line-gross         pic 9(09)v99.
    10  ws-line-promo-code    pic x(08).
    10  ws-line-discount      pic 9(09)v99.
    10  ws-line-tax-code      pic x(03).
*> how far the line got when committed - as jrnl-line-stage
    10  ws-line-stage         pic x.
*> the gift voucher a voucher line issued, once it is numbered
    10  ws-line-voucher       pic 9(08).
*> the line's share of any loyalty points spent on the sale
    10  ws-line-points-disc   pic 9(09)v99.
*> the tab line a line came off, and whether its stock has already
*> gone - a tab line's goes when it is added to the tab
    10  ws-line-tab-line      pic 9(03).
    10  ws-line-stock-taken   pic x.
01  ws-sale-line-count        pic 9(02).
01  ws-sale-total-net         pic 9(09)v99.
01  ws-sale-total-tax         pic 9(09)v99.
01  ws-sale-total-gross       pic 9(09)v99.
*> the part of the sale that is gift vouchers sold - a liability,
*> not takings, so it stays out of the sales account
01  ws-sale-voucher-total     pic 9(09)v99.

01  ws-tender-type            pic x.
  88  ws-tender-is-cash       value "C".
  88  ws-tender-is-card       value "D".
  88  ws-tender-is-account    value "A".
  88  ws-tender-is-voucher    value "V".
  88  ws-tender-is-valid      values "C" "D" "A" "V".
01  ws-amount-tendered        pic 9(09)v99.
01  ws-change-due             pic 9(09)v99.
01  ws-account-customer       pic x(06).
01  ws-next-invoice-number    pic 9(08).

*> Gift vouchers.  One is sold by keying VOUCHER at the scan
*> prompt, and is good for ws-voucher-valid-days from issue; one is
*> spent as the (V)oucher tender, the balance left staying on it.
01  ws-voucher-item-code      pic x(10) value "VOUCHER".
01  ws-voucher-valid-days     pic 9(03) value 365.
01  ws-voucher-value          pic 9(07)v99.
01  ws-tender-voucher         pic 9(08).
01  ws-next-voucher-number    pic 9(08).
01  ws-voucher-day-number     pic 9(07).
01  ws-voucher-left           pic 9(07)v99.
01  ws-jrnl-voucher-redeemed  pic x.
01  ws-refund-voucher         pic 9(08).
01  ws-refund-has-voucher     pic x.
01  vm-choice                 pic x.
01  ws-vm-number              pic 9(08).

*> Loyalty.  A member's card scanned during the sale puts them on
*> it; the sale earns points on its net after promotions at the
*> LOYPARM rate, and points can be spent as a discount spread over
*> the lines before the tender is taken.
01  ws-loy-earn-rate          pic 9(03)v99.
01  ws-loy-point-value        pic 9(01)v9999.
01  ws-loy-supervisor-points  pic 9(07).
01  ws-loyalty-card           pic x(14).
01  ws-loy-redeem-points      pic 9(07).
01  ws-loy-redeem-value       pic 9(09)v99.
01  ws-loy-earn-points        pic 9(07).
01  ws-loy-earn-value         pic 9(09)v99.
01  ws-loy-max-points         pic 9(09).
01  ws-loy-eligible-gross     pic 9(09)v99.
01  ws-loy-disc-left          pic 9(09)v99.
01  ws-loy-last-idx           pic 9(02).
01  ws-loy-share              pic 9(09)v99.
01  ws-loy-new-gross          pic 9(09)v99.
01  ws-loy-new-net            pic 9(09)v99.
01  ws-loy-tran-type          pic x.
01  ws-loy-tran-points        pic 9(07).
01  ws-loy-tran-value         pic 9(07)v99.
01  ws-jrnl-loyalty-posted    pic x.
01  lm-choice                 pic x.
01  ws-lm-card                pic x(14).
01  ws-lm-name                pic x(32).
01  ws-lm-customer            pic x(06).
01  ws-lm-status              pic x.
01  ws-lm-rate-buf            pic x(10).
01  ws-lm-from-date           pic 9(08).
01  ws-lm-to-date             pic 9(08).
01  ws-lm-count               pic 9(05).
01  ws-lm-points-total        pic s9(11).
01  ws-lm-value               pic s9(09)v99.
01  ws-lm-value-total         pic s9(09)v99.
01  ws-lm-points-display      pic -(9)9.
01  ws-lm-amount-display      pic -(9)9.99.
01  ws-lm-qty-display         pic -(7)9.999.
*> member sales by item - one entry per card and code sold
01  ws-lms-table.
  05  ws-lms-entry            occurs 1000 times.
    10  ws-lms-card           pic x(14).
    10  ws-lms-item           pic x(10).
    10  ws-lms-qty            pic s9(09)v999.
    10  ws-lms-value          pic s9(09)v99.
01  ws-lms-count              pic 9(04).
01  ws-lms-idx                pic 9(04).
01  ws-lms-found              pic x.
01  ws-lms-dropped            pic 9(05).

*> Open tabs.  A tab is opened under a number off the EPOSTAB
*> series and a name, rounds are added to it from any till with
*> the stock taken there and then, and it is paid off through the
*> ordinary tenders as one sale or split into several.
01  ws-tab-switch             pic x value "N".
  88  ringing-a-tab           value "Y".
  88  ringing-a-sale          value "N".
01  ws-tab-number             pic 9(08).
01  ws-tab-paid-by            pic 9(08).
01  ws-jrnl-tab-settled       pic x.
01  ws-epos-move-source       pic x(10) value "EPOS".
01  tm-choice                 pic x.
01  ws-tab-name               pic x(24).
01  ws-tab-bill-choice        pic x.
01  ws-tab-pick               pic 9(02).
01  ws-tab-unpaid-count       pic 9(03).
01  ws-tab-keep-idx           pic 9(02).
01  ws-tab-row                pic 9(02).
01  ws-tab-col                pic 9(02).
01  ws-tab-pick-table.
  05  ws-tab-picked           occurs 50 times pic x.
*> the open tabs found on file, for the list and the cash-up
01  ws-open-tab-table.
  05  ws-open-tab-entry       occurs 50 times.
    10  ws-open-tab-number    pic 9(08).
    10  ws-open-tab-name      pic x(24).
    10  ws-open-tab-till      pic x(04).
    10  ws-open-tab-date      pic 9(08).
    10  ws-open-tab-value     pic 9(09)v99.
01  ws-open-tab-count         pic 9(03).
01  ws-open-tab-idx           pic 9(03).
01  ws-open-tab-total         pic 9(09)v99.
01  ws-open-tab-display       pic zzzzzzzz9.99.

01  ep-choice                 pic x.
  88  ep-choice-is-valid      values "S" "R" "Z" "B" "T" "M" "P" "C" "J" "V" "L" "O" "X".

01  ws-override-approved      pic x.
  88  override-was-approved   value "Y".
01  ws-refund-already-done    pic x.
01  ws-refund-invoice-desc    pic x(40).
01  ws-refund-invoice-found   pic x.
01  ws-refund-receipt-number  pic 9(08).

*> Z-report working fields.  Closedness is proved against the
*> EPOSCLOSE file itself, once per distinct date seen in the scan;
01  ws-z-cash-total           pic s9(09)v99 sign leading separate.
01  ws-z-card-total           pic s9(09)v99 sign leading separate.
01  ws-z-account-total        pic s9(09)v99 sign leading separate.
*> vouchers taken as tender, and vouchers sold through the other
*> tenders - the latter already sit in those tenders' takings
01  ws-z-voucher-total        pic s9(09)v99 sign leading separate.
01  ws-z-vouchers-sold        pic s9(09)v99 sign leading separate.
01  ws-z-tax-total            pic s9(09)v99 sign leading separate.
01  ws-z-sale-count           pic 9(05).
01  ws-z-grand-total          pic s9(09)v99 sign leading separate.

01  ws-sale-net               pic 9(09)v99.
01  ws-tax-rate-found         pic 9(02)v99.
01  ws-tax-code-found         pic x(03).

*> Till journal recovery.  A journal left on file for this till at
*> sign-on, or when a sale is started, is a sale the till never
*> finished; it is finished or rolled back before anything else is
*> rung.
01  ws-jrnl-switch            pic x.
  88  ws-jrnl-outstanding     value "Y".
  88  ws-jrnl-none            value "N".
01  ws-jrnl-choice            pic x.
01  ws-jrnl-stage             pic x.
01  ws-jrnl-gl-posted         pic x.
01  ws-jrnl-charge-raised     pic x.
01  ws-jrnl-receipt-printed   pic x.
01  ws-jrnl-started-date      pic 9(08).
01  ws-jrnl-started-time      pic 9(06).
01  ws-jrnl-sale-date         pic 9(08).
01  ws-jrnl-committed         pic 9(02).
01  ws-jrnl-line-idx          pic 9(02).
01  ws-recv-action            pic x(08).
01  ws-recv-from-date         pic 9(08).
01  ws-recv-to-date           pic 9(08).
01  ws-recv-count             pic 9(05).
01  ws-recv-amount-display    pic zzzzzzzz9.99.

01  ws-next-sale-number       pic 9(08) value zero.
01  ws-ring-up-switch         pic x.
  if stock-movement-file-status not = zero
    open output stock-movement-file
  end-if
  open i-o stock-layer-file
  if stock-layer-file-status = "35"
    open output stock-layer-file
    close stock-layer-file
    open i-o stock-layer-file
  end-if
  open i-o stock-location-file
  if stock-location-file-status = "35"
    open output stock-location-file
    close invoice-file
    open i-o invoice-file
  end-if
  open i-o invoice-line-file
  if invoice-line-file-status = "35"
    open output invoice-line-file
    close invoice-line-file
    open i-o invoice-line-file
  end-if
  open input period-file
  if period-file-status = "35"
    open output period-file
    close number-control-file
    open i-o number-control-file
  end-if
  open i-o custrcpt-file
  if custrcpt-file-status = "35"
    open output custrcpt-file
    close custrcpt-file
    open i-o custrcpt-file
  end-if
  open i-o barcode-file
  if barcode-file-status = "35"
    open output barcode-file
    close stock-lot-file
    open i-o stock-lot-file
  end-if
  open input gl-rule-file
  if gl-rule-file-status = "35"
    open output gl-rule-file
    close gl-rule-file
    open input gl-rule-file
  end-if
  open input gl-account-file
  if gl-account-file-status = "35"
    open output gl-account-file
    close gl-account-file
    open input gl-account-file
  end-if
  open i-o journal-file
  if journal-file-status = "35"
    open output journal-file
    close journal-file
    open i-o journal-file
  end-if
  open i-o voucher-file
  if voucher-file-status = "35"
    open output voucher-file
    close voucher-file
    open i-o voucher-file
  end-if
  open i-o loyalty-file
  if loyalty-file-status = "35"
    open output loyalty-file
    close loyalty-file
    open i-o loyalty-file
  end-if
  open i-o tab-file
  if tab-file-status = "35"
    open output tab-file
    close tab-file
    open i-o tab-file
  end-if
  perform read-loyalty-rates
  accept ws-today from date yyyymmdd end-accept
  perform sign-on-till
  .
*>-----------------------------------------------
*> Till sign-on: every sale, audit line and cash-up this session
*> belongs to this drawer.  The float and the bank account the
*> till's cash is banked into can be re-keyed at sign-on; blank
*> keeps what is on file.
*>-----------------------------------------------
sign-on-till.
  display " " at line 01 col 01 erase eos end-display
        continue
    end-rewrite
  end-if
  display "Bank Account (blank=keep):[      ]" at line 13 col 04 foreground-color 2 end-display
  display tf-bank-account at line 13 col 31 foreground-color 3 end-display
  move spaces to ws-bank-input
  accept ws-bank-input at line 13 col 31 with foreground-color 6 end-accept
  move function upper-case(ws-bank-input) to ws-bank-input
  if ws-bank-input not = spaces
     and ws-bank-input not = tf-bank-account
    move ws-bank-input to ws-bank-account-code
    perform find-bank-account
    if ws-bank-was-found
      move ws-bank-account-code to tf-bank-account
      rewrite tillfloat-record
        invalid key
          continue
      end-rewrite
    else
      display "Bank account not on file or not active, kept " tf-bank-account
        at line 23 col 02 foreground-color 4 end-display
    end-if
  end-if
  perform resolve-till-bank-account
  perform check-till-journal
  .
*> the till's own bank account, else the Epos default; neither on
*> file leaves the cash posting rule's account to stand
resolve-till-bank-account.
  set ws-bank-use-epos to true
  set ws-bank-not-found to true
  if tf-bank-account not = spaces
    move tf-bank-account to ws-bank-account-code
    perform find-bank-account
  end-if
  if ws-bank-not-found
    perform find-default-bank-account
  end-if
  move spaces to ws-epos-bank-gl-account
  if ws-bank-was-found
    move ws-bank-gl-account to ws-epos-bank-gl-account
  end-if
  .
closing-procedure.
  close item-file
  close gl-interface-file
  close sales-history-file
  close stock-movement-file
  close stock-layer-file
  close stock-location-file
  close price-file
  close recipe-file
  close customer-file
  close invoice-file
  close invoice-line-file
  close period-file
  close number-control-file
  close custrcpt-file
  close barcode-file
  close tillfloat-file
  close promo-file
  close stock-lot-file
  close nutrient-file
  close gl-rule-file
  close gl-account-file
  close journal-file
  close voucher-file
  close loyalty-file
  close tab-file
  .

*>-----------------------------------------------
  display "(P) Promotion Usage"   at line 04 col 20 foreground-color 2 end-display
  display "(T) Trading Pattern"   at line 04 col 41 foreground-color 2 end-display
  display "(B) Barcodes"          at line 04 col 62 foreground-color 2 end-display
  display "(L) Loyalty"           at line 05 col 26 foreground-color 2 end-display
  display "(J) Recovered Sales"   at line 05 col 41 foreground-color 2 end-display
  display "(V) Vouchers"          at line 05 col 62 foreground-color 2 end-display
  display "(O) Open Tabs"         at line 06 col 62 foreground-color 2 end-display
  .
accept-ep-choice.
  display "Select option :- [ ]" at line 05 col 04 foreground-color 2 end-display
      perform print-promotion-usage
    when "C"
      perform clock-in-out
    when "J"
      perform print-recovered-sales
    when "V"
      perform voucher-menu
    when "L"
      perform loyalty-menu
    when "O"
      perform tab-menu
    when "X"
      continue
  end-evaluate
  if ws-date-is-closed = "Y"
    exit paragraph
  end-if
  *> an unfinished sale on this till is settled before a new one
  perform check-till-journal
  if ws-jrnl-outstanding
    exit paragraph
  end-if
  move zero to ws-sale-line-count
  move zero to ws-sale-total-net
  move zero to ws-sale-total-tax
  move zero to ws-sale-total-gross
  move spaces to ws-account-customer
  move spaces to ws-loyalty-card
  move zero to ws-loy-redeem-points
  move zero to ws-loy-redeem-value
  move zero to ws-tab-number
  set ringing-a-sale to true
  perform start-sale-journal
  perform ring-up-basket
  .
*>-----------------------------------------------
*> Ring, tender and complete the basket in ws-sale-lines - a new
*> one, or one reloaded off the journal after a crash.
*>-----------------------------------------------
ring-up-basket.
  set more-items to true
  perform ring-up-one-item
    until no-more-items

  if ws-sale-line-count = zero
    perform clear-till-journal
    exit paragraph
  end-if

  perform apply-promotions
  perform redeem-loyalty-points
  perform take-tender
  perform resolve-epos-gl-accounts
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    display "Sale not completed" at line 16 col 04 foreground-color 4 end-display
    perform clear-till-journal
    exit paragraph
  end-if
  perform complete-sale
  .
*>-----------------------------------------------
     or ws-today < promo-start-date
     or ws-today > promo-end-date
     or ws-line-discount(ws-sale-idx) not = zero
     or ws-line-type(ws-sale-idx) = "V"
    exit paragraph
  end-if

    perform void-last-line
    exit paragraph
  end-if
  *> vouchers and loyalty cards belong to the sale that pays a
  *> tab off, not to the tab
  if ws-scan-input = ws-voucher-item-code
    if ringing-a-tab
      display "Gift vouchers cannot go on a tab" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
    end-if
    perform ring-up-voucher-sale
    exit paragraph
  end-if
  *> a loyalty card scanned puts the member on the sale
  move ws-scan-input to loyalty-card-number
  read loyalty-file key is loyalty-card-number
    invalid key
      continue
    not invalid key
      if ringing-a-tab
        display "Scan the loyalty card when the tab is paid" at line 23 col 02 foreground-color 4 end-display
        exit paragraph
      end-if
      perform attach-loyalty-card
      exit paragraph
  end-read

  *> a scanned code resolves through the barcode file first; an
  *> unmapped scan falls back to being keyed item/recipe code
    set no-more-items to true
    exit paragraph
  end-if
  if ringing-a-tab
    perform check-tab-still-open
    if not tab-is-open
       or tab-last-line >= 999
      display "Tab is paid off or full, nothing more can go on it" at line 23 col 02 foreground-color 4 end-display
      set no-more-items to true
      exit paragraph
    end-if
  end-if

  read item-file key is item-code
    invalid key
  move epos-sale-qty to ws-line-qty(ws-sale-idx)
  move epos-sale-price to ws-line-price(ws-sale-idx)
  move ws-sale-net to ws-line-net(ws-sale-idx)
  move ws-tax-code-found to ws-line-tax-code(ws-sale-idx)
  move spaces to ws-line-promo-code(ws-sale-idx)
  move zero to ws-line-discount(ws-sale-idx)
  compute ws-line-tax(ws-sale-idx) rounded =
  add ws-line-net(ws-sale-idx) to ws-sale-total-net
  add ws-line-tax(ws-sale-idx) to ws-sale-total-tax
  add ws-line-gross(ws-sale-idx) to ws-sale-total-gross
  move "N" to ws-line-stage(ws-sale-idx)
  move zero to ws-line-voucher(ws-sale-idx)
  move zero to ws-line-points-disc(ws-sale-idx)
  move zero to ws-line-tab-line(ws-sale-idx)
  move "N" to ws-line-stock-taken(ws-sale-idx)
  perform record-rung-line

  display "Rang up, amount " ws-line-gross(ws-sale-idx)
    at line 08 col 04 foreground-color 2 end-display
    exit paragraph
  end-if

  move ws-ring-recipe-code to ws-price-lookup-code
  move ws-today to ws-price-lookup-date
  perform find-current-selling-price
  if ws-price-was-found
  *> a prepared dish is taxed off its own recipe tax code, the same
  *> way a stock item is taxed off item-tax-code
  perform find-recipe-tax-rate
  move ws-tax-code-found to ws-line-tax-code(ws-sale-idx)
  compute ws-line-tax(ws-sale-idx) rounded =
    (ws-line-net(ws-sale-idx) * ws-tax-rate-found) / 100
  compute ws-line-gross(ws-sale-idx) =
  add ws-line-net(ws-sale-idx) to ws-sale-total-net
  add ws-line-tax(ws-sale-idx) to ws-sale-total-tax
  add ws-line-gross(ws-sale-idx) to ws-sale-total-gross
  move "N" to ws-line-stage(ws-sale-idx)
  move zero to ws-line-voucher(ws-sale-idx)
  move zero to ws-line-points-disc(ws-sale-idx)
  move zero to ws-line-tab-line(ws-sale-idx)
  move "N" to ws-line-stock-taken(ws-sale-idx)
  perform record-rung-line

  display "Rang up, amount " ws-line-gross(ws-sale-idx)
    at line 08 col 04 foreground-color 2 end-display
  display "Sale total so far " ws-sale-total-gross
    at line 09 col 04 foreground-color 2 end-display
  .
*>-----------------------------------------------
*> A gift voucher sold over the counter goes on the sale as an
*> untaxed line at the value asked for.  The voucher itself is only
*> numbered and put on file when the sale commits, so a voided line
*> or an abandoned sale never leaves a live voucher behind.
*>-----------------------------------------------
ring-up-voucher-sale.
  if ws-sale-line-count >= 50
    display "Sale is full, take the tender" at line 23 col 02 foreground-color 4 end-display
    set no-more-items to true
    exit paragraph
  end-if
  display "Voucher Value:[          ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-voucher-value
  accept ws-voucher-value at line 06 col 19 with foreground-color 6 end-accept
  if ws-voucher-value = zero
    exit paragraph
  end-if

  add 1 to ws-sale-line-count
  set ws-sale-idx to ws-sale-line-count
  move ws-voucher-item-code to ws-line-item-code(ws-sale-idx)
  move "V" to ws-line-type(ws-sale-idx)
  move "GIFT VOUCHER" to ws-line-description(ws-sale-idx)
  move 1 to ws-line-qty(ws-sale-idx)
  move ws-voucher-value to ws-line-price(ws-sale-idx)
  move ws-voucher-value to ws-line-net(ws-sale-idx)
  move zero to ws-line-tax(ws-sale-idx)
  move ws-voucher-value to ws-line-gross(ws-sale-idx)
  move spaces to ws-line-tax-code(ws-sale-idx)
  move spaces to ws-line-promo-code(ws-sale-idx)
  move zero to ws-line-discount(ws-sale-idx)

  add ws-line-net(ws-sale-idx) to ws-sale-total-net
  add ws-line-gross(ws-sale-idx) to ws-sale-total-gross
  move "N" to ws-line-stage(ws-sale-idx)
  move zero to ws-line-voucher(ws-sale-idx)
  move zero to ws-line-points-disc(ws-sale-idx)
  move zero to ws-line-tab-line(ws-sale-idx)
  move "N" to ws-line-stock-taken(ws-sale-idx)
  perform record-rung-line

  display "Rang up, amount " ws-line-gross(ws-sale-idx)
    at line 08 col 04 foreground-color 2 end-display
  display "Sale total so far " ws-sale-total-gross
    at line 09 col 04 foreground-color 2 end-display
  .
*>-----------------------------------------------
*> Loyalty card on the sale.  The card is kept on the journal
*> header so a sale resumed after a crash keeps its member.
*>-----------------------------------------------
attach-loyalty-card.
  if not loyalty-is-active
    display "Loyalty card is closed" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move loyalty-card-number to ws-loyalty-card
  perform rewrite-journal-header
  display "Member " loyalty-name " points " loyalty-points-balance
    at line 07 col 04 foreground-color 3 end-display
  .
*>-----------------------------------------------
*> Points spent on the sale come off it as a discount before the
*> tender, spread over the goods lines by value with the tax scaled
*> down alongside, the way a promotion discounts.  Gift vouchers
*> cannot be bought with points, and a redemption over the scheme's
*> supervisor limit needs a supervisor.
*>-----------------------------------------------
redeem-loyalty-points.
  move zero to ws-loy-redeem-points
  move zero to ws-loy-redeem-value
  if ws-loyalty-card = spaces
     or ws-loy-point-value = zero
    exit paragraph
  end-if
  move ws-loyalty-card to loyalty-card-number
  read loyalty-file key is loyalty-card-number
    invalid key
      exit paragraph
  end-read
  if loyalty-points-balance not > zero
    exit paragraph
  end-if
  perform total-voucher-lines
  compute ws-loy-eligible-gross = ws-sale-total-gross - ws-sale-voucher-total
  if ws-loy-eligible-gross = zero
    exit paragraph
  end-if
  compute ws-loy-max-points = ws-loy-eligible-gross / ws-loy-point-value
  if ws-loy-max-points > loyalty-points-balance
    move loyalty-points-balance to ws-loy-max-points
  end-if

  display "Points " loyalty-points-balance " usable " ws-loy-max-points
    at line 10 col 40 foreground-color 3 end-display
  display "Redeem Points (blank=none):[       ]" at line 11 col 40 foreground-color 2 end-display
  accept ws-loy-redeem-points at line 11 col 68 with foreground-color 6 end-accept
  if ws-loy-redeem-points = zero
    exit paragraph
  end-if
  if ws-loy-redeem-points > ws-loy-max-points
    display "More points than the member has or the sale can take" at line 23 col 02 foreground-color 4 end-display
    perform redeem-loyalty-points
    exit paragraph
  end-if
  if ws-loy-redeem-points > ws-loy-supervisor-points
    perform get-supervisor-override
    if not override-was-approved
      move zero to ws-loy-redeem-points
      exit paragraph
    end-if
  end-if

  compute ws-loy-redeem-value = ws-loy-redeem-points * ws-loy-point-value
  move ws-loy-redeem-value to ws-loy-disc-left
  move zero to ws-loy-last-idx
  set ws-sale-idx to 1
  perform find-last-points-line
    until ws-sale-idx > ws-sale-line-count
  set ws-sale-idx to 1
  perform spread-points-on-one-line
    until ws-sale-idx > ws-sale-line-count
  display "Points off " ws-loy-redeem-value " total "
    ws-sale-total-gross at line 09 col 40 foreground-color 3 end-display
  .
find-last-points-line.
  if ws-line-type(ws-sale-idx) not = "V"
     and ws-line-gross(ws-sale-idx) not = zero
    set ws-loy-last-idx to ws-sale-idx
  end-if
  set ws-sale-idx up by 1
  .
spread-points-on-one-line.
  if ws-line-type(ws-sale-idx) = "V"
     or ws-line-gross(ws-sale-idx) = zero
    set ws-sale-idx up by 1
    exit paragraph
  end-if
  *> the last line takes what is left so the shares add up exactly
  if ws-sale-idx = ws-loy-last-idx
    move ws-loy-disc-left to ws-loy-share
  else
    compute ws-loy-share rounded =
      (ws-loy-redeem-value * ws-line-gross(ws-sale-idx))
      / ws-loy-eligible-gross
  end-if
  if ws-loy-share > ws-loy-disc-left
    move ws-loy-disc-left to ws-loy-share
  end-if
  if ws-loy-share > ws-line-gross(ws-sale-idx)
    move ws-line-gross(ws-sale-idx) to ws-loy-share
  end-if
  subtract ws-loy-share from ws-loy-disc-left

  compute ws-loy-new-gross = ws-line-gross(ws-sale-idx) - ws-loy-share
  compute ws-loy-new-net rounded =
    (ws-line-net(ws-sale-idx) * ws-loy-new-gross)
    / ws-line-gross(ws-sale-idx)
  subtract ws-line-net(ws-sale-idx) from ws-sale-total-net
  subtract ws-line-tax(ws-sale-idx) from ws-sale-total-tax
  subtract ws-line-gross(ws-sale-idx) from ws-sale-total-gross
  move ws-loy-new-gross to ws-line-gross(ws-sale-idx)
  move ws-loy-new-net to ws-line-net(ws-sale-idx)
  compute ws-line-tax(ws-sale-idx) = ws-loy-new-gross - ws-loy-new-net
  move ws-loy-share to ws-line-points-disc(ws-sale-idx)
  add ws-line-net(ws-sale-idx) to ws-sale-total-net
  add ws-line-tax(ws-sale-idx) to ws-sale-total-tax
  add ws-line-gross(ws-sale-idx) to ws-sale-total-gross
  set ws-sale-idx up by 1
  .
*> sub-recipes expand through their versions in force today down to
*> the stock items; a base with no version in force counts as short
check-recipe-ingredient-stock.
  move "N" to ws-recipe-short-switch
  move ws-ring-recipe-code to ws-rx-recipe-code
  move ws-today to ws-rx-date
  perform explode-recipe
  if ws-rx-missing-count not = zero
     or ws-rx-overflowed
    set recipe-stock-is-short to true
    exit paragraph
  end-if
  move 1 to ws-rx-leaf-idx
  perform check-one-recipe-ingredient
    until ws-rx-leaf-idx > ws-rx-leaf-count
       or recipe-stock-is-short
  .
check-one-recipe-ingredient.
  move ws-rx-leaf-item(ws-rx-leaf-idx) to item-code
  read item-file key is item-code
    invalid key
      set recipe-stock-is-short to true
      exit paragraph
  end-read
  compute ws-recipe-required rounded =
    (ws-rx-leaf-qty(ws-rx-leaf-idx) * ws-recipe-servings) / ws-recipe-yield
  if ws-recipe-required > (item-on-hand-qty - item-allocated-qty)
    set recipe-stock-is-short to true
  end-if
  add 1 to ws-rx-leaf-idx
  .
cost-recipe-for-sale.
  move zero to ws-recipe-cost
  move ws-ring-recipe-code to ws-rx-recipe-code
  move ws-today to ws-rx-date
  perform explode-recipe
  move 1 to ws-rx-leaf-idx
  perform cost-one-recipe-ingredient
    until ws-rx-leaf-idx > ws-rx-leaf-count
  .
cost-one-recipe-ingredient.
  move ws-rx-leaf-item(ws-rx-leaf-idx) to item-code
  read item-file key is item-code
    invalid key
      continue
    not invalid key
      compute ws-recipe-cost rounded = ws-recipe-cost
        + (ws-rx-leaf-qty(ws-rx-leaf-idx) * item-average-cost)
  end-read
  add 1 to ws-rx-leaf-idx
  .
*>-----------------------------------------------
*> Tender screen - cash with change worked out, card, a charge to
*> a Sales Ledger account, or a gift voucher.  The GL posting splits
*> the takings by tender so the banking reconciles.
*>-----------------------------------------------
take-tender.
  perform total-voucher-lines
  move zero to ws-tender-voucher
  display "Sale total: " ws-sale-total-gross at line 11 col 04 foreground-color 2 end-display
  display "Tender (C)ash (D)Card (A)ccount (V)oucher:[ ]" at line 12 col 04 foreground-color 2 end-display
  move space to ws-tender-type
  accept ws-tender-type at line 12 col 47 with foreground-color 6 end-accept
  move function upper-case(ws-tender-type) to ws-tender-type
  if not ws-tender-is-valid
    display "Enter C, D, A, or V" at line 23 col 02 foreground-color 4 end-display
    perform take-tender
    exit paragraph
  end-if
  if ws-tender-is-account
    perform take-account-tender
  end-if
  if ws-tender-is-voucher
    perform take-voucher-tender
  end-if
  .
take-cash-tender.
  display "Amount Tendered:[           ]" at line 13 col 04 foreground-color 2 end-display
  end-if
  display customer-name at line 13 col 28 foreground-color 3 end-display
  .
*>-----------------------------------------------
*> A gift voucher pays for the whole sale out of its balance; what
*> is left stays on the voucher for the next visit.  A voucher that
*> is spent, cancelled, past its expiry or short of the sale total
*> sends the operator back for another tender, and a voucher can
*> never buy another voucher.
*>-----------------------------------------------
take-voucher-tender.
  if ws-sale-voucher-total not = zero
    display "Gift vouchers cannot be bought with a voucher" at line 23 col 02 foreground-color 4 end-display
    perform take-tender
    exit paragraph
  end-if
  display "Voucher No:[        ]" at line 13 col 04 foreground-color 2 end-display
  move zero to ws-tender-voucher
  accept ws-tender-voucher at line 13 col 16 with foreground-color 6 end-accept
  move ws-tender-voucher to voucher-number
  read voucher-file key is voucher-number
    invalid key
      display "Voucher not found" at line 23 col 02 foreground-color 4 end-display
      perform take-tender
      exit paragraph
  end-read
  if not voucher-is-active
    display "Voucher is spent or cancelled" at line 23 col 02 foreground-color 4 end-display
    perform take-tender
    exit paragraph
  end-if
  if voucher-expiry-date < ws-today
    display "Voucher expired on " voucher-expiry-date at line 23 col 02 foreground-color 4 end-display
    perform take-tender
    exit paragraph
  end-if
  if voucher-balance < ws-sale-total-gross
    display "Voucher balance only " voucher-balance ", take another tender"
      at line 23 col 02 foreground-color 4 end-display
    perform take-tender
    exit paragraph
  end-if
  compute ws-voucher-left = voucher-balance - ws-sale-total-gross
  display "Balance " voucher-balance "  left after sale " ws-voucher-left
    at line 14 col 04 foreground-color 3 end-display
  .
total-voucher-lines.
  move zero to ws-sale-voucher-total
  set ws-sale-idx to 1
  perform total-one-voucher-line
    until ws-sale-idx > ws-sale-line-count
  .
total-one-voucher-line.
  if ws-line-type(ws-sale-idx) = "V"
    add ws-line-gross(ws-sale-idx) to ws-sale-voucher-total
  end-if
  set ws-sale-idx up by 1
  .
*>-----------------------------------------------
*> Commit: the journal is rewritten with the sale number, tender
*> and final lines first, then each write is flagged on it as it is
*> done, and the journal is cleared once the receipt is out.
*>-----------------------------------------------
complete-sale.
  perform issue-next-sale-number
  accept epos-sale-date from date yyyymmdd end-accept
  accept epos-sale-time from time end-accept
  move "N" to ws-jrnl-gl-posted
  move "N" to ws-jrnl-charge-raised
  move "N" to ws-jrnl-receipt-printed
  move "N" to ws-jrnl-voucher-redeemed
  move "N" to ws-jrnl-loyalty-posted
  move "N" to ws-jrnl-tab-settled
  perform compute-loyalty-earned
  perform start-journal-commit
  perform commit-sale-steps
  .
commit-sale-steps.
  set ws-sale-idx to 1
  perform commit-one-sale-line
    until ws-sale-idx > ws-sale-line-count

  if ws-tender-is-voucher
     and ws-jrnl-voucher-redeemed not = "Y"
    perform redeem-gift-voucher
    move "Y" to ws-jrnl-voucher-redeemed
    perform rewrite-journal-header
  end-if
  if ws-loyalty-card not = spaces
     and ws-jrnl-loyalty-posted not = "Y"
    perform post-loyalty-points
    move "Y" to ws-jrnl-loyalty-posted
    perform rewrite-journal-header
  end-if
  if ws-tab-number not = zero
     and ws-jrnl-tab-settled not = "Y"
    perform mark-tab-lines-settled
    move "Y" to ws-jrnl-tab-settled
    perform rewrite-journal-header
  end-if
  if ws-jrnl-gl-posted not = "Y"
    perform post-sale-to-gl
    move "Y" to ws-jrnl-gl-posted
    perform rewrite-journal-header
  end-if
  if ws-tender-is-account
     and ws-jrnl-charge-raised not = "Y"
    perform raise-account-charge
    move "Y" to ws-jrnl-charge-raised
    perform rewrite-journal-header
  end-if
  if ws-jrnl-receipt-printed not = "Y"
    perform print-customer-receipt
    move "Y" to ws-jrnl-receipt-printed
    perform rewrite-journal-header
  end-if
  perform clear-till-journal

  display "Sale " ws-next-sale-number " complete, total " ws-sale-total-gross
    at line 16 col 04 foreground-color 2 end-display
    end-string
    write receipt-record
  end-if
  if ws-tender-is-voucher
    move ws-tender-voucher to voucher-number
    read voucher-file key is voucher-number
      invalid key
        move zero to voucher-balance
    end-read
    move voucher-balance to ws-receipt-amount-display
    move spaces to receipt-record
    string "Paid by voucher " delimited by size
      ws-tender-voucher delimited by size
      "  balance left " delimited by size
      ws-receipt-amount-display delimited by size
      into receipt-record
    end-string
    write receipt-record
  end-if
  if ws-loyalty-card not = spaces
    move ws-loyalty-card to loyalty-card-number
    read loyalty-file key is loyalty-card-number
      invalid key
        move zero to loyalty-points-balance
    end-read
    move loyalty-points-balance to ws-lm-points-display
    move spaces to receipt-record
    string "Card " delimited by size
      ws-loyalty-card delimited by size
      " earned " delimited by size
      ws-loy-earn-points delimited by size
      " balance " delimited by size
      ws-lm-points-display delimited by size
      into receipt-record
    end-string
    write receipt-record
  end-if
  move "Thank you for your custom" to receipt-record
  write receipt-record
  close receipt-file
    end-string
    write receipt-record
  end-if
  if ws-line-points-disc(ws-sale-idx) not = zero
    move ws-line-points-disc(ws-sale-idx) to ws-receipt-amount-display
    move spaces to receipt-record
    string "  POINTS  you saved " delimited by size
      ws-receipt-amount-display delimited by size
      into receipt-record
    end-string
    write receipt-record
  end-if
  if ws-line-type(ws-sale-idx) = "V"
    move ws-line-voucher(ws-sale-idx) to voucher-number
    read voucher-file key is voucher-number
      invalid key
        move zero to voucher-expiry-date
    end-read
    move spaces to receipt-record
    string "  Voucher no. " delimited by size
      ws-line-voucher(ws-sale-idx) delimited by size
      "  valid to " delimited by size
      voucher-expiry-date delimited by size
      into receipt-record
    end-string
    write receipt-record
  end-if
  *> a prepared dish declares its ingredients' allergens on the
  *> customer's ticket
  if ws-line-type(ws-sale-idx) = "R"
  end-if
  set ws-sale-idx up by 1
  .
*> a line a recovered sale already part-committed picks up from
*> the stage the journal shows it reached
commit-one-sale-line.
  move ws-next-sale-number to epos-sale-number
  move ws-line-item-code(ws-sale-idx) to epos-sale-item-code
  move ws-line-price(ws-sale-idx) to epos-sale-price
  move ws-line-gross(ws-sale-idx) to epos-sale-amount
  move ws-line-tax(ws-sale-idx) to epos-sale-tax-amount
  move ws-line-tax-code(ws-sale-idx) to epos-sale-tax-code
  move ws-tender-type to epos-sale-tender
  set epos-is-sale to true
  move ws-till-id to epos-sale-till-id
  move ws-tender-voucher to epos-sale-voucher-number
  move ws-loyalty-card to epos-sale-loyalty-card

  *> a voucher line is numbered and put on file first, and the
  *> journal told, so a crash before the sale record can never
  *> issue the same voucher twice
  if ws-line-type(ws-sale-idx) = "V"
    if ws-line-stage(ws-sale-idx) = "N"
       and ws-line-voucher(ws-sale-idx) = zero
      perform issue-gift-voucher
      perform write-journal-line
    end-if
    set epos-is-voucher-issue to true
    move ws-line-voucher(ws-sale-idx) to epos-sale-voucher-number
  end-if

  if ws-line-stage(ws-sale-idx) = "N"
    write epos-sale-record
    if ws-line-discount(ws-sale-idx) not = zero
      perform log-promotion-use
    end-if
    move "S" to ws-line-stage(ws-sale-idx)
    perform write-journal-line
  end-if

  *> a gift voucher moves no stock and is not a sale of goods
  if ws-line-type(ws-sale-idx) = "V"
     and ws-line-stage(ws-sale-idx) not = "Y"
    move "Y" to ws-line-stage(ws-sale-idx)
    perform write-journal-line
  end-if

  *> a line off a tab had its stock taken when it went on the tab
  if ws-line-stage(ws-sale-idx) = "S"
     and ws-line-stock-taken(ws-sale-idx) = "Y"
    move "K" to ws-line-stage(ws-sale-idx)
    perform write-journal-line
  end-if

  if ws-line-stage(ws-sale-idx) = "S"
    if ws-line-type(ws-sale-idx) = "R"
      perform explode-recipe-sale-line
    else
      move ws-line-item-code(ws-sale-idx) to item-code
      read item-file key is item-code
        invalid key
          continue
        not invalid key
          subtract epos-sale-qty from item-on-hand-qty
          rewrite item-record
            invalid key
              continue
          end-rewrite
          perform write-sale-stock-movement
      end-read
    end-if
    move "K" to ws-line-stage(ws-sale-idx)
    perform write-journal-line
  end-if

  if ws-line-stage(ws-sale-idx) = "K"
    perform write-sale-history
    move "Y" to ws-line-stage(ws-sale-idx)
    perform write-journal-line
  end-if
  set ws-sale-idx up by 1
  .
*>-----------------------------------------------
*> A recipe line depletes each ingredient, scaled per serving by
*> the recipe's yield, instead of a single stock item - through
*> every sub-recipe level down to the stock items.
*>-----------------------------------------------
explode-recipe-sale-line.
  move ws-line-item-code(ws-sale-idx) to ws-ring-recipe-code
  move ws-line-qty(ws-sale-idx) to ws-recipe-servings

  *> explode the versions in force on the sale date
  move ws-ring-recipe-code to ws-rx-recipe-code
  move epos-sale-date to ws-rx-date
  perform explode-recipe
  if ws-rx-not-found
    exit paragraph
  end-if
  move ws-rx-root-yield to ws-recipe-yield

  move 1 to ws-rx-leaf-idx
  perform deplete-one-recipe-ingredient
    until ws-rx-leaf-idx > ws-rx-leaf-count
  .
deplete-one-recipe-ingredient.
  move ws-rx-leaf-item(ws-rx-leaf-idx) to item-code
  read item-file key is item-code
    invalid key
      continue
    not invalid key
      compute ws-recipe-required rounded =
        (ws-rx-leaf-qty(ws-rx-leaf-idx) * ws-recipe-servings) / ws-recipe-yield
      subtract ws-recipe-required from item-on-hand-qty
      rewrite item-record
        invalid key

      move item-code to move-item-code
      move epos-sale-date to move-date
      move ws-epos-move-source to move-source-module
      move epos-sale-number to move-document-ref
      move "SHOP" to move-location-code
      move zero to move-qty-in
      move ws-recipe-required to move-qty-out
      move item-on-hand-qty to move-resulting-balance
      move item-code to ws-layer-item
      move ws-recipe-required to ws-layer-qty
      move item-average-cost to ws-layer-unit-cost
      perform consume-cost-layers
      compute move-cost-value = zero - ws-layer-cost-value
      write stock-movement-record
  end-read
  add 1 to ws-rx-leaf-idx
  .
*>-----------------------------------------------
*> Gift voucher file upkeep.  A voucher sold is numbered off the
*> VOUCHER series and written active at its value, good for
*> ws-voucher-valid-days from the sale date.  Spending one takes
*> the sale off its balance and marks it redeemed once nothing is
*> left; a refund or roll-back puts the value back.
*>-----------------------------------------------
issue-gift-voucher.
  perform get-next-voucher-number
  initialize voucher-record
  move ws-next-voucher-number to voucher-number
  move epos-sale-date to voucher-issue-date
  move ws-till-id to voucher-issue-till
  move ws-next-sale-number to voucher-issue-sale
  move ws-line-gross(ws-sale-idx) to voucher-original-value
  move ws-line-gross(ws-sale-idx) to voucher-balance
  move function integer-of-date(epos-sale-date) to ws-voucher-day-number
  add ws-voucher-valid-days to ws-voucher-day-number
  move function date-of-integer(ws-voucher-day-number) to voucher-expiry-date
  move zero to voucher-last-used-date
  move zero to voucher-released-amount
  move zero to voucher-released-date
  set voucher-is-active to true
  write voucher-record
    invalid key
      display "Gift voucher write failed" at line 23 col 02 foreground-color 4 end-display
  end-write
  move ws-next-voucher-number to ws-line-voucher(ws-sale-idx)
  .
get-next-voucher-number.
  move "VOUCHER" to ws-numctl-doc-type
  perform get-next-document-number
  if ws-numctl-was-seeded
    move ws-numctl-next to ws-next-voucher-number
    exit paragraph
  end-if
  move zero to ws-next-voucher-number
  move high-values to voucher-number
  start voucher-file key less than voucher-number
    invalid key
      move zero to ws-next-voucher-number
    not invalid key
      read voucher-file previous record
        at end
          move zero to ws-next-voucher-number
        not at end
          move voucher-number to ws-next-voucher-number
      end-read
  end-start
  add 1 to ws-next-voucher-number
  move ws-next-voucher-number to ws-numctl-next
  perform seed-document-number
  .
redeem-gift-voucher.
  move ws-tender-voucher to voucher-number
  read voucher-file key is voucher-number
    invalid key
      display "Gift voucher not found, adjust its balance by hand" at line 18 col 04 foreground-color 4 end-display
      exit paragraph
  end-read
  if voucher-balance > ws-sale-total-gross
    subtract ws-sale-total-gross from voucher-balance
  else
    move zero to voucher-balance
  end-if
  if voucher-balance = zero
    set voucher-is-redeemed to true
  end-if
  move epos-sale-date to voucher-last-used-date
  rewrite voucher-record
    invalid key
      display "Gift voucher update failed" at line 23 col 02 foreground-color 4 end-display
  end-rewrite
  .
reinstate-gift-voucher.
  move ws-tender-voucher to voucher-number
  read voucher-file key is voucher-number
    invalid key
      display "Gift voucher not found, adjust its balance by hand" at line 18 col 04 foreground-color 4 end-display
      exit paragraph
  end-read
  add ws-sale-total-gross to voucher-balance
  if voucher-is-redeemed
    set voucher-is-active to true
  end-if
  rewrite voucher-record
    invalid key
      display "Gift voucher update failed" at line 23 col 02 foreground-color 4 end-display
  end-rewrite
  .
cancel-gift-voucher.
  move ws-line-voucher(ws-sale-idx) to voucher-number
  read voucher-file key is voucher-number
    invalid key
      exit paragraph
  end-read
  set voucher-is-cancelled to true
  move zero to voucher-balance
  rewrite voucher-record
    invalid key
      display "Gift voucher update failed" at line 23 col 02 foreground-color 4 end-display
  end-rewrite
  .
*>-----------------------------------------------
*> Loyalty points.  The sale earns on its net after promotions and
*> points, leaving out gift vouchers sold; the member's balance,
*> lifetime spend and the LOYTRAN log move together when the sale
*> commits, and a refund or roll-back moves them back - the points
*> earned clawed back, the points spent given back.
*>-----------------------------------------------
read-loyalty-rates.
  move 1 to ws-loy-earn-rate
  move 0.01 to ws-loy-point-value
  move 1000 to ws-loy-supervisor-points
  open input loyparm-file
  if loyparm-file-status not = zero
    exit paragraph
  end-if
  read loyparm-file
    at end
      move "10" to loyparm-file-status
  end-read
  close loyparm-file
  if loyparm-file-status = zero
     and loyparm-earn-rate is numeric
     and loyparm-point-value is numeric
     and loyparm-supervisor-points is numeric
    move loyparm-earn-rate to ws-loy-earn-rate
    move loyparm-point-value to ws-loy-point-value
    move loyparm-supervisor-points to ws-loy-supervisor-points
  end-if
  .
compute-loyalty-earned.
  move zero to ws-loy-earn-points
  move zero to ws-loy-earn-value
  if ws-loyalty-card = spaces
    exit paragraph
  end-if
  perform total-voucher-lines
  if ws-sale-total-net > ws-sale-voucher-total
    compute ws-loy-earn-points =
      (ws-sale-total-net - ws-sale-voucher-total) * ws-loy-earn-rate
  end-if
  compute ws-loy-earn-value rounded = ws-loy-earn-points * ws-loy-point-value
  .
post-loyalty-points.
  move ws-loyalty-card to loyalty-card-number
  read loyalty-file key is loyalty-card-number
    invalid key
      display "Loyalty member not found, points not moved" at line 18 col 04 foreground-color 4 end-display
      exit paragraph
  end-read
  subtract ws-loy-redeem-points from loyalty-points-balance
  add ws-loy-earn-points to loyalty-points-balance
  compute loyalty-lifetime-spend =
    loyalty-lifetime-spend + ws-sale-total-gross - ws-sale-voucher-total
  move epos-sale-date to loyalty-last-visit-date
  rewrite loyalty-record
    invalid key
      display "Loyalty member update failed" at line 23 col 02 foreground-color 4 end-display
  end-rewrite
  if ws-loy-redeem-points not = zero
    move "R" to ws-loy-tran-type
    move ws-loy-redeem-points to ws-loy-tran-points
    move ws-loy-redeem-value to ws-loy-tran-value
    perform write-loyalty-tran
  end-if
  if ws-loy-earn-points not = zero
    move "E" to ws-loy-tran-type
    move ws-loy-earn-points to ws-loy-tran-points
    move ws-loy-earn-value to ws-loy-tran-value
    perform write-loyalty-tran
  end-if
  .
reverse-loyalty-points.
  move ws-loyalty-card to loyalty-card-number
  read loyalty-file key is loyalty-card-number
    invalid key
      display "Loyalty member not found, adjust the points by hand" at line 18 col 04 foreground-color 4 end-display
      exit paragraph
  end-read
  subtract ws-loy-earn-points from loyalty-points-balance
  add ws-loy-redeem-points to loyalty-points-balance
  compute loyalty-lifetime-spend =
    loyalty-lifetime-spend - ws-sale-total-gross + ws-sale-voucher-total
  rewrite loyalty-record
    invalid key
      display "Loyalty member update failed" at line 23 col 02 foreground-color 4 end-display
  end-rewrite
  if ws-loy-earn-points not = zero
    move "C" to ws-loy-tran-type
    move ws-loy-earn-points to ws-loy-tran-points
    move ws-loy-earn-value to ws-loy-tran-value
    perform write-loyalty-tran
  end-if
  if ws-loy-redeem-points not = zero
    move "X" to ws-loy-tran-type
    move ws-loy-redeem-points to ws-loy-tran-points
    move ws-loy-redeem-value to ws-loy-tran-value
    perform write-loyalty-tran
  end-if
  .
write-loyalty-tran.
  open extend loytran-file
  if loytran-file-status not = zero
    open output loytran-file
  end-if
  initialize loytran-record
  move epos-sale-date to loytran-date
  accept loytran-time from time end-accept
  move ws-till-id to loytran-till-id
  move ws-loyalty-card to loytran-card-number
  if ws-loy-tran-type = "E" or ws-loy-tran-type = "R"
    move ws-next-sale-number to loytran-sale-number
  else
    move ws-refund-sale-number to loytran-sale-number
  end-if
  move ws-loy-tran-type to loytran-type
  move ws-loy-tran-points to loytran-points
  move ws-loy-tran-value to loytran-value
  write loytran-record
  close loytran-file
  .
*> a refund finds the points its sale earned and spent on the log
find-sale-loyalty-points.
  move zero to ws-loy-earn-points
  move zero to ws-loy-earn-value
  move zero to ws-loy-redeem-points
  move zero to ws-loy-redeem-value
  open input loytran-file
  if loytran-file-status not = zero
    exit paragraph
  end-if
  perform total-one-loyalty-tran
    until loytran-file-status not = zero
  close loytran-file
  .
total-one-loyalty-tran.
  read loytran-file
    at end
      move "10" to loytran-file-status
      exit paragraph
  end-read
  if loytran-sale-number not = ws-refund-sale-number
     or loytran-card-number not = ws-loyalty-card
    exit paragraph
  end-if
  evaluate true
    when loytran-is-earned
      add loytran-points to ws-loy-earn-points
      add loytran-value to ws-loy-earn-value
    when loytran-is-redeemed
      add loytran-points to ws-loy-redeem-points
      add loytran-value to ws-loy-redeem-value
  end-evaluate
  .
*>-----------------------------------------------
*> The ledger accounts for a till sale or refund come off the GL
*> posting rules for the tender taken, so a rule missing from the
*> table stops the sale before anything is committed.
*>-----------------------------------------------
resolve-epos-gl-accounts.
  move "EPOS" to ws-glrule-source
  move "SHOP" to ws-glrule-qualifier
  evaluate true
    when ws-tender-is-card
      move "CARD" to ws-glrule-type
    when ws-tender-is-account
      move "ACCOUNT" to ws-glrule-type
    when ws-tender-is-voucher
      move "VOUCHER" to ws-glrule-type
    when other
      move "CASH" to ws-glrule-type
  end-evaluate
  perform find-gl-posting-account
  if ws-glrule-not-found
    exit paragraph
  end-if
  move ws-glrule-account to ws-epos-gl-tender-account
  if ws-tender-is-cash
     and ws-epos-bank-gl-account not = spaces
    move ws-epos-bank-gl-account to ws-epos-gl-tender-account
  end-if
  *> vouchers sold are deferred income on the voucher liability
  *> account until they are spent or expire
  perform total-voucher-lines
  move spaces to ws-epos-gl-voucher-account
  if ws-sale-voucher-total not = zero
    move "VOUCHER" to ws-glrule-type
    perform find-gl-posting-account
    if ws-glrule-not-found
      exit paragraph
    end-if
    move ws-glrule-account to ws-epos-gl-voucher-account
  end-if
  *> loyalty points are a liability from when they are earned until
  *> they are spent, provided for against the scheme's cost account
  move spaces to ws-epos-gl-loyalty-account
  move spaces to ws-epos-gl-loyalty-cost-account
  if ws-loyalty-card not = spaces
    move "LOYALTY" to ws-glrule-type
    perform find-gl-posting-account
    if ws-glrule-not-found
      exit paragraph
    end-if
    move ws-glrule-account to ws-epos-gl-loyalty-account
    move "LOYALTYEXP" to ws-glrule-type
    perform find-gl-posting-account
    if ws-glrule-not-found
      exit paragraph
    end-if
    move ws-glrule-account to ws-epos-gl-loyalty-cost-account
  end-if
  move "SALES" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    exit paragraph
  end-if
  move ws-glrule-account to ws-epos-gl-sales-account
  move "OUTPUTTAX" to ws-glrule-type
  move spaces to ws-glrule-qualifier
  perform find-gl-posting-account
  if ws-glrule-not-found
    exit paragraph
  end-if
  move ws-glrule-account to ws-epos-gl-tax-account
  .
post-sale-to-gl.
  move "EPOS" to gl-source-module
  move zero to gl-batch-number
  set gl-is-unposted to true
  move "SHOP" to gl-cost-centre
  move ws-epos-gl-tender-account to gl-account-code
  evaluate true
    when ws-tender-is-cash
      move "Epos sale - cash" to gl-description
    when ws-tender-is-card
      move "Epos sale - card" to gl-description
    when ws-tender-is-account
      move "Epos sale - account" to gl-description
    when ws-tender-is-voucher
      move "Epos sale - voucher" to gl-description
  end-evaluate
  move ws-sale-total-gross to gl-debit-amount
  move zero to gl-credit-amount
  write gl-interface-record

  if ws-sale-total-net > ws-sale-voucher-total
    move "EPOS" to gl-source-module
    move ws-epos-gl-sales-account to gl-account-code
    move zero to gl-debit-amount
    compute gl-credit-amount = ws-sale-total-net - ws-sale-voucher-total
    write gl-interface-record
  end-if

  if ws-sale-voucher-total not = zero
    move "EPOS" to gl-source-module
    move ws-epos-gl-voucher-account to gl-account-code
    move zero to gl-debit-amount
    move ws-sale-voucher-total to gl-credit-amount
    move "Epos gift vouchers sold" to gl-description
    write gl-interface-record
  end-if

  if ws-loy-earn-value not = zero
    move ws-epos-gl-loyalty-cost-account to gl-account-code
    move ws-loy-earn-value to gl-debit-amount
    move zero to gl-credit-amount
    move "Epos loyalty points earned" to gl-description
    write gl-interface-record
    move ws-epos-gl-loyalty-account to gl-account-code
    move zero to gl-debit-amount
    move ws-loy-earn-value to gl-credit-amount
    write gl-interface-record
  end-if
  if ws-loy-redeem-value not = zero
    move ws-epos-gl-loyalty-account to gl-account-code
    move ws-loy-redeem-value to gl-debit-amount
    move zero to gl-credit-amount
    move "Epos loyalty points redeemed" to gl-description
    write gl-interface-record
    move ws-epos-gl-loyalty-cost-account to gl-account-code
    move zero to gl-debit-amount
    move ws-loy-redeem-value to gl-credit-amount
    write gl-interface-record
  end-if

  if ws-sale-total-tax not = zero
    move "EPOS" to gl-source-module
    move ws-epos-gl-tax-account to gl-account-code
    move zero to gl-debit-amount
    move ws-sale-total-tax to gl-credit-amount
    move "Epos sale tax" to gl-description
  .
*>-----------------------------------------------
*> An account-charge sale is raised against the customer in the
*> Sales Ledger instead of the till drawer, one invoice line per
*> line rung, at the values left after promotions.
*>-----------------------------------------------
raise-account-charge.
  perform get-next-sl-invoice-number
    ws-next-sale-number delimited by size
    into invoice-description
  end-string
  move customer-payment-terms to invoice-terms-days
  move customer-settle-disc-pct to invoice-settle-disc-pct
  move customer-settle-disc-days to invoice-settle-disc-days
  move ws-sale-line-count to invoice-line-count
  move ws-sale-total-net to invoice-net-amount
  move ws-sale-total-tax to invoice-tax-amount
  move ws-sale-total-gross to invoice-amount
  set invoice-is-invoice to true
  move zero to invoice-original-invoice
  move "N" to invoice-paid-switch
  write invoice-record
    invalid key
      display "Account charge invoice write failed" at line 23 col 02 foreground-color 4 end-display
    not invalid key
      set ws-sale-idx to 1
      perform write-one-account-charge-line
        until ws-sale-idx > ws-sale-line-count
  end-write

  add ws-sale-total-gross to customer-balance
      display "Customer balance update failed" at line 23 col 02 foreground-color 4 end-display
  end-rewrite
  .
write-one-account-charge-line.
  initialize invoice-line-record
  move invoice-number to invline-invoice-number
  set invline-line-number to ws-sale-idx
  move ws-line-item-code(ws-sale-idx) to invline-item-code
  move ws-line-description(ws-sale-idx) to invline-description
  move ws-line-qty(ws-sale-idx) to invline-quantity
  move ws-line-price(ws-sale-idx) to invline-unit-price
  move ws-line-net(ws-sale-idx) to invline-net-amount
  move ws-line-tax-code(ws-sale-idx) to invline-tax-code
  move ws-line-tax(ws-sale-idx) to invline-tax-amount
  write invoice-line-record
    invalid key
      display "Account charge invoice line write failed" at line 23 col 02 foreground-color 4 end-display
  end-write
  set ws-sale-idx up by 1
  .
get-next-sl-invoice-number.
  move "SLINV" to ws-numctl-doc-type
  perform get-next-document-number

  move item-code to move-item-code
  move epos-sale-date to move-date
  move ws-epos-move-source to move-source-module
  move epos-sale-number to move-document-ref
  move "SHOP" to move-location-code
  move zero to move-qty-in
  move epos-sale-qty to move-qty-out
  move item-on-hand-qty to move-resulting-balance
  move item-code to ws-layer-item
  move epos-sale-qty to ws-layer-qty
  move item-average-cost to ws-layer-unit-cost
  perform consume-cost-layers
  compute move-cost-value = zero - ws-layer-cost-value
  write stock-movement-record
  .
*>-----------------------------------------------
copy "stkloc-pd.cpy".
copy "price-find-pd.cpy".
copy "print-route-pd.cpy".
copy "reclock-pd.cpy".
copy "numctl-pd.cpy".
copy "stklot-pd.cpy".
copy "allergen-pd.cpy".
copy "recipver-pd.cpy".
copy "recipexp-pd.cpy".
write-sale-history.
  move epos-sale-date to sh-trans-date
  move "EPOS" to sh-source-module
  move zero to ws-z-cash-total
  move zero to ws-z-card-total
  move zero to ws-z-account-total
  move zero to ws-z-voucher-total
  move zero to ws-z-vouchers-sold
  move zero to ws-z-tax-total
  move zero to ws-z-sale-count
  move zero to ws-z-date-count

  compute ws-z-grand-total =
    ws-z-cash-total + ws-z-card-total + ws-z-account-total
    + ws-z-voucher-total
  move zero to ws-z-float-amount
  move ws-till-id to tf-till-id
  read tillfloat-file key is tf-till-id
  display "Card:    " ws-z-card-total at line 09 col 04 foreground-color 3 end-display
  display "Account: " ws-z-account-total at line 10 col 04 foreground-color 3 end-display
  display "Tax in the above: " ws-z-tax-total at line 11 col 04 foreground-color 3 end-display
  display "Voucher: " ws-z-voucher-total at line 08 col 40 foreground-color 3 end-display
  display "Vouchers sold: " ws-z-vouchers-sold at line 09 col 40 foreground-color 3 end-display
  *> tabs still running are listed on the slip, and the day is only
  *> closed over them on a supervisor's say-so
  perform find-open-tabs
  move ws-open-tab-total to ws-open-tab-display
  display "Open tabs: " ws-open-tab-count "  owed " ws-open-tab-display
    at line 10 col 40 foreground-color 3 end-display
  if ws-open-tab-count not = zero
    display "Tabs are still open, a supervisor must close the day"
      at line 12 col 04 foreground-color 4 end-display
    perform get-supervisor-override
    if not override-was-approved
      display "Cash-up abandoned, tabs still open" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
    end-if
    display " " at line 19 col 01 erase eos end-display
  end-if

  display "Counted Drawer Amount:[           ]" at line 13 col 04 foreground-color 2 end-display
  move zero to ws-z-counted-drawer
        subtract epos-sale-amount from ws-z-card-total
      when epos-tender-is-account
        subtract epos-sale-amount from ws-z-account-total
      when epos-tender-is-voucher
        subtract epos-sale-amount from ws-z-voucher-total
      when other
        subtract epos-sale-amount from ws-z-cash-total
    end-evaluate
    if epos-sale-item-code = ws-voucher-item-code
      subtract epos-sale-amount from ws-z-vouchers-sold
    end-if
  else
    add epos-sale-tax-amount to ws-z-tax-total
    evaluate true
        add epos-sale-amount to ws-z-card-total
      when epos-tender-is-account
        add epos-sale-amount to ws-z-account-total
      when epos-tender-is-voucher
        add epos-sale-amount to ws-z-voucher-total
      when other
        add epos-sale-amount to ws-z-cash-total
    end-evaluate
    if epos-is-voucher-issue
      add epos-sale-amount to ws-z-vouchers-sold
    end-if
  end-if
  .
*>-----------------------------------------------
  end-string
  write zreport-record
  move spaces to zreport-record
  string "Gift vouchers:   " delimited by size
    ws-z-voucher-total delimited by size
    into zreport-record
  end-string
  write zreport-record
  move spaces to zreport-record
  string "Tax included:    " delimited by size
    ws-z-tax-total delimited by size
    into zreport-record
  end-string
  write zreport-record
  move spaces to zreport-record
  string "Vouchers sold:   " delimited by size
    ws-z-vouchers-sold delimited by size
    "  (in the takings above, untaxed)" delimited by size
    into zreport-record
  end-string
  write zreport-record
  move spaces to zreport-record
  string "Grand total:     " delimited by size
    ws-z-grand-total delimited by size
    into zreport-record
    into zreport-record
  end-string
  write zreport-record
  if ws-open-tab-count not = zero
    move spaces to zreport-record
    write zreport-record
    move ws-open-tab-total to ws-open-tab-display
    move spaces to zreport-record
    string "Tabs open at cash-up: " delimited by size
      ws-open-tab-count delimited by size
      "  owed " delimited by size
      ws-open-tab-display delimited by size
      "  closed by " delimited by size
      ws-override-user-code delimited by space
      into zreport-record
    end-string
    write zreport-record
    move 1 to ws-open-tab-idx
    perform write-one-open-tab-line
      until ws-open-tab-idx > ws-open-tab-count
       or ws-open-tab-idx > 50
  end-if
  if ws-z-excluded-count not = zero
    move spaces to zreport-record
    write zreport-record
  move "ZREPORT" to print-route-file-name
  perform route-report-to-printer
  .
write-one-open-tab-line.
  move ws-open-tab-value(ws-open-tab-idx) to ws-open-tab-display
  move spaces to zreport-record
  string "  Tab " delimited by size
    ws-open-tab-number(ws-open-tab-idx) delimited by size
    " " delimited by size
    ws-open-tab-name(ws-open-tab-idx) delimited by size
    " " delimited by size
    ws-open-tab-till(ws-open-tab-idx) delimited by size
    " " delimited by size
    ws-open-tab-date(ws-open-tab-idx) delimited by size
    " " delimited by size
    ws-open-tab-display delimited by size
    into zreport-record
  end-string
  write zreport-record
  add 1 to ws-open-tab-idx
  .
mark-z-dates-closed.
  open extend eposclose-file
  if eposclose-file-status not = zero
*> Void of a just-rung line, before the sale completes.  Gated
*> behind an admin-role credential check and logged for the till
*> audit - the stock has not moved yet, so only the sale table and
*> running totals are unwound.  A line just added to a tab has
*> taken its stock, so that goes back and the tab line comes off.
*>-----------------------------------------------
void-last-line.
  if ws-sale-line-count = zero
  subtract ws-line-gross(ws-sale-idx) from ws-sale-total-gross

  move "VOID" to audit-action
  if ringing-a-tab
    move ws-tab-number to audit-sale-number
  else
    move ws-next-sale-number to audit-sale-number
  end-if
  move ws-line-gross(ws-sale-idx) to audit-amount
  perform write-till-audit

    ws-line-gross(ws-sale-idx) at line 08 col 04 foreground-color 2 end-display
  display "Sale total so far " ws-sale-total-gross
    at line 09 col 04 foreground-color 2 end-display
  if ringing-a-tab
    perform void-tab-line
    subtract 1 from ws-sale-line-count
    exit paragraph
  end-if
  move ws-till-id to jrnl-till-id
  set jrnl-line-number to ws-sale-idx
  delete journal-file record
    invalid key
      continue
  end-delete
  subtract 1 from ws-sale-line-count
  .
*>-----------------------------------------------
*> Till journal.  The sale in hand is kept on EPOSJRNL under the
*> till's id from the moment ringing starts: a header at line zero
*> and one record per rung line.  Committing rewrites it with the
*> sale number and tender, then flags each line's sale record,
*> stock and history writes and the ledger, account charge and
*> receipt steps as they are done.  The journal is deleted when
*> the sale is complete, so one left on file means the till died.
*>-----------------------------------------------
start-sale-journal.
  perform clear-till-journal
  move "B" to ws-jrnl-stage
  accept ws-jrnl-started-date from date yyyymmdd end-accept
  accept ws-jrnl-started-time from time end-accept
  initialize journal-record
  move ws-till-id to jrnl-till-id
  move zero to jrnl-line-number
  move ws-jrnl-stage to jrnl-stage
  move ws-jrnl-started-date to jrnl-started-date
  move ws-jrnl-started-time to jrnl-started-time
  move "N" to jrnl-gl-posted
  move "N" to jrnl-charge-raised
  move "N" to jrnl-receipt-printed
  move "N" to jrnl-voucher-redeemed
  move "N" to jrnl-loyalty-posted
  move ws-tab-number to jrnl-tab-number
  move "N" to jrnl-tab-settled
  write journal-record
    invalid key
      rewrite journal-record
        invalid key
          continue
      end-rewrite
  end-write
  .
start-journal-commit.
  move "C" to ws-jrnl-stage
  perform rewrite-journal-header
  set ws-sale-idx to 1
  perform write-one-commit-journal-line
    until ws-sale-idx > ws-sale-line-count
  .
write-one-commit-journal-line.
  move "N" to ws-line-stage(ws-sale-idx)
  perform write-journal-line
  set ws-sale-idx up by 1
  .
rewrite-journal-header.
  initialize journal-record
  move ws-till-id to jrnl-till-id
  move zero to jrnl-line-number
  move ws-jrnl-stage to jrnl-stage
  move ws-jrnl-started-date to jrnl-started-date
  move ws-jrnl-started-time to jrnl-started-time
  move ws-next-sale-number to jrnl-sale-number
  move epos-sale-date to jrnl-sale-date
  move epos-sale-time to jrnl-sale-time
  move ws-tender-type to jrnl-tender-type
  move ws-account-customer to jrnl-account-customer
  move ws-amount-tendered to jrnl-amount-tendered
  move ws-change-due to jrnl-change-due
  move ws-sale-line-count to jrnl-line-count
  move ws-sale-total-net to jrnl-total-net
  move ws-sale-total-tax to jrnl-total-tax
  move ws-sale-total-gross to jrnl-total-gross
  move ws-jrnl-gl-posted to jrnl-gl-posted
  move ws-jrnl-charge-raised to jrnl-charge-raised
  move ws-jrnl-receipt-printed to jrnl-receipt-printed
  move ws-tender-voucher to jrnl-tender-voucher
  move ws-jrnl-voucher-redeemed to jrnl-voucher-redeemed
  move ws-loyalty-card to jrnl-loyalty-card
  move ws-loy-redeem-points to jrnl-points-redeemed
  move ws-loy-earn-points to jrnl-points-earned
  move ws-jrnl-loyalty-posted to jrnl-loyalty-posted
  move ws-tab-number to jrnl-tab-number
  move ws-jrnl-tab-settled to jrnl-tab-settled
  write journal-record
    invalid key
      rewrite journal-record
        invalid key
          continue
      end-rewrite
  end-write
  .
write-journal-line.
  initialize journal-record
  move ws-till-id to jrnl-till-id
  set jrnl-line-number to ws-sale-idx
  move ws-line-item-code(ws-sale-idx) to jrnl-item-code
  move ws-line-type(ws-sale-idx) to jrnl-line-type
  move ws-line-description(ws-sale-idx) to jrnl-description
  move ws-line-qty(ws-sale-idx) to jrnl-qty
  move ws-line-price(ws-sale-idx) to jrnl-price
  move ws-line-net(ws-sale-idx) to jrnl-net
  move ws-line-tax(ws-sale-idx) to jrnl-tax
  move ws-line-gross(ws-sale-idx) to jrnl-gross
  move ws-line-promo-code(ws-sale-idx) to jrnl-promo-code
  move ws-line-discount(ws-sale-idx) to jrnl-discount
  move ws-line-tax-code(ws-sale-idx) to jrnl-tax-code
  move ws-line-stage(ws-sale-idx) to jrnl-line-stage
  move ws-line-voucher(ws-sale-idx) to jrnl-voucher-number
  move ws-line-points-disc(ws-sale-idx) to jrnl-points-discount
  move ws-line-tab-line(ws-sale-idx) to jrnl-tab-line
  move ws-line-stock-taken(ws-sale-idx) to jrnl-stock-taken
  write journal-record
    invalid key
      rewrite journal-record
        invalid key
          continue
      end-rewrite
  end-write
  .
clear-till-journal.
  move ws-till-id to jrnl-till-id
  move zero to jrnl-line-number
  start journal-file key not less than jrnl-key
    invalid key
      exit paragraph
  end-start
  perform delete-one-journal-record
    until journal-file-status not = zero
  .
delete-one-journal-record.
  read journal-file next record
    at end
      move "10" to journal-file-status
      exit paragraph
  end-read
  if jrnl-till-id not = ws-till-id
    move "10" to journal-file-status
    exit paragraph
  end-if
  delete journal-file record
    invalid key
      continue
  end-delete
  .
*>-----------------------------------------------
*> Recovery, offered at sign-on and again before a sale is rung.
*> A sale still being rung committed nothing: it can be picked up
*> and finished, or discarded.  A sale part-way through committing
*> is finished from where the journal shows it stopped, or rolled
*> back by reversing exactly the writes it flags as done - the sale
*> lines as refund lines, the stock back on hand, the history, the
*> ledger and the account charge - the way a refund does.  Either
*> needs a supervisor, and each is logged for the recovered sales
*> report and the till audit.
*>-----------------------------------------------
check-till-journal.
  set ws-jrnl-none to true
  move ws-till-id to jrnl-till-id
  move zero to jrnl-line-number
  read journal-file key is jrnl-key
    invalid key
      exit paragraph
  end-read
  set ws-jrnl-outstanding to true
  perform load-till-journal

  display " " at line 01 col 01 erase eos end-display
  display "Incomplete Sale On Till " ws-till-id at line 04 col 26 foreground-color 2 end-display
  display "Started: " ws-jrnl-started-date " " ws-jrnl-started-time
    at line 06 col 04 foreground-color 3 end-display
  if ws-jrnl-stage = "C"
    display "Sale " ws-next-sale-number "  Tender " ws-tender-type
      "  Total " ws-sale-total-gross at line 07 col 04 foreground-color 3 end-display
    display "Lines committed " ws-jrnl-committed " of " ws-sale-line-count
      at line 08 col 04 foreground-color 3 end-display
    display "Ledger posted " ws-jrnl-gl-posted "  Account charged "
      ws-jrnl-charge-raised "  Receipt printed " ws-jrnl-receipt-printed
      at line 09 col 04 foreground-color 3 end-display
  else
    display "Still being rung up, " ws-sale-line-count " lines, total "
      ws-sale-total-gross " - nothing committed" at line 07 col 04 foreground-color 3 end-display
  end-if
  display "(F) Finish  (R) Roll Back  (L) Leave For Now:[ ]"
    at line 11 col 04 foreground-color 2 end-display
  move space to ws-jrnl-choice
  accept ws-jrnl-choice at line 11 col 50 with foreground-color 6 end-accept
  move function upper-case(ws-jrnl-choice) to ws-jrnl-choice
  if ws-jrnl-choice not = "F" and ws-jrnl-choice not = "R"
    display "Sale left on the journal, it must be settled before the next sale"
      at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  perform get-supervisor-override
  if not override-was-approved
    exit paragraph
  end-if
  display " " at line 19 col 01 erase eos end-display
  if ws-jrnl-choice = "F"
    perform finish-journal-sale
  else
    perform roll-back-journal-sale
  end-if
  .
load-till-journal.
  move jrnl-stage to ws-jrnl-stage
  move jrnl-started-date to ws-jrnl-started-date
  move jrnl-started-time to ws-jrnl-started-time
  move jrnl-sale-number to ws-next-sale-number
  move jrnl-sale-date to ws-jrnl-sale-date
  move jrnl-sale-date to epos-sale-date
  move jrnl-sale-time to epos-sale-time
  move jrnl-tender-type to ws-tender-type
  move jrnl-account-customer to ws-account-customer
  move jrnl-amount-tendered to ws-amount-tendered
  move jrnl-change-due to ws-change-due
  move jrnl-gl-posted to ws-jrnl-gl-posted
  move jrnl-charge-raised to ws-jrnl-charge-raised
  move jrnl-receipt-printed to ws-jrnl-receipt-printed
  move jrnl-tender-voucher to ws-tender-voucher
  move jrnl-voucher-redeemed to ws-jrnl-voucher-redeemed
  move jrnl-loyalty-card to ws-loyalty-card
  move jrnl-points-redeemed to ws-loy-redeem-points
  move jrnl-points-earned to ws-loy-earn-points
  move jrnl-loyalty-posted to ws-jrnl-loyalty-posted
  move jrnl-tab-number to ws-tab-number
  move jrnl-tab-settled to ws-jrnl-tab-settled
  set ringing-a-sale to true
  compute ws-loy-redeem-value = ws-loy-redeem-points * ws-loy-point-value
  compute ws-loy-earn-value rounded = ws-loy-earn-points * ws-loy-point-value
  move zero to ws-sale-line-count
  move zero to ws-sale-total-net
  move zero to ws-sale-total-tax
  move zero to ws-sale-total-gross
  move zero to ws-jrnl-committed
  move ws-till-id to jrnl-till-id
  move 1 to jrnl-line-number
  start journal-file key not less than jrnl-key
    invalid key
      exit paragraph
  end-start
  perform load-one-journal-line
    until journal-file-status not = zero
  .
load-one-journal-line.
  read journal-file next record
    at end
      move "10" to journal-file-status
      exit paragraph
  end-read
  if jrnl-till-id not = ws-till-id
     or ws-sale-line-count >= 50
    move "10" to journal-file-status
    exit paragraph
  end-if
  add 1 to ws-sale-line-count
  set ws-sale-idx to ws-sale-line-count
  move jrnl-item-code to ws-line-item-code(ws-sale-idx)
  move jrnl-line-type to ws-line-type(ws-sale-idx)
  move jrnl-description to ws-line-description(ws-sale-idx)
  move jrnl-qty to ws-line-qty(ws-sale-idx)
  move jrnl-price to ws-line-price(ws-sale-idx)
  move jrnl-net to ws-line-net(ws-sale-idx)
  move jrnl-tax to ws-line-tax(ws-sale-idx)
  move jrnl-gross to ws-line-gross(ws-sale-idx)
  move jrnl-promo-code to ws-line-promo-code(ws-sale-idx)
  move jrnl-discount to ws-line-discount(ws-sale-idx)
  move jrnl-tax-code to ws-line-tax-code(ws-sale-idx)
  move jrnl-line-stage to ws-line-stage(ws-sale-idx)
  move jrnl-voucher-number to ws-line-voucher(ws-sale-idx)
  move jrnl-points-discount to ws-line-points-disc(ws-sale-idx)
  move jrnl-tab-line to ws-line-tab-line(ws-sale-idx)
  move jrnl-stock-taken to ws-line-stock-taken(ws-sale-idx)
  add jrnl-net to ws-sale-total-net
  add jrnl-tax to ws-sale-total-tax
  add jrnl-gross to ws-sale-total-gross
  if not jrnl-line-not-started
    add 1 to ws-jrnl-committed
  end-if
  .
finish-journal-sale.
  if ws-jrnl-stage not = "C"
    perform check-todays-period
    if ws-period-is-closed
      exit paragraph
    end-if
    perform check-today-not-cashed-up
    if ws-date-is-closed = "Y"
      exit paragraph
    end-if
    move "RESUMED" to ws-recv-action
    perform log-sale-recovery
    display " " at line 04 col 01 erase eos end-display
    display "Resumed sale - carry on ringing" at line 04 col 04 foreground-color 2 end-display
    perform ring-up-basket
    exit paragraph
  end-if

  perform resolve-epos-gl-accounts
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  if ws-tender-is-account
     and ws-jrnl-charge-raised not = "Y"
    move ws-account-customer to customer-code
    read customer-file key is customer-code
      invalid key
        display "Account customer not found, sale left on the journal"
          at line 23 col 02 foreground-color 4 end-display
        exit paragraph
    end-read
  end-if
  perform commit-sale-steps
  move "FINISHED" to ws-recv-action
  perform log-sale-recovery
  move "RECOVR" to audit-action
  move ws-next-sale-number to audit-sale-number
  move ws-sale-total-gross to audit-amount
  perform write-till-audit
  accept omitted end-accept
  .
roll-back-journal-sale.
  if ws-jrnl-stage not = "C"
    perform clear-till-journal
    move "DISCARD" to ws-recv-action
    perform log-sale-recovery
    move "VOID" to audit-action
    move zero to audit-sale-number
    move ws-sale-total-gross to audit-amount
    perform write-till-audit
    display "Unfinished sale discarded" at line 16 col 04 foreground-color 2 end-display
    accept omitted end-accept
    exit paragraph
  end-if

  perform resolve-epos-gl-accounts
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move ws-next-sale-number to ws-refund-sale-number
  move ws-jrnl-sale-date to ws-refund-orig-date
  move ws-today to epos-sale-date
  accept epos-sale-time from time end-accept

  if ws-tender-is-account
     and ws-jrnl-charge-raised = "Y"
    perform reverse-account-charge
  end-if
  set ws-sale-idx to 1
  perform roll-back-one-sale-line
    until ws-sale-idx > ws-sale-line-count
  if ws-tender-is-voucher
     and ws-jrnl-voucher-redeemed = "Y"
    perform reinstate-gift-voucher
  end-if
  if ws-loyalty-card not = spaces
     and ws-jrnl-loyalty-posted = "Y"
    perform reverse-loyalty-points
  end-if
  *> the tab lines the sale paid off are owed again
  if ws-tab-number not = zero
     and ws-jrnl-tab-settled = "Y"
    perform unmark-tab-lines-settled
  end-if
  if ws-jrnl-gl-posted = "Y"
    perform post-refund-to-gl
  end-if
  perform clear-till-journal

  move "ROLLBACK" to ws-recv-action
  perform log-sale-recovery
  move "ROLLBK" to audit-action
  move ws-next-sale-number to audit-sale-number
  move ws-sale-total-gross to audit-amount
  perform write-till-audit
  display "Sale " ws-next-sale-number " rolled back" at line 16 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
*> only what the journal flags as written is reversed
roll-back-one-sale-line.
  *> a voucher already put on file is cancelled whether or not its
  *> sale record got written
  if ws-line-type(ws-sale-idx) = "V"
     and ws-line-voucher(ws-sale-idx) not = zero
    perform cancel-gift-voucher
  end-if
  if ws-line-stage(ws-sale-idx) = "N"
    set ws-sale-idx up by 1
    exit paragraph
  end-if
  move ws-refund-sale-number to epos-sale-number
  move ws-line-item-code(ws-sale-idx) to epos-sale-item-code
  move ws-line-qty(ws-sale-idx) to epos-sale-qty
  move ws-line-price(ws-sale-idx) to epos-sale-price
  move ws-line-gross(ws-sale-idx) to epos-sale-amount
  move ws-line-tax(ws-sale-idx) to epos-sale-tax-amount
  move ws-line-tax-code(ws-sale-idx) to epos-sale-tax-code
  move ws-tender-type to epos-sale-tender
  set epos-is-refund to true
  move ws-till-id to epos-sale-till-id
  if ws-line-type(ws-sale-idx) = "V"
    move ws-line-voucher(ws-sale-idx) to epos-sale-voucher-number
  else
    move ws-tender-voucher to epos-sale-voucher-number
  end-if
  move ws-loyalty-card to epos-sale-loyalty-card
  write epos-sale-record
  if ws-line-type(ws-sale-idx) = "V"
    set ws-sale-idx up by 1
    exit paragraph
  end-if

  *> a tab line's stock stays out - it went with the tab, not the
  *> sale being rolled back
  if (ws-line-stage(ws-sale-idx) = "K" or ws-line-stage(ws-sale-idx) = "Y")
     and ws-line-stock-taken(ws-sale-idx) not = "Y"
    move ws-line-item-code(ws-sale-idx) to item-code
    read item-file key is item-code
      invalid key
        perform restore-refund-recipe-line
      not invalid key
        add epos-sale-qty to item-on-hand-qty
        rewrite item-record
          invalid key
            continue
        end-rewrite
        perform write-refund-stock-movement
    end-read
  end-if

  if ws-line-stage(ws-sale-idx) = "Y"
    move epos-sale-date to sh-trans-date
    move "EPOS" to sh-source-module
    move ws-refund-sale-number to sh-document-number
    if ws-tender-is-account
      move ws-account-customer to sh-customer-code
    else
      move spaces to sh-customer-code
    end-if
    move ws-line-item-code(ws-sale-idx) to sh-item-code
    compute sh-quantity = zero - epos-sale-qty
    compute sh-value = zero - epos-sale-amount
    move spaces to sh-salesperson-code
    write sales-history-record
  end-if
  set ws-sale-idx up by 1
  .
log-sale-recovery.
  open extend eposrecv-file
  if eposrecv-file-status not = zero
    open output eposrecv-file
  end-if
  initialize eposrecv-record
  accept recv-date from date yyyymmdd end-accept
  accept recv-time from time end-accept
  move ws-till-id to recv-till-id
  if ws-jrnl-stage = "C"
    move ws-next-sale-number to recv-sale-number
  else
    move zero to recv-sale-number
  end-if
  move ws-recv-action to recv-action
  move ws-jrnl-stage to recv-stage
  move ws-jrnl-started-date to recv-started-date
  move ws-jrnl-started-time to recv-started-time
  move ws-sale-line-count to recv-line-count
  move ws-jrnl-committed to recv-lines-committed
  move ws-tender-type to recv-tender-type
  move ws-sale-total-gross to recv-amount
  move ws-override-user-code to recv-user-code
  write eposrecv-record
  close eposrecv-file
  .
*>-----------------------------------------------
*> Recovered sales report for the supervisor: every incomplete sale
*> found at sign-on over a date range, what was done with it and
*> who authorised it.
*>-----------------------------------------------
print-recovered-sales.
  display "Recovered Sales" at line 05 col 04 foreground-color 2 end-display
  perform get-print-spool-name
  display "From Date (CCYYMMDD):[        ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-recv-from-date
  accept ws-recv-from-date at line 06 col 26 with foreground-color 6 end-accept
  display "To Date   (CCYYMMDD):[        ]" at line 07 col 04 foreground-color 2 end-display
  move 99999999 to ws-recv-to-date
  accept ws-recv-to-date at line 07 col 26 with foreground-color 6 end-accept
  if ws-recv-to-date = zero
    move 99999999 to ws-recv-to-date
  end-if

  open input eposrecv-file
  if eposrecv-file-status not = zero
    display "No recovered sales on file" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move zero to ws-recv-count
  open output recvrpt-file
  move spaces to recvrpt-record
  string "Recovered Sales " delimited by size
    ws-recv-from-date delimited by size
    " to " delimited by size
    ws-recv-to-date delimited by size
    into recvrpt-record
  end-string
  write recvrpt-record
  move spaces to recvrpt-record
  write recvrpt-record
  move "Date     Time   Till Sale     Action   Started         Lines  Tender  Amount Supervisor"
    to recvrpt-record
  write recvrpt-record
  perform report-one-recovered-sale
    until eposrecv-file-status not = zero
  move spaces to recvrpt-record
  write recvrpt-record
  move spaces to recvrpt-record
  string "Recoveries: " delimited by size
    ws-recv-count delimited by size
    into recvrpt-record
  end-string
  write recvrpt-record
  close recvrpt-file
  close eposrecv-file

  move "RECVRPT" to print-route-file-name
  perform route-report-to-printer
  display "Recovered sales routed to spool " system-print-spool-name
    at line 09 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
report-one-recovered-sale.
  read eposrecv-file
    at end
      move "10" to eposrecv-file-status
      exit paragraph
  end-read
  if recv-date < ws-recv-from-date
     or recv-date > ws-recv-to-date
    exit paragraph
  end-if
  add 1 to ws-recv-count
  move recv-amount to ws-recv-amount-display
  move spaces to recvrpt-record
  string recv-date delimited by size
    " " delimited by size
    recv-time delimited by size
    " " delimited by size
    recv-till-id delimited by size
    " " delimited by size
    recv-sale-number delimited by size
    " " delimited by size
    recv-action delimited by size
    " " delimited by size
    recv-started-date delimited by size
    " " delimited by size
    recv-started-time delimited by size
    " " delimited by size
    recv-lines-committed delimited by size
    "/" delimited by size
    recv-line-count delimited by size
    "  " delimited by size
    recv-tender-type delimited by size
    " " delimited by size
    ws-recv-amount-display delimited by size
    " " delimited by size
    recv-user-code delimited by size
    into recvrpt-record
  end-string
  write recvrpt-record
  .
*>-----------------------------------------------
*> Gift vouchers: look one up for a customer at the counter, print
*> the liability report of balances outstanding, or - supervisor
*> only - release the expired ones to income.  The report and the
*> release are the ep010 period-end run, handed its mode on the
*> EP010PARM file.
*>-----------------------------------------------
voucher-menu.
  display " " at line 01 col 01 erase eos end-display
  display "Gift Vouchers" at line 04 col 33 foreground-color 2 end-display
  display "(I) Inquire On A Voucher"      at line 06 col 04 foreground-color 2 end-display
  display "(L) Voucher Liability Report"  at line 07 col 04 foreground-color 2 end-display
  display "(E) Release Expired Vouchers"  at line 08 col 04 foreground-color 2 end-display
  display "(X) Back"                      at line 09 col 04 foreground-color 2 end-display
  display "Select option :- [ ]" at line 11 col 04 foreground-color 2 end-display
  move space to vm-choice
  accept vm-choice at line 11 col 21 with foreground-color 6 end-accept
  move function upper-case(vm-choice) to vm-choice
  display " " at line 04 col 01 erase eos end-display
  evaluate vm-choice
    when "I"
      perform inquire-gift-voucher
    when "L"
      move "L" to vchparm-mode
      perform run-voucher-batch
    when "E"
      perform get-supervisor-override
      if not override-was-approved
        exit paragraph
      end-if
      move "R" to vchparm-mode
      perform run-voucher-batch
  end-evaluate
  .
inquire-gift-voucher.
  display "Voucher Inquiry" at line 04 col 32 foreground-color 2 end-display
  display "Voucher No:[        ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-vm-number
  accept ws-vm-number at line 06 col 16 with foreground-color 6 end-accept
  if ws-vm-number = zero
    exit paragraph
  end-if
  move ws-vm-number to voucher-number
  read voucher-file key is voucher-number
    invalid key
      display "Voucher not found" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  display "Issued " voucher-issue-date " till " voucher-issue-till
    " sale " voucher-issue-sale at line 08 col 04 foreground-color 3 end-display
  display "Value  " voucher-original-value "  Balance " voucher-balance
    at line 09 col 04 foreground-color 3 end-display
  display "Expires " voucher-expiry-date "  Last used " voucher-last-used-date
    at line 10 col 04 foreground-color 3 end-display
  evaluate true
    when voucher-is-active
      display "Status: active" at line 11 col 04 foreground-color 3 end-display
    when voucher-is-redeemed
      display "Status: fully redeemed" at line 11 col 04 foreground-color 3 end-display
    when voucher-is-expired
      display "Status: expired, " voucher-released-amount " released on "
        voucher-released-date at line 11 col 04 foreground-color 3 end-display
    when voucher-is-cancelled
      display "Status: cancelled" at line 11 col 04 foreground-color 3 end-display
  end-evaluate
  accept omitted end-accept
  .
run-voucher-batch.
  move ws-today to vchparm-date
  open output vchparm-file
  write vchparm-record
  close vchparm-file
  close voucher-file
  close gl-interface-file
  call "ep010" using current-company-record-number end-call
  open i-o voucher-file
  open extend gl-interface-file
  if gl-file-status not = zero
    open output gl-interface-file
  end-if
  open output vchparm-file
  close vchparm-file
  display "Voucher run complete, report routed to spool" at line 06 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
*>-----------------------------------------------
*> Loyalty scheme: member cards, the scheme's rates (supervisor
*> only), the points liability report and a member's purchases by
*> item off the sale file.
*>-----------------------------------------------
loyalty-menu.
  display " " at line 01 col 01 erase eos end-display
  display "Loyalty Scheme" at line 04 col 33 foreground-color 2 end-display
  display "(M) Member Cards"              at line 06 col 04 foreground-color 2 end-display
  display "(R) Earn And Redeem Rates"     at line 07 col 04 foreground-color 2 end-display
  display "(P) Points Liability Report"   at line 08 col 04 foreground-color 2 end-display
  display "(S) Member Sales By Item"      at line 09 col 04 foreground-color 2 end-display
  display "(X) Back"                      at line 10 col 04 foreground-color 2 end-display
  display "Select option :- [ ]" at line 12 col 04 foreground-color 2 end-display
  move space to lm-choice
  accept lm-choice at line 12 col 21 with foreground-color 6 end-accept
  move function upper-case(lm-choice) to lm-choice
  display " " at line 04 col 01 erase eos end-display
  evaluate lm-choice
    when "M"
      perform maintain-loyalty-member
    when "R"
      perform maintain-loyalty-rates
    when "P"
      perform print-points-liability
    when "S"
      perform print-member-sales
  end-evaluate
  .
maintain-loyalty-member.
  display "Loyalty Member Cards" at line 04 col 30 foreground-color 2 end-display
  display "Card No (blank=done):[              ]" at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-lm-card
  accept ws-lm-card at line 06 col 26 with foreground-color 6 end-accept
  if ws-lm-card = spaces
    exit paragraph
  end-if

  move ws-lm-card to loyalty-card-number
  read loyalty-file key is loyalty-card-number
    invalid key
      initialize loyalty-record
      move ws-lm-card to loyalty-card-number
      move ws-today to loyalty-joined-date
      set loyalty-is-active to true
  end-read
  display "Points " loyalty-points-balance "  Lifetime spend " loyalty-lifetime-spend
    at line 07 col 04 foreground-color 3 end-display

  display "Name:[                                ]" at line 08 col 04 foreground-color 2 end-display
  display loyalty-name at line 08 col 10 foreground-color 3 end-display
  move spaces to ws-lm-name
  accept ws-lm-name at line 08 col 10 with foreground-color 6 end-accept
  if ws-lm-name not = spaces
    move ws-lm-name to loyalty-name
  end-if

  display "Sales Ledger Customer:[      ]" at line 09 col 04 foreground-color 2 end-display
  display loyalty-customer-code at line 09 col 27 foreground-color 3 end-display
  move spaces to ws-lm-customer
  accept ws-lm-customer at line 09 col 27 with foreground-color 6 end-accept
  move function upper-case(ws-lm-customer) to ws-lm-customer
  if ws-lm-customer not = spaces
    move ws-lm-customer to customer-code
    read customer-file key is customer-code
      invalid key
        display "Customer not found, link not changed" at line 23 col 02 foreground-color 4 end-display
      not invalid key
        move ws-lm-customer to loyalty-customer-code
    end-read
  end-if

  display "Status (A=Active, C=Closed):[ ]" at line 10 col 04 foreground-color 2 end-display
  display loyalty-status at line 10 col 33 foreground-color 3 end-display
  move space to ws-lm-status
  accept ws-lm-status at line 10 col 33 with foreground-color 6 end-accept
  move function upper-case(ws-lm-status) to ws-lm-status
  if ws-lm-status = "A" or ws-lm-status = "C"
    move ws-lm-status to loyalty-status
  end-if

  write loyalty-record
    invalid key
      rewrite loyalty-record
        invalid key
          display "Loyalty member save failed" at line 23 col 02 foreground-color 4 end-display
      end-rewrite
  end-write
  display "Member saved" at line 12 col 04 foreground-color 2 end-display
  display " " at line 06 col 01 erase eos end-display
  perform maintain-loyalty-member
  .
maintain-loyalty-rates.
  perform get-supervisor-override
  if not override-was-approved
    exit paragraph
  end-if
  display " " at line 19 col 01 erase eos end-display
  display "Loyalty Rates" at line 04 col 33 foreground-color 2 end-display
  display "Points Per 1.00 Spent:[          ]" at line 06 col 04 foreground-color 2 end-display
  display ws-loy-earn-rate at line 06 col 27 foreground-color 3 end-display
  move spaces to ws-lm-rate-buf
  accept ws-lm-rate-buf at line 06 col 27 with foreground-color 6 end-accept
  if ws-lm-rate-buf not = spaces
    move function numval(ws-lm-rate-buf) to ws-loy-earn-rate
  end-if
  display "Value Of One Point:   [          ]" at line 07 col 04 foreground-color 2 end-display
  display ws-loy-point-value at line 07 col 27 foreground-color 3 end-display
  move spaces to ws-lm-rate-buf
  accept ws-lm-rate-buf at line 07 col 27 with foreground-color 6 end-accept
  if ws-lm-rate-buf not = spaces
    move function numval(ws-lm-rate-buf) to ws-loy-point-value
  end-if
  display "Supervisor Over Points:[          ]" at line 08 col 04 foreground-color 2 end-display
  display ws-loy-supervisor-points at line 08 col 28 foreground-color 3 end-display
  move spaces to ws-lm-rate-buf
  accept ws-lm-rate-buf at line 08 col 28 with foreground-color 6 end-accept
  if ws-lm-rate-buf not = spaces
    move function numval(ws-lm-rate-buf) to ws-loy-supervisor-points
  end-if

  open output loyparm-file
  move ws-loy-earn-rate to loyparm-earn-rate
  move ws-loy-point-value to loyparm-point-value
  move ws-loy-supervisor-points to loyparm-supervisor-points
  write loyparm-record
  close loyparm-file
  display "Rates saved" at line 10 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
*>-----------------------------------------------
*> Points liability: every member's balance at today's point value,
*> the total being what the scheme owes its members in discount.
*>-----------------------------------------------
print-points-liability.
  display "Points Liability" at line 05 col 04 foreground-color 2 end-display
  perform get-print-spool-name
  move zero to ws-lm-count
  move zero to ws-lm-points-total
  move zero to ws-lm-value-total
  open output loyrpt-file
  move spaces to loyrpt-record
  string "Loyalty Points Liability " delimited by size
    ws-today delimited by size
    "  point value " delimited by size
    ws-loy-point-value delimited by size
    into loyrpt-record
  end-string
  write loyrpt-record
  move spaces to loyrpt-record
  write loyrpt-record
  move "Card           Name                             Cust       Points         Value      Lifetime" to loyrpt-record
  write loyrpt-record
  move low-values to loyalty-card-number
  start loyalty-file key not less than loyalty-card-number
    invalid key
      move "10" to loyalty-file-status
  end-start
  perform report-one-member-points
    until loyalty-file-status not = zero
  move spaces to loyrpt-record
  write loyrpt-record
  move ws-lm-points-total to ws-lm-points-display
  move ws-lm-value-total to ws-lm-amount-display
  move spaces to loyrpt-record
  string "Members " delimited by size
    ws-lm-count delimited by size
    "  points outstanding " delimited by size
    ws-lm-points-display delimited by size
    "  liability " delimited by size
    ws-lm-amount-display delimited by size
    into loyrpt-record
  end-string
  write loyrpt-record
  close loyrpt-file

  move "LOYRPT" to print-route-file-name
  perform route-report-to-printer
  display "Points liability routed to spool " system-print-spool-name
    at line 07 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
report-one-member-points.
  read loyalty-file next record
    at end
      move "10" to loyalty-file-status
      exit paragraph
  end-read
  if loyalty-points-balance = zero
    exit paragraph
  end-if
  add 1 to ws-lm-count
  add loyalty-points-balance to ws-lm-points-total
  compute ws-lm-value rounded = loyalty-points-balance * ws-loy-point-value
  add ws-lm-value to ws-lm-value-total
  move loyalty-points-balance to ws-lm-points-display
  move ws-lm-value to ws-lm-amount-display
  move spaces to loyrpt-record
  string loyalty-card-number delimited by size
    " " delimited by size
    loyalty-name delimited by size
    " " delimited by size
    loyalty-customer-code delimited by size
    " " delimited by size
    ws-lm-points-display delimited by size
    " " delimited by size
    ws-lm-amount-display delimited by size
    into loyrpt-record
  end-string
  move loyalty-lifetime-spend to ws-lm-amount-display
  move ws-lm-amount-display to loyrpt-record(81:13)
  write loyrpt-record
  .
*>-----------------------------------------------
*> Member sales by item off EPOSSALE - what one member, or every
*> member, bought over a date range, refunds netted off.
*>-----------------------------------------------
print-member-sales.
  display "Member Sales By Item" at line 05 col 04 foreground-color 2 end-display
  perform get-print-spool-name
  display "Card No (blank=all):[              ]" at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-lm-card
  accept ws-lm-card at line 06 col 25 with foreground-color 6 end-accept
  display "From Date (CCYYMMDD):[        ]" at line 07 col 04 foreground-color 2 end-display
  move zero to ws-lm-from-date
  accept ws-lm-from-date at line 07 col 26 with foreground-color 6 end-accept
  display "To Date   (CCYYMMDD):[        ]" at line 08 col 04 foreground-color 2 end-display
  move 99999999 to ws-lm-to-date
  accept ws-lm-to-date at line 08 col 26 with foreground-color 6 end-accept
  if ws-lm-to-date = zero
    move 99999999 to ws-lm-to-date
  end-if

  move zero to ws-lms-count
  move zero to ws-lms-dropped
  close epos-sale-file
  open input epos-sale-file
  if epos-sale-file-status not = zero
    open extend epos-sale-file
    display "No sales on file" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  perform tally-one-member-sale
    until epos-sale-file-status not = zero
  close epos-sale-file
  open extend epos-sale-file

  open output loyrpt-file
  move spaces to loyrpt-record
  string "Loyalty Member Sales By Item " delimited by size
    ws-lm-from-date delimited by size
    " to " delimited by size
    ws-lm-to-date delimited by size
    into loyrpt-record
  end-string
  write loyrpt-record
  move spaces to loyrpt-record
  write loyrpt-record
  move "Card           Item           Quantity         Value" to loyrpt-record
  write loyrpt-record
  move 1 to ws-lms-idx
  perform write-one-member-sales-line
    until ws-lms-idx > ws-lms-count
  if ws-lms-dropped not = zero
    move spaces to loyrpt-record
    write loyrpt-record
    move spaces to loyrpt-record
    string "** " delimited by size
      ws-lms-dropped delimited by size
      " sale lines not shown - narrow the date range or pick one card **" delimited by size
      into loyrpt-record
    end-string
    write loyrpt-record
  end-if
  close loyrpt-file

  move "LOYRPT" to print-route-file-name
  perform route-report-to-printer
  display "Member sales routed to spool " system-print-spool-name
    at line 10 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
tally-one-member-sale.
  read epos-sale-file next record
    at end
      move "10" to epos-sale-file-status
      exit paragraph
  end-read
  if epos-sale-loyalty-card = spaces
     or epos-sale-loyalty-card = low-values
     or epos-sale-date < ws-lm-from-date
     or epos-sale-date > ws-lm-to-date
    exit paragraph
  end-if
  if ws-lm-card not = spaces
     and epos-sale-loyalty-card not = ws-lm-card
    exit paragraph
  end-if
  move "N" to ws-lms-found
  move 1 to ws-lms-idx
  perform find-one-member-sales-entry
    until ws-lms-found = "Y"
       or ws-lms-idx > ws-lms-count
  if ws-lms-found = "N"
    if ws-lms-count < 1000
      add 1 to ws-lms-count
      move ws-lms-count to ws-lms-idx
      move epos-sale-loyalty-card to ws-lms-card(ws-lms-idx)
      move epos-sale-item-code to ws-lms-item(ws-lms-idx)
      move zero to ws-lms-qty(ws-lms-idx)
      move zero to ws-lms-value(ws-lms-idx)
      move "Y" to ws-lms-found
    else
      add 1 to ws-lms-dropped
      exit paragraph
    end-if
  end-if
  if epos-is-refund
    subtract epos-sale-qty from ws-lms-qty(ws-lms-idx)
    subtract epos-sale-amount from ws-lms-value(ws-lms-idx)
  else
    add epos-sale-qty to ws-lms-qty(ws-lms-idx)
    add epos-sale-amount to ws-lms-value(ws-lms-idx)
  end-if
  .
find-one-member-sales-entry.
  if ws-lms-card(ws-lms-idx) = epos-sale-loyalty-card
     and ws-lms-item(ws-lms-idx) = epos-sale-item-code
    move "Y" to ws-lms-found
  else
    add 1 to ws-lms-idx
  end-if
  .
write-one-member-sales-line.
  move ws-lms-qty(ws-lms-idx) to ws-lm-qty-display
  move ws-lms-value(ws-lms-idx) to ws-lm-amount-display
  move spaces to loyrpt-record
  string ws-lms-card(ws-lms-idx) delimited by size
    " " delimited by size
    ws-lms-item(ws-lms-idx) delimited by size
    " " delimited by size
    ws-lm-qty-display delimited by size
    " " delimited by size
    ws-lm-amount-display delimited by size
    into loyrpt-record
  end-string
  write loyrpt-record
  add 1 to ws-lms-idx
  .
*>-----------------------------------------------
*> Open tabs.  A tab is opened under a name and numbered off the
*> EPOSTAB series, then rounds are added to it at any till: each
*> line goes on the tab file and its stock, or its recipe's
*> ingredients, come off there and then so allocation stays true
*> while the tab runs.  Paying it off is an ordinary sale of the
*> lines still owed, through the normal tenders; a bill split
*> between tenders or people is paid a part at a time, picking the
*> lines each payment covers, and the tab closes once nothing on it
*> is left owing.
*>-----------------------------------------------
tab-menu.
  display " " at line 01 col 01 erase eos end-display
  display "Open Tabs" at line 04 col 35 foreground-color 2 end-display
  display "(N) New Tab"           at line 06 col 04 foreground-color 2 end-display
  display "(A) Add To Tab"        at line 07 col 04 foreground-color 2 end-display
  display "(S) Settle Tab"        at line 08 col 04 foreground-color 2 end-display
  display "(L) List Open Tabs"    at line 09 col 04 foreground-color 2 end-display
  display "(X) Back"              at line 10 col 04 foreground-color 2 end-display
  display "Select option :- [ ]" at line 12 col 04 foreground-color 2 end-display
  move space to tm-choice
  accept tm-choice at line 12 col 21 with foreground-color 6 end-accept
  move function upper-case(tm-choice) to tm-choice
  display " " at line 04 col 01 erase eos end-display
  evaluate tm-choice
    when "N"
      perform open-new-tab
    when "A"
      perform add-to-open-tab
    when "S"
      perform settle-tab
    when "L"
      perform list-open-tabs
  end-evaluate
  .
open-new-tab.
  perform check-todays-period
  if ws-period-is-closed
    exit paragraph
  end-if
  perform check-today-not-cashed-up
  if ws-date-is-closed = "Y"
    exit paragraph
  end-if
  display "New Tab" at line 04 col 36 foreground-color 2 end-display
  display "Tab Name (blank=cancel):[                        ]" at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-tab-name
  accept ws-tab-name at line 06 col 29 with foreground-color 6 end-accept
  if ws-tab-name = spaces
    exit paragraph
  end-if

  perform get-next-tab-number
  initialize tab-record
  move ws-tab-number to tab-number
  move zero to tab-line-number
  move ws-tab-name to tab-name
  move ws-today to tab-opened-date
  accept tab-opened-time from time end-accept
  move ws-till-id to tab-opened-till
  set tab-is-open to true
  move zero to tab-last-line
  move zero to tab-settled-date
  write tab-record
    invalid key
      display "Tab could not be opened" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-write
  perform ring-up-tab-round
  .
get-next-tab-number.
  move "EPOSTAB" to ws-numctl-doc-type
  perform get-next-document-number
  if ws-numctl-was-seeded
    move ws-numctl-next to ws-tab-number
    exit paragraph
  end-if
  move zero to ws-tab-number
  move high-values to tab-key
  start tab-file key less than tab-key
    invalid key
      move zero to ws-tab-number
    not invalid key
      read tab-file previous record
        at end
          move zero to ws-tab-number
        not at end
          move tab-number to ws-tab-number
      end-read
  end-start
  add 1 to ws-tab-number
  move ws-tab-number to ws-numctl-next
  perform seed-document-number
  .
add-to-open-tab.
  perform check-todays-period
  if ws-period-is-closed
    exit paragraph
  end-if
  perform check-today-not-cashed-up
  if ws-date-is-closed = "Y"
    exit paragraph
  end-if
  display "Add To Tab" at line 04 col 35 foreground-color 2 end-display
  perform accept-open-tab
  if ws-tab-number = zero
    exit paragraph
  end-if
  perform ring-up-tab-round
  .
accept-open-tab.
  display "Tab No:[        ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-tab-number
  accept ws-tab-number at line 06 col 12 with foreground-color 6 end-accept
  if ws-tab-number = zero
    exit paragraph
  end-if
  move ws-tab-number to tab-number
  move zero to tab-line-number
  read tab-file key is tab-key
    invalid key
      display "Tab not found" at line 23 col 02 foreground-color 4 end-display
      move zero to ws-tab-number
      exit paragraph
  end-read
  if not tab-is-open
    display "That tab has been paid off" at line 23 col 02 foreground-color 4 end-display
    move zero to ws-tab-number
    exit paragraph
  end-if
  move tab-name to ws-tab-name
  .
*>-----------------------------------------------
*> One round on the tab: the items and dishes are rung through the
*> ordinary scan prompt, but each line goes on the tab instead of
*> the till journal, under the EPOSTAB stock movement source.
*>-----------------------------------------------
ring-up-tab-round.
  display " " at line 04 col 01 erase eos end-display
  display "Tab " ws-tab-number " " ws-tab-name at line 03 col 04 foreground-color 3 end-display
  move zero to ws-sale-line-count
  move zero to ws-sale-total-net
  move zero to ws-sale-total-tax
  move zero to ws-sale-total-gross
  set ringing-a-tab to true
  move "EPOSTAB" to ws-epos-move-source
  set more-items to true
  perform ring-up-one-item
    until no-more-items
  set ringing-a-sale to true
  move "EPOS" to ws-epos-move-source
  display "Tab " ws-tab-number ", " ws-sale-line-count " lines added, "
    ws-sale-total-gross at line 16 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
*> another till may have paid the tab off while this round was rung
check-tab-still-open.
  move ws-tab-number to tab-number
  move zero to tab-line-number
  read tab-file key is tab-key
    invalid key
      move "S" to tab-status
  end-read
  .
*>-----------------------------------------------
*> A line rung on a sale goes to the till journal; one rung on a
*> tab goes on the tab, with its stock taken there and then.
*>-----------------------------------------------
record-rung-line.
  if ringing-a-tab
    perform add-line-to-tab
  else
    perform write-journal-line
  end-if
  .
add-line-to-tab.
  move ws-tab-number to tab-number
  move zero to tab-line-number
  read tab-file key is tab-key
    invalid key
      display "Tab not found, line not added" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  add 1 to tab-last-line
  move tab-last-line to ws-line-tab-line(ws-sale-idx)
  rewrite tab-record
    invalid key
      continue
  end-rewrite

  initialize tab-record
  move ws-tab-number to tab-number
  move ws-line-tab-line(ws-sale-idx) to tab-line-number
  move ws-line-item-code(ws-sale-idx) to tab-item-code
  move ws-line-type(ws-sale-idx) to tab-line-type
  move ws-line-description(ws-sale-idx) to tab-description
  move ws-line-qty(ws-sale-idx) to tab-qty
  move ws-line-price(ws-sale-idx) to tab-price
  move ws-line-net(ws-sale-idx) to tab-net
  move ws-line-tax(ws-sale-idx) to tab-tax
  move ws-line-gross(ws-sale-idx) to tab-gross
  move ws-line-tax-code(ws-sale-idx) to tab-tax-code
  move ws-today to tab-added-date
  accept tab-added-time from time end-accept
  move ws-till-id to tab-added-till
  move zero to tab-settled-sale
  write tab-record
    invalid key
      display "Tab line could not be written" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-write

  move ws-tab-number to epos-sale-number
  move ws-today to epos-sale-date
  move ws-line-qty(ws-sale-idx) to epos-sale-qty
  if ws-line-type(ws-sale-idx) = "R"
    perform explode-recipe-sale-line
  else
    move ws-line-item-code(ws-sale-idx) to item-code
    read item-file key is item-code
      invalid key
        continue
      not invalid key
        subtract epos-sale-qty from item-on-hand-qty
        rewrite item-record
          invalid key
            continue
        end-rewrite
        perform write-sale-stock-movement
    end-read
  end-if
  move "Y" to ws-line-stock-taken(ws-sale-idx)
  .
*> a line voided straight after it went on the tab puts its stock
*> back the way a refund does and comes off the tab
void-tab-line.
  if ws-line-stock-taken(ws-sale-idx) = "Y"
    move ws-tab-number to ws-refund-sale-number
    move ws-today to ws-refund-orig-date
    move ws-today to epos-sale-date
    move ws-line-qty(ws-sale-idx) to epos-sale-qty
    move ws-line-item-code(ws-sale-idx) to item-code
    read item-file key is item-code
      invalid key
        perform restore-refund-recipe-line
      not invalid key
        add epos-sale-qty to item-on-hand-qty
        rewrite item-record
          invalid key
            continue
        end-rewrite
        perform write-refund-stock-movement
    end-read
  end-if
  move ws-tab-number to tab-number
  move ws-line-tab-line(ws-sale-idx) to tab-line-number
  delete tab-file record
    invalid key
      continue
  end-delete
  .
*>-----------------------------------------------
*> Paying off a tab.  The lines still owed are loaded as the sale,
*> their stock already gone; the whole tab is paid at once, or the
*> lines this payment covers are picked and the rest stay owed for
*> the next.  Anything else bought at the time, and the member's
*> loyalty card, can be scanned before the tender as on any sale.
*>-----------------------------------------------
settle-tab.
  perform check-todays-period
  if ws-period-is-closed
    exit paragraph
  end-if
  perform check-today-not-cashed-up
  if ws-date-is-closed = "Y"
    exit paragraph
  end-if
  perform check-till-journal
  if ws-jrnl-outstanding
    exit paragraph
  end-if
  display "Settle Tab" at line 04 col 35 foreground-color 2 end-display
  perform accept-open-tab
  if ws-tab-number = zero
    exit paragraph
  end-if

  perform load-unpaid-tab-lines
  if ws-sale-line-count = zero
    display "Nothing is owed on that tab" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  display " " at line 04 col 01 erase eos end-display
  display "Tab " ws-tab-number " " ws-tab-name at line 03 col 04 foreground-color 3 end-display
  move 1 to ws-tab-keep-idx
  perform show-one-unpaid-tab-line
    until ws-tab-keep-idx > ws-sale-line-count
       or ws-tab-keep-idx > 28
  if ws-tab-unpaid-count > ws-sale-line-count
    display "Only the first 50 lines owed can be paid at once"
      at line 20 col 04 foreground-color 4 end-display
  end-if
  display "(A) Pay All  (S) Split, Pick The Lines For This Payment:[ ]"
    at line 21 col 04 foreground-color 2 end-display
  move space to ws-tab-bill-choice
  accept ws-tab-bill-choice at line 21 col 61 with foreground-color 6 end-accept
  move function upper-case(ws-tab-bill-choice) to ws-tab-bill-choice
  if ws-tab-bill-choice = "S"
    perform pick-tab-lines-to-pay
  else
    if ws-tab-bill-choice not = "A"
      exit paragraph
    end-if
  end-if
  if ws-sale-line-count = zero
    display "No lines picked, nothing paid" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  move zero to ws-sale-total-net
  move zero to ws-sale-total-tax
  move zero to ws-sale-total-gross
  set ws-sale-idx to 1
  perform total-one-tab-bill-line
    until ws-sale-idx > ws-sale-line-count
  move spaces to ws-account-customer
  move spaces to ws-loyalty-card
  move zero to ws-loy-redeem-points
  move zero to ws-loy-redeem-value
  set ringing-a-sale to true
  perform start-sale-journal
  set ws-sale-idx to 1
  perform write-one-commit-journal-line
    until ws-sale-idx > ws-sale-line-count

  display " " at line 04 col 01 erase eos end-display
  display "Tab " ws-tab-number " " ws-tab-name "  to pay " ws-sale-total-gross
    at line 03 col 04 foreground-color 3 end-display
  perform ring-up-basket
  .
load-unpaid-tab-lines.
  move zero to ws-sale-line-count
  move zero to ws-tab-unpaid-count
  move ws-tab-number to tab-number
  move 1 to tab-line-number
  start tab-file key not less than tab-key
    invalid key
      exit paragraph
  end-start
  perform load-one-unpaid-tab-line
    until tab-file-status not = zero
  .
load-one-unpaid-tab-line.
  read tab-file next record
    at end
      move "10" to tab-file-status
      exit paragraph
  end-read
  if tab-number not = ws-tab-number
    move "10" to tab-file-status
    exit paragraph
  end-if
  if tab-settled-sale not = zero
    exit paragraph
  end-if
  add 1 to ws-tab-unpaid-count
  if ws-sale-line-count >= 50
    exit paragraph
  end-if
  add 1 to ws-sale-line-count
  set ws-sale-idx to ws-sale-line-count
  move tab-item-code to ws-line-item-code(ws-sale-idx)
  move tab-line-type to ws-line-type(ws-sale-idx)
  move tab-description to ws-line-description(ws-sale-idx)
  move tab-qty to ws-line-qty(ws-sale-idx)
  move tab-price to ws-line-price(ws-sale-idx)
  move tab-net to ws-line-net(ws-sale-idx)
  move tab-tax to ws-line-tax(ws-sale-idx)
  move tab-gross to ws-line-gross(ws-sale-idx)
  move tab-tax-code to ws-line-tax-code(ws-sale-idx)
  move spaces to ws-line-promo-code(ws-sale-idx)
  move zero to ws-line-discount(ws-sale-idx)
  move "N" to ws-line-stage(ws-sale-idx)
  move zero to ws-line-voucher(ws-sale-idx)
  move zero to ws-line-points-disc(ws-sale-idx)
  move tab-line-number to ws-line-tab-line(ws-sale-idx)
  move "Y" to ws-line-stock-taken(ws-sale-idx)
  .
*> the lines owed, in two columns of fourteen
show-one-unpaid-tab-line.
  if ws-tab-keep-idx > 14
    compute ws-tab-row = ws-tab-keep-idx - 9
    move 42 to ws-tab-col
  else
    compute ws-tab-row = ws-tab-keep-idx + 5
    move 04 to ws-tab-col
  end-if
  display ws-tab-keep-idx " " ws-line-description(ws-tab-keep-idx)(1:20) " "
    ws-line-gross(ws-tab-keep-idx) at line ws-tab-row col ws-tab-col
    foreground-color 3 end-display
  add 1 to ws-tab-keep-idx
  .
pick-tab-lines-to-pay.
  move spaces to ws-tab-pick-table
  display "Line to pay now (blank=done):[  ]" at line 21 col 04 foreground-color 2 end-display
  display " " at line 21 col 38 erase eol end-display
  move 99 to ws-tab-pick
  perform pick-one-tab-line
    until ws-tab-pick = zero

  *> keep the lines picked, in their tab order
  move zero to ws-tab-keep-idx
  move 1 to ws-tab-pick
  perform keep-one-picked-tab-line
    until ws-tab-pick > ws-sale-line-count
  move ws-tab-keep-idx to ws-sale-line-count
  .
pick-one-tab-line.
  move zero to ws-tab-pick
  accept ws-tab-pick at line 21 col 34 with foreground-color 6 end-accept
  if ws-tab-pick = zero
    exit paragraph
  end-if
  if ws-tab-pick > ws-sale-line-count
    display "No such line" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move "Y" to ws-tab-picked(ws-tab-pick)
  display "Line " ws-tab-pick " picked, " ws-line-description(ws-tab-pick)
    at line 22 col 04 foreground-color 3 end-display
  .
keep-one-picked-tab-line.
  if ws-tab-picked(ws-tab-pick) = "Y"
    add 1 to ws-tab-keep-idx
    if ws-tab-keep-idx not = ws-tab-pick
      move ws-sale-line(ws-tab-pick) to ws-sale-line(ws-tab-keep-idx)
    end-if
  end-if
  add 1 to ws-tab-pick
  .
total-one-tab-bill-line.
  add ws-line-net(ws-sale-idx) to ws-sale-total-net
  add ws-line-tax(ws-sale-idx) to ws-sale-total-tax
  add ws-line-gross(ws-sale-idx) to ws-sale-total-gross
  set ws-sale-idx up by 1
  .
*>-----------------------------------------------
*> Committing a tab payment marks each tab line it covered with
*> the sale that paid it, and closes the tab when nothing is left
*> owing; a roll-back clears the mark and reopens the tab.  Only
*> lines unpaid, or paid by this sale, are touched.
*>-----------------------------------------------
mark-tab-lines-settled.
  move ws-next-sale-number to ws-tab-paid-by
  set ws-sale-idx to 1
  perform mark-one-tab-line-paid
    until ws-sale-idx > ws-sale-line-count
  perform close-tab-if-paid
  .
unmark-tab-lines-settled.
  move zero to ws-tab-paid-by
  set ws-sale-idx to 1
  perform mark-one-tab-line-paid
    until ws-sale-idx > ws-sale-line-count
  perform close-tab-if-paid
  .
mark-one-tab-line-paid.
  if ws-line-tab-line(ws-sale-idx) = zero
    set ws-sale-idx up by 1
    exit paragraph
  end-if
  move ws-tab-number to tab-number
  move ws-line-tab-line(ws-sale-idx) to tab-line-number
  read tab-file key is tab-key
    invalid key
      set ws-sale-idx up by 1
      exit paragraph
  end-read
  if tab-settled-sale = zero
     or tab-settled-sale = ws-next-sale-number
    move ws-tab-paid-by to tab-settled-sale
    rewrite tab-record
      invalid key
        continue
    end-rewrite
  end-if
  set ws-sale-idx up by 1
  .
close-tab-if-paid.
  move ws-tab-number to tab-number
  move 1 to tab-line-number
  move zero to ws-tab-unpaid-count
  start tab-file key not less than tab-key
    invalid key
      move "10" to tab-file-status
  end-start
  perform count-one-unpaid-tab-line
    until tab-file-status not = zero

  move ws-tab-number to tab-number
  move zero to tab-line-number
  read tab-file key is tab-key
    invalid key
      exit paragraph
  end-read
  if ws-tab-unpaid-count = zero
    set tab-is-settled to true
    move ws-today to tab-settled-date
  else
    set tab-is-open to true
    move zero to tab-settled-date
  end-if
  rewrite tab-record
    invalid key
      continue
  end-rewrite
  .
count-one-unpaid-tab-line.
  read tab-file next record
    at end
      move "10" to tab-file-status
      exit paragraph
  end-read
  if tab-number not = ws-tab-number
    move "10" to tab-file-status
    exit paragraph
  end-if
  if tab-settled-sale = zero
    add 1 to ws-tab-unpaid-count
  end-if
  .
*>-----------------------------------------------
*> Every tab still open, whichever till opened it, with what is
*> still owed on it - for the list and for the cash-up.
*>-----------------------------------------------
find-open-tabs.
  move zero to ws-open-tab-count
  move zero to ws-open-tab-total
  move zero to ws-open-tab-idx
  move low-values to tab-key
  start tab-file key not less than tab-key
    invalid key
      exit paragraph
  end-start
  perform tally-one-open-tab-record
    until tab-file-status not = zero
  .
tally-one-open-tab-record.
  read tab-file next record
    at end
      move "10" to tab-file-status
      exit paragraph
  end-read
  if tab-line-number = zero
    move zero to ws-open-tab-idx
    if tab-is-open
      add 1 to ws-open-tab-count
      move ws-open-tab-count to ws-open-tab-idx
      if ws-open-tab-idx <= 50
        move tab-number to ws-open-tab-number(ws-open-tab-idx)
        move tab-name to ws-open-tab-name(ws-open-tab-idx)
        move tab-opened-till to ws-open-tab-till(ws-open-tab-idx)
        move tab-opened-date to ws-open-tab-date(ws-open-tab-idx)
        move zero to ws-open-tab-value(ws-open-tab-idx)
      end-if
    end-if
    exit paragraph
  end-if
  if ws-open-tab-idx not = zero
     and tab-settled-sale = zero
    add tab-gross to ws-open-tab-total
    if ws-open-tab-idx <= 50
      add tab-gross to ws-open-tab-value(ws-open-tab-idx)
    end-if
  end-if
  .
list-open-tabs.
  display "Open Tabs" at line 04 col 35 foreground-color 2 end-display
  perform find-open-tabs
  if ws-open-tab-count = zero
    display "No tabs are open" at line 06 col 04 foreground-color 3 end-display
    accept omitted end-accept
    exit paragraph
  end-if
  display "Tab No   Name                     Till Opened           Owed"
    at line 06 col 04 foreground-color 2 end-display
  move 1 to ws-open-tab-idx
  perform show-one-open-tab
    until ws-open-tab-idx > ws-open-tab-count
       or ws-open-tab-idx > 14
  move ws-open-tab-total to ws-open-tab-display
  display "Tabs open " ws-open-tab-count "  owed " ws-open-tab-display
    at line 22 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
show-one-open-tab.
  compute ws-tab-row = ws-open-tab-idx + 6
  move ws-open-tab-value(ws-open-tab-idx) to ws-open-tab-display
  display ws-open-tab-number(ws-open-tab-idx) " "
    ws-open-tab-name(ws-open-tab-idx) " "
    ws-open-tab-till(ws-open-tab-idx) " "
    ws-open-tab-date(ws-open-tab-idx) " "
    ws-open-tab-display at line ws-tab-row col 04 foreground-color 3 end-display
  add 1 to ws-open-tab-idx
  .
*>-----------------------------------------------
*> Refund of a completed sale: reverses the sale amount, restores
*> the stock, and writes reversing GL entries, all behind the same
*> supervisor credential check and logged for the till audit.
*>-----------------------------------------------
refund-sale.
  display "Refund Sale" at line 06 col 04 foreground-color 2 end-display
  perform check-todays-period
  if ws-period-is-closed
    exit paragraph
  end-if
  perform check-today-not-cashed-up
  if ws-date-is-closed = "Y"
    exit paragraph
  end-if
  perform get-supervisor-override
  if not override-was-approved
    exit paragraph
  end-if

  display "Original Sale Number:[        ]" at line 08 col 04 foreground-color 2 end-display
  move zero to ws-refund-sale-number
  accept ws-refund-sale-number at line 08 col 26 with foreground-color 6 end-accept

  *> collect the original sale's lines, and make sure it has not
  *> already been refunded
  move zero to ws-sale-line-count
  move zero to ws-sale-total-net
  move zero to ws-sale-total-tax
  move zero to ws-sale-total-gross
  move "N" to ws-refund-already-done
  move "N" to ws-refund-has-voucher
  move zero to ws-refund-voucher
  move spaces to ws-loyalty-card
  move space to ws-tender-type

  close epos-sale-file
  open input epos-sale-file
  if epos-sale-file-status not = zero
    open extend epos-sale-file
    display "No sales on file" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  perform collect-one-refund-line
    until epos-sale-file-status not = zero
  close epos-sale-file
  open extend epos-sale-file

    display "Sale not found" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  *> a gift voucher sold is stored value the customer may already
  *> have spent, so it cannot come back over the counter
  if ws-refund-has-voucher = "Y"
    display "That sale sold a gift voucher and cannot be refunded at the till" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move ws-refund-voucher to ws-tender-voucher
  *> the points the sale earned come back off the member, and the
  *> points it spent go back on
  if ws-loyalty-card not = spaces
    perform find-sale-loyalty-points
  else
    move zero to ws-loy-earn-points
    move zero to ws-loy-earn-value
    move zero to ws-loy-redeem-points
    move zero to ws-loy-redeem-value
  end-if

  perform resolve-epos-gl-accounts
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  accept epos-sale-date from date yyyymmdd end-accept
  accept epos-sale-time from time end-accept
  perform refund-one-sale-line
    until ws-sale-idx > ws-sale-line-count

  *> a sale paid by gift voucher refunds back onto the voucher
  if ws-tender-is-voucher
    perform reinstate-gift-voucher
  end-if
  if ws-loyalty-card not = spaces
    perform reverse-loyalty-points
  end-if

  perform post-refund-to-gl

  move "REFUND" to audit-action
    move "Y" to ws-refund-already-done
    exit paragraph
  end-if
  if epos-is-voucher-issue
    move "Y" to ws-refund-has-voucher
  end-if
  if epos-tender-is-voucher
     and epos-sale-voucher-number is numeric
    move epos-sale-voucher-number to ws-refund-voucher
  end-if
  if epos-sale-loyalty-card not = spaces
     and epos-sale-loyalty-card not = low-values
    move epos-sale-loyalty-card to ws-loyalty-card
  end-if
  if ws-sale-line-count < 50
    add 1 to ws-sale-line-count
    set ws-sale-idx to ws-sale-line-count
    move epos-sale-date to ws-refund-orig-date
    move epos-sale-item-code to ws-line-item-code(ws-sale-idx)
    move "I" to ws-line-type(ws-sale-idx)
    move zero to ws-line-voucher(ws-sale-idx)
    move zero to ws-line-points-disc(ws-sale-idx)
    move zero to ws-line-tab-line(ws-sale-idx)
    move "N" to ws-line-stock-taken(ws-sale-idx)
    move epos-sale-qty to ws-line-qty(ws-sale-idx)
    move epos-sale-price to ws-line-price(ws-sale-idx)
    move epos-sale-amount to ws-line-gross(ws-sale-idx)
    move epos-sale-tax-amount to ws-line-tax(ws-sale-idx)
    move epos-sale-tax-code to ws-line-tax-code(ws-sale-idx)
    compute ws-line-net(ws-sale-idx) =
      epos-sale-amount - epos-sale-tax-amount
    add ws-line-net(ws-sale-idx) to ws-sale-total-net
  move ws-line-price(ws-sale-idx) to epos-sale-price
  move ws-line-gross(ws-sale-idx) to epos-sale-amount
  move ws-line-tax(ws-sale-idx) to epos-sale-tax-amount
  move ws-line-tax-code(ws-sale-idx) to epos-sale-tax-code
  move ws-tender-type to epos-sale-tender
  set epos-is-refund to true
  move ws-till-id to epos-sale-till-id
  move ws-tender-voucher to epos-sale-voucher-number
  move ws-loyalty-card to epos-sale-loyalty-card
  write epos-sale-record

  move ws-line-item-code(ws-sale-idx) to item-code
  move ws-line-item-code(ws-sale-idx) to ws-ring-recipe-code
  move ws-line-qty(ws-sale-idx) to ws-recipe-servings

  *> restore the versions the original sale exploded
  move ws-ring-recipe-code to ws-rx-recipe-code
  move ws-refund-orig-date to ws-rx-date
  perform explode-recipe
  if ws-rx-not-found
    display "No stock restored for " ws-ring-recipe-code
      at line 18 col 04 foreground-color 4 end-display
    exit paragraph
  end-if
  move ws-rx-root-yield to ws-recipe-yield

  move 1 to ws-rx-leaf-idx
  perform restore-one-recipe-ingredient
    until ws-rx-leaf-idx > ws-rx-leaf-count
  .
restore-one-recipe-ingredient.
  move ws-rx-leaf-item(ws-rx-leaf-idx) to item-code
  read item-file key is item-code
    invalid key
      continue
    not invalid key
      compute ws-recipe-required rounded =
        (ws-rx-leaf-qty(ws-rx-leaf-idx) * ws-recipe-servings) / ws-recipe-yield
      add ws-recipe-required to item-on-hand-qty
      rewrite item-record
        invalid key

      move item-code to move-item-code
      move epos-sale-date to move-date
      move ws-epos-move-source to move-source-module
      move ws-refund-sale-number to move-document-ref
      move "SHOP" to move-location-code
      move ws-recipe-required to move-qty-in
      move zero to move-qty-out
      move item-on-hand-qty to move-resulting-balance
      *> returned stock goes back in as a fresh layer at average cost
      move item-code to ws-layer-item
      move ws-recipe-required to ws-layer-qty
      move item-average-cost to ws-layer-unit-cost
      perform create-cost-layer
      move ws-layer-cost-value to move-cost-value
      write stock-movement-record
  end-read
  add 1 to ws-rx-leaf-idx
  .
write-refund-stock-movement.
  move item-code to ws-stkloc-item

  move item-code to move-item-code
  move epos-sale-date to move-date
  move ws-epos-move-source to move-source-module
  move ws-refund-sale-number to move-document-ref
  move "SHOP" to move-location-code
  move epos-sale-qty to move-qty-in
  move zero to move-qty-out
  move item-on-hand-qty to move-resulting-balance
  *> returned stock goes back in as a fresh layer at average cost
  move item-code to ws-layer-item
  move epos-sale-qty to ws-layer-qty
  move item-average-cost to ws-layer-unit-cost
  perform create-cost-layer
  move ws-layer-cost-value to move-cost-value
  write stock-movement-record
  .
*>-----------------------------------------------
    exit paragraph
  end-if

  perform get-next-refund-receipt-number
  if invoice-is-open
    set invoice-is-paid to true
    move epos-sale-date to invoice-paid-date
    move ws-refund-receipt-number to invoice-receipt-number
    rewrite invoice-record
      invalid key
        display "Invoice update failed" at line 23 col 02 foreground-color 4 end-display
    invalid key
      display "Customer balance update failed" at line 23 col 02 foreground-color 4 end-display
  end-rewrite

  *> the refund goes on the customer's receipts so the account
  *> history shows what took the charge back off the balance
  initialize custrcpt-record
  move ws-refund-receipt-number to rcpt-number
  move invoice-customer-code to rcpt-customer-code
  move epos-sale-date to rcpt-date
  set rcpt-is-epos-refund to true
  move invoice-amount to rcpt-amount
  move zero to rcpt-discount
  move zero to rcpt-unapplied
  move zero to rcpt-invoice-count
  if invoice-receipt-number = ws-refund-receipt-number
    move 1 to rcpt-invoice-count
  end-if
  move "EPOS" to rcpt-source-module
  move ws-refund-invoice-desc to rcpt-reference
  write custrcpt-record
    invalid key
      display "Refund receipt record write failed" at line 23 col 02 foreground-color 4 end-display
  end-write
  .
*>-----------------------------------------------
*> Account refunds are numbered off the RECEIPT series along with
*> the Sales Ledger's receipts.
*>-----------------------------------------------
get-next-refund-receipt-number.
  move "RECEIPT" to ws-numctl-doc-type
  perform get-next-document-number
  if ws-numctl-was-seeded
    move ws-numctl-next to ws-refund-receipt-number
    exit paragraph
  end-if
  move zero to ws-refund-receipt-number
  move high-values to rcpt-number
  start custrcpt-file key less than rcpt-number
    invalid key
      move zero to ws-refund-receipt-number
    not invalid key
      read custrcpt-file previous record
        at end
          move zero to ws-refund-receipt-number
        not at end
          move rcpt-number to ws-refund-receipt-number
      end-read
  end-start
  add 1 to ws-refund-receipt-number
  move ws-refund-receipt-number to ws-numctl-next
  perform seed-document-number
  .
match-one-account-invoice.
  read invoice-file next record
  move zero to gl-batch-number
  set gl-is-unposted to true
  move "SHOP" to gl-cost-centre
  if ws-sale-total-net > ws-sale-voucher-total
    move ws-epos-gl-sales-account to gl-account-code
    compute gl-debit-amount = ws-sale-total-net - ws-sale-voucher-total
    move zero to gl-credit-amount
    move "Epos refund" to gl-description
    write gl-interface-record
  end-if

  if ws-sale-voucher-total not = zero
    move "EPOS" to gl-source-module
    move ws-epos-gl-voucher-account to gl-account-code
    move ws-sale-voucher-total to gl-debit-amount
    move zero to gl-credit-amount
    move "Epos gift vouchers reversed" to gl-description
    write gl-interface-record
  end-if

  if ws-loy-earn-value not = zero
    move ws-epos-gl-loyalty-account to gl-account-code
    move ws-loy-earn-value to gl-debit-amount
    move zero to gl-credit-amount
    move "Epos loyalty points clawed back" to gl-description
    write gl-interface-record
    move ws-epos-gl-loyalty-cost-account to gl-account-code
    move zero to gl-debit-amount
    move ws-loy-earn-value to gl-credit-amount
    write gl-interface-record
  end-if
  if ws-loy-redeem-value not = zero
    move ws-epos-gl-loyalty-cost-account to gl-account-code
    move ws-loy-redeem-value to gl-debit-amount
    move zero to gl-credit-amount
    move "Epos loyalty points given back" to gl-description
    write gl-interface-record
    move ws-epos-gl-loyalty-account to gl-account-code
    move zero to gl-debit-amount
    move ws-loy-redeem-value to gl-credit-amount
    write gl-interface-record
  end-if

  if ws-sale-total-tax not = zero
    move "EPOS" to gl-source-module
    move ws-epos-gl-tax-account to gl-account-code
    move ws-sale-total-tax to gl-debit-amount
    move zero to gl-credit-amount
    move "Epos refund tax" to gl-description
  end-if

  move "EPOS" to gl-source-module
  move ws-epos-gl-tender-account to gl-account-code
  move zero to gl-debit-amount
  move ws-sale-total-gross to gl-credit-amount
  move "Epos refund" to gl-description
  end-if
  .
copy "period-check-pd.cpy".
copy "glrule-pd.cpy".
find-item-tax-rate.
  move zero to ws-tax-rate-found
  move spaces to ws-tax-code-found
  if item-tax-code not = spaces
    move item-tax-code to tax-code
    read tax-code-file key is tax-code
        continue
      not invalid key
        move tax-rate-percent to ws-tax-rate-found
        move tax-code to ws-tax-code-found
    end-read
  end-if
  .
find-recipe-tax-rate.
  move zero to ws-tax-rate-found
  move spaces to ws-tax-code-found
  if recipe-tax-code not = spaces
    move recipe-tax-code to tax-code
    read tax-code-file key is tax-code
        continue
      not invalid key
        move tax-rate-percent to ws-tax-rate-found
        move tax-code to ws-tax-code-found
    end-read
  end-if
  .
copy "stklayer-pd.cpy".
copy "bankacct-pd.cpy".
end program epos.
