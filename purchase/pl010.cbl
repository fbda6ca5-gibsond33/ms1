    access mode is sequential
    file status is remit-file-status
    .
  select cheque-file assign to "CHEQUES"
    organization is line sequential
    access mode is sequential
    file status is cheque-file-status
    .
  select pospay-file assign to "POSPAY"
    organization is line sequential
    access mode is sequential
    file status is pospay-file-status
    .
  select settle-disc-file assign to "PLDISCRPT"
    organization is line sequential
    access mode is sequential
    file status is settle-disc-file-status
    .
  select grni-file assign to "GRNIRPT"
    organization is line sequential
    access mode is sequential
    file status is grni-file-status
    .
  select tax1099-file assign to "TAX1099"
    organization is line sequential
    access mode is sequential
    file status is payrun-checkpoint-file-status
    .
  copy "glintfc-sel.cpy".
  copy "glrule-sel.cpy".
  copy "glacct-sel.cpy".
  copy "taxcode-sel.cpy".
  copy "currrate-sel.cpy".
  select fxreval-file assign to "FXREVAL"
    organization is line sequential
    record key is pmt-number
    file status is payment-register-file-status
    .
  copy "bankacct-sel.cpy".
  select vendstmt-file assign to "VENDSTMT"
    organization is line sequential
    access mode is sequential
    record key is contract-key
    file status is contract-price-file-status
    .
  select vendor-xref-file assign to "VENDXREF"
    organization is indexed
    access mode is dynamic
    record key is vxr-key
    file status is vendor-xref-file-status
    .
  select rebate-file assign to "VENDREBATE"
    organization is indexed
    access mode is dynamic
    record key is rebate-key
    file status is rebate-file-status
    .
  select rebate-report-file assign to "REBATERPT"
    organization is line sequential
    access mode is sequential
    file status is rebate-report-file-status
    .
  select landedcost-file assign to "LANDEDCST"
    organization is line sequential
    access mode is sequential
    file status is landedcost-file-status
    .
  copy "stkmove-sel.cpy".
  copy "stklayer-sel.cpy".
  copy "stkloc-sel.cpy".
  copy "stklot-sel.cpy".
  copy "period-sel.cpy".
    .
  copy "user-sel.cpy".
  copy "numctl-sel.cpy".
  copy "reclock-sel.cpy".
  copy "bankaudit-sel.cpy".
  copy "prepay-sel.cpy".
copy "system-sel.cpy".
data division.
file section.
copy "vendmast-fd.cpy".
copy "pl010.cpy".
copy "glintfc-fd.cpy".
copy "glrule-fd.cpy".
copy "gl010.cpy".
copy "taxcode-fd.cpy".
copy "currrate-fd.cpy".
copy "stkmove-fd.cpy".
copy "stklayer-fd.cpy".
copy "stkloc-fd.cpy".
copy "stklot-fd.cpy".
copy "period-fd.cpy".
copy "stock.cpy".
copy "reclock-fd.cpy".
copy "system-fd.cpy".
copy "user-fd.cpy".
copy "numctl-fd.cpy".
copy "bankaudit-fd.cpy".
copy "prepay-fd.cpy".
fd  agedcred-file.
01  agedcred-record             pic x(80).
fd  eft-file.
01  eft-record                  pic x(80).
fd  remit-file.
01  remit-record                 pic x(80).
*> cheques print onto pre-printed continuous stock, one fixed-depth
*> form per cheque with its remittance stub below
fd  cheque-file.
01  cheque-record                pic x(80).
*> positive-pay issue file for the bank: every cheque printed, and
*> every cheque voided, so the bank refuses anything else presented
fd  pospay-file.
01  pospay-record.
  05  pospay-action           pic x.
    88  pospay-is-issue       value "I".
    88  pospay-is-void        value "V".
  05  pospay-cheque-number    pic 9(08).
  05  pospay-issue-date       pic 9(08).
  05  pospay-amount           pic 9(09)v99.
  05  pospay-payee            pic x(32).
fd  grni-file.
01  grni-record                  pic x(132).
fd  tax1099-file.
01  tax1099-record               pic x(80).
fd  settle-disc-file.
01  settle-disc-record           pic x(100).
fd  vendorperf-file.
01  vendorperf-record             pic x(80).
fd  payrun-checkpoint-file.
fd  holdlog-file.
01  holdlog-record               pic x(110).
copy "payreg.cpy".
copy "bankacct-fd.cpy".
fd  vendstmt-file.
01  vendstmt-record              pic x(110).
copy "purchreq.cpy".
copy "vendprice.cpy".
copy "vendxref.cpy".
copy "vendrebate.cpy".
fd  rebate-report-file.
01  rebate-report-record         pic x(132).
fd  landedcost-file.
01  landedcost-record            pic x(120).
working-storage section.
01  agedcred-file-status      pic xx.
01  eft-file-status           pic xx.
01  remit-file-status         pic xx.
01  cheque-file-status        pic xx.
01  pospay-file-status        pic xx.
01  settle-disc-file-status   pic xx.
01  grni-file-status          pic xx.
01  tax1099-file-status       pic xx.
01  vendorperf-file-status    pic xx.
01  payrun-checkpoint-file-status pic xx.
01  ws-checkpoint-vendor-code pic x(06) value spaces.
01  ws-checkpoint-payment-total pic s9(09)v99 sign leading separate value zero.
01  ws-checkpoint-bank-code pic x(06) value spaces.
01  ws-payrun-bank-code     pic x(06) value spaces.
01  gl-file-status             pic xx.
01  gl-rule-file-status        pic xx.
01  gl-account-file-status     pic xx.
copy "glrule-ws.cpy".
copy "bankacct-ws.cpy".
01  ws-pl-gl-contra-account    pic x(10).
01  ws-pl-gl-ap-account        pic x(10).
01  ws-pl-gl-tax-account       pic x(10).
01  ws-pl-gl-discount-account  pic x(10).
01  tax-code-file-status       pic xx.
01  ws-tax-rate-found          pic 9(02)v99.
01  ws-inv-net-amount          pic s9(09)v99.
01  ws-inv-base-net-amount     pic s9(09)v99.
01  currency-rate-file-status  pic xx.
01  fxreval-file-status        pic xx.
01  holdlog-file-status        pic xx.
01  payment-register-file-status pic xx.
01  bank-account-file-status pic xx.
01  vendstmt-file-status       pic xx.
01  requisition-file-status    pic xx.
01  contract-price-file-status pic xx.
01  vendor-xref-file-status    pic xx.
01  rebate-file-status         pic xx.
01  rebate-report-file-status  pic xx.
01  landedcost-file-status     pic xx.
01  bank-audit-file-status     pic xx.
01  number-control-file-status pic xx.
copy "numctl-ws.cpy".
01  record-lock-file-status  pic xx.
01  lock-log-file-status     pic xx.
copy "reclock-ws.cpy".
01  ws-bank-details-changed    pic x.
01  ws-baud-report-line        pic 9(02).

01  ws-landed-goods-value      pic 9(09)v99.
01  ws-landed-po-cost-display  pic 9(07).9999.

copy "invmatch-ws.cpy".
01  ws-contract-maint-vendor   pic x(06).
01  ws-contract-maint-item     pic x(10).
01  ws-contract-maint-date     pic 9(08).
01  ws-contract-display-line   pic 9(02).
01  contract-rebate-choice     pic x.
01  ws-xref-maint-vendor       pic x(06).
01  ws-xref-maint-vendor-item  pic x(15).

*> vendor volume rebates
01  ws-rebate-maint-vendor     pic x(06).
01  ws-rebate-maint-start      pic 9(08).
01  ws-rebate-sub              pic 9(02).
01  ws-rebate-row              pic 9(02).
01  ws-rebate-new-switch       pic x.
  88  rebate-is-new            value "Y".
01  ws-rebate-asat-date        pic 9(08).
01  ws-rebate-count-to         pic 9(08).
01  ws-rebate-value            pic s9(09)v99.
01  ws-rebate-qty              pic s9(09)v999.
01  ws-rebate-measure          pic s9(09)v999.
01  ws-rebate-line-value       pic s9(09)v99.
01  ws-rebate-item-switch      pic x.
  88  rebate-item-counts       value "Y".
01  ws-rebate-all-items        pic x.
01  ws-rebate-next-threshold   pic 9(09)v999.
01  ws-rebate-shortfall        pic s9(09)v999.
01  ws-rebate-movement         pic s9(09)v99.
01  ws-rebate-claim-amount     pic 9(09)v99.
01  ws-rebate-state            pic x(20).
01  ws-rebate-agreement-count  pic 9(05).
01  ws-rebate-movement-total   pic s9(09)v99.
01  ws-rebate-claim-count      pic 9(05).
01  ws-rebate-claim-total      pic 9(09)v99.
01  ws-rebate-receivable-account pic x(10).
01  ws-rebate-income-account   pic x(10).
01  ws-rebate-value-display    pic -zzz,zzz,zz9.99.
01  ws-rebate-qty-display      pic -zzz,zzz,zz9.999.
01  ws-rebate-pct-display      pic z9.99.
01  ws-rebate-tier-display     pic zzzzzzzz9.999.
01  ws-next-req-number         pic 9(08).
01  ws-req-user-code           pic x(32).
01  ws-req-pass-code           pic x(16).
01  ws-void-payment-number     pic 9(08).
01  ws-void-reason             pic x(30).
01  ws-void-today              pic 9(08).
*> a cheque voids whole - every document it paid reopens
01  ws-void-cheque-number      pic 9(08).
01  ws-void-cheque-count       pic 9(03).
01  ws-void-cheque-amount      pic s9(09)v99.
01  ws-void-cheque-discount    pic s9(09)v99.
01  ws-void-cheque-payee       pic x(32).
01  ws-void-cheque-date        pic 9(08).

*> Held-invoice workbench paging
01  ws-wb-table.
01  ws-reval-new-rate-display  pic 9(05).9999.
01  ws-reval-total             pic s9(11)v99 sign leading separate.
01  stock-movement-file-status pic xx.
01  stock-layer-file-status   pic xx.
copy "stklayer-ws.cpy".
01  stock-location-file-status pic xx.
01  period-file-status         pic xx.
copy "period-ws.cpy".
01  ws-promised-date-build     pic x(08).

01  pl-choice                 pic x.
  88  pl-choice-is-valid      values "A" "C" "I" "B" "P" "R" "V" "G" "M" "T" "D" "F" "E" "J" "W" "Y" "S" "O" "Q" "U" "K" "H" "Z" "N" "L" "X".

*> Browse-by-name working fields: matches collected in one pass,
*> shown a page at a time, picked by line number.
01  ws-save-vendor-1099-switch    pic x.
01  ws-save-vendor-currency-code  pic x(03).
01  ws-save-vendor-spend-limit    pic 9(09)v99.
01  ws-save-vendor-disc-pct      pic 9(02)v99.
01  ws-save-vendor-disc-days     pic 9(03).
01  ws-disc-pct-display          pic z9.99.
01  ws-next-po-number         pic 9(08).
01  ws-input-line             pic 9(03).
01  ws-more-lines             pic x.
01  ws-inv-vendor-code        pic x(06).
01  ws-inv-line-number        pic 9(03).
01  ws-inv-cost-centre        pic x(06).
*> a line can be spread as a prepayment, or booked against an
*> accrual schedule; either way its net cost is debited to the
*> schedule's balance sheet account instead of expense
01  prepay-schedule-file-status pic xx.
01  ws-inv-debit-account      pic x(10).
01  ws-inv-spread-type        pic x.
  88  inv-spread-is-prepayment value "P".
  88  inv-spread-is-accrual   value "A".
  88  inv-spread-is-none      value " ".
01  ws-inv-spread-periods     pic 9(03).
01  ws-inv-schedule-number    pic 9(08).

01  ws-today                  pic 9(08).
01  ws-days-old               pic s9(05).
    10  ws-payb-invoice       pic x(15).
    10  ws-payb-line          pic 9(03).
    10  ws-payb-amount        pic s9(09)v99.
    10  ws-payb-discount      pic 9(09)v99.
    10  ws-payb-currency      pic x(03).
01  ws-payb-count             pic 9(03).
01  ws-payb-idx               pic 9(03).
01  ws-payb-saved-key         pic x(24).
01  ws-remit-amount-display   pic s9(09)v99 sign leading separate.
01  ws-gl-abs-amount          pic 9(09)v99.
01  ws-gl-cash-amount         pic 9(09)v99.

*> A vendor with no bank details on file is paid by cheque: the
*> run prints it with the amount in words and a remittance stub,
*> numbers it off NUMCTL, and lists it on the positive-pay file.
01  ws-pay-method-switch      pic x.
  88  ws-paying-by-eft        value "E".
  88  ws-paying-by-cheque     value "C".
01  ws-chq-number             pic 9(08).
01  ws-chq-count              pic 9(05).
01  ws-chq-total              pic 9(11)v99.
01  ws-chq-line-count         pic 9(02).
01  ws-chq-form-depth         pic 9(02) value 36.
01  ws-chq-stub-max           pic 9(02) value 15.
01  ws-chq-stub-count         pic 9(03).
01  ws-chq-date-display       pic x(10).
01  ws-chq-figures            pic *,***,***,**9.99.
01  ws-chq-stub-amount        pic -zzz,zzz,zz9.99.
01  ws-chq-stub-discount      pic -zzz,zzz,zz9.99.
01  ws-chq-stub-paid          pic -zzz,zzz,zz9.99.
01  ws-chq-net-paid           pic s9(09)v99.
01  ws-chq-amount             pic 9(09)v99.
01  ws-chq-amount-parts redefines ws-chq-amount.
  05  ws-chq-millions         pic 9(03).
  05  ws-chq-thousands        pic 9(03).
  05  ws-chq-units            pic 9(03).
  05  ws-chq-cents            pic 9(02).
01  ws-chq-group              pic 9(03).
01  ws-chq-group-parts redefines ws-chq-group.
  05  ws-chq-hundreds-digit   pic 9.
  05  ws-chq-below-hundred    pic 9(02).
  05  ws-chq-below-parts redefines ws-chq-below-hundred.
    10  ws-chq-tens-digit     pic 9.
    10  ws-chq-ones-digit     pic 9.
01  ws-chq-word               pic x(20).
01  ws-chq-words              pic x(160).
01  ws-chq-words-ptr          pic 9(03).
01  ws-chq-words-line-1       pic x(70).
01  ws-chq-words-line-2       pic x(70).
01  ws-chq-split              pic 9(03).
01  ws-chq-ones-values.
  05  filler                  pic x(09) value "ONE".
  05  filler                  pic x(09) value "TWO".
  05  filler                  pic x(09) value "THREE".
  05  filler                  pic x(09) value "FOUR".
  05  filler                  pic x(09) value "FIVE".
  05  filler                  pic x(09) value "SIX".
  05  filler                  pic x(09) value "SEVEN".
  05  filler                  pic x(09) value "EIGHT".
  05  filler                  pic x(09) value "NINE".
  05  filler                  pic x(09) value "TEN".
  05  filler                  pic x(09) value "ELEVEN".
  05  filler                  pic x(09) value "TWELVE".
  05  filler                  pic x(09) value "THIRTEEN".
  05  filler                  pic x(09) value "FOURTEEN".
  05  filler                  pic x(09) value "FIFTEEN".
  05  filler                  pic x(09) value "SIXTEEN".
  05  filler                  pic x(09) value "SEVENTEEN".
  05  filler                  pic x(09) value "EIGHTEEN".
  05  filler                  pic x(09) value "NINETEEN".
01  ws-chq-ones-table redefines ws-chq-ones-values.
  05  ws-chq-ones-word        occurs 19 times pic x(09).
01  ws-chq-tens-values.
  05  filler                  pic x(07) value "TEN".
  05  filler                  pic x(07) value "TWENTY".
  05  filler                  pic x(07) value "THIRTY".
  05  filler                  pic x(07) value "FORTY".
  05  filler                  pic x(07) value "FIFTY".
  05  filler                  pic x(07) value "SIXTY".
  05  filler                  pic x(07) value "SEVENTY".
  05  filler                  pic x(07) value "EIGHTY".
  05  filler                  pic x(07) value "NINETY".
01  ws-chq-tens-table redefines ws-chq-tens-values.
  05  ws-chq-tens-word        occurs 9 times pic x(07).

*> settlement discount: an invoice from a vendor offering one is
*> paid early, for its amount less the discount, while the run date
*> is still inside the vendor's discount days
01  ws-pay-discount           pic 9(09)v99.
01  ws-pay-disc-last-day      pic 9(08).

*> settlement discount report
01  ws-sdr-from-date          pic 9(08).
01  ws-sdr-to-date            pic 9(08).
01  ws-sdr-last-day           pic 9(08).
01  ws-sdr-discount           pic 9(09)v99.
01  ws-sdr-outcome            pic x(16).
01  ws-sdr-taken-count        pic 9(05).
01  ws-sdr-taken-total        pic 9(09)v99.
01  ws-sdr-missed-count       pic 9(05).
01  ws-sdr-missed-total       pic 9(09)v99.
01  ws-sdr-open-count         pic 9(05).
01  ws-sdr-open-total         pic 9(09)v99.
01  ws-sdr-amount-display     pic z(08)9.99.
01  ws-sdr-disc-display       pic z(08)9.99.

*> Return-to-vendor working fields
01  ws-rtv-po-number           pic 9(08).
01  ws-rtv-qty                 pic 9(07)v999.
01  ws-rtv-value               pic 9(09)v99.
01  ws-rtv-base-value          pic 9(09)v99.
01  ws-rtv-tax-code            pic x(03).
01  ws-rtv-tax                 pic 9(09)v99.
01  ws-rtv-base-tax            pic 9(09)v99.
01  ws-rtv-dn-number           pic x(15).
01  ws-rtv-dn-written          pic x.
01  ws-rtv-today               pic 9(08).
01  ws-1099-year               pic 9(04).
01  ws-vendor-1099-total       pic s9(09)v99 sign leading separate.

*> Goods received not invoiced.  Receipts up to the period end are
*> gathered into this table by PO line, kept in vendor / PO line
*> order as each line is added, then netted against the invoices
*> and debit notes dated up to the same day.
01  ws-grni-table.
  05  ws-grni-entry           occurs 3000 times indexed by ws-grni-idx.
    10  ws-grni-sort-key.
      15  ws-grni-vendor-code   pic x(06).
      15  ws-grni-po-number     pic 9(08).
      15  ws-grni-po-line       pic 9(03).
    10  ws-grni-item-code       pic x(10).
    10  ws-grni-unit-cost       pic 9(07)v9999.
    10  ws-grni-currency-code   pic x(03).
    10  ws-grni-exchange-rate   pic 9(05)v9999.
    10  ws-grni-received-qty    pic 9(07)v999.
    10  ws-grni-returned-qty    pic 9(07)v999.
    10  ws-grni-invoiced-qty    pic 9(07)v999.
    10  ws-grni-matched-qty     pic 9(07)v999.
    10  ws-grni-oldest-date     pic 9(08).
01  ws-grni-new.
  05  ws-gn-sort-key.
    10  ws-gn-vendor-code     pic x(06).
    10  ws-gn-po-number       pic 9(08).
    10  ws-gn-po-line         pic 9(03).
  05  ws-gn-item-code         pic x(10).
  05  ws-gn-unit-cost         pic 9(07)v9999.
  05  ws-gn-currency-code     pic x(03).
  05  ws-gn-exchange-rate     pic 9(05)v9999.
  05  ws-gn-received-qty      pic 9(07)v999.
  05  ws-gn-returned-qty      pic 9(07)v999.
  05  ws-gn-invoiced-qty      pic 9(07)v999.
  05  ws-gn-matched-qty       pic 9(07)v999.
  05  ws-gn-oldest-date       pic 9(08).
01  ws-grni-count             pic 9(05).
01  ws-grni-max               pic 9(05) value 3000.
01  ws-grni-overflow          pic x.
01  ws-grni-slot              pic 9(05).
01  ws-grni-sub               pic 9(05).
01  ws-grni-find-key.
  05  ws-grni-find-po         pic 9(08).
  05  ws-grni-find-line       pic 9(03).
01  ws-grni-found-switch      pic x.
  88  grni-line-found         value "Y".
  88  grni-line-not-found     value "N".
01  ws-grni-period            pic 9(06).
01  filler redefines ws-grni-period.
  05  ws-grni-year            pic 9(04).
  05  ws-grni-month           pic 9(02).
01  ws-grni-next-period       pic 9(06).
01  filler redefines ws-grni-next-period.
  05  ws-grni-next-year       pic 9(04).
  05  ws-grni-next-month      pic 9(02).
01  ws-grni-period-end        pic 9(08).
01  ws-grni-reverse-date      pic 9(08).
01  ws-grni-tries             pic 9(02).
01  ws-grni-chase-days        pic 9(03).
01  ws-grni-post-switch       pic x.
  88  grni-post-accrual       value "Y".
01  ws-grni-cost-centre       pic x(06).
01  ws-grni-accrual-account   pic x(10).
01  ws-grni-outstanding       pic s9(08)v999.
01  ws-grni-value             pic 9(09)v99.
01  ws-grni-days              pic s9(05).
01  ws-grni-prev-vendor       pic x(06).
01  ws-grni-vendor-value      pic 9(09)v99.
01  ws-grni-total-value       pic 9(09)v99.
01  ws-grni-line-count        pic 9(05).
01  ws-grni-chase-count       pic 9(05).
01  ws-grni-chase-flag        pic x(05).
01  ws-grni-qty-display       pic zzzzzz9.999.
01  ws-grni-cost-display      pic zzzzzz9.9999.
01  ws-grni-rate-display      pic zzzz9.9999.
01  ws-grni-value-display     pic zzz,zzz,zz9.99.
01  ws-grni-days-display      pic -zzzz9.

linkage section.
01  ws-passed-company-record-number pic 999.

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
    close contract-price-file
    open i-o contract-price-file
  end-if
  open i-o vendor-xref-file
  if vendor-xref-file-status = "35"
    open output vendor-xref-file
    close vendor-xref-file
    open i-o vendor-xref-file
  end-if
  open i-o rebate-file
  if rebate-file-status = "35"
    open output rebate-file
    close rebate-file
    open i-o rebate-file
  end-if
  open i-o number-control-file
  if number-control-file-status = "35"
    open output number-control-file
    close number-control-file
    open i-o number-control-file
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
  open input tax-code-file
  if tax-code-file-status = "35"
    open output tax-code-file
    close tax-code-file
    open input tax-code-file
  end-if
  open i-o prepay-schedule-file
  if prepay-schedule-file-status = "35"
    open output prepay-schedule-file
    close prepay-schedule-file
    open i-o prepay-schedule-file
  end-if
  .
closing-procedure.
  close vendor-file
  close gl-interface-file
  close item-file
  close stock-movement-file
  close stock-layer-file
  close stock-location-file
  close stock-lot-file
  close period-file
  close payment-register-file
  close requisition-file
  close contract-price-file
  close vendor-xref-file
  close rebate-file
  close number-control-file
  close gl-rule-file
  close gl-account-file
  close tax-code-file
  close prepay-schedule-file
  .
main-process.
  perform display-pl-menu
  display "(Q) Enter Requisition" at line 14 col 40 foreground-color 2 end-display
  display "(U) Approve Requisitions" at line 15 col 40 foreground-color 2 end-display
  display "(K) Convert Requisitions to POs" at line 16 col 40 foreground-color 2 end-display
  display "(H) Contract Prices & Rebates" at line 07 col 40 foreground-color 2 end-display
  display "(Z) Bank Detail Changes" at line 06 col 40 foreground-color 2 end-display
  display "(N) Settlement Discount Report" at line 05 col 40 foreground-color 2 end-display
  display "(L) GRNI Accrual Report" at line 04 col 40 foreground-color 2 end-display
  display "(X) Exit"            at line 16 col 04 foreground-color 2 end-display
  .
accept-pl-choice.
    when "K"
      perform convert-requisitions
    when "H"
      perform contract-rebate-menu
    when "Z"
      perform show-bank-detail-changes
    when "N"
      perform print-settlement-discounts
    when "L"
      perform print-grni-report
    when "X"
      continue
  end-evaluate
      display "Vendor not found" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  perform lock-vendor-for-change
  if not ws-lock-was-taken
    exit paragraph
  end-if
  perform show-vendor-fields
  perform accept-vendor-fields
  perform save-changed-vendor
  .
*>-----------------------------------------------
*> A vendor out for change is locked against the other terminals,
*> and only rewritten if nobody - an invoice, the payment run, a
*> batch job - has changed it since it was read.
*>-----------------------------------------------
lock-vendor-for-change.
  move "VENDOR" to ws-lock-file-name
  move vendor-code to ws-lock-record-key
  perform lock-record-for-change
  if ws-lock-was-taken
    read vendor-file key is vendor-code
      invalid key
        continue
    end-read
    move vendor-record to ws-lock-before-image
  end-if
  .
save-changed-vendor.
  move "N" to ws-lock-save-switch
  move vendor-record to ws-lock-after-image
  read vendor-file key is vendor-code
    invalid key
      display "Vendor no longer on file" at line 23 col 02 foreground-color 4 end-display
      accept omitted end-accept
      perform release-record-lock
      exit paragraph
  end-read
  if vendor-record not = ws-lock-before-image
    display "Vendor changed elsewhere while you were editing - not saved, please re-key"
      at line 23 col 02 foreground-color 4 end-display
    accept omitted end-accept
  else
    move ws-lock-after-image to vendor-record
    rewrite vendor-record
      invalid key
        display "Rewrite failed" at line 23 col 02 foreground-color 4 end-display
      not invalid key
        move "Y" to ws-lock-save-switch
    end-rewrite
  end-if
  perform release-record-lock
  .
inquire-vendor.
  display "Inquire Vendor" at line 04 col 30 foreground-color 2 end-display
  accept ws-browse-change at line 21 col 31 with foreground-color 6 end-accept
  move function upper-case(ws-browse-change) to ws-browse-change
  if ws-browse-change = "Y"
    perform lock-vendor-for-change
    if ws-lock-was-taken
      perform show-vendor-fields
      perform accept-vendor-fields
      perform save-changed-vendor
    end-if
  end-if
  .
collect-one-vendor-match.
    exit paragraph
  end-if

  perform lock-vendor-for-change
  if not ws-lock-was-taken
    exit paragraph
  end-if
  set vendor-is-inactive to true
  perform save-changed-vendor
  if ws-lock-change-saved
    display "Vendor deactivated" at line 20 col 04 foreground-color 2 end-display
    accept omitted end-accept
  end-if
  .
check-vendor-open-purchase-orders.
  move low-values to po-key
  display vendor-country at line 11 col 19 foreground-color 3 end-display
  display "Terms(days): [   ]" at line 12 col 04 foreground-color 2 end-display
  display vendor-payment-terms at line 12 col 19 foreground-color 3 end-display
  display "Settle Disc %:[     ] within [   ] days" at line 12 col 30 foreground-color 2 end-display
  move vendor-settle-disc-pct to ws-disc-pct-display
  display ws-disc-pct-display at line 12 col 45 foreground-color 3 end-display
  display vendor-settle-disc-days at line 12 col 60 foreground-color 3 end-display
  display "YTD Purchases:[             ]" at line 13 col 04 foreground-color 2 end-display
  display vendor-ytd-purchases at line 13 col 19 foreground-color 3 end-display
  display "Bank Sort Code:[        ]" at line 14 col 04 foreground-color 2 end-display
    move function numval(ws-input-buf) to vendor-payment-terms
  end-if

  move vendor-settle-disc-pct to ws-save-vendor-disc-pct
  move spaces to ws-input-buf
  accept ws-input-buf at line 12 col 45 with foreground-color 6 end-accept
  if ws-input-buf = spaces
    move ws-save-vendor-disc-pct to vendor-settle-disc-pct
  else
    move function numval(ws-input-buf) to vendor-settle-disc-pct
  end-if
  move vendor-settle-disc-days to ws-save-vendor-disc-days
  move spaces to ws-input-buf
  accept ws-input-buf at line 12 col 60 with foreground-color 6 end-accept
  if ws-input-buf = spaces
    move ws-save-vendor-disc-days to vendor-settle-disc-days
  else
    move function numval(ws-input-buf) to vendor-settle-disc-days
  end-if
  if vendor-settle-disc-days = zero
    move zero to vendor-settle-disc-pct
  end-if

  move vendor-bank-sort-code to ws-save-vendor-bank-sort-code
  accept vendor-bank-sort-code at line 14 col 19 with foreground-color 6 end-accept
  if vendor-bank-sort-code = spaces
  move ws-gr-stock-qty to move-qty-in
  move zero to move-qty-out
  move item-on-hand-qty to move-resulting-balance
  *> the FIFO layer comes in at the landed cost per stocking unit
  move item-code to ws-layer-item
  move ws-gr-stock-qty to ws-layer-qty
  move ws-gr-stock-cost to ws-layer-unit-cost
  move gr-receipt-date to ws-layer-date
  perform create-cost-layer
  move ws-layer-cost-value to move-cost-value
  write stock-movement-record
  .

  if ws-inv-cost-centre = spaces
    move "OFFICE" to ws-inv-cost-centre
  end-if
  move "EXPENSE" to ws-glrule-type
  move ws-inv-cost-centre to ws-glrule-qualifier
  perform resolve-pl-gl-accounts
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  move 1 to ws-inv-line-number
  set more-lines to true
  move zero to invoice-unit-cost
  accept invoice-unit-cost at line 12 col 24 with foreground-color 6 end-accept

  compute ws-inv-net-amount = invoice-quantity * invoice-unit-cost

  *> input tax at the line's tax code, defaulted off the PO line's
  *> item; blank means the line carries no tax
  perform default-invoice-tax-code
  display "Tax Code:  [   ]" at line 11 col 40 foreground-color 2 end-display
  display invoice-tax-code at line 11 col 52 foreground-color 3 end-display
  move spaces to ws-input-buf
  accept ws-input-buf at line 11 col 52 with foreground-color 6 end-accept
  if ws-input-buf not = spaces
    move function upper-case(ws-input-buf(1:3)) to invoice-tax-code
  end-if
  move zero to ws-tax-rate-found
  if invoice-tax-code not = spaces
    move invoice-tax-code to tax-code
    read tax-code-file key is tax-code
      invalid key
        display "Tax code not on file, line not taken" at line 23 col 02 foreground-color 4 end-display
        exit paragraph
    end-read
    move tax-rate-percent to ws-tax-rate-found
    move "PL010" to ws-glrule-source
    move "INPUTTAX" to ws-glrule-type
    move invoice-tax-code to ws-glrule-qualifier
    perform find-gl-posting-account
    if ws-glrule-not-found
      display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
      set no-more-lines to true
      exit paragraph
    end-if
    move ws-glrule-account to ws-pl-gl-tax-account
  end-if
  compute invoice-tax-amount rounded =
    (ws-inv-net-amount * ws-tax-rate-found) / 100
  display "Tax Amount:[           ]" at line 12 col 40 foreground-color 2 end-display
  display invoice-tax-amount at line 12 col 52 foreground-color 3 end-display
  move spaces to ws-input-buf
  accept ws-input-buf at line 12 col 52 with foreground-color 6 end-accept
  if ws-input-buf not = spaces
    move function numval(ws-input-buf) to invoice-tax-amount
  end-if
  if invoice-tax-code = spaces
    move zero to invoice-tax-amount
  end-if
  compute invoice-amount = ws-inv-net-amount + invoice-tax-amount

  move vendor-currency-code to invoice-currency-code
  display "Currency:      [   ]" at line 13 col 04 foreground-color 2 end-display
    move function numval(ws-input-buf) to invoice-exchange-rate
  end-if
  compute invoice-base-amount rounded = invoice-amount * invoice-exchange-rate
  compute invoice-base-tax-amount rounded =
    invoice-tax-amount * invoice-exchange-rate

  perform choose-invoice-spread
  perform match-invoice-three-way
  if invoice-is-clear
    display ws-match-message at line 23 col 02 foreground-color 2 end-display
  else
    display ws-match-message at line 23 col 02 foreground-color 4 end-display
  end-if

  set invoice-is-open to true
  write invoice-record
      display "Invoice line write failed" at line 23 col 02 foreground-color 4 end-display
    not invalid key
      perform post-invoice-to-gl
      perform record-invoice-spread
  end-write

  add 1 to ws-inv-line-number
    set no-more-lines to true
  end-if
  .
*>-----------------------------------------------
*> A cost paid up front - insurance, a licence, the rates - can be
*> spread from the invoice line: its net cost goes to the PL010
*> PREPAY account and a schedule is raised to release it to this
*> invoice's expense account over the months keyed, from the
*> invoice month.  A bill already accrued month by month is booked
*> against its accrual schedule instead, clearing the accrual
*> account.  Anything not found leaves the line on expense.
*>-----------------------------------------------
choose-invoice-spread.
  move ws-pl-gl-contra-account to ws-inv-debit-account
  display "Spread: P=prepayment, A=against accrual, blank=none:[ ]" at line 16 col 04 foreground-color 2 end-display
  move space to ws-inv-spread-type
  accept ws-inv-spread-type at line 16 col 56 with foreground-color 6 end-accept
  move function upper-case(ws-inv-spread-type) to ws-inv-spread-type
  evaluate true
    when inv-spread-is-prepayment
      display "Periods:[   ]" at line 16 col 60 foreground-color 2 end-display
      move spaces to ws-input-buf
      accept ws-input-buf at line 16 col 69 with foreground-color 6 end-accept
      move zero to ws-inv-spread-periods
      if ws-input-buf not = spaces
        move function numval(ws-input-buf) to ws-inv-spread-periods
      end-if
      if ws-inv-spread-periods = zero
        display "No periods keyed - line left on expense" at line 23 col 02 foreground-color 4 end-display
        move space to ws-inv-spread-type
        exit paragraph
      end-if
      move "PL010" to ws-glrule-source
      move "PREPAY" to ws-glrule-type
      move ws-inv-cost-centre to ws-glrule-qualifier
      perform find-gl-posting-account
      if ws-glrule-not-found
        display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
        move space to ws-inv-spread-type
        exit paragraph
      end-if
      move ws-glrule-account to ws-inv-debit-account
    when inv-spread-is-accrual
      display "Schedule:[        ]" at line 16 col 60 foreground-color 2 end-display
      move zero to ws-inv-schedule-number
      accept ws-inv-schedule-number at line 16 col 70 with foreground-color 6 end-accept
      move ws-inv-schedule-number to ppay-schedule-number
      read prepay-schedule-file key is ppay-schedule-number
        invalid key
          display "Schedule not found - line left on expense" at line 23 col 02 foreground-color 4 end-display
          move space to ws-inv-spread-type
          exit paragraph
      end-read
      if not ppay-is-accrual
        display "That schedule is not an accrual - line left on expense" at line 23 col 02 foreground-color 4 end-display
        move space to ws-inv-spread-type
        exit paragraph
      end-if
      move ppay-balance-account to ws-inv-debit-account
    when other
      move space to ws-inv-spread-type
  end-evaluate
  .
record-invoice-spread.
  evaluate true
    when inv-spread-is-prepayment
      perform get-next-schedule-number
      initialize prepay-schedule-record
      move ws-inv-schedule-number to ppay-schedule-number
      set ppay-is-prepayment to true
      move vendor-name to ppay-description
      move ws-inv-vendor-code to ppay-vendor-code
      move ws-inv-number to ppay-invoice-number
      move ws-inv-line-number to ppay-invoice-line
      move invoice-date to ppay-raised-date
      move ws-inv-base-net-amount to ppay-total-amount
      move invoice-date(1:4) to ppay-start-year
      move invoice-date(5:2) to ppay-start-month
      move ws-inv-spread-periods to ppay-period-count
      move ws-inv-debit-account to ppay-balance-account
      move ws-pl-gl-contra-account to ppay-expense-account
      move ws-inv-cost-centre to ppay-cost-centre
      set ppay-is-active to true
      write prepay-schedule-record
        invalid key
          display "Prepayment schedule write failed" at line 23 col 02 foreground-color 4 end-display
        not invalid key
          display "Prepayment schedule raised: " ppay-schedule-number at line 23 col 02 foreground-color 2 end-display
      end-write
    when inv-spread-is-accrual
      move ws-inv-schedule-number to ppay-schedule-number
      read prepay-schedule-file key is ppay-schedule-number
        invalid key
          display "Accrual schedule not updated" at line 23 col 02 foreground-color 4 end-display
          exit paragraph
      end-read
      add ws-inv-base-net-amount to ppay-invoiced-amount
      rewrite prepay-schedule-record
        invalid key
          display "Accrual schedule not updated" at line 23 col 02 foreground-color 4 end-display
      end-rewrite
  end-evaluate
  .
get-next-schedule-number.
  move "PREPAY" to ws-numctl-doc-type
  perform get-next-document-number
  if ws-numctl-was-seeded
    move ws-numctl-next to ws-inv-schedule-number
    exit paragraph
  end-if
  *> no control record yet - derive the next number off the end of
  *> the file and seed the counter with it
  move zero to ws-inv-schedule-number
  move 99999999 to ppay-schedule-number
  start prepay-schedule-file key not greater than ppay-schedule-number
    invalid key
      move zero to ws-inv-schedule-number
    not invalid key
      read prepay-schedule-file next record
        at end
          move zero to ws-inv-schedule-number
        not at end
          move ppay-schedule-number to ws-inv-schedule-number
      end-read
  end-start
  add 1 to ws-inv-schedule-number
  move ws-inv-schedule-number to ws-numctl-next
  perform seed-document-number
  .
default-invoice-tax-code.
  move spaces to invoice-tax-code
  move invoice-po-number to po-number
  move invoice-po-line-number to po-line-number
  read po-file key is po-key
    invalid key
      exit paragraph
  end-read
  move po-item-code to item-code
  read item-file key is item-code
    invalid key
      exit paragraph
  end-read
  move item-tax-code to invoice-tax-code
  .
*>-----------------------------------------------
*> Held-invoice workbench.  Every held, unpaid invoice pages up
*> with its hold code; picking one shows the invoice against the PO
load-costing-switches.
  move "Y" to system-average-pricing
  move "N" to system-highest-pricing
  move "N" to system-fifo-pricing
  open input system-file
  if file-status = zero
    move current-company-record-number to relative-record-number
  end-if
  .

*>------------------------------------------------------
*> Payment selection run - EFT or cheque, and remittance
*>------------------------------------------------------
run-payment-selection.
  display "Run Payment Selection" at line 04 col 30 foreground-color 2 end-display
  perform check-todays-period
  if ws-period-is-closed
    exit paragraph
  end-if
  move "CASH" to ws-glrule-type
  move "OFFICE" to ws-glrule-qualifier
  perform resolve-pl-gl-accounts
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  *> without a discount received account the run still pays, but
  *> only on the due date - no discount is taken
  move spaces to ws-pl-gl-discount-account
  move "PL010" to ws-glrule-source
  move "DISCRECV" to ws-glrule-type
  move "OFFICE" to ws-glrule-qualifier
  perform find-gl-posting-account
  if ws-glrule-was-found
    move ws-glrule-account to ws-pl-gl-discount-account
  else
    display "No discount received rule - no settlement discounts taken"
      at line 08 col 04 foreground-color 4 end-display
  end-if
  perform get-print-spool-name
  accept ws-eft-run-date from date yyyymmdd end-accept
  move zero to ws-payment-total

  perform read-payment-checkpoint

  *> the run pays from one bank account - the payments default or
  *> the one picked; a resumed run carries on from the account the
  *> checkpoint recorded
  set ws-bank-use-payments to true
  if ws-checkpoint-vendor-code not = spaces
    move ws-checkpoint-bank-code to ws-bank-account-code
    if ws-checkpoint-bank-code = spaces
      set ws-bank-not-found to true
    else
      perform find-bank-account
    end-if
  else
    move 07 to ws-bank-prompt-line
    perform choose-bank-account
    if ws-bank-was-refused
      exit paragraph
    end-if
  end-if
  move spaces to ws-payrun-bank-code
  if ws-bank-was-found
    move ws-bank-gl-account to ws-pl-gl-contra-account
    move ws-bank-account-code to ws-payrun-bank-code
  end-if

  if ws-checkpoint-vendor-code not = spaces
    move ws-checkpoint-payment-total to ws-payment-total
    open extend eft-file
    open extend remit-file
    open extend cheque-file
    if cheque-file-status not = zero
      open output cheque-file
    end-if
    open extend pospay-file
    if pospay-file-status not = zero
      open output pospay-file
    end-if
    display "Resuming payment run after vendor " ws-checkpoint-vendor-code
      at line 09 col 04 foreground-color 3 end-display
    move ws-checkpoint-vendor-code to invoice-vendor-code
        perform clear-payment-checkpoint
        close eft-file
        close remit-file
        close cheque-file
        close pospay-file
        exit paragraph
    end-start
  else
    open output eft-file
    open output remit-file
    open output cheque-file
    open output pospay-file

    move "Remittance Register" to remit-record
    write remit-record
        display "No invoices on file" at line 23 col 02 foreground-color 4 end-display
        close eft-file
        close remit-file
        close cheque-file
        close pospay-file
        exit paragraph
    end-start
  end-if
  move zero to ws-chq-count
  move zero to ws-chq-total

  perform select-one-invoice-for-payment
    until invoice-file-status not = zero
  end-string
  write remit-record

  if ws-chq-count not = zero
    move ws-chq-total to ws-remit-amount-display
    move spaces to remit-record
    string "Cheques printed: " delimited by size
      ws-chq-count delimited by size
      "  value " delimited by size
      ws-remit-amount-display delimited by size
      into remit-record
    end-string
    write remit-record
  end-if

  close eft-file
  close remit-file
  close cheque-file
  close pospay-file
  move "REMIT" to print-route-file-name
  perform route-report-to-printer
  if ws-chq-count not = zero
    move "CHEQUES" to print-route-file-name
    perform route-report-to-printer
  end-if
  display "Payment run complete, routed to spool " system-print-spool-name
    at line 09 col 04 foreground-color 2 end-display
  if ws-chq-count not = zero
    display "Cheques printed: " ws-chq-count " - load cheque stock; send POSPAY to the bank"
      at line 10 col 04 foreground-color 2 end-display
  end-if
  accept omitted end-accept
  .
select-one-invoice-for-payment.
  move invoice-vendor-code to ws-checkpoint-vendor-code
  move invoice-vendor-code to ws-payb-vendor

  move zero to ws-pay-discount
  if invoice-is-clear and not invoice-is-paid
    if invoice-base-amount < zero
      *> a debit note always nets, whatever its date
        invalid key
          continue
        not invalid key
          perform check-settlement-discount
          compute ws-due-date =
            function integer-of-date(invoice-date) + vendor-payment-terms
          if function integer-of-date(ws-eft-run-date) >= ws-due-date
             or ws-pay-discount not = zero
            perform add-invoice-to-payment-batch
          end-if
      end-read
    end-if
  end-if
  .
check-settlement-discount.
  move zero to ws-pay-discount
  if vendor-settle-disc-pct = zero
     or ws-pl-gl-discount-account = spaces
    exit paragraph
  end-if
  compute ws-pay-disc-last-day = function date-of-integer(
    function integer-of-date(invoice-date) + vendor-settle-disc-days)
  if ws-eft-run-date <= ws-pay-disc-last-day
    compute ws-pay-discount rounded =
      invoice-base-amount * vendor-settle-disc-pct / 100
  end-if
  .
read-payment-checkpoint.
  move spaces to ws-checkpoint-vendor-code
  move zero to ws-checkpoint-payment-total
  move spaces to ws-checkpoint-bank-code
  open input payrun-checkpoint-file
  if payrun-checkpoint-file-status = zero
    read payrun-checkpoint-file
      not at end
        move payrun-checkpoint-record(1:6) to ws-checkpoint-vendor-code
        move payrun-checkpoint-record(7:12) to ws-checkpoint-payment-total
        move payrun-checkpoint-record(19:6) to ws-checkpoint-bank-code
    end-read
    close payrun-checkpoint-file
  end-if
  move spaces to payrun-checkpoint-record
  string ws-checkpoint-vendor-code delimited by size
    ws-checkpoint-payment-total delimited by size
    ws-payrun-bank-code delimited by size
    into payrun-checkpoint-record
  end-string
  open output payrun-checkpoint-file
  move invoice-number to ws-payb-invoice(ws-payb-count)
  move invoice-line-number to ws-payb-line(ws-payb-count)
  move invoice-base-amount to ws-payb-amount(ws-payb-count)
  move ws-pay-discount to ws-payb-discount(ws-payb-count)
  move invoice-currency-code to ws-payb-currency(ws-payb-count)
  .
*>-----------------------------------------------
    write remit-record
  end-if

  if vendor-bank-sort-code = spaces
     or vendor-bank-acct-num = spaces
    set ws-paying-by-cheque to true
    perform get-next-cheque-number
    perform print-vendor-cheque
  else
    set ws-paying-by-eft to true
    move zero to ws-chq-number
    move ws-payb-net to ws-amount-display
    move spaces to eft-record
    string vendor-bank-sort-code delimited by size
      vendor-bank-acct-num delimited by size
      ws-payb-currency(1) delimited by size
      ws-amount-display delimited by size
      " " delimited by size
      ws-payrun-bank-code delimited by size
      into eft-record
    end-string
    write eft-record
  end-if

  move 1 to ws-payb-idx
  perform settle-one-batch-item
  .
sum-one-batch-item.
  add ws-payb-amount(ws-payb-idx) to ws-payb-net
  subtract ws-payb-discount(ws-payb-idx) from ws-payb-net
  if ws-payb-amount(ws-payb-idx) > zero
    move "Y" to ws-payb-has-invoice
  end-if
    into remit-record
  end-string
  write remit-record
  move ws-payb-discount(ws-payb-idx) to invoice-discount-taken
  if invoice-discount-taken not = zero
    move invoice-discount-taken to ws-remit-amount-display
    move spaces to remit-record
    string "        less settlement discount taken " delimited by size
      ws-remit-amount-display delimited by size
      into remit-record
    end-string
    write remit-record
  end-if

  perform write-payment-register-record

  end-rewrite
  add 1 to ws-payb-idx
  .

*>-----------------------------------------------
*> Cheque payment.  One cheque per vendor for the batch's net, on
*> pre-printed stock: every form is the same depth so the stock
*> stays in register, the payee and amount in the boxes at the top,
*> the remittance stub below listing the documents it pays.  A
*> batch with more documents than the stub holds says so, and the
*> remittance register lists them all.
*>-----------------------------------------------
get-next-cheque-number.
  move "CHEQUE" to ws-numctl-doc-type
  perform get-next-document-number
  if ws-numctl-was-seeded
    move ws-numctl-next to ws-chq-number
    exit paragraph
  end-if
  *> no control record yet - start the cheque numbers at one; the
  *> counter is set to the first number on the stock when it is
  *> loaded
  move 1 to ws-chq-number
  move ws-chq-number to ws-numctl-next
  perform seed-document-number
  .
print-vendor-cheque.
  add 1 to ws-chq-count
  add ws-payb-net to ws-chq-total
  move ws-payb-net to ws-chq-amount
  perform build-amount-in-words
  move spaces to ws-chq-date-display
  string ws-eft-run-date(7:2) delimited by size
    "/" delimited by size
    ws-eft-run-date(5:2) delimited by size
    "/" delimited by size
    ws-eft-run-date(1:4) delimited by size
    into ws-chq-date-display
  end-string
  move ws-payb-net to ws-chq-figures
  move zero to ws-chq-line-count

  move spaces to cheque-record
  perform write-cheque-line
  move spaces to cheque-record
  move ws-chq-number to cheque-record(60:8)
  perform write-cheque-line
  move spaces to cheque-record
  move ws-chq-date-display to cheque-record(60:10)
  perform write-cheque-line
  move spaces to cheque-record
  perform write-cheque-line
  move spaces to cheque-record
  move vendor-name to cheque-record(8:32)
  move ws-chq-figures to cheque-record(60:16)
  perform write-cheque-line
  move spaces to cheque-record
  perform write-cheque-line
  move spaces to cheque-record
  move ws-chq-words-line-1 to cheque-record(4:70)
  perform write-cheque-line
  move spaces to cheque-record
  move ws-chq-words-line-2 to cheque-record(4:70)
  perform write-cheque-line
  move spaces to cheque-record
  perform write-cheque-line
  move spaces to cheque-record
  perform write-cheque-line

  move spaces to cheque-record
  string "REMITTANCE ADVICE  " delimited by size
    vendor-code delimited by size
    " " delimited by size
    vendor-name delimited by size
    "  Cheque " delimited by size
    ws-chq-number delimited by size
    into cheque-record
  end-string
  perform write-cheque-line
  move spaces to cheque-record
  string "Date " delimited by size
    ws-chq-date-display delimited by size
    "   Currency " delimited by size
    ws-payb-currency(1) delimited by size
    into cheque-record
  end-string
  perform write-cheque-line
  move "Document                 Amount        Discount            Paid"
    to cheque-record
  perform write-cheque-line
  move zero to ws-chq-stub-count
  move 1 to ws-payb-idx
  perform print-one-cheque-stub-line
    until ws-payb-idx > ws-payb-count
  if ws-payb-count > ws-chq-stub-max
    compute ws-chq-stub-count = ws-payb-count - ws-chq-stub-max
    move spaces to cheque-record
    string "... and " delimited by size
      ws-chq-stub-count delimited by size
      " further documents, listed on the remittance advice to follow" delimited by size
      into cheque-record
    end-string
    perform write-cheque-line
  end-if
  move ws-payb-net to ws-chq-stub-paid
  move spaces to cheque-record
  string "Total paid" delimited by size
    into cheque-record
  end-string
  move ws-chq-stub-paid to cheque-record(50:15)
  perform write-cheque-line
  move spaces to cheque-record
  perform write-cheque-line
    until ws-chq-line-count >= ws-chq-form-depth

  initialize pospay-record
  set pospay-is-issue to true
  move ws-chq-number to pospay-cheque-number
  move ws-eft-run-date to pospay-issue-date
  move ws-payb-net to pospay-amount
  move vendor-name to pospay-payee
  write pospay-record

  move ws-payb-net to ws-remit-amount-display
  move spaces to remit-record
  string ws-payb-vendor delimited by size
    "  PAID BY CHEQUE " delimited by size
    ws-chq-number delimited by size
    "  " delimited by size
    ws-remit-amount-display delimited by size
    into remit-record
  end-string
  write remit-record
  .
print-one-cheque-stub-line.
  if ws-payb-idx <= ws-chq-stub-max
    compute ws-chq-net-paid =
      ws-payb-amount(ws-payb-idx) - ws-payb-discount(ws-payb-idx)
    move ws-payb-amount(ws-payb-idx) to ws-chq-stub-amount
    move ws-payb-discount(ws-payb-idx) to ws-chq-stub-discount
    move ws-chq-net-paid to ws-chq-stub-paid
    move spaces to cheque-record
    move ws-payb-invoice(ws-payb-idx) to cheque-record(1:15)
    move ws-chq-stub-amount to cheque-record(18:15)
    move ws-chq-stub-discount to cheque-record(34:15)
    move ws-chq-stub-paid to cheque-record(50:15)
    perform write-cheque-line
  end-if
  add 1 to ws-payb-idx
  .
write-cheque-line.
  write cheque-record
  add 1 to ws-chq-line-count
  .
*>-----------------------------------------------
*> The cheque amount in words - millions, thousands and units in
*> turn, then the cents as a fraction - split over the two word
*> lines of the form at a space.
*>-----------------------------------------------
build-amount-in-words.
  move spaces to ws-chq-words
  move 1 to ws-chq-words-ptr
  if ws-chq-millions not = zero
    move ws-chq-millions to ws-chq-group
    perform add-group-in-words
    move "MILLION" to ws-chq-word
    perform add-one-word
  end-if
  if ws-chq-thousands not = zero
    move ws-chq-thousands to ws-chq-group
    perform add-group-in-words
    move "THOUSAND" to ws-chq-word
    perform add-one-word
  end-if
  if ws-chq-units not = zero
    move ws-chq-units to ws-chq-group
    perform add-group-in-words
  end-if
  if ws-chq-words-ptr = 1
    move "ZERO" to ws-chq-word
    perform add-one-word
  end-if
  move "AND" to ws-chq-word
  perform add-one-word
  move spaces to ws-chq-word
  string ws-chq-cents delimited by size
    "/100" delimited by size
    into ws-chq-word
  end-string
  perform add-one-word

  move spaces to ws-chq-words-line-1
  move spaces to ws-chq-words-line-2
  if ws-chq-words-ptr <= 71
    move ws-chq-words to ws-chq-words-line-1
    exit paragraph
  end-if
  move 71 to ws-chq-split
  perform step-back-to-word-break
    until ws-chq-words(ws-chq-split:1) = space
  move ws-chq-words(1:ws-chq-split - 1) to ws-chq-words-line-1
  move ws-chq-words(ws-chq-split + 1:70) to ws-chq-words-line-2
  .
step-back-to-word-break.
  subtract 1 from ws-chq-split
  .
add-group-in-words.
  if ws-chq-hundreds-digit not = zero
    move ws-chq-ones-word(ws-chq-hundreds-digit) to ws-chq-word
    perform add-one-word
    move "HUNDRED" to ws-chq-word
    perform add-one-word
  end-if
  evaluate true
    when ws-chq-below-hundred = zero
      continue
    when ws-chq-below-hundred < 20
      move ws-chq-ones-word(ws-chq-below-hundred) to ws-chq-word
      perform add-one-word
    when ws-chq-ones-digit = zero
      move ws-chq-tens-word(ws-chq-tens-digit) to ws-chq-word
      perform add-one-word
    when other
      move spaces to ws-chq-word
      string ws-chq-tens-word(ws-chq-tens-digit) delimited by space
        "-" delimited by size
        ws-chq-ones-word(ws-chq-ones-digit) delimited by space
        into ws-chq-word
      end-string
      perform add-one-word
  end-evaluate
  .
add-one-word.
  if ws-chq-words-ptr > 1
    string " " delimited by size
      into ws-chq-words with pointer ws-chq-words-ptr
    end-string
  end-if
  string ws-chq-word delimited by space
    into ws-chq-words with pointer ws-chq-words-ptr
  end-string
  .
post-invoice-to-gl.
  move "PL010" to gl-source-module
  move invoice-date to gl-post-date
  move zero to gl-batch-number
  set gl-is-unposted to true
  move ws-inv-cost-centre to gl-cost-centre
  move ws-inv-debit-account to gl-account-code
  compute ws-inv-base-net-amount =
    invoice-base-amount - invoice-base-tax-amount
  move ws-inv-base-net-amount to gl-debit-amount
  move zero to gl-credit-amount
  move "Vendor invoice" to gl-description
  write gl-interface-record

  if invoice-base-tax-amount not = zero
    move ws-pl-gl-tax-account to gl-account-code
    move invoice-base-tax-amount to gl-debit-amount
    move zero to gl-credit-amount
    move "Vendor invoice tax" to gl-description
    write gl-interface-record
  end-if

  move "PL010" to gl-source-module
  move ws-pl-gl-ap-account to gl-account-code
  move zero to gl-debit-amount
  move invoice-base-amount to gl-credit-amount
  move "Vendor invoice" to gl-description
  write gl-interface-record
  .
post-payment-to-gl.
  move "OFFICE" to gl-cost-centre
  move "Vendor payment" to gl-description
  if invoice-base-amount >= zero
    *> a settlement discount comes off the cash, the rest of the
    *> debt clearing to discount received
    move invoice-base-amount to ws-gl-abs-amount
    compute ws-gl-cash-amount = ws-gl-abs-amount - invoice-discount-taken
    move ws-pl-gl-ap-account to gl-account-code
    move ws-gl-abs-amount to gl-debit-amount
    move zero to gl-credit-amount
    write gl-interface-record
    move ws-pl-gl-contra-account to gl-account-code
    move zero to gl-debit-amount
    move ws-gl-cash-amount to gl-credit-amount
    write gl-interface-record
    if invoice-discount-taken not = zero
      move ws-pl-gl-discount-account to gl-account-code
      move zero to gl-debit-amount
      move invoice-discount-taken to gl-credit-amount
      move "Settlement discount received" to gl-description
      write gl-interface-record
    end-if
  else
    *> a netted debit note settles the other way round
    compute ws-gl-abs-amount = zero - invoice-base-amount
    move ws-pl-gl-contra-account to gl-account-code
    move ws-gl-abs-amount to gl-debit-amount
    move zero to gl-credit-amount
    write gl-interface-record
    move ws-pl-gl-ap-account to gl-account-code
    move zero to gl-debit-amount
    move ws-gl-abs-amount to gl-credit-amount
    write gl-interface-record
  move invoice-number to pmt-invoice-number
  move invoice-line-number to pmt-invoice-line
  move invoice-base-amount to pmt-amount
  move ws-payb-discount(ws-payb-idx) to pmt-discount
  move ws-pay-method-switch to pmt-payment-method
  move ws-chq-number to pmt-cheque-number
  move ws-payrun-bank-code to pmt-bank-account
  set pmt-is-paid to true
  move zero to pmt-void-date
  move spaces to pmt-void-reason
*> Void a payment the bank rejected: the register record is marked
*> void with the reason, the covered invoice reopens for the next
*> payment selection, and the cash comes back through the GL the
*> same way it went out.  A cheque is voided whole - every document
*> it paid reopens - and goes on the positive-pay file as void so
*> the bank stops it.
*>-----------------------------------------------
void-payment.
  display "Void Payment" at line 04 col 30 foreground-color 2 end-display
  if ws-period-is-closed
    exit paragraph
  end-if
  move "CASH" to ws-glrule-type
  move "OFFICE" to ws-glrule-qualifier
  perform resolve-pl-gl-accounts
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  display "Payment Number (blank for a cheque):[        ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-void-payment-number
  accept ws-void-payment-number at line 06 col 41 with foreground-color 6 end-accept
  move zero to ws-void-cheque-number
  move zero to ws-void-cheque-discount
  if ws-void-payment-number = zero
    display "Cheque Number:[        ]" at line 06 col 52 foreground-color 2 end-display
    accept ws-void-cheque-number at line 06 col 67 with foreground-color 6 end-accept
    if ws-void-cheque-number = zero
      exit paragraph
    end-if
    perform tally-void-cheque
    if ws-void-cheque-count = zero
      display "No paid documents on the register for that cheque" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
    end-if
  end-if

  move ws-void-payment-number to pmt-number
  read payment-register-file key is pmt-number
    invalid key
    display "Payment is already void" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  *> the cash comes back to the bank account it was paid from
  if pmt-bank-account not = spaces
    move pmt-bank-account to ws-bank-account-code
    perform find-bank-account
    if ws-bank-was-found
      move ws-bank-gl-account to ws-pl-gl-contra-account
    end-if
  end-if
  if pmt-by-cheque and ws-void-cheque-number = zero
    move pmt-cheque-number to ws-void-cheque-number
    perform tally-void-cheque
    move ws-void-payment-number to pmt-number
    read payment-register-file key is pmt-number
      invalid key
        exit paragraph
    end-read
  end-if
  if pmt-discount not = zero
     or ws-void-cheque-discount not = zero
    move "PL010" to ws-glrule-source
    move "DISCRECV" to ws-glrule-type
    move "OFFICE" to ws-glrule-qualifier
    perform find-gl-posting-account
    if ws-glrule-not-found
      display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
      exit paragraph
    end-if
    move ws-glrule-account to ws-pl-gl-discount-account
  end-if

  if ws-void-cheque-number = zero
    display "Vendor " pmt-vendor-code "  invoice " pmt-invoice-number
      " line " pmt-invoice-line "  amount " pmt-amount
      at line 07 col 04 foreground-color 3 end-display
  else
    move ws-void-cheque-amount to ws-remit-amount-display
    display "Cheque " ws-void-cheque-number "  vendor " pmt-vendor-code "  "
      ws-void-cheque-count " documents  amount " ws-remit-amount-display
      at line 07 col 04 foreground-color 3 end-display
  end-if

  display "Reason:[                              ]" at line 08 col 04 foreground-color 2 end-display
  move spaces to ws-void-reason
  end-if

  accept ws-void-today from date yyyymmdd end-accept
  if ws-void-cheque-number = zero
    perform void-one-payment-record
    display "Payment voided, invoice back in the next selection"
      at line 11 col 04 foreground-color 2 end-display
  else
    move low-values to pmt-number
    start payment-register-file key not less than pmt-number
      invalid key
        move "10" to payment-register-file-status
    end-start
    perform void-next-cheque-record
      until payment-register-file-status not = zero
    open extend pospay-file
    if pospay-file-status not = zero
      open output pospay-file
    end-if
    initialize pospay-record
    set pospay-is-void to true
    move ws-void-cheque-number to pospay-cheque-number
    move ws-void-cheque-date to pospay-issue-date
    move ws-void-cheque-amount to pospay-amount
    move ws-void-cheque-payee to pospay-payee
    write pospay-record
    close pospay-file
    display "Cheque voided, its invoices back in the next selection; send POSPAY to the bank"
      at line 11 col 04 foreground-color 2 end-display
  end-if
  accept omitted end-accept
  .
*>-----------------------------------------------
*> The documents a cheque paid, off the register: how many are
*> still paid, the cheque's value and the discount inside it.
*>-----------------------------------------------
tally-void-cheque.
  move zero to ws-void-cheque-count
  move zero to ws-void-cheque-amount
  move zero to ws-void-cheque-discount
  move spaces to ws-void-cheque-payee
  move zero to ws-void-cheque-date
  move low-values to pmt-number
  start payment-register-file key not less than pmt-number
    invalid key
      exit paragraph
  end-start
  perform tally-one-cheque-record
    until payment-register-file-status not = zero
  .
tally-one-cheque-record.
  read payment-register-file next record
    at end
      move "10" to payment-register-file-status
      exit paragraph
  end-read
  if pmt-by-cheque
     and pmt-cheque-number = ws-void-cheque-number
     and pmt-is-paid
    add 1 to ws-void-cheque-count
    if ws-void-payment-number = zero
      move pmt-number to ws-void-payment-number
    end-if
    add pmt-amount to ws-void-cheque-amount
    subtract pmt-discount from ws-void-cheque-amount
    add pmt-discount to ws-void-cheque-discount
    move pmt-run-date to ws-void-cheque-date
    move pmt-vendor-code to vendor-code
    read vendor-file key is vendor-code
      invalid key
        move spaces to ws-void-cheque-payee
      not invalid key
        move vendor-name to ws-void-cheque-payee
    end-read
  end-if
  .
void-next-cheque-record.
  read payment-register-file next record
    at end
      move "10" to payment-register-file-status
      exit paragraph
  end-read
  if pmt-by-cheque
     and pmt-cheque-number = ws-void-cheque-number
     and pmt-is-paid
    perform void-one-payment-record
  end-if
  .
*>-----------------------------------------------
*> One register record in the record area voided: its invoice
*> reopened and the payment reversed through the GL.
*>-----------------------------------------------
void-one-payment-record.
  move pmt-vendor-code to invoice-vendor-code
  move pmt-invoice-number to invoice-number
  move pmt-invoice-line to invoice-line-number
    not invalid key
      set invoice-is-open to true
      move zero to invoice-payment-date
      move zero to invoice-discount-taken
      rewrite invoice-record
        invalid key
          display "Invoice reopen failed" at line 23 col 02 foreground-color 4 end-display
    invalid key
      display "Register update failed" at line 23 col 02 foreground-color 4 end-display
  end-rewrite
  .
post-void-payment-to-gl.
  move "PL010" to gl-source-module
  move "Voided vendor payment" to gl-description
  if pmt-amount >= zero
    move pmt-amount to ws-gl-abs-amount
    compute ws-gl-cash-amount = ws-gl-abs-amount - pmt-discount
    move ws-pl-gl-contra-account to gl-account-code
    move ws-gl-cash-amount to gl-debit-amount
    move zero to gl-credit-amount
    write gl-interface-record
    if pmt-discount not = zero
      move ws-pl-gl-discount-account to gl-account-code
      move pmt-discount to gl-debit-amount
      move zero to gl-credit-amount
      write gl-interface-record
    end-if
    move ws-pl-gl-ap-account to gl-account-code
    move zero to gl-debit-amount
    move ws-gl-abs-amount to gl-credit-amount
    write gl-interface-record
  else
    compute ws-gl-abs-amount = zero - pmt-amount
    move ws-pl-gl-ap-account to gl-account-code
    move ws-gl-abs-amount to gl-debit-amount
    move zero to gl-credit-amount
    write gl-interface-record
    move ws-pl-gl-contra-account to gl-account-code
    move zero to gl-debit-amount
    move ws-gl-abs-amount to gl-credit-amount
    write gl-interface-record
  if ws-period-is-closed
    exit paragraph
  end-if
  move "EXPENSE" to ws-glrule-type
  move "OFFICE" to ws-glrule-qualifier
  perform resolve-pl-gl-accounts
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  display "PO Number:  [        ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-rtv-po-number
  accept ws-rtv-po-number at line 06 col 17 with foreground-color 6 end-accept
    exit paragraph
  end-if

  *> the debit note reverses input tax at the item's own tax code
  perform find-return-tax-code
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  accept ws-rtv-today from date yyyymmdd end-accept

  *> the PO line takes the receipt back and reopens if need be
    at line 13 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
find-return-tax-code.
  move spaces to ws-rtv-tax-code
  move zero to ws-tax-rate-found
  set ws-glrule-was-found to true
  move po-item-code to item-code
  read item-file key is item-code
    invalid key
      exit paragraph
  end-read
  if item-tax-code = spaces
    exit paragraph
  end-if
  move item-tax-code to tax-code
  read tax-code-file key is tax-code
    invalid key
      exit paragraph
  end-read
  move item-tax-code to ws-rtv-tax-code
  move tax-rate-percent to ws-tax-rate-found
  move "PL010" to ws-glrule-source
  move "INPUTTAX" to ws-glrule-type
  move ws-rtv-tax-code to ws-glrule-qualifier
  perform find-gl-posting-account
  if ws-glrule-was-found
    move ws-glrule-account to ws-pl-gl-tax-account
  end-if
  .
post-return-to-stock.
  move po-item-code to item-code
  read item-file key is item-code
  move zero to move-qty-in
  move ws-gr-stock-qty to move-qty-out
  move item-on-hand-qty to move-resulting-balance
  move item-code to ws-layer-item
  move ws-gr-stock-qty to ws-layer-qty
  move item-average-cost to ws-layer-unit-cost
  perform consume-cost-layers
  compute move-cost-value = zero - ws-layer-cost-value
  write stock-movement-record
  .
*>-----------------------------------------------

  compute ws-rtv-value rounded = ws-rtv-qty * po-unit-cost
  compute ws-rtv-base-value rounded = ws-rtv-value * po-exchange-rate
  compute ws-rtv-tax rounded = (ws-rtv-value * ws-tax-rate-found) / 100
  compute ws-rtv-base-tax rounded = ws-rtv-tax * po-exchange-rate

  initialize invoice-record
  move po-vendor-code to invoice-vendor-code
  move po-item-code to invoice-item-code
  move ws-rtv-qty to invoice-quantity
  move po-unit-cost to invoice-unit-cost
  compute invoice-amount = zero - ws-rtv-value - ws-rtv-tax
  move po-currency-code to invoice-currency-code
  move po-exchange-rate to invoice-exchange-rate
  compute invoice-base-amount = zero - ws-rtv-base-value - ws-rtv-base-tax
  move ws-rtv-tax-code to invoice-tax-code
  compute invoice-tax-amount = zero - ws-rtv-tax
  compute invoice-base-tax-amount = zero - ws-rtv-base-tax
  move zero to invoice-payment-date
  set invoice-is-clear to true
  set invoice-is-open to true
  set gl-is-unposted to true
  move "OFFICE" to gl-cost-centre
  move "Return to vendor debit note" to gl-description
  move ws-pl-gl-ap-account to gl-account-code
  compute gl-debit-amount = ws-rtv-base-value + ws-rtv-base-tax
  move zero to gl-credit-amount
  write gl-interface-record
  move ws-pl-gl-contra-account to gl-account-code
  move zero to gl-debit-amount
  move ws-rtv-base-value to gl-credit-amount
  write gl-interface-record
  if ws-rtv-base-tax not = zero
    move ws-pl-gl-tax-account to gl-account-code
    move zero to gl-debit-amount
    move ws-rtv-base-tax to gl-credit-amount
    move "Return to vendor debit note tax" to gl-description
    write gl-interface-record
  end-if
  .

*>-----------------------------------------------
      at line (08 + ws-contract-display-line) col 04 foreground-color 3 end-display
  end-if
  .
contract-rebate-menu.
  display " " at line 01 col 01 erase eos end-display
  display "Contract Prices & Rebates" at line 04 col 30 foreground-color 2 end-display
  display "(P) Maintain Contract Prices" at line 06 col 04 foreground-color 2 end-display
  display "(C) Vendor Item Cross-Reference" at line 07 col 04 foreground-color 2 end-display
  display "(A) Rebate Agreements"        at line 08 col 04 foreground-color 2 end-display
  display "(R) Rebate Month-End Run"     at line 09 col 04 foreground-color 2 end-display
  display "(X) Back"                     at line 10 col 04 foreground-color 2 end-display
  display "Select option :- [ ]" at line 12 col 04 foreground-color 2 end-display
  accept contract-rebate-choice at line 12 col 21 with foreground-color 6 end-accept
  move function upper-case(contract-rebate-choice) to contract-rebate-choice
  display " " at line 01 col 01 erase eos end-display
  evaluate contract-rebate-choice
    when "P"
      perform maintain-contract-prices
    when "C"
      perform maintain-vendor-item-xref
    when "A"
      perform maintain-rebate-agreements
    when "R"
      perform run-rebate-month-end
    when other
      continue
  end-evaluate
  .
*>-----------------------------------------------
*> Vendor item cross-reference - the vendor's own code for one of
*> our items, so their invoice files can be matched.  Blanking our
*> item code removes the entry.
*>-----------------------------------------------
maintain-vendor-item-xref.
  display "Vendor Item Cross-Reference" at line 04 col 30 foreground-color 2 end-display
  display "Vendor Code:[      ]" at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-xref-maint-vendor
  accept ws-xref-maint-vendor at line 06 col 17 with foreground-color 6 end-accept
  move function upper-case(ws-xref-maint-vendor) to ws-xref-maint-vendor
  if ws-xref-maint-vendor = spaces
    exit paragraph
  end-if
  move ws-xref-maint-vendor to vendor-code
  read vendor-file key is vendor-code
    invalid key
      display "Vendor not found" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  display vendor-name at line 06 col 26 foreground-color 3 end-display

  display "Vendor's Item Code:[               ]" at line 07 col 04 foreground-color 2 end-display
  move spaces to ws-xref-maint-vendor-item
  accept ws-xref-maint-vendor-item at line 07 col 24 with foreground-color 6 end-accept
  if ws-xref-maint-vendor-item = spaces
    exit paragraph
  end-if

  move ws-xref-maint-vendor to vxr-vendor-code
  move ws-xref-maint-vendor-item to vxr-vendor-item
  read vendor-xref-file key is vxr-key
    invalid key
      move spaces to vxr-item-code
  end-read
  display "Our Item Code:     [          ]" at line 08 col 04 foreground-color 2 end-display
  display vxr-item-code at line 08 col 24 foreground-color 3 end-display
  accept vxr-item-code at line 08 col 24 with update foreground-color 6 end-accept
  move function upper-case(vxr-item-code) to vxr-item-code
  move ws-xref-maint-vendor to vxr-vendor-code
  move ws-xref-maint-vendor-item to vxr-vendor-item

  if vxr-item-code = spaces
    delete vendor-xref-file
      invalid key
        display "No cross-reference on file for that code" at line 23 col 02 foreground-color 4 end-display
        exit paragraph
    end-delete
    display "Cross-reference removed" at line 10 col 04 foreground-color 2 end-display
    accept omitted end-accept
    exit paragraph
  end-if
  move vxr-item-code to item-code
  read item-file key is item-code
    invalid key
      display "Item not on file" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  write vendor-xref-record
    invalid key
      rewrite vendor-xref-record
        invalid key
          display "Cross-reference save failed" at line 23 col 02 foreground-color 4 end-display
          exit paragraph
      end-rewrite
  end-write
  display "Cross-reference saved" at line 10 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
*>-----------------------------------------------
*> Rebate agreements - one per vendor per start date, with up to
*> five nominated items and five tiers.  Blanking the end date
*> removes an agreement that has not yet accrued anything.
*>-----------------------------------------------
maintain-rebate-agreements.
  display "Rebate Agreements" at line 04 col 30 foreground-color 2 end-display
  display "Vendor Code:[      ]" at line 06 col 04 foreground-color 2 end-display
  move spaces to ws-rebate-maint-vendor
  accept ws-rebate-maint-vendor at line 06 col 17 with foreground-color 6 end-accept
  move function upper-case(ws-rebate-maint-vendor) to ws-rebate-maint-vendor
  if ws-rebate-maint-vendor = spaces
    exit paragraph
  end-if
  move ws-rebate-maint-vendor to vendor-code
  read vendor-file key is vendor-code
    invalid key
      display "Vendor not found" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-read
  display vendor-name at line 06 col 26 foreground-color 3 end-display

  display "Start Date (CCYYMMDD):[        ]" at line 07 col 04 foreground-color 2 end-display
  move zero to ws-rebate-maint-start
  accept ws-rebate-maint-start at line 07 col 27 with foreground-color 6 end-accept
  if ws-rebate-maint-start = zero
    exit paragraph
  end-if

  move ws-rebate-maint-vendor to rebate-vendor-code
  move ws-rebate-maint-start to rebate-start-date
  move "N" to ws-rebate-new-switch
  read rebate-file key is rebate-key
    invalid key
      move "Y" to ws-rebate-new-switch
      initialize rebate-record
      move ws-rebate-maint-vendor to rebate-vendor-code
      move ws-rebate-maint-start to rebate-start-date
      set rebate-on-value to true
      set rebate-is-active to true
  end-read
  if rebate-is-claimed
    display "Agreement ended and claimed on debit note " rebate-claim-number
      at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  display "End Date (CCYYMMDD):  [        ]" at line 08 col 04 foreground-color 2 end-display
  display rebate-end-date at line 08 col 27 foreground-color 3 end-display
  move spaces to ws-input-buf
  accept ws-input-buf at line 08 col 27 with foreground-color 6 end-accept
  if ws-input-buf not = spaces
    move function numval(ws-input-buf) to rebate-end-date
  end-if
  if rebate-end-date = zero
    perform remove-rebate-agreement
    exit paragraph
  end-if
  if rebate-end-date not > rebate-start-date
    display "End date must follow the start date" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  display "Description:[                              ]" at line 09 col 04 foreground-color 2 end-display
  display rebate-description at line 09 col 17 foreground-color 3 end-display
  accept rebate-description at line 09 col 17 with update foreground-color 6 end-accept
  display "Basis (V=Value Q=Quantity):[ ]" at line 10 col 04 foreground-color 2 end-display
  display rebate-basis at line 10 col 32 foreground-color 3 end-display
  accept rebate-basis at line 10 col 32 with update foreground-color 6 end-accept
  move function upper-case(rebate-basis) to rebate-basis
  if not rebate-basis-is-valid
    display "Basis must be V or Q" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  display "    Nominated Item     Tier From          Rate %" at line 12 col 04 foreground-color 2 end-display
  move 1 to ws-rebate-sub
  perform accept-one-rebate-row
    until ws-rebate-sub > 5

  move "Y" to ws-rebate-all-items
  move zero to ws-rebate-next-threshold
  move spaces to ws-rebate-state
  move 1 to ws-rebate-sub
  perform check-one-rebate-row
    until ws-rebate-sub > 5
  if ws-rebate-state not = spaces
    display ws-rebate-state at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  if rebate-on-quantity and ws-rebate-all-items = "Y"
    display "A quantity rebate needs a nominated item" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  if rebate-tier-pct(1) = zero
    display "The first tier needs a rate" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  if rebate-is-new
    write rebate-record
      invalid key
        display "Rebate agreement save failed" at line 23 col 02 foreground-color 4 end-display
        exit paragraph
    end-write
  else
    rewrite rebate-record
      invalid key
        display "Rebate agreement save failed" at line 23 col 02 foreground-color 4 end-display
        exit paragraph
    end-rewrite
  end-if
  display "Rebate agreement saved" at line 20 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
accept-one-rebate-row.
  compute ws-rebate-row = 12 + ws-rebate-sub
  display ws-rebate-sub at line ws-rebate-row col 04 foreground-color 2 end-display
  display "[          ]   [             ]   [     ]" at line ws-rebate-row col 07 foreground-color 2 end-display
  display rebate-item-code(ws-rebate-sub) at line ws-rebate-row col 08 foreground-color 3 end-display
  accept rebate-item-code(ws-rebate-sub) at line ws-rebate-row col 08 with update foreground-color 6 end-accept
  move rebate-tier-threshold(ws-rebate-sub) to ws-rebate-tier-display
  display ws-rebate-tier-display at line ws-rebate-row col 23 foreground-color 3 end-display
  move spaces to ws-input-buf
  accept ws-input-buf at line ws-rebate-row col 23 with foreground-color 6 end-accept
  if ws-input-buf not = spaces
    move function numval(ws-input-buf) to rebate-tier-threshold(ws-rebate-sub)
  end-if
  move rebate-tier-pct(ws-rebate-sub) to ws-rebate-pct-display
  display ws-rebate-pct-display at line ws-rebate-row col 41 foreground-color 3 end-display
  move spaces to ws-input-buf
  accept ws-input-buf at line ws-rebate-row col 41 with foreground-color 6 end-accept
  if ws-input-buf not = spaces
    move function numval(ws-input-buf) to rebate-tier-pct(ws-rebate-sub)
  end-if
  add 1 to ws-rebate-sub
  .
*> tiers in use must climb; a tier with no rate is cleared
check-one-rebate-row.
  move function upper-case(rebate-item-code(ws-rebate-sub))
    to rebate-item-code(ws-rebate-sub)
  if rebate-item-code(ws-rebate-sub) not = spaces
    move "N" to ws-rebate-all-items
  end-if
  if rebate-tier-pct(ws-rebate-sub) = zero
    move zero to rebate-tier-threshold(ws-rebate-sub)
  else
    if ws-rebate-sub > 1
       and rebate-tier-threshold(ws-rebate-sub) not > ws-rebate-next-threshold
      move "Tiers must rise in order" to ws-rebate-state
    end-if
    if ws-rebate-sub > 1 and rebate-tier-pct(ws-rebate-sub - 1) = zero
      move "Tiers must not leave gaps" to ws-rebate-state
    end-if
    move rebate-tier-threshold(ws-rebate-sub) to ws-rebate-next-threshold
  end-if
  add 1 to ws-rebate-sub
  .
remove-rebate-agreement.
  if rebate-is-new
    exit paragraph
  end-if
  if rebate-accrued-amount not = zero
    display "Agreement has accruals posted, cannot be removed" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  delete rebate-file
    invalid key
      display "Rebate agreement removal failed" at line 23 col 02 foreground-color 4 end-display
      exit paragraph
  end-delete
  display "Rebate agreement removed" at line 20 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
*>-----------------------------------------------
*> Rebate month-end run.  For every live agreement the spend to the
*> as-at date is counted from PURCHINV, net of debit notes, and the
*> rate of the highest tier reached is applied to the whole counted
*> value.  The movement on what was accrued last time goes to the GL
*> interface.  Once the agreement has ended the earned rebate is
*> raised as a debit note, so payment selection nets it off, and the
*> accrued receivable moves across to the vendor's account.
*>-----------------------------------------------
run-rebate-month-end.
  display "Rebate Month-End Run" at line 04 col 30 foreground-color 2 end-display
  display "As At Date (CCYYMMDD):[        ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-rebate-asat-date
  accept ws-rebate-asat-date at line 06 col 27 with foreground-color 6 end-accept
  if ws-rebate-asat-date = zero
    accept ws-rebate-asat-date from date yyyymmdd end-accept
  end-if
  move ws-rebate-asat-date to ws-period-check-date
  perform check-posting-period
  if ws-period-is-closed
    display "Accounting period is closed, posting rejected" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if

  move "EXPENSE" to ws-glrule-type
  move "OFFICE" to ws-glrule-qualifier
  perform resolve-pl-gl-accounts
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move "PL010" to ws-glrule-source
  move "REBATE" to ws-glrule-type
  move "OFFICE" to ws-glrule-qualifier
  perform find-gl-posting-account
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move ws-glrule-account to ws-rebate-receivable-account
  move "REBATEINC" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move ws-glrule-account to ws-rebate-income-account

  perform get-print-spool-name
  move zero to ws-rebate-agreement-count
  move zero to ws-rebate-movement-total
  move zero to ws-rebate-claim-count
  move zero to ws-rebate-claim-total
  open output rebate-report-file
  move spaces to rebate-report-record
  string "Vendor Rebate Position as at " delimited by size
    ws-rebate-asat-date delimited by size
    into rebate-report-record
  end-string
  write rebate-report-record
  move spaces to rebate-report-record
  write rebate-report-record
  move "Vendor Start    End      B   Counted Value      Counted Qty Rate%          Earned        Movement     To Next Tier State"
    to rebate-report-record
  write rebate-report-record

  move low-values to rebate-key
  start rebate-file key not less than rebate-key
    invalid key
      move "10" to rebate-file-status
  end-start
  perform run-one-rebate-agreement
    until rebate-file-status not = zero

  move spaces to rebate-report-record
  write rebate-report-record
  move ws-rebate-movement-total to ws-rebate-value-display
  move spaces to rebate-report-record
  string "Agreements " delimited by size
    ws-rebate-agreement-count delimited by size
    "  accrual movement " delimited by size
    ws-rebate-value-display delimited by size
    into rebate-report-record
  end-string
  write rebate-report-record
  move ws-rebate-claim-total to ws-rebate-value-display
  move spaces to rebate-report-record
  string "Claims raised " delimited by size
    ws-rebate-claim-count delimited by size
    "  value " delimited by size
    ws-rebate-value-display delimited by size
    into rebate-report-record
  end-string
  write rebate-report-record
  close rebate-report-file

  move "REBATERPT" to print-route-file-name
  perform route-report-to-printer
  display "Rebate position report routed to spool " system-print-spool-name
    at line 09 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
run-one-rebate-agreement.
  read rebate-file next record
    at end
      move "10" to rebate-file-status
      exit paragraph
  end-read
  if rebate-is-claimed or rebate-start-date > ws-rebate-asat-date
    exit paragraph
  end-if
  add 1 to ws-rebate-agreement-count
  if rebate-end-date < ws-rebate-asat-date
    move rebate-end-date to ws-rebate-count-to
  else
    move ws-rebate-asat-date to ws-rebate-count-to
  end-if

  perform measure-rebate-spend
  perform find-rebate-tier
  compute rebate-earned-amount rounded =
    rebate-value-to-date * rebate-earned-pct / 100
  if rebate-earned-amount < zero
    move zero to rebate-earned-amount
  end-if
  compute ws-rebate-movement = rebate-earned-amount - rebate-accrued-amount
  if ws-rebate-movement not = zero
    perform post-rebate-accrual-to-gl
    move rebate-earned-amount to rebate-accrued-amount
    add ws-rebate-movement to ws-rebate-movement-total
  end-if
  move ws-rebate-asat-date to rebate-last-run-date

  move "ACCRUING" to ws-rebate-state
  if ws-rebate-asat-date not < rebate-end-date
    if rebate-earned-amount > zero
      perform raise-rebate-claim
    else
      set rebate-is-claimed to true
      move spaces to rebate-claim-number
      move "ENDED - NONE EARNED" to ws-rebate-state
    end-if
  end-if
  rewrite rebate-record
    invalid key
      move "NOT SAVED" to ws-rebate-state
  end-rewrite
  perform write-rebate-report-line
  .
measure-rebate-spend.
  move zero to rebate-value-to-date
  move zero to rebate-qty-to-date
  move "Y" to ws-rebate-all-items
  move 1 to ws-rebate-sub
  perform check-rebate-all-items
    until ws-rebate-sub > 5
  move rebate-vendor-code to invoice-vendor-code
  move low-values to invoice-number invoice-line-number
  start invoice-file key not less than invoice-key
    invalid key
      exit paragraph
  end-start
  perform tally-one-rebate-invoice
    until invoice-file-status not = zero
       or invoice-vendor-code not = rebate-vendor-code
  .
check-rebate-all-items.
  if rebate-item-code(ws-rebate-sub) not = spaces
    move "N" to ws-rebate-all-items
  end-if
  add 1 to ws-rebate-sub
  .
*> spend is net of tax and of debit notes; rejected invoices and the
*> rebate claims themselves never count
tally-one-rebate-invoice.
  read invoice-file next record
    at end
      move "10" to invoice-file-status
      exit paragraph
  end-read
  if invoice-vendor-code not = rebate-vendor-code
     or invoice-was-rejected
     or invoice-date < rebate-start-date
     or invoice-date > ws-rebate-count-to
    exit paragraph
  end-if
  if invoice-item-code = "REBATE" and invoice-po-number = zero
    exit paragraph
  end-if
  if ws-rebate-all-items = "Y"
    move "Y" to ws-rebate-item-switch
  else
    move "N" to ws-rebate-item-switch
    move 1 to ws-rebate-sub
    perform check-one-rebate-item
      until ws-rebate-sub > 5 or rebate-item-counts
  end-if
  if not rebate-item-counts
    exit paragraph
  end-if
  compute ws-rebate-line-value = invoice-base-amount - invoice-base-tax-amount
  add ws-rebate-line-value to rebate-value-to-date
  if invoice-base-amount < zero
    subtract invoice-quantity from rebate-qty-to-date
  else
    add invoice-quantity to rebate-qty-to-date
  end-if
  .
check-one-rebate-item.
  if rebate-item-code(ws-rebate-sub) not = spaces
     and rebate-item-code(ws-rebate-sub) = invoice-item-code
    move "Y" to ws-rebate-item-switch
  end-if
  add 1 to ws-rebate-sub
  .
*> the highest tier reached sets the rate; the first tier not yet
*> reached shows how far there is to go
find-rebate-tier.
  if rebate-on-quantity
    move rebate-qty-to-date to ws-rebate-measure
  else
    move rebate-value-to-date to ws-rebate-measure
  end-if
  move zero to rebate-earned-pct
  move zero to ws-rebate-next-threshold
  move 1 to ws-rebate-sub
  perform check-one-rebate-tier
    until ws-rebate-sub > 5
  if ws-rebate-next-threshold = zero
    move zero to ws-rebate-shortfall
  else
    compute ws-rebate-shortfall = ws-rebate-next-threshold - ws-rebate-measure
  end-if
  .
check-one-rebate-tier.
  if rebate-tier-pct(ws-rebate-sub) not = zero
    if rebate-tier-threshold(ws-rebate-sub) not > ws-rebate-measure
      move rebate-tier-pct(ws-rebate-sub) to rebate-earned-pct
    else
      if ws-rebate-next-threshold = zero
        move rebate-tier-threshold(ws-rebate-sub) to ws-rebate-next-threshold
      end-if
    end-if
  end-if
  add 1 to ws-rebate-sub
  .
*> a rise in the rebate earned is income and a receivable; a fall
*> (debit notes after a tier was reached) takes it back
post-rebate-accrual-to-gl.
  initialize gl-interface-record
  move "PL010" to gl-source-module
  move ws-rebate-asat-date to gl-post-date
  move zero to gl-batch-number
  set gl-is-unposted to true
  move "OFFICE" to gl-cost-centre
  string "Rebate accrual " delimited by size
    rebate-vendor-code delimited by size
    " " delimited by size
    rebate-start-date delimited by size
    into gl-description
  end-string
  if ws-rebate-movement > zero
    move ws-rebate-receivable-account to gl-account-code
    move ws-rebate-movement to gl-debit-amount
    move zero to gl-credit-amount
    write gl-interface-record
    move ws-rebate-income-account to gl-account-code
    move zero to gl-debit-amount
    move ws-rebate-movement to gl-credit-amount
    write gl-interface-record
  else
    move ws-rebate-income-account to gl-account-code
    move ws-rebate-movement to gl-debit-amount
    move zero to gl-credit-amount
    write gl-interface-record
    move ws-rebate-receivable-account to gl-account-code
    move zero to gl-debit-amount
    move ws-rebate-movement to gl-credit-amount
    write gl-interface-record
  end-if
  .
*>-----------------------------------------------
*> The claim is a negative, clear, open invoice document in the
*> vendor's currency, like a return-to-vendor debit note, numbered
*> after the agreement so a rerun cannot raise it twice.
*>-----------------------------------------------
raise-rebate-claim.
  move rebate-earned-amount to ws-rebate-claim-amount
  move rebate-vendor-code to vendor-code
  read vendor-file key is vendor-code
    invalid key
      move spaces to vendor-currency-code
  end-read
  move vendor-currency-code to ws-rate-lookup-currency
  move ws-rebate-asat-date to ws-rate-lookup-date
  perform find-current-exchange-rate
  if ws-rate-not-found or ws-rate-amount = zero
    move 1 to ws-rate-amount
  end-if

  initialize invoice-record
  move rebate-vendor-code to invoice-vendor-code
  string "REBATE" delimited by size
    rebate-start-date delimited by size
    into invoice-number
  end-string
  move 1 to invoice-line-number
  move ws-rebate-asat-date to invoice-date
  move zero to invoice-po-number
  move zero to invoice-po-line-number
  move "REBATE" to invoice-item-code
  move zero to invoice-quantity
  move zero to invoice-unit-cost
  compute invoice-amount rounded = zero - ws-rebate-claim-amount / ws-rate-amount
  move vendor-currency-code to invoice-currency-code
  move ws-rate-amount to invoice-exchange-rate
  compute invoice-base-amount = zero - ws-rebate-claim-amount
  move spaces to invoice-tax-code
  move zero to invoice-tax-amount
  move zero to invoice-base-tax-amount
  move zero to invoice-payment-date
  set invoice-is-clear to true
  set invoice-is-open to true
  write invoice-record
    invalid key
      move "CLAIM NOT RAISED" to ws-rebate-state
      exit paragraph
  end-write

  move invoice-number to rebate-claim-number
  set rebate-is-claimed to true
  move "CLAIMED" to ws-rebate-state
  add 1 to ws-rebate-claim-count
  add ws-rebate-claim-amount to ws-rebate-claim-total

  initialize gl-interface-record
  move "PL010" to gl-source-module
  move ws-rebate-asat-date to gl-post-date
  move zero to gl-batch-number
  set gl-is-unposted to true
  move "OFFICE" to gl-cost-centre
  string "Rebate claim " delimited by size
    rebate-claim-number delimited by size
    into gl-description
  end-string
  move ws-pl-gl-ap-account to gl-account-code
  move ws-rebate-claim-amount to gl-debit-amount
  move zero to gl-credit-amount
  write gl-interface-record
  move ws-rebate-receivable-account to gl-account-code
  move zero to gl-debit-amount
  move ws-rebate-claim-amount to gl-credit-amount
  write gl-interface-record
  .
write-rebate-report-line.
  move spaces to rebate-report-record
  move rebate-vendor-code to rebate-report-record(1:6)
  move rebate-start-date to rebate-report-record(8:8)
  move rebate-end-date to rebate-report-record(17:8)
  move rebate-basis to rebate-report-record(26:1)
  move rebate-value-to-date to ws-rebate-value-display
  move ws-rebate-value-display to rebate-report-record(28:15)
  move rebate-qty-to-date to ws-rebate-qty-display
  move ws-rebate-qty-display to rebate-report-record(44:16)
  move rebate-earned-pct to ws-rebate-pct-display
  move ws-rebate-pct-display to rebate-report-record(61:5)
  move rebate-earned-amount to ws-rebate-value-display
  move ws-rebate-value-display to rebate-report-record(67:15)
  move ws-rebate-movement to ws-rebate-value-display
  move ws-rebate-value-display to rebate-report-record(83:15)
  if ws-rebate-next-threshold not = zero
    move ws-rebate-shortfall to ws-rebate-qty-display
    move ws-rebate-qty-display to rebate-report-record(99:16)
  end-if
  move ws-rebate-state to rebate-report-record(116:17)
  if rebate-is-claimed and rebate-claim-number not = spaces
    move rebate-claim-number to rebate-report-record(116:17)
  end-if
  write rebate-report-record
  .

*>-----------------------------------------------
*> Bank detail audit trail and the recent-changes screen.
*>------------------------
*> 1099 vendor tax report
*>------------------------
*>-----------------------------------------------
*> Settlement discounts taken and missed.  Every invoice line from
*> a vendor that offers a discount, dated in the range: paid with
*> the discount taken, paid without it or left unpaid past the
*> discount days (missed), or still payable inside them.  The
*> vendor's terms as they stand today decide the discount days.
*>-----------------------------------------------
print-settlement-discounts.
  display "Settlement Discount Report" at line 04 col 30 foreground-color 2 end-display
  display "Invoice Date From:[        ]  To:[        ]" at line 06 col 04 foreground-color 2 end-display
  move zero to ws-sdr-from-date
  move zero to ws-sdr-to-date
  accept ws-sdr-from-date at line 06 col 23 with foreground-color 6 end-accept
  accept ws-sdr-to-date at line 06 col 38 with foreground-color 6 end-accept
  if ws-sdr-to-date = zero
    move 99999999 to ws-sdr-to-date
  end-if
  perform get-print-spool-name
  accept ws-today from date yyyymmdd end-accept
  move zero to ws-sdr-taken-count
  move zero to ws-sdr-taken-total
  move zero to ws-sdr-missed-count
  move zero to ws-sdr-missed-total
  move zero to ws-sdr-open-count
  move zero to ws-sdr-open-total

  open output settle-disc-file
  move spaces to settle-disc-record
  string "Settlement Discounts Received - invoices dated " delimited by size
    ws-sdr-from-date delimited by size
    " to " delimited by size
    ws-sdr-to-date delimited by size
    into settle-disc-record
  end-string
  write settle-disc-record
  move spaces to settle-disc-record
  write settle-disc-record
  move "Vendor Invoice         Ln  Date           Amount Disc To  Outcome             Discount"
    to settle-disc-record
  write settle-disc-record

  move spaces to vendor-code
  move low-values to invoice-vendor-code invoice-number invoice-line-number
  start invoice-file key not less than invoice-key
    invalid key
      move "10" to invoice-file-status
  end-start
  perform report-one-settle-discount
    until invoice-file-status not = zero

  move spaces to settle-disc-record
  write settle-disc-record
  move ws-sdr-taken-total to ws-sdr-disc-display
  move spaces to settle-disc-record
  string "Discounts taken:  " delimited by size
    ws-sdr-taken-count delimited by size
    "  value " delimited by size
    ws-sdr-disc-display delimited by size
    into settle-disc-record
  end-string
  write settle-disc-record
  move ws-sdr-missed-total to ws-sdr-disc-display
  move spaces to settle-disc-record
  string "Discounts missed: " delimited by size
    ws-sdr-missed-count delimited by size
    "  value " delimited by size
    ws-sdr-disc-display delimited by size
    into settle-disc-record
  end-string
  write settle-disc-record
  move ws-sdr-open-total to ws-sdr-disc-display
  move spaces to settle-disc-record
  string "Still available:  " delimited by size
    ws-sdr-open-count delimited by size
    "  value " delimited by size
    ws-sdr-disc-display delimited by size
    into settle-disc-record
  end-string
  write settle-disc-record
  close settle-disc-file

  move "PLDISCRPT" to print-route-file-name
  perform route-report-to-printer
  display "Settlement discount report routed to spool " system-print-spool-name
    at line 09 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
report-one-settle-discount.
  read invoice-file next record
    at end
      move "10" to invoice-file-status
      exit paragraph
  end-read
  if invoice-base-amount not > zero
     or invoice-was-rejected
     or invoice-date < ws-sdr-from-date
     or invoice-date > ws-sdr-to-date
    exit paragraph
  end-if
  if invoice-vendor-code not = vendor-code
    move invoice-vendor-code to vendor-code
    read vendor-file key is vendor-code
      invalid key
        initialize vendor-record
        move invoice-vendor-code to vendor-code
    end-read
  end-if
  if vendor-settle-disc-pct = zero and invoice-discount-taken = zero
    exit paragraph
  end-if
  compute ws-sdr-last-day = function date-of-integer(
    function integer-of-date(invoice-date) + vendor-settle-disc-days)
  compute ws-sdr-discount rounded =
    invoice-base-amount * vendor-settle-disc-pct / 100
  evaluate true
    when invoice-is-paid and invoice-discount-taken not = zero
      move "TAKEN" to ws-sdr-outcome
      move invoice-discount-taken to ws-sdr-discount
      add 1 to ws-sdr-taken-count
      add ws-sdr-discount to ws-sdr-taken-total
    when invoice-is-paid
      move "MISSED - PAID LATE" to ws-sdr-outcome
      add 1 to ws-sdr-missed-count
      add ws-sdr-discount to ws-sdr-missed-total
    when ws-today > ws-sdr-last-day
      move "MISSED - UNPAID" to ws-sdr-outcome
      add 1 to ws-sdr-missed-count
      add ws-sdr-discount to ws-sdr-missed-total
    when other
      move "AVAILABLE" to ws-sdr-outcome
      add 1 to ws-sdr-open-count
      add ws-sdr-discount to ws-sdr-open-total
  end-evaluate
  move invoice-base-amount to ws-sdr-amount-display
  move ws-sdr-discount to ws-sdr-disc-display
  move spaces to settle-disc-record
  string invoice-vendor-code delimited by size
    " " delimited by size
    invoice-number delimited by size
    " " delimited by size
    invoice-line-number delimited by size
    " " delimited by size
    invoice-date delimited by size
    " " delimited by size
    ws-sdr-amount-display delimited by size
    " " delimited by size
    ws-sdr-last-day delimited by size
    " " delimited by size
    ws-sdr-outcome delimited by size
    ws-sdr-disc-display delimited by size
    into settle-disc-record
  end-string
  write settle-disc-record
  .

*>-----------------------------------------------
*> Goods received not invoiced.  Every PO line received by the end
*> of the period is netted against its invoices and debit notes to
*> the same day; what is left is valued at the PO cost in base
*> currency and listed by vendor and PO line.  A receipt waiting
*> longer than the chase days is flagged.  The accrual, if asked
*> for, is posted on the last day of the period and reversed on the
*> first day of the next open period, ready for the real invoices.
*>-----------------------------------------------
print-grni-report.
  display "GRNI Accrual Report" at line 04 col 30 foreground-color 2 end-display
  display "Period (YYYYMM):   [      ]" at line 06 col 04 foreground-color 2 end-display
  display "Chase After Days:  [   ]" at line 07 col 04 foreground-color 2 end-display
  display "Post Accrual (Y/N):[ ]" at line 08 col 04 foreground-color 2 end-display
  move zero to ws-grni-period
  accept ws-grni-period at line 06 col 24 with foreground-color 6 end-accept
  if ws-grni-year = zero or ws-grni-month < 1 or ws-grni-month > 12
    display "Invalid period" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move 30 to ws-grni-chase-days
  display ws-grni-chase-days at line 07 col 24 foreground-color 3 end-display
  accept ws-grni-chase-days at line 07 col 24 with update foreground-color 6 end-accept
  move "N" to ws-grni-post-switch
  accept ws-grni-post-switch at line 08 col 24 with foreground-color 6 end-accept
  move function upper-case(ws-grni-post-switch) to ws-grni-post-switch

  move ws-grni-period to ws-grni-next-period
  add 1 to ws-grni-next-month
  if ws-grni-next-month > 12
    move 1 to ws-grni-next-month
    add 1 to ws-grni-next-year
  end-if
  compute ws-grni-period-end = function date-of-integer
    (function integer-of-date(ws-grni-next-period * 100 + 1) - 1)

  if grni-post-accrual
    perform prepare-grni-accrual
    if ws-grni-reverse-date = zero
      exit paragraph
    end-if
  end-if

  accept ws-today from date yyyymmdd end-accept
  perform build-grni-table
  perform get-print-spool-name
  move zero to ws-grni-total-value
  move zero to ws-grni-vendor-value
  move zero to ws-grni-line-count
  move zero to ws-grni-chase-count
  move spaces to ws-grni-prev-vendor

  open output grni-file
  move spaces to grni-record
  string "Goods Received Not Invoiced - period " delimited by size
    ws-grni-period delimited by size
    " as at " delimited by size
    ws-grni-period-end delimited by size
    "  chase after " delimited by size
    ws-grni-chase-days delimited by size
    " days" delimited by size
    into grni-record
  end-string
  write grni-record
  move spaces to grni-record
  write grni-record
  move "Vendor PO Number Ln  Item       Oldest Rcpt  Uninvoiced Qty    Unit Cost Cur       Rate     Base Value   Days"
    to grni-record
  write grni-record

  set ws-grni-idx to 1
  perform report-one-grni-line
    until ws-grni-idx > ws-grni-count
  perform finish-grni-vendor

  move spaces to grni-record
  write grni-record
  move ws-grni-total-value to ws-grni-value-display
  move spaces to grni-record
  string "Total GRNI " delimited by size
    ws-grni-value-display delimited by size
    "  lines " delimited by size
    ws-grni-line-count delimited by size
    "  to chase " delimited by size
    ws-grni-chase-count delimited by size
    into grni-record
  end-string
  write grni-record
  if ws-grni-overflow = "Y"
    move "*** more than 3000 received PO lines - report incomplete ***"
      to grni-record
    write grni-record
  end-if
  if grni-post-accrual
    move spaces to grni-record
    string "Accrual posted " delimited by size
      ws-grni-period-end delimited by size
      ", reversing " delimited by size
      ws-grni-reverse-date delimited by size
      into grni-record
    end-string
    write grni-record
  end-if
  close grni-file

  move "GRNIRPT" to print-route-file-name
  perform route-report-to-printer
  display "GRNI report routed to spool " system-print-spool-name
    at line 10 col 04 foreground-color 2 end-display
  accept omitted end-accept
  .
*> the accrual is refused up front rather than half-posted: both
*> accounts, an open period to post into and one to reverse into
prepare-grni-accrual.
  move zero to ws-grni-reverse-date
  display "Cost Centre:       [      ]" at line 09 col 04 foreground-color 2 end-display
  move spaces to ws-grni-cost-centre
  accept ws-grni-cost-centre at line 09 col 24 with foreground-color 6 end-accept
  move function upper-case(ws-grni-cost-centre) to ws-grni-cost-centre
  if ws-grni-cost-centre = spaces
    move "OFFICE" to ws-grni-cost-centre
  end-if
  move "EXPENSE" to ws-glrule-type
  move ws-grni-cost-centre to ws-glrule-qualifier
  perform resolve-pl-gl-accounts
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move "PL010" to ws-glrule-source
  move "GRNI" to ws-glrule-type
  move ws-grni-cost-centre to ws-glrule-qualifier
  perform find-gl-posting-account
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move ws-glrule-account to ws-grni-accrual-account

  move ws-grni-period-end to ws-period-check-date
  perform check-posting-period
  if ws-period-is-closed
    display "Accounting period is closed, accrual rejected" at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  move zero to ws-grni-tries
  perform try-next-grni-reversal-period
    until ws-grni-reverse-date not = zero or ws-grni-tries > 24
  if ws-grni-reverse-date = zero
    display "No open period to reverse the accrual into" at line 23 col 02 foreground-color 4 end-display
  end-if
  .
try-next-grni-reversal-period.
  add 1 to ws-grni-tries
  compute ws-period-check-date = ws-grni-next-period * 100 + 1
  perform check-posting-period
  if ws-period-is-open
    move ws-period-check-date to ws-grni-reverse-date
    exit paragraph
  end-if
  add 1 to ws-grni-next-month
  if ws-grni-next-month > 12
    move 1 to ws-grni-next-month
    add 1 to ws-grni-next-year
  end-if
  .
*> GOODSRECV is held open for extend by the session, so it is
*> reopened for input for the two passes and then put back
build-grni-table.
  move zero to ws-grni-count
  move "N" to ws-grni-overflow
  close gr-file
  open input gr-file
  perform collect-one-grni-receipt
    until gr-file-status not = zero
  close gr-file

  move low-values to invoice-vendor-code invoice-number invoice-line-number
  start invoice-file key not less than invoice-key
    invalid key
      move "10" to invoice-file-status
  end-start
  perform collect-one-grni-invoice
    until invoice-file-status not = zero

  open input gr-file
  perform age-one-grni-receipt
    until gr-file-status not = zero
  close gr-file
  open extend gr-file
  if gr-file-status not = zero
    open output gr-file
  end-if
  .
collect-one-grni-receipt.
  read gr-file next record
    at end
      move "10" to gr-file-status
      exit paragraph
  end-read
  if gr-receipt-date > ws-grni-period-end
    exit paragraph
  end-if
  move gr-po-number to ws-grni-find-po
  move gr-po-line-number to ws-grni-find-line
  perform find-grni-line
  if grni-line-not-found
    if ws-grni-count not < ws-grni-max
      move "Y" to ws-grni-overflow
      exit paragraph
    end-if
    move gr-po-number to po-number
    move gr-po-line-number to po-line-number
    read po-file key is po-key
      invalid key
        exit paragraph
    end-read
    perform add-grni-line
  end-if
  add gr-qty-received to ws-grni-received-qty(ws-grni-idx)
  .
*> a new line goes into the table in vendor / PO line order,
*> shifting the later entries up
add-grni-line.
  initialize ws-grni-new
  move po-vendor-code to ws-gn-vendor-code
  move po-number to ws-gn-po-number
  move po-line-number to ws-gn-po-line
  move po-item-code to ws-gn-item-code
  move po-unit-cost to ws-gn-unit-cost
  move po-currency-code to ws-gn-currency-code
  move po-exchange-rate to ws-gn-exchange-rate
  set ws-grni-idx to 1
  perform step-grni-slot
    until ws-grni-idx > ws-grni-count
       or ws-gn-sort-key < ws-grni-sort-key(ws-grni-idx)
  set ws-grni-slot to ws-grni-idx
  move ws-grni-count to ws-grni-sub
  perform shift-one-grni-line
    until ws-grni-sub < ws-grni-slot
  move ws-grni-new to ws-grni-entry(ws-grni-slot)
  add 1 to ws-grni-count
  set ws-grni-idx to ws-grni-slot
  .
step-grni-slot.
  set ws-grni-idx up by 1
  .
shift-one-grni-line.
  move ws-grni-entry(ws-grni-sub) to ws-grni-entry(ws-grni-sub + 1)
  subtract 1 from ws-grni-sub
  .
find-grni-line.
  set grni-line-not-found to true
  set ws-grni-idx to 1
  perform check-one-grni-line
    until grni-line-found or ws-grni-idx > ws-grni-count
  .
check-one-grni-line.
  if ws-grni-po-number(ws-grni-idx) = ws-grni-find-po
     and ws-grni-po-line(ws-grni-idx) = ws-grni-find-line
    set grni-line-found to true
  else
    set ws-grni-idx up by 1
  end-if
  .
*> a debit note takes the returned goods back out of the received
*> quantity; rejected invoices never count
collect-one-grni-invoice.
  read invoice-file next record
    at end
      move "10" to invoice-file-status
      exit paragraph
  end-read
  if invoice-was-rejected
     or invoice-po-number = zero
     or invoice-date > ws-grni-period-end
    exit paragraph
  end-if
  move invoice-po-number to ws-grni-find-po
  move invoice-po-line-number to ws-grni-find-line
  perform find-grni-line
  if grni-line-not-found
    exit paragraph
  end-if
  if invoice-amount < zero
    add invoice-quantity to ws-grni-returned-qty(ws-grni-idx)
  else
    add invoice-quantity to ws-grni-invoiced-qty(ws-grni-idx)
  end-if
  .
*> invoices and returns are matched to the oldest receipts first, so
*> the first receipt not fully covered dates the uninvoiced quantity
age-one-grni-receipt.
  read gr-file next record
    at end
      move "10" to gr-file-status
      exit paragraph
  end-read
  if gr-receipt-date > ws-grni-period-end
    exit paragraph
  end-if
  move gr-po-number to ws-grni-find-po
  move gr-po-line-number to ws-grni-find-line
  perform find-grni-line
  if grni-line-not-found
     or ws-grni-oldest-date(ws-grni-idx) not = zero
    exit paragraph
  end-if
  add gr-qty-received to ws-grni-matched-qty(ws-grni-idx)
  if ws-grni-matched-qty(ws-grni-idx) >
     ws-grni-invoiced-qty(ws-grni-idx) + ws-grni-returned-qty(ws-grni-idx)
    move gr-receipt-date to ws-grni-oldest-date(ws-grni-idx)
  end-if
  .
report-one-grni-line.
  compute ws-grni-outstanding = ws-grni-received-qty(ws-grni-idx)
    - ws-grni-returned-qty(ws-grni-idx)
    - ws-grni-invoiced-qty(ws-grni-idx)
  if ws-grni-outstanding not > zero
    set ws-grni-idx up by 1
    exit paragraph
  end-if
  if ws-grni-vendor-code(ws-grni-idx) not = ws-grni-prev-vendor
    perform finish-grni-vendor
    move ws-grni-vendor-code(ws-grni-idx) to ws-grni-prev-vendor
  end-if
  compute ws-grni-value rounded = ws-grni-outstanding
    * ws-grni-unit-cost(ws-grni-idx) * ws-grni-exchange-rate(ws-grni-idx)
  add ws-grni-value to ws-grni-vendor-value
  add ws-grni-value to ws-grni-total-value
  add 1 to ws-grni-line-count
  compute ws-grni-days = function integer-of-date(ws-today)
    - function integer-of-date(ws-grni-oldest-date(ws-grni-idx))
  move spaces to ws-grni-chase-flag
  if ws-grni-days > ws-grni-chase-days
    move "CHASE" to ws-grni-chase-flag
    add 1 to ws-grni-chase-count
  end-if
  move ws-grni-outstanding to ws-grni-qty-display
  move ws-grni-unit-cost(ws-grni-idx) to ws-grni-cost-display
  move ws-grni-exchange-rate(ws-grni-idx) to ws-grni-rate-display
  move ws-grni-value to ws-grni-value-display
  move ws-grni-days to ws-grni-days-display
  move spaces to grni-record
  string ws-grni-vendor-code(ws-grni-idx) delimited by size
    " " delimited by size
    ws-grni-po-number(ws-grni-idx) delimited by size
    " " delimited by size
    ws-grni-po-line(ws-grni-idx) delimited by size
    " " delimited by size
    ws-grni-item-code(ws-grni-idx) delimited by size
    " " delimited by size
    ws-grni-oldest-date(ws-grni-idx) delimited by size
    "   " delimited by size
    ws-grni-qty-display delimited by size
    " " delimited by size
    ws-grni-cost-display delimited by size
    " " delimited by size
    ws-grni-currency-code(ws-grni-idx) delimited by size
    " " delimited by size
    ws-grni-rate-display delimited by size
    " " delimited by size
    ws-grni-value-display delimited by size
    " " delimited by size
    ws-grni-days-display delimited by size
    " " delimited by size
    ws-grni-chase-flag delimited by size
    into grni-record
  end-string
  write grni-record
  set ws-grni-idx up by 1
  .
*> close off the vendor just listed: a subtotal line and, when
*> posting, its accrual and the reversal
finish-grni-vendor.
  if ws-grni-prev-vendor = spaces
    exit paragraph
  end-if
  move ws-grni-prev-vendor to vendor-code
  read vendor-file key is vendor-code
    invalid key
      move spaces to vendor-name
  end-read
  move ws-grni-vendor-value to ws-grni-value-display
  move spaces to grni-record
  string "       Vendor " delimited by size
    ws-grni-prev-vendor delimited by size
    " " delimited by size
    vendor-name delimited by size
    " total" delimited by size
    into grni-record
  end-string
  move ws-grni-value-display to grni-record(88:14)
  write grni-record
  move spaces to grni-record
  write grni-record
  if grni-post-accrual and ws-grni-vendor-value > zero
    perform post-grni-accrual-to-gl
  end-if
  move zero to ws-grni-vendor-value
  .
post-grni-accrual-to-gl.
  initialize gl-interface-record
  move "PL010" to gl-source-module
  move zero to gl-batch-number
  set gl-is-unposted to true
  move ws-grni-cost-centre to gl-cost-centre
  move ws-grni-period-end to gl-post-date
  string "GRNI accrual " delimited by size
    ws-grni-prev-vendor delimited by size
    " " delimited by size
    ws-grni-period delimited by size
    into gl-description
  end-string
  move ws-pl-gl-contra-account to gl-account-code
  move ws-grni-vendor-value to gl-debit-amount
  move zero to gl-credit-amount
  write gl-interface-record
  move ws-grni-accrual-account to gl-account-code
  move zero to gl-debit-amount
  move ws-grni-vendor-value to gl-credit-amount
  write gl-interface-record

  move ws-grni-reverse-date to gl-post-date
  move spaces to gl-description
  string "Rev GRNI accrual " delimited by size
    ws-grni-prev-vendor delimited by size
    " " delimited by size
    ws-grni-period delimited by size
    into gl-description
  end-string
  move ws-grni-accrual-account to gl-account-code
  move ws-grni-vendor-value to gl-debit-amount
  move zero to gl-credit-amount
  write gl-interface-record
  move ws-pl-gl-contra-account to gl-account-code
  move zero to gl-debit-amount
  move ws-grni-vendor-value to gl-credit-amount
  write gl-interface-record
  .

print-1099-report.
  display "Print 1099 Report" at line 04 col 30 foreground-color 2 end-display
  perform get-print-spool-name
    if invoice-is-paid and invoice-payment-date not = zero
      if invoice-payment-date(1:4) = ws-1099-year
        add invoice-base-amount to ws-vendor-1099-total
        subtract invoice-discount-taken from ws-vendor-1099-total
      end-if
    end-if
  end-if
  if ws-period-is-closed
    exit paragraph
  end-if
  move "FXDIFF" to ws-glrule-type
  move "OFFICE" to ws-glrule-qualifier
  perform resolve-pl-gl-accounts
  if ws-glrule-not-found
    display ws-glrule-message at line 23 col 02 foreground-color 4 end-display
    exit paragraph
  end-if
  perform get-print-spool-name
  accept ws-reval-date from date yyyymmdd end-accept
  move zero to ws-reval-count
  end-string
  write fxreval-record

  *> the gross restates; the input tax stays reclaimed at the rate
  *> it was booked at
  move ws-rate-amount to invoice-exchange-rate
  move ws-reval-new-base to invoice-base-amount
  rewrite invoice-record
  move "OFFICE" to gl-cost-centre
  move "Foreign invoice revaluation" to gl-description
  if ws-reval-difference > zero
    move ws-pl-gl-contra-account to gl-account-code
    move ws-reval-difference to gl-debit-amount
    move zero to gl-credit-amount
    write gl-interface-record
    move ws-pl-gl-ap-account to gl-account-code
    move zero to gl-debit-amount
    move ws-reval-difference to gl-credit-amount
    write gl-interface-record
  else
    move ws-pl-gl-ap-account to gl-account-code
    compute gl-debit-amount = zero - ws-reval-difference
    move zero to gl-credit-amount
    write gl-interface-record
    move ws-pl-gl-contra-account to gl-account-code
    move zero to gl-debit-amount
    compute gl-credit-amount = zero - ws-reval-difference
    write gl-interface-record
  end-if
  .
*>-----------------------------------------------
*> Every purchase ledger posting pairs AP with one other account -
*> expense, cash or FX difference - staged in ws-glrule-type with
*> its qualifier.  Both come off the GL posting rules before the
*> transaction is taken, so a missing rule stops it cold.
*>-----------------------------------------------
resolve-pl-gl-accounts.
  move "PL010" to ws-glrule-source
  perform find-gl-posting-account
  if ws-glrule-not-found
    exit paragraph
  end-if
  move ws-glrule-account to ws-pl-gl-contra-account
  move "AP" to ws-glrule-type
  perform find-gl-posting-account
  if ws-glrule-not-found
    exit paragraph
  end-if
  move ws-glrule-account to ws-pl-gl-ap-account
  .
check-todays-period.
  accept ws-period-check-date from date yyyymmdd end-accept
  perform check-posting-period
  end-if
  .
copy "period-check-pd.cpy".
copy "glrule-pd.cpy".
copy "print-route-pd.cpy".
copy "currrate-find-pd.cpy".
copy "invmatch-pd.cpy".
copy "numctl-pd.cpy".
copy "stklot-pd.cpy".
copy "standing-order-pd.cpy".
copy "stkloc-pd.cpy".
copy "date-pd.cpy".
copy "stklayer-pd.cpy".
copy "reclock-pd.cpy".
copy "bankacct-pd.cpy".
end program pl010.
