    88  pmt-is-void           value "V".
  05  pmt-void-date           pic 9(08).
  05  pmt-void-reason         pic x(30).
*> settlement discount taken alongside pmt-amount; the cash that
*> went out is pmt-amount less the discount
  05  pmt-discount            pic s9(09)v99 comp-3.
*> how the payment went out - an EFT credit, or a cheque printed
*> by the run for a vendor with no bank details, under the cheque
*> number it was printed with; blank on records older than the
*> flag counts as EFT
  05  pmt-payment-method      pic x.
    88  pmt-by-eft            values "E" " ".
    88  pmt-by-cheque         value "C".
  05  pmt-cheque-number       pic 9(08).
*> the bank account the payment was drawn on; blank on records
*> older than the bank account master counts as the default
*> payments account
  05  pmt-bank-account        pic x(06).
