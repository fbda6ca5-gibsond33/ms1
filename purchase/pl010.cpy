    88  invoice-is-open       value "O".
    88  invoice-is-approved   value "A".
    88  invoice-is-paid       value "Y".
*> input tax on the line.  invoice-amount and invoice-base-amount
*> are gross of it so payment and revaluation carry the tax along;
*> blank code and zero tax on lines keyed before tax was taken.
  05  invoice-tax-code        pic x(03).
  05  invoice-tax-amount      pic s9(09)v99 comp-3.
  05  invoice-base-tax-amount pic s9(09)v99 comp-3.
*> settlement discount the payment run took off the line for paying
*> inside the vendor's discount days, in base currency
  05  invoice-discount-taken  pic s9(09)v99 comp-3.
