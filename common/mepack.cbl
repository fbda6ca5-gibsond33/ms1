  05  pinv-hold-code          pic x.
  05  pinv-status             pic x.
    88  pinv-is-paid          value "Y".
  05  pinv-tax-code           pic x(03).
  05  pinv-tax-amount         pic s9(09)v99 comp-3.
  05  pinv-base-tax-amount    pic s9(09)v99 comp-3.
  05  pinv-discount-taken     pic s9(09)v99 comp-3.
fd  monthpack-file.
01  monthpack-record            pic x(120).
fd  mepackparm-file.
