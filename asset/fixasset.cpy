*>--------------
*> fixasset.cpy - Fixed asset register record layout.  One record
*> per asset held, keyed by the asset code.  Cost, accumulated
*> depreciation and net book value are carried on the record and
*> only ever change through the depreciation run and the disposal,
*> both of which post to the GL at the same time.
*>--------------
fd  fixed-asset-file.
01  fixed-asset-record.
  05  fa-asset-code           pic x(08).
  05  fa-description          pic x(32).
  05  fa-category             pic x(06).
  05  fa-location             pic x(06).
  05  fa-cost-centre          pic x(06).
  05  fa-purchase-date        pic 9(08).
  05  fa-cost                 pic s9(09)v99 comp-3.
  05  fa-depn-method          pic x.
    88  fa-is-straight-line   value "S".
    88  fa-is-reducing-balance value "R".
    88  fa-method-is-valid    values "S" "R".
  05  fa-useful-life-years    pic 9(02).
  05  fa-residual-value       pic s9(09)v99 comp-3.
  05  fa-accum-depn           pic s9(09)v99 comp-3.
  05  fa-net-book-value       pic s9(09)v99 comp-3.
*> CCYYMM of the last month the depreciation run charged
  05  fa-last-depn-period     pic 9(06).
  05  fa-status               pic x.
    88  fa-is-active          value "A".
    88  fa-is-disposed        value "D".
  05  fa-disposal-date        pic 9(08).
  05  fa-disposal-proceeds    pic s9(09)v99 comp-3.
