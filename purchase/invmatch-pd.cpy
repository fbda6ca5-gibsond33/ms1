*>--------------
*> invmatch-pd.cpy
*>--------------
*> Shared three-way match of a vendor invoice line against its PO
*> line and the goods received, with the record in the invoice area
*> and po-file and contract-price-file open.  The line comes back
*> clear or with its hold code set, and ws-match-message says why,
*> so a keyed invoice and an imported one hold for the same reasons.
*> The contract price lookup - the latest price for the staged
*> vendor and item whose effective date has arrived, the way the
*> selling-price lookup works - is here too, since the match needs
*> it.
match-invoice-three-way.
  move invoice-po-number to po-number
  move invoice-po-line-number to po-line-number

  set invoice-is-clear to true

  read po-file key is po-key
    invalid key
      set invoice-held-no-receipt to true
      move "HOLD: no matching purchase order line" to ws-match-message
      exit paragraph
  end-read

  move po-item-code to invoice-item-code

  if po-quantity-received = zero
    set invoice-held-no-receipt to true
    move "HOLD: no goods received against this PO line" to ws-match-message
    exit paragraph
  end-if

  if invoice-quantity not = po-quantity-received
    set invoice-held-qty-variance to true
    move "HOLD: invoiced qty does not match received qty" to ws-match-message
    exit paragraph
  end-if

  *> even a clean PO match holds when the invoice is priced above
  *> the live contract - the mistyped PO is no defence
  move invoice-vendor-code to ws-contract-lookup-vendor
  move po-item-code to ws-contract-lookup-item
  move invoice-date to ws-contract-lookup-date
  perform find-current-contract-price
  if ws-contract-was-found
     and invoice-unit-cost > ws-contract-amount
    set invoice-held-over-contract to true
    move "HOLD: invoiced cost is above the contract price" to ws-match-message
    exit paragraph
  end-if

  if invoice-unit-cost not = po-unit-cost
    *> a trivial price variance never holds: inside the percentage
    *> or the money tolerance it clears on the spot
    compute ws-match-price-diff = invoice-unit-cost - po-unit-cost
    if ws-match-price-diff < zero
      compute ws-match-price-diff = zero - ws-match-price-diff
    end-if
    move zero to ws-match-price-pct
    if po-unit-cost not = zero
      compute ws-match-price-pct rounded =
        (ws-match-price-diff * 100) / po-unit-cost
    end-if
    if ws-match-price-diff <= ws-price-tolerance-amt
       or ws-match-price-pct <= ws-price-tolerance-pct
      move "Price variance within tolerance, cleared" to ws-match-message
      exit paragraph
    end-if
    set invoice-held-price-variance to true
    move "HOLD: invoiced cost does not match PO cost" to ws-match-message
    exit paragraph
  end-if

  move "Invoice matched PO and receipt, cleared" to ws-match-message
  .
find-current-contract-price.
  set ws-contract-not-found to true
  move zero to ws-contract-amount
  move ws-contract-lookup-vendor to contract-vendor-code
  move ws-contract-lookup-item to contract-item-code
  move zero to contract-effective-date
  start contract-price-file key not less than contract-key
    invalid key
      exit paragraph
  end-start
  perform check-one-contract-record
    until contract-price-file-status not = zero
       or contract-vendor-code not = ws-contract-lookup-vendor
       or contract-item-code not = ws-contract-lookup-item
  .
check-one-contract-record.
  read contract-price-file next record
    at end
      move "10" to contract-price-file-status
      exit paragraph
  end-read
  if contract-vendor-code = ws-contract-lookup-vendor
     and contract-item-code = ws-contract-lookup-item
     and contract-effective-date <= ws-contract-lookup-date
    set ws-contract-was-found to true
    move contract-unit-cost to ws-contract-amount
  end-if
  .
