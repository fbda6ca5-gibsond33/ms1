*>----------------
*> delline-pd.cpy
*>----------------
*> What became of one shipment line on the delivery runs, with
*> delivery-line-file open.  A line still out on a run awaiting its
*> proof of delivery outweighs anything else; a confirmed outcome
*> outweighs an earlier run that could not deliver; a shipment only
*> ever left undelivered is waiting for a new run.
find-delivery-outcome.
  set dlv-not-on-a-run to true
  move zero to ws-dlv-refused-qty
  move ws-dlv-order-number to dline-order-number
  move ws-dlv-order-line to dline-order-line
  move ws-dlv-ship-date to dline-ship-date
  start delivery-line-file key is equal to dline-ship-ref
    invalid key
      exit paragraph
  end-start
  perform check-one-delivery-outcome
    until delivery-line-file-status not = zero
  .
check-one-delivery-outcome.
  read delivery-line-file next record
    at end
      move "10" to delivery-line-file-status
      exit paragraph
  end-read
  if dline-order-number not = ws-dlv-order-number
     or dline-order-line not = ws-dlv-order-line
     or dline-ship-date not = ws-dlv-ship-date
    move "10" to delivery-line-file-status
    exit paragraph
  end-if
  evaluate true
    when dline-is-pending
      set dlv-awaiting-pod to true
    when dline-is-undelivered
      if dlv-not-on-a-run
        set dlv-awaiting-new-run to true
      end-if
    when other
      if not dlv-awaiting-pod
        set dlv-confirmed to true
        add dline-refused-qty to ws-dlv-refused-qty
      end-if
  end-evaluate
  .
