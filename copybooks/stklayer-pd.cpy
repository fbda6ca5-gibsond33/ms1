*>----------------
*> stklayer-pd.cpy
*>----------------
*> Shared FIFO layer create, oldest-first consume and valuation,
*> performed with stock-layer-file open i-o (input will do for
*> value-item-cost-layers).
create-cost-layer.
  compute ws-layer-cost-value rounded = ws-layer-qty * ws-layer-unit-cost
  if ws-layer-qty = zero
    exit paragraph
  end-if
  if ws-layer-date = zero
    accept ws-layer-date from date yyyymmdd end-accept
  end-if
  initialize stock-layer-record
  move ws-layer-item to layer-item-code
  move ws-layer-date to layer-received-date
  accept layer-sequence from time end-accept
  move ws-layer-qty to layer-original-qty
  move ws-layer-qty to layer-qty-remaining
  move ws-layer-unit-cost to layer-unit-cost
  set ws-layer-not-written to true
  move zero to ws-layer-tries
  perform write-one-cost-layer
    until ws-layer-was-written or ws-layer-tries > 50
  move zero to ws-layer-date
  .
write-one-cost-layer.
  add 1 to ws-layer-tries
  write stock-layer-record
    invalid key
      add 1 to layer-sequence
    not invalid key
      set ws-layer-was-written to true
  end-write
  .
consume-cost-layers.
  move zero to ws-layer-cost-value
  move ws-layer-qty to ws-layer-consume-left
  set ws-layer-was-found to true
  perform consume-one-oldest-layer
    until ws-layer-consume-left = zero
       or ws-layer-not-found
  *> whatever the layers could not cover predates them
  if ws-layer-consume-left > zero
    compute ws-layer-take-value rounded =
      ws-layer-consume-left * ws-layer-unit-cost
    add ws-layer-take-value to ws-layer-cost-value
  end-if
  .
consume-one-oldest-layer.
  move ws-layer-item to layer-item-code
  move zero to layer-received-date
  move zero to layer-sequence
  start stock-layer-file key not less than layer-key
    invalid key
      set ws-layer-not-found to true
      exit paragraph
  end-start
  read stock-layer-file next record
    at end
      set ws-layer-not-found to true
      exit paragraph
  end-read
  if layer-item-code not = ws-layer-item
    set ws-layer-not-found to true
    exit paragraph
  end-if
  if layer-qty-remaining >= ws-layer-consume-left
    move ws-layer-consume-left to ws-layer-take
  else
    move layer-qty-remaining to ws-layer-take
  end-if
  compute ws-layer-take-value rounded = ws-layer-take * layer-unit-cost
  add ws-layer-take-value to ws-layer-cost-value
  subtract ws-layer-take from layer-qty-remaining
  subtract ws-layer-take from ws-layer-consume-left
  if layer-qty-remaining = zero
    delete stock-layer-file record
      invalid key
        set ws-layer-not-found to true
    end-delete
  else
    rewrite stock-layer-record
      invalid key
        set ws-layer-not-found to true
    end-rewrite
  end-if
  .
value-item-cost-layers.
  move zero to ws-layer-qty-total
  move zero to ws-layer-value-total
  move ws-layer-item to layer-item-code
  move zero to layer-received-date
  move zero to layer-sequence
  start stock-layer-file key not less than layer-key
    invalid key
      exit paragraph
  end-start
  set ws-layer-was-found to true
  perform value-one-cost-layer
    until ws-layer-not-found
  .
value-one-cost-layer.
  read stock-layer-file next record
    at end
      set ws-layer-not-found to true
      exit paragraph
  end-read
  if layer-item-code not = ws-layer-item
    set ws-layer-not-found to true
    exit paragraph
  end-if
  add layer-qty-remaining to ws-layer-qty-total
  compute ws-layer-take-value rounded =
    layer-qty-remaining * layer-unit-cost
  add ws-layer-take-value to ws-layer-value-total
  .
*> On-hand quantity at FIFO: stage the item, its on-hand quantity in
*> ws-layer-qty and its average cost in ws-layer-unit-cost.  Stock
*> the layers do not cover is valued at the average cost; layers
*> holding more than is on hand are valued pro rata.
value-on-hand-at-fifo.
  perform value-item-cost-layers
  if ws-layer-qty > ws-layer-qty-total
    compute ws-layer-cost-value rounded = ws-layer-value-total
      + ((ws-layer-qty - ws-layer-qty-total) * ws-layer-unit-cost)
  else
    if ws-layer-qty-total = zero
      move zero to ws-layer-cost-value
    else
      compute ws-layer-cost-value rounded =
        ws-layer-value-total * ws-layer-qty / ws-layer-qty-total
    end-if
  end-if
  .
