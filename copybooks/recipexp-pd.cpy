*>--------------
*> recipexp-pd.cpy
*>--------------
*> Shared recipe explosion.  Paragraphs cannot call themselves, so
*> the levels are walked breadth first off the node table instead:
*> the root is node one, each sub-recipe line appends a node, and
*> the walk carries on down the table until no node is left
*> unexpanded.  A node's factor is the share of its own batch one
*> root batch needs, so its ingredient quantities scale straight to
*> the root.  Nesting past ws-rx-max-level (which only a circular
*> reference could reach) or a full table sets ws-rx-overflowed.
*> The keyed reads disturb the recipe record area and any scan the
*> caller had open; the caller's version lookup fields are kept.
explode-recipe.
  move ws-rcpv-code to ws-rx-save-rcpv-code
  move ws-rcpv-date to ws-rx-save-rcpv-date
  move ws-rcpv-effective to ws-rx-save-rcpv-effective
  move ws-rcpv-found-switch to ws-rx-save-rcpv-switch

  set ws-rx-not-found to true
  move "N" to ws-rx-circular-switch
  move "N" to ws-rx-overflow-switch
  move zero to ws-rx-node-count
  move zero to ws-rx-leaf-count
  move zero to ws-rx-missing-count
  move spaces to ws-rx-missing-code
  move zero to ws-rx-root-effective
  move spaces to ws-rx-root-name
  move 1 to ws-rx-root-yield

  move ws-rx-recipe-code to ws-rcpv-code
  move ws-rx-date to ws-rcpv-date
  perform find-recipe-version
  if ws-rcpv-was-found
    set ws-rx-was-found to true
    move ws-rcpv-effective to ws-rx-root-effective
    move 1 to ws-rx-node-count
    move ws-rx-recipe-code to ws-rx-node-code(1)
    move ws-rcpv-effective to ws-rx-node-effective(1)
    move zero to ws-rx-node-qty(1)
    move 1 to ws-rx-node-level(1)
    move spaces to ws-rx-node-parent(1)
    move 1 to ws-rx-node-idx
    perform explode-one-recipe-node
      until ws-rx-node-idx > ws-rx-node-count
  end-if

  move ws-rx-save-rcpv-code to ws-rcpv-code
  move ws-rx-save-rcpv-date to ws-rcpv-date
  move ws-rx-save-rcpv-effective to ws-rcpv-effective
  move ws-rx-save-rcpv-switch to ws-rcpv-found-switch
  .
explode-one-recipe-node.
  move ws-rx-node-code(ws-rx-node-idx) to recipe-code
  move ws-rx-node-effective(ws-rx-node-idx) to recipe-effective-date
  move zero to recipe-line-number
  move 1 to ws-rx-sub-yield
  read recipe-file key is recipe-key
    invalid key
      continue
    not invalid key
      move recipe-yield-qty to ws-rx-sub-yield
      if ws-rx-node-idx = 1
        move recipe-name to ws-rx-root-name
      end-if
  end-read
  if ws-rx-sub-yield = zero
    move 1 to ws-rx-sub-yield
  end-if
  *> the root is exactly one batch of itself
  if ws-rx-node-idx = 1
    move ws-rx-sub-yield to ws-rx-root-yield
    move ws-rx-sub-yield to ws-rx-node-qty(1)
  end-if
  compute ws-rx-node-factor(ws-rx-node-idx) rounded =
    ws-rx-node-qty(ws-rx-node-idx) / ws-rx-sub-yield

  move 1 to ws-rx-line-number
  perform explode-one-recipe-line
    with test after
    until recipe-file-status not = zero
  add 1 to ws-rx-node-idx
  .
explode-one-recipe-line.
  move ws-rx-node-code(ws-rx-node-idx) to recipe-code
  move ws-rx-node-effective(ws-rx-node-idx) to recipe-effective-date
  move ws-rx-line-number to recipe-line-number
  read recipe-file key is recipe-key
    invalid key
      move "10" to recipe-file-status
      exit paragraph
  end-read
  move zero to recipe-file-status
  add 1 to ws-rx-line-number
  move recipe-item-code to ws-rx-line-code
  move recipe-item-qty to ws-rx-line-qty

  if not recipe-line-is-sub-recipe
    move "I" to ws-rx-stop-switch
    perform add-recipe-explosion-leaf
    exit paragraph
  end-if

  if ws-rx-check-code not = spaces
     and ws-rx-line-code = ws-rx-check-code
    set ws-rx-is-circular to true
    exit paragraph
  end-if

  *> only the recipe's own lines can be taken from stock; anything
  *> deeper is part of the base that is being expanded
  move "N" to ws-rx-stop-switch
  move 1 to ws-rx-stop-idx
  if ws-rx-node-idx = 1
    perform check-one-explosion-stop
      until ws-rx-stop-idx > ws-rx-stop-count
         or ws-rx-line-is-stopped
  end-if
  if ws-rx-line-is-stopped
    perform add-recipe-explosion-leaf
    exit paragraph
  end-if

  if ws-rx-node-level(ws-rx-node-idx) >= ws-rx-max-level
     or ws-rx-node-count >= 100
    set ws-rx-overflowed to true
    exit paragraph
  end-if

  move ws-rx-line-code to ws-rcpv-code
  move ws-rx-date to ws-rcpv-date
  perform find-recipe-version
  move zero to recipe-file-status
  if ws-rcpv-not-found
    add 1 to ws-rx-missing-count
    move ws-rx-line-code to ws-rx-missing-code
    exit paragraph
  end-if

  add 1 to ws-rx-node-count
  move ws-rx-line-code to ws-rx-node-code(ws-rx-node-count)
  move ws-rcpv-effective to ws-rx-node-effective(ws-rx-node-count)
  compute ws-rx-node-qty(ws-rx-node-count) rounded =
    ws-rx-line-qty * ws-rx-node-factor(ws-rx-node-idx)
  compute ws-rx-node-level(ws-rx-node-count) =
    ws-rx-node-level(ws-rx-node-idx) + 1
  move ws-rx-node-code(ws-rx-node-idx) to ws-rx-node-parent(ws-rx-node-count)
  .
check-one-explosion-stop.
  if ws-rx-stop-code(ws-rx-stop-idx) = ws-rx-line-code
    set ws-rx-line-is-stopped to true
  end-if
  add 1 to ws-rx-stop-idx
  .
*> ws-rx-stop-switch says which kind of leaf this is: "I" a stock
*> item line, "Y" a sub-recipe taken from stock
add-recipe-explosion-leaf.
  if ws-rx-leaf-count >= 300
    set ws-rx-overflowed to true
    exit paragraph
  end-if
  add 1 to ws-rx-leaf-count
  move ws-rx-line-code to ws-rx-leaf-item(ws-rx-leaf-count)
  compute ws-rx-leaf-qty(ws-rx-leaf-count) rounded =
    ws-rx-line-qty * ws-rx-node-factor(ws-rx-node-idx)
  move ws-rx-node-code(ws-rx-node-idx) to ws-rx-leaf-via(ws-rx-leaf-count)
  move ws-rx-node-level(ws-rx-node-idx) to ws-rx-leaf-level(ws-rx-leaf-count)
  if ws-rx-line-is-stopped
    move "R" to ws-rx-leaf-type(ws-rx-leaf-count)
  else
    move "I" to ws-rx-leaf-type(ws-rx-leaf-count)
  end-if
  .
