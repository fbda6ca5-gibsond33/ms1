*>--------------
*> sellprice-pd.cpy
*>--------------
*> Shared selling price for an item to a customer on a date, with
*> the item record already read: the retail price list, falling back
*> to the costing fields only when no price has been loaded for the
*> item, then a trade customer's own contract price wins over the
*> list - a P basis replaces the price, a D basis takes its
*> percentage off.  Keyed orders, quotations and imported customer
*> orders all price through here, so a quote, the order it turns
*> into and an order sent in on file agree.  ws-sell-basis comes
*> back C for a contract price, L for the list, A for the
*> average-cost fallback.  Needs price-find-pd.cpy and
*> custprice-find-pd.cpy copied alongside.
find-customer-selling-price.
  move ws-sell-item to ws-price-lookup-code
  move ws-sell-date to ws-price-lookup-date
  perform find-current-selling-price
  if ws-price-was-found
    move ws-price-amount to ws-sell-price
    move "L" to ws-sell-basis
  else
    move item-average-cost to ws-sell-price
    move "A" to ws-sell-basis
  end-if
  move ws-sell-customer to ws-cprice-lookup-customer
  move ws-sell-item to ws-cprice-lookup-item
  move ws-sell-date to ws-cprice-lookup-date
  perform find-customer-contract-price
  if ws-cprice-was-found
    if ws-cprice-basis = "P"
      move ws-cprice-value to ws-sell-price
    else
      compute ws-sell-price rounded =
        ws-sell-price * (100 - ws-cprice-value) / 100
    end-if
    move "C" to ws-sell-basis
  end-if
  .
