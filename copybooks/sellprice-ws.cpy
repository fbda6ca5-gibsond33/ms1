*>--------------
*> sellprice-ws.cpy
*>--------------
*> Working-storage for the shared selling price in sellprice-pd.cpy.
*> The caller reads the item, stages the customer, the item and the
*> pricing date and performs find-customer-selling-price; the price
*> comes back in ws-sell-price with its basis in ws-sell-basis.
01  ws-sell-customer          pic x(06).
01  ws-sell-item              pic x(10).
01  ws-sell-date              pic 9(08).
01  ws-sell-price             pic 9(07)v9999.
01  ws-sell-basis             pic x.
