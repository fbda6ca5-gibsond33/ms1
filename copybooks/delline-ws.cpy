*>----------------
*> delline-ws.cpy
*>----------------
*> Working-storage for find-delivery-outcome in delline-pd.cpy.  The
*> caller stages the shipment's order, line and ship date and gets
*> back what became of it on the delivery runs, with the quantity
*> the customer refused once it is confirmed.
01  ws-dlv-order-number       pic 9(08).
01  ws-dlv-order-line         pic 9(03).
01  ws-dlv-ship-date          pic 9(08).
01  ws-dlv-refused-qty        pic 9(07)v999.
01  ws-dlv-outcome            pic x.
  88  dlv-not-on-a-run        value "N".
  88  dlv-awaiting-pod        value "W".
  88  dlv-awaiting-new-run    value "U".
  88  dlv-confirmed           value "C".
