*>----------------
*> stklayer-ws.cpy
*>----------------
*> Working-storage for the shared FIFO layer paragraphs in
*> stklayer-pd.cpy.  Stage the item, the quantity and a unit cost,
*> then perform create-cost-layer for stock coming in (the unit cost
*> is the layer's cost) or consume-cost-layers for stock going out
*> (the unit cost values any quantity beyond the layers on file -
*> stock that predates the layers - and is normally the item's
*> average cost).  ws-layer-cost-value returns the value the
*> movement added or took out.  value-item-cost-layers totals the
*> quantity and value of the item's layers, and value-on-hand-at-fifo
*> values an on-hand quantity staged in ws-layer-qty off them.
01  ws-layer-item             pic x(10).
01  ws-layer-date             pic 9(08).
01  ws-layer-qty              pic 9(09)v999.
01  ws-layer-unit-cost        pic 9(07)v9999.
01  ws-layer-cost-value       pic 9(11)v99.
01  ws-layer-consume-left     pic 9(09)v999.
01  ws-layer-take             pic 9(09)v999.
01  ws-layer-take-value       pic 9(11)v99.
01  ws-layer-qty-total        pic 9(09)v999.
01  ws-layer-value-total      pic 9(11)v99.
01  ws-layer-found-switch     pic x.
  88  ws-layer-was-found      value "Y".
  88  ws-layer-not-found      value "N".
01  ws-layer-written-switch   pic x.
  88  ws-layer-was-written    value "Y".
  88  ws-layer-not-written    value "N".
01  ws-layer-tries            pic 9(02).
