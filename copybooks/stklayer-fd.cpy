*>--------------
*> stklayer-fd.cpy - FIFO cost layer record layout.  One record per
*> receipt of an item still not fully consumed: the date it came in,
*> the quantity left of it and the unit cost it came in at (landed
*> cost for a goods receipt).  Stock going out consumes the oldest
*> layers first through stklayer-pd.cpy; a layer used up is deleted.
*>--------------
fd  stock-layer-file.
01  stock-layer-record.
  05  layer-key.
    10  layer-item-code       pic x(10).
    10  layer-received-date   pic 9(08).
    10  layer-sequence        pic 9(08).
  05  layer-original-qty      pic 9(09)v999 comp-3.
  05  layer-qty-remaining     pic 9(09)v999 comp-3.
  05  layer-unit-cost         pic 9(07)v9999 comp-3.
