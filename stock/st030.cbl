*> The movement ledger fills in the consumption the history pass
*> cannot see per item: manual issues, recipe production, and the
*> till's EPOS movements (direct item sales and the per-ingredient
*> recipe explosion alike, and EPOSTAB for lines put on a tab).
*> ORDERS and SL010 movements are skipped - the history pass
*> already counted those sales.
*>-----------------------------------------------
load-movement-usage.
  open input stock-movement-file
  if move-source-module not = "STOCK"
     and move-source-module not = "RECIPE"
     and move-source-module not = "EPOS"
     and move-source-module not = "EPOSTAB"
    exit paragraph
  end-if
  *> a till refund's qty-in restore nets itself off the till's
  *> consumption; STOCK and RECIPE qty-in movements are receipts
  *> and production yield, not usage, so only their outs count
  if move-source-module = "EPOS"
     or move-source-module = "EPOSTAB"
    compute ws-usage-add = move-qty-out - move-qty-in
  else
    if move-qty-out = zero
