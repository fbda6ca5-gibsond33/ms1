*>--------------
*> recipexp-ws.cpy
*>--------------
*> Working-storage for the shared recipe explosion in
*> recipexp-pd.cpy.  The caller stages the recipe code and the date
*> and performs explode-recipe with recipe-file open.  Each
*> sub-recipe line is expanded through its own version in force on
*> that date, level by level, and every stock item the recipe needs
*> lands in ws-rx-leaf as a quantity per one batch of the recipe
*> (ws-rx-root-yield), so a caller scales it exactly as it scaled a
*> plain ingredient line.  Codes staged in ws-rx-stop-code are
*> sub-recipes on the recipe's own lines taken from stock as an
*> item instead of expanded; they come back as leaves of type "R"
*> (the stop count is left at zero by every caller that sets it).
*> ws-rx-check-code, when
*> not spaces, flags ws-rx-is-circular if that recipe turns up
*> anywhere underneath - the entry check for circular references.
01  ws-rx-recipe-code         pic x(10).
01  ws-rx-date                pic 9(08).
01  ws-rx-check-code          pic x(10) value spaces.
01  ws-rx-found-switch        pic x.
  88  ws-rx-was-found         value "Y".
  88  ws-rx-not-found         value "N".
01  ws-rx-circular-switch     pic x.
  88  ws-rx-is-circular       value "Y".
01  ws-rx-overflow-switch     pic x.
  88  ws-rx-overflowed        value "Y".
01  ws-rx-root-effective      pic 9(08).
01  ws-rx-root-name           pic x(32).
01  ws-rx-root-yield          pic 9(05)v99.
01  ws-rx-max-level           pic 9(02) value 9.
01  ws-rx-missing-count       pic 9(03).
01  ws-rx-missing-code        pic x(10).
01  ws-rx-stop-table.
  05  ws-rx-stop-code         pic x(10) occurs 20 times.
01  ws-rx-stop-count          pic 9(02) value zero.
01  ws-rx-stop-idx            pic 9(02).
01  ws-rx-stop-switch         pic x.
  88  ws-rx-line-is-stopped   value "Y".
*> one entry per recipe met on the way down: the root first, then
*> each sub-recipe line with the quantity of its yield one root
*> batch calls for
01  ws-rx-node-table.
  05  ws-rx-node              occurs 100 times.
    10  ws-rx-node-code       pic x(10).
    10  ws-rx-node-effective  pic 9(08).
    10  ws-rx-node-qty        pic 9(07)v9(06).
    10  ws-rx-node-factor     pic 9(05)v9(08).
    10  ws-rx-node-level      pic 9(02).
    10  ws-rx-node-parent     pic x(10).
01  ws-rx-node-count          pic 9(03).
01  ws-rx-node-idx            pic 9(03).
01  ws-rx-leaf-table.
  05  ws-rx-leaf              occurs 300 times.
    10  ws-rx-leaf-item       pic x(10).
    10  ws-rx-leaf-qty        pic 9(07)v9(06).
    10  ws-rx-leaf-via        pic x(10).
    10  ws-rx-leaf-level      pic 9(02).
    10  ws-rx-leaf-type       pic x.
01  ws-rx-leaf-count          pic 9(03).
01  ws-rx-leaf-idx            pic 9(03).
01  ws-rx-line-number         pic 9(03).
01  ws-rx-sub-yield           pic 9(05)v99.
01  ws-rx-line-code           pic x(10).
01  ws-rx-line-qty            pic 9(07)v999.
01  ws-rx-save-rcpv-code      pic x(10).
01  ws-rx-save-rcpv-date      pic 9(08).
01  ws-rx-save-rcpv-effective pic 9(08).
01  ws-rx-save-rcpv-switch    pic x.
