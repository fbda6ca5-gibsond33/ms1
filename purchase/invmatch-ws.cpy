*>--------------
*> invmatch-ws.cpy
*>--------------
*> Working-storage for the shared invoice match in invmatch-pd.cpy.
*> Contract price lookup - stage the vendor, item and as-at date,
*> perform find-current-contract-price, test ws-contract-was-found.
01  ws-contract-lookup-vendor  pic x(06).
01  ws-contract-lookup-item    pic x(10).
01  ws-contract-lookup-date    pic 9(08).
01  ws-contract-amount         pic 9(07)v9999.
01  ws-contract-found-switch   pic x.
  88  ws-contract-was-found    value "Y".
  88  ws-contract-not-found    value "N".
*> Payment tolerances - a price variance inside either figure
*> clears at entry instead of holding the invoice
01  ws-price-tolerance-pct     pic 9(03)v99 value 2.00.
01  ws-price-tolerance-amt     pic 9(05)v99 value 5.00.
01  ws-match-price-diff        pic s9(07)v9999.
01  ws-match-price-pct         pic s9(05)v99.
01  ws-match-message           pic x(50).
