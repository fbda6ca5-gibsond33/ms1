*>--------------
*> glrule-ws.cpy
*>--------------
*> Working-storage for the shared posting-rule lookup in
*> glrule-pd.cpy.  The caller stages the source module, transaction
*> type and qualifier (tax code or cost centre, spaces for none),
*> performs find-gl-posting-account with gl-rule-file and
*> gl-account-file open, and takes the account from ws-glrule-account
*> when ws-glrule-was-found.  Otherwise ws-glrule-message says what
*> is missing and the caller must not post.
01  ws-glrule-source          pic x(10).
01  ws-glrule-type            pic x(10).
01  ws-glrule-qualifier       pic x(06).
01  ws-glrule-account         pic x(10).
01  ws-glrule-found-switch    pic x.
  88  ws-glrule-was-found     value "Y".
  88  ws-glrule-not-found     value "N".
01  ws-glrule-message         pic x(70).
