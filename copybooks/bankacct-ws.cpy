*>--------------
*> bankacct-ws.cpy
*>--------------
*> Working-storage for the shared bank account lookup in
*> bankacct-pd.cpy.  The caller stages the use (receipts, payments,
*> payroll or Epos) and, for the screen pick, the line to ask on.
*> ws-bank-was-found hands back the account's code, name and ledger
*> account; ws-bank-not-found means no bank account master applies
*> and the posting rule's cash account stands, as it always has;
*> ws-bank-was-refused means the operator named an account that is
*> not on file or not active, and nothing must be posted.
01  ws-bank-use               pic x.
  88  ws-bank-use-receipts    value "R".
  88  ws-bank-use-payments    value "P".
  88  ws-bank-use-payroll     value "W".
  88  ws-bank-use-epos        value "E".
01  ws-bank-account-code      pic x(06).
01  ws-bank-account-name      pic x(32).
01  ws-bank-gl-account        pic x(10).
01  ws-bank-currency          pic x(03).
01  ws-bank-found-switch      pic x.
  88  ws-bank-was-found       value "Y".
  88  ws-bank-not-found       value "N".
  88  ws-bank-was-refused     value "X".
01  ws-bank-default-code      pic x(06).
01  ws-bank-prompt-line       pic 9(02).
01  ws-bank-input             pic x(06).
