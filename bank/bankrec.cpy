*> the statement import file as the bank supplies it, one line per
*> statement entry; BANKRECON is the working reconciliation file
*> the imported lines live on until they are matched off against
*> the EFT runs, the cheques printed, the Epos cash-ups and the
*> Sales Ledger receipts.
*>--------------
fd  bank-stmt-file.
01  bank-stmt-record.
  05  stmt-amount             pic 9(09)v99.
  05  stmt-reference          pic x(16).

*> The reconciliation file holds every bank account's statements,
*> each account's lines together under its bank account code.
fd  bank-recon-file.
01  bank-recon-record.
  05  recon-key.
    10  recon-bank-account    pic x(06).
    10  recon-stmt-date       pic 9(08).
    10  recon-sequence        pic 9(05).
  05  recon-dc-marker         pic x.
