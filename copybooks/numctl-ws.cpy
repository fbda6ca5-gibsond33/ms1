*> the next number its old way - the end-of-file scan - moves it to
*> ws-numctl-next and performs seed-document-number once, after
*> which every issue is atomic off the control record.
*> The lock wait uses the shared record locking, so a program
*> copying numctl-pd.cpy copies the reclock copybooks as well.
01  ws-numctl-doc-type        pic x(08).
01  ws-numctl-next            pic 9(08).
01  ws-numctl-seeded-switch   pic x.
