*>--------------
*> prodplan.cpy - Production plan record layout.  The rb010 plan
*> run writes one line per recipe to be made on a plan date: the
*> demand it was worked from (open sales orders for the recipe, and
*> the Epos sales expected off the same weekday in recent weeks)
*> less the finished stock on hand, and the batches suggested -
*> whole batches of the recipe's yield.  Lines are drafted, amended
*> and approved in the recipe book, and the approved lines drive
*> production there; a rerun of the plan replaces only the drafts.
*>--------------
fd  prodplan-file.
01  prodplan-record.
  05  pplan-key.
    10  pplan-date            pic 9(08).
    10  pplan-recipe-code     pic x(10).
  05  pplan-recipe-name       pic x(32).
  05  pplan-yield-qty         pic 9(05)v99 comp-3.
  05  pplan-order-qty         pic 9(07)v999 comp-3.
  05  pplan-expected-qty      pic 9(07)v999 comp-3.
  05  pplan-on-hand-qty       pic s9(09)v999 comp-3.
  05  pplan-net-qty           pic 9(07)v999 comp-3.
  05  pplan-batches           pic 9(03).
  05  pplan-planned-qty       pic 9(07)v999 comp-3.
  05  pplan-run-date          pic 9(08).
  05  pplan-status            pic x.
    88  pplan-is-draft        value "D".
    88  pplan-is-approved     value "A".
    88  pplan-is-produced     value "P".
  05  pplan-approved-date     pic 9(08).
  05  pplan-produced-date     pic 9(08).
