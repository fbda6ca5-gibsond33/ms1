*>--------------
*> planparm.cpy - Production plan run parameter record layout.  The
*> one-line RB010PARM file tells rb010 the date to plan for, how
*> many weeks of the same weekday's Epos sales to average for the
*> expected demand, and whether to raise the ingredient shortfall
*> as purchase requisitions.  With no parameter on file the run
*> plans for today off four weeks and only prints the shortfall.
*>--------------
fd  planparm-file.
01  planparm-record.
  05  planparm-date           pic 9(08).
  05  planparm-weeks          pic 9(02).
  05  planparm-raise-reqs     pic x.
    88  planparm-raise-requisitions value "Y".
