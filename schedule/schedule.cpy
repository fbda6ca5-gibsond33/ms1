    88  job-runs-weekly       value "W".
    88  job-runs-monthly      value "M".
  05  job-depends-on          pic x(10).
*> a job that rewrites indexed files in place can have them copied
*> to a restore point before it starts; a blank file list takes the
*> program's standard set (see snapshot-file-sets in schedule.cbl).
*> Blank on older queue entries reads as no snapshot.
  05  job-snapshot-switch     pic x.
    88  job-needs-snapshot    value "Y".
  05  job-snapshot-files      pic x(72).

fd  job-log-file.
01  job-log-record.
