*>--------------
*> snaplog.cpy - Restore point (pre-batch snapshot) log record
*> layout.  Each snapshot copies a job's data files into its own
*> directory, SNAP-nnnnnn after the snapshot number, before the job
*> rewrites them.  A restore puts the directory's copies back and
*> stamps the entry with who restored it and when.
*>--------------
fd  snap-log-file.
01  snap-log-record.
  05  snaplog-number          pic 9(06).
  05  snaplog-date            pic 9(08).
  05  snaplog-time            pic 9(06).
  05  snaplog-job-name        pic x(10).
  05  snaplog-program-name    pic x(30).
  05  snaplog-directory       pic x(12).
  05  snaplog-files           pic x(200).
  05  snaplog-status          pic x.
    88  snaplog-is-taken      value "T".
    88  snaplog-has-failed    value "F".
    88  snaplog-was-restored  value "R".
  05  snaplog-restored-date   pic 9(08).
  05  snaplog-restored-time   pic 9(06).
  05  snaplog-restored-by     pic x(32).
