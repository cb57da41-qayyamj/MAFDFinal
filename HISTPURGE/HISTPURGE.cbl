      * transaction-history.dat, keeps records whose run date is within
      * the retention period (days, from purge-control.dat, defaulting
      * to 365 when that file is absent), and reports what was removed.
      * Not a nightly stage: PIPELINE runs it on the last business day
      * of the month from job-schedule.dat; it can also be run on
      * demand.
      *
      * The survivors are copied to a work file and then written back,
      * so a failure before the final copy leaves the original history
