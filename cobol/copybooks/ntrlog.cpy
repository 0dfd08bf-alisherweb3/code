      * so proving "the 14th ran completely" is a file read instead
      * of a reconstruction from purged SYSOUT.  Counters a program
      * has no use for stay zero (a reconciliation has nothing read/
      * processed).  The driver and the balance step put the day's
      * held resubmissions in the compared count - the records
      * matched against the results master.
      *----------------------------------------------------------------
       01  ntr-run-log-record.
           05  ntr-log-date                pic x(08).
