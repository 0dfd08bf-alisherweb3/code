      *----------------------------------------------------------------
      * ntroptb.cpy
      *
      * In-storage copy of the operation-code table (ntropc.cpy) as
      * of the run date: one entry per operation, holding the version
      * in force that day.  WORKING-STORAGE only.  Each program that
      * dispatches or edits by operation loads it once at start-up
      * and SEARCHes it per record, so the keyed file is read once a
      * run instead of once a record.  50 operations is generous for
      * a table that started with four; a load that finds more
      * reports the overflow to SYSOUT and leaves the extra
      * operations off the day's table, which rejects their records
      * as unrecognized rather than abending the run.
      *----------------------------------------------------------------
       01  ntr-op-table-count          pic 9(02) value 0.
       01  ntr-op-table.
           05  ntr-opt-entry occurs 50 times
                   indexed by opt-idx.
               10  ntr-opt-op-code         pic x(02).
               10  ntr-opt-program         pic x(08).
               10  ntr-opt-max-n           pic 9(12).
               10  ntr-opt-status          pic x(01).
                   88  ntr-opt-active        value 'A'.
                   88  ntr-opt-suspended     value 'S'.
               10  ntr-opt-effective-date  pic x(08).
      * set by each program's lookup paragraph; when found, opt-idx
      * is left on the operation's entry.
       01  ntr-op-lookup-switch        pic x(01) value 'N'.
           88  ntr-op-found              value 'Y'.
           88  ntr-op-not-found          value 'N'.
