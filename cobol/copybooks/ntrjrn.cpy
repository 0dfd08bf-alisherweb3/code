      *----------------------------------------------------------------
      * ntrjrn.cpy
      *
      * One record per change made to the keyed results master,
      * written by the master load (adds and rewrites) and the
      * retention sweep (deletes) to a journal generation of their
      * own each run.  With the nightly master backup (ntrbkp.cpy)
      * these are what the forward-recovery job rebuilds the cluster
      * from: restore the backup, then re-apply every journal record
      * written after it, in order, up to the chosen date and
      * generation.
      *
      * ntr-jrn-date/-time  - the run date and the run's START time,
      *                       the same pair its run-log record carries,
      *                       so the recovery proof can match each
      *                       run's journal to its run-log record.
      * ntr-jrn-generation  - the daily run generation off the
      *                       run-parameters file.
      * ntr-jrn-sequence    - position of the change within its run;
      *                       date, time and sequence put the whole
      *                       journal back in the order it happened.
      * ntr-jrn-action      - A added, C rewritten, D deleted.
      * before/after images - the 54-byte master record (ntrmst.cpy)
      *                       before and after the change; spaces
      *                       where there is none (no before image on
      *                       an add, no after image on a delete).
      *----------------------------------------------------------------
       01  ntr-journal-record.
           05  ntr-jrn-date                pic x(08).
           05  ntr-jrn-time                pic x(06).
           05  ntr-jrn-program             pic x(08).
           05  ntr-jrn-generation          pic 9(04).
           05  ntr-jrn-sequence            pic 9(09).
           05  ntr-jrn-action              pic x(01).
               88  ntr-jrn-add               value 'A'.
               88  ntr-jrn-change            value 'C'.
               88  ntr-jrn-delete            value 'D'.
           05  ntr-jrn-before-image        pic x(54).
           05  ntr-jrn-after-image         pic x(54).
