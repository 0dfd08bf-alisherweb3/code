      *----------------------------------------------------------------
      * ntroptx.cpy
      *
      * Operation-code table maintenance transaction, one 80-byte
      * card per change, keyed by operations and applied by the
      * table maintenance job in the order keyed.
      *
      * ntr-otx-action     - A adds a dated version, C changes one,
      *                      D deletes a version not yet in force
      *                      (a version already in force is retired
      *                      by keying a newer one, so the table keeps
      *                      the history of what applied when).
      * ntr-otx-max-n      - on a change, spaces leave the stored
      *                      ceiling alone; so do spaces in the
      *                      program, status and description.
      *----------------------------------------------------------------
       01  ntr-optx-record.
           05  ntr-otx-action              pic x(01).
               88  ntr-otx-add               value 'A'.
               88  ntr-otx-change            value 'C'.
               88  ntr-otx-delete            value 'D'.
           05  ntr-otx-op-code             pic x(02).
           05  ntr-otx-effective-date      pic x(08).
           05  ntr-otx-program             pic x(08).
           05  ntr-otx-max-n               pic 9(12).
           05  ntr-otx-max-n-x redefines ntr-otx-max-n
                                           pic x(12).
           05  ntr-otx-status              pic x(01).
           05  ntr-otx-description         pic x(30).
           05  ntr-otx-requester           pic x(08).
           05  filler                      pic x(10).
