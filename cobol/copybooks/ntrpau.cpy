      *----------------------------------------------------------------
      * ntrpau.cpy
      *
      * Run-parameter change audit, one 100-byte record per change,
      * appended to the permanent audit dataset and never rewritten -
      * the history of who moved which parameter, from what, to
      * what, and when it took effect.
      *
      * ntr-pau-event      - A applied to the run-parameters record,
      *                      S scheduled (held pending its effective
      *                      date), X a pending change cancelled,
      *                      F a pending change dropped on its
      *                      effective date because it no longer
      *                      agreed with the record, R the rerun
      *                      authorization reset by the driver after
      *                      the run it was granted for.
      * ntr-pau-program    - the program that wrote the record.
      * ntr-pau-old-value / ntr-pau-new-value - the field as printed
      *                      on the maintenance listing; on an S or
      *                      X record the old value is the one in
      *                      force when the card was keyed.
      *----------------------------------------------------------------
       01  ntr-pau-record.
           05  ntr-pau-date                pic x(08).
           05  ntr-pau-time                pic x(06).
           05  ntr-pau-event               pic x(01).
               88  ntr-pau-applied           value 'A'.
               88  ntr-pau-scheduled         value 'S'.
               88  ntr-pau-cancelled         value 'X'.
               88  ntr-pau-dropped           value 'F'.
               88  ntr-pau-reset             value 'R'.
           05  ntr-pau-program             pic x(08).
           05  ntr-pau-field               pic x(16).
           05  ntr-pau-old-value           pic x(12).
           05  ntr-pau-new-value           pic x(12).
           05  ntr-pau-effective-date      pic x(08).
           05  ntr-pau-requester           pic x(08).
           05  ntr-pau-reason              pic x(21).
