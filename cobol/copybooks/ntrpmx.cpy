      *----------------------------------------------------------------
      * ntrpmx.cpy
      *
      * Run-parameter maintenance transaction, one 80-byte card per
      * change, keyed by operations and applied by the parameter
      * maintenance job in the order keyed.  A change dated ahead is
      * held on the pending-changes dataset in this same layout,
      * with the date it was keyed stamped in, until the daily
      * stream's first step applies it on its effective date.
      *
      * ntr-pmx-action     - C changes a field, X cancels a change
      *                      still pending (field and effective date
      *                      as keyed).
      * ntr-pmx-field      - the ntrprm.cpy field name without its
      *                      ntr-prm- prefix: GENERATION, RUN-ID,
      *                      WARN-REJECT-PCT, STOP-REJECT-PCT,
      *                      SWING-PCT, VOLUME-PCT, RETAIN-DAYS,
      *                      REPORT-MONTH, RERUN-AUTH, RECEIPT-DAYS,
      *                      RESUBMIT-DAYS.
      * ntr-pmx-value      - keyed from column 1 of the field;
      *                      numbers without leading zeros are fine.
      *                      spaces on REPORT-MONTH mean "the month
      *                      the job runs in".
      * ntr-pmx-effective-date - yyyymmdd; spaces mean today.
      * ntr-pmx-reason     - reason or ticket, at the width the
      *                      audit record (ntrpau.cpy) keeps it.
      * ntr-pmx-keyed-date - spaces on a card.
      *----------------------------------------------------------------
       01  ntr-pmx-record.
           05  ntr-pmx-action              pic x(01).
               88  ntr-pmx-change            value 'C'.
               88  ntr-pmx-cancel            value 'X'.
           05  ntr-pmx-field               pic x(16).
           05  ntr-pmx-value               pic x(12).
           05  ntr-pmx-effective-date      pic x(08).
           05  ntr-pmx-requester           pic x(08).
           05  ntr-pmx-reason              pic x(21).
           05  filler                      pic x(06).
           05  ntr-pmx-keyed-date          pic x(08).
