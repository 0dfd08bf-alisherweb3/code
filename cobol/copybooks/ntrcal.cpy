      *----------------------------------------------------------------
      * ntrcal.cpy
      *
      * One 80-byte record per calendar exception on the keyed
      * processing calendar (VSAM KSDS, key sender source id plus
      * date), loaded whole from the cards in the NTRCALND job.
      * A date with no record follows the weekday rule: Monday to
      * Friday are business days, Saturday and Sunday are not.  A
      * record says otherwise for its date:
      *
      * B  a business day - a weekend the sender transmits on.
      * H  a holiday - no business, no transmission; not a business
      *    day for aging.
      * N  a planned no-transmission day - a business day (rejects
      *    still get worked and age) on which the sender has said it
      *    will send nothing, so no run and no volume is expected.
      *
      * A blank source id is the calendar every sender keeps; a
      * sender's own record for the same date overrides it.
      *----------------------------------------------------------------
       01  ntr-calendar-record.
           05  ntr-cal-key.
               10  ntr-cal-source-id       pic x(03).
               10  ntr-cal-date            pic x(08).
           05  ntr-cal-day-type            pic x(01).
               88  ntr-cal-business-day      value 'B'.
               88  ntr-cal-holiday           value 'H'.
               88  ntr-cal-no-transmission   value 'N'.
           05  ntr-cal-description         pic x(30).
           05  filler                      pic x(38).
