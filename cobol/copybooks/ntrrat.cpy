      *----------------------------------------------------------------
      * ntrrat.cpy
      *
      * One 80-byte record per chargeback rate on the keyed rate
      * table (VSAM KSDS, key operation code plus sender source id),
      * loaded whole from the cards in the NTRRATES job.  A blank
      * source id is the operation's standard rate, charged to every
      * sender without a rate of its own.  Rates are dollars per
      * record to four decimal places - one for each computed record
      * and one for each reject the sender's feed caused.
      *----------------------------------------------------------------
       01  ntr-rate-record.
           05  ntr-rat-key.
               10  ntr-rat-op-code         pic x(02).
               10  ntr-rat-source-id       pic x(03).
           05  ntr-rat-computed-rate       pic 9(03)v9(04).
           05  ntr-rat-reject-rate         pic 9(03)v9(04).
           05  ntr-rat-description         pic x(30).
           05  filler                      pic x(31).
