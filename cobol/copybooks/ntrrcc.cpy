      *----------------------------------------------------------------
      * ntrrcc.cpy
      *
      * The recycle step's own control record of how far it got
      * through a reject generation, one fixed 80-byte record per
      * line on a permanent dataset the step replaces each time it
      * starts on a new generation.  An H header identifies the
      * generation - the date and start time of the NTRDRV run that
      * cut it, off the run log, plus its record count and a
      * modulo-10**15 hash of every N's raw bytes - and holds how many
      * records the results generation and the aged-rejects file
      * carried before the first record was appended.  One D detail
      * per reject record acted on, in reject-file order, says what
      * was done with it - recycled, aged, or passed over.  A T
      * trailer marks the generation finished.  A rerun of the same
      * generation reads the details back and passes over every
      * record already acted on; one that ran out before its trailer
      * also proves, against what actually landed on the results and
      * aged files, whether the record in flight at the abend was
      * posted.
      *----------------------------------------------------------------
       01  ntr-rcc-header-record.
           05  ntr-rcc-hdr-id              pic x(01).
           05  ntr-rcc-hdr-reject-count    pic 9(09).
           05  ntr-rcc-hdr-reject-hash     pic 9(15).
           05  ntr-rcc-hdr-base-results    pic 9(09).
           05  ntr-rcc-hdr-base-aged       pic 9(09).
           05  ntr-rcc-hdr-start-date      pic x(08).
           05  ntr-rcc-hdr-start-time      pic x(06).
           05  ntr-rcc-hdr-driver-date     pic x(08).
           05  ntr-rcc-hdr-driver-time     pic x(06).
           05  filler                      pic x(09).
       01  ntr-rcc-detail-record.
           05  ntr-rcc-dtl-id              pic x(01).
           05  ntr-rcc-dtl-position        pic 9(09).
           05  ntr-rcc-dtl-action          pic x(01).
               88  ntr-rcc-recycled          value 'R'.
               88  ntr-rcc-aged              value 'A'.
               88  ntr-rcc-passed-over       value 'K'.
      * pic x(12) matching ntr-rej-n in ntrrej.cpy.
           05  ntr-rcc-dtl-n               pic x(12).
           05  ntr-rcc-dtl-op-code         pic x(02).
           05  ntr-rcc-dtl-date            pic x(08).
           05  filler                      pic x(47).
       01  ntr-rcc-trailer-record.
           05  ntr-rcc-trl-id              pic x(01).
           05  ntr-rcc-trl-recycled        pic 9(09).
           05  ntr-rcc-trl-aged            pic 9(09).
           05  ntr-rcc-trl-passed-over     pic 9(09).
           05  ntr-rcc-trl-date            pic x(08).
           05  ntr-rcc-trl-time            pic x(06).
           05  filler                      pic x(38).
