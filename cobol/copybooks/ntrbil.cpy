      *----------------------------------------------------------------
      * ntrbil.cpy
      *
      * Record layouts for the monthly chargeback billing interface
      * the accounts-receivable system loads, one fixed 80-byte
      * record per line - the same header/detail/trailer contract
      * our other interface files carry (ntrxtr.cpy, ntrack.cpy).  An
      * H header carries the billing period and the date the file was
      * cut; one D detail per sender, operation and charge type (C
      * computed records, R rejects) carries the quantity, the rate
      * applied and the extended charge; and a T trailer carries the
      * detail count and the total of the charges, so AR can refuse
      * a truncated file instead of half-billing the month.  The
      * sender source id is the AR customer key.
      *----------------------------------------------------------------
       01  ntr-bil-header-record.
           05  ntr-bil-hdr-id              pic x(01).
           05  ntr-bil-hdr-period          pic x(06).
           05  ntr-bil-hdr-created-date    pic x(08).
           05  ntr-bil-hdr-system-id       pic x(08).
           05  filler                      pic x(57).
       01  ntr-bil-detail-record.
           05  ntr-bil-dtl-id              pic x(01).
           05  ntr-bil-dtl-period          pic x(06).
           05  ntr-bil-dtl-source-id       pic x(03).
           05  ntr-bil-dtl-op-code         pic x(02).
           05  ntr-bil-dtl-charge-type     pic x(01).
               88  ntr-bil-computed          value 'C'.
               88  ntr-bil-rejected          value 'R'.
           05  ntr-bil-dtl-quantity        pic 9(09).
           05  ntr-bil-dtl-rate            pic 9(03)v9(04).
           05  ntr-bil-dtl-amount          pic 9(09)v99.
           05  filler                      pic x(40).
       01  ntr-bil-trailer-record.
           05  ntr-bil-trl-id              pic x(01).
           05  ntr-bil-trl-count           pic 9(09).
           05  ntr-bil-trl-amount          pic 9(11)v99.
           05  filler                      pic x(57).
