      *----------------------------------------------------------------
      * ntrbkp.cpy
      *
      * Record layouts for the nightly results-master backup, one
      * fixed 55-byte record per line - an H header carrying the
      * date, time and run generation the backup was taken at (the
      * point the recovery job rolls the journal forward from), one
      * D detail per master record carrying its 54-byte image
      * (ntrmst.cpy) in key order, and a T trailer carrying the
      * detail count, so a truncated backup is caught before it is
      * restored over anything.
      *----------------------------------------------------------------
       01  ntr-bkp-header-record.
           05  ntr-bkp-hdr-id              pic x(01).
           05  ntr-bkp-hdr-date            pic x(08).
           05  ntr-bkp-hdr-time            pic x(06).
           05  ntr-bkp-hdr-generation      pic 9(04).
           05  filler                      pic x(36).
       01  ntr-bkp-detail-record.
           05  ntr-bkp-dtl-id              pic x(01).
           05  ntr-bkp-dtl-image           pic x(54).
       01  ntr-bkp-trailer-record.
           05  ntr-bkp-trl-id              pic x(01).
           05  ntr-bkp-trl-count           pic 9(09).
           05  filler                      pic x(45).
