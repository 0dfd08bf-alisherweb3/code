      * An H header carries the file date, GDG generation number,
      * and run identifier; one D detail per input control number
      * carries the N, operation code, disposition (C computed,
      * R rejected, S suppressed duplicate, H held as a resubmission
      * of a number already computed on an earlier day), and the
      * reject reason code when the disposition is R; and a T
      * trailer carries the detail count and a hash total of the
      * control numbers (summed modulo 10**15, the balance step's
      * discipline, a non-numeric N adding zero).
      *----------------------------------------------------------------
       01  ntr-ack-header-record.
           05  ntr-ack-hdr-id              pic x(01).
               88  ntr-ack-computed          value 'C'.
               88  ntr-ack-rejected          value 'R'.
               88  ntr-ack-suppressed        value 'S'.
               88  ntr-ack-held              value 'H'.
           05  ntr-ack-dtl-reason-code     pic x(02).
      * which sender's set the record arrived in - a multi-source
      * day's acknowledgment carries every sender's dispositions in
