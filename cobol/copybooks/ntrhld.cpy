      *----------------------------------------------------------------
      * ntrhld.cpy
      *
      * One record per input record the daily driver held back as a
      * resubmission: a control number and operation the results
      * master shows already computed on an earlier day inside the
      * run-parameters look-back window.  Carries the record as it
      * arrived (N, operation, sender) and what the master said about
      * it - the processing date, run generation and sender of the
      * original computation, and how many days back that was - so
      * the acknowledgment, the balance proof and the resubmissions
      * report all answer from this file without a master read.
      *----------------------------------------------------------------
       01  ntr-hold-record.
      * pic x(12) matching ntr-mst-n in ntrmst.cpy - only a record
      * that passed validation is ever held, but the field keeps the
      * same shape as every other control number the stream files.
           05  ntr-hld-n                   pic x(12).
           05  ntr-hld-op-code             pic x(02).
           05  ntr-hld-source-id           pic x(03).
           05  ntr-hld-orig-proc-date      pic x(08).
           05  ntr-hld-orig-generation     pic 9(04).
           05  ntr-hld-orig-source-id      pic x(03).
           05  ntr-hld-held-date           pic x(08).
           05  ntr-hld-days-since          pic 9(03).
           05  filler                      pic x(07).
