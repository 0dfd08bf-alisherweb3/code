      *----------------------------------------------------------------
      * ntrstx.cpy
      *
      * Stop-list maintenance transaction, one 80-byte card per
      * change, applied by the stop-list maintenance job in the order
      * keyed.
      *
      * ntr-stx-action     - A adds a stop (or reinstates a released
      *                      one), R releases an active one.
      * ntr-stx-op-code    - spaces for every operation.
      * ntr-stx-source-id  - spaces for every sender.
      * ntr-stx-reason     - required on an add; on a release, spaces
      *                      leave the original reason on file.
      *----------------------------------------------------------------
       01  ntr-stx-record.
           05  ntr-stx-action              pic x(01).
               88  ntr-stx-add               value 'A'.
               88  ntr-stx-release           value 'R'.
           05  ntr-stx-n                   pic x(12).
           05  ntr-stx-op-code             pic x(02).
           05  ntr-stx-source-id           pic x(03).
           05  ntr-stx-reason              pic x(40).
           05  ntr-stx-requester           pic x(08).
           05  filler                      pic x(14).
