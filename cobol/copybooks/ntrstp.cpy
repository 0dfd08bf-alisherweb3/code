      *----------------------------------------------------------------
      * ntrstp.cpy
      *
      * One record per entry on the keyed control-number stop list
      * (VSAM KSDS, key ntr-stp-key) - a control number compliance or
      * a sender has said must not be computed or sent downstream
      * until further notice.  The driver and the recycle job look
      * every record up here before the CALL and reject a stopped
      * one with its own reason code, so it flows through REJRPT,
      * the acknowledgment and the master like any other reject
      * instead of being hand-pulled from the day's input.  Added and
      * released only through the stop-list maintenance job; a
      * released entry stays on file with who released it and when,
      * and keying the same stop again reinstates it.
      *----------------------------------------------------------------
       01  ntr-stop-record.
      * control number, operation and sender.  spaces in the
      * operation stop the number under every calculation; spaces in
      * the source stop it whichever sender's set it arrives in.
      * ntr-stp-n is pic x(12) matching ntr-rej-n in ntrrej.cpy -
      * ntrctl.cpy's ntr-n remains the source of truth for the width.
           05  ntr-stp-key.
               10  ntr-stp-n               pic x(12).
               10  ntr-stp-op-code         pic x(02).
               10  ntr-stp-source-id       pic x(03).
           05  ntr-stp-reason              pic x(40).
           05  ntr-stp-requester           pic x(08).
           05  ntr-stp-date-added          pic x(08).
           05  ntr-stp-status              pic x(01).
               88  ntr-stp-active            value 'A'.
               88  ntr-stp-released          value 'R'.
           05  ntr-stp-release-date        pic x(08).
           05  ntr-stp-released-by         pic x(08).
      * records the stop has turned away since it was added (or last
      * reinstated), and the date of the latest - bumped by the
      * driver and the recycle job, read by the weekly report.
           05  ntr-stp-hit-count           pic 9(07).
           05  ntr-stp-last-hit-date       pic x(08).
           05  filler                      pic x(15).
