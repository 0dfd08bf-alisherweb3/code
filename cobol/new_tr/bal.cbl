      * ntrbal - end-of-job balancing for the daily driver run.
      *
      * Independently counts the day's input, results, reject and
      * holds files and proves input = computed + rejected + held
      * resubmissions + suppressed duplicates (re-deriving the
      * duplicates itself, the same
      * first-occurrence rule the driver applies), with a hash
      * total over the control numbers on both sides so a swapped or
      * short generation cannot slip through on matching counts
               organization is sequential.
           select ntr-reject-in-file assign to "NTRREJIN"
               organization is sequential.
           select ntr-hold-in-file assign to "NTRHLDIN"
               organization is sequential.
           select ntr-balance-file assign to "NTRBALR"
               organization is sequential.
           select ntr-run-log-file assign to "NTRRLOG"
       fd  ntr-reject-in-file.
           copy ntrrej.

       fd  ntr-hold-in-file.
           copy ntrhld.

       fd  ntr-balance-file.
       01  ntr-balance-line                pic x(100).

       01  ws-reject-eof-switch         pic x(01) value 'N'.
           88  ws-reject-not-eof           value 'N'.
           88  ws-reject-at-eof            value 'Y'.
       01  ws-hold-eof-switch           pic x(01) value 'N'.
           88  ws-hold-not-eof             value 'N'.
           88  ws-hold-at-eof              value 'Y'.
       01  ws-balance-switch            pic x(01) value 'Y'.
           88  ws-in-balance               value 'Y'.
           88  ws-out-of-balance           value 'N'.
       01  ws-duplicate-count           pic 9(09) value 0.
       01  ws-results-count             pic 9(09) value 0.
       01  ws-reject-count              pic 9(09) value 0.
       01  ws-hold-count                pic 9(09) value 0.
      * same first-occurrence rule the driver applies - re-derived
      * here from the input alone, off the sort, so the balance
      * stays an independent proof, not a copy of the driver's own
       01  ws-input-hash                pic 9(15) value 0.
       01  ws-results-hash              pic 9(15) value 0.
       01  ws-reject-hash               pic 9(15) value 0.
       01  ws-hold-hash                 pic 9(15) value 0.
      * the same counts and hashes per source, so the report can say
      * WHICH sender's records fail to prove - the proof itself
      * stays a hard stop whichever source breaks it.  10 sources is
               10  ws-bsrc-results-hash    pic 9(15).
               10  ws-bsrc-reject-count    pic 9(09).
               10  ws-bsrc-reject-hash     pic 9(15).
               10  ws-bsrc-hold-count      pic 9(09).
               10  ws-bsrc-hold-hash       pic 9(15).
               10  ws-bsrc-dup-count       pic 9(09).
       01  ws-outbound-count            pic 9(09).
       01  ws-outbound-hash             pic 9(15).
               until ws-results-at-eof
           perform 4000-count-reject
               until ws-reject-at-eof
           perform 4500-count-hold
               until ws-hold-at-eof
           perform 5000-prove-balance
           perform 8000-terminate
           goback
           move ws-time-raw (1:6) to ws-start-time
           open input ntr-results-file
           open input ntr-reject-in-file
           open input ntr-hold-in-file
           open output ntr-balance-file
           read ntr-results-file
               at end move 'Y' to ws-results-eof-switch
           read ntr-reject-in-file
               at end move 'Y' to ws-reject-eof-switch
           end-read
           read ntr-hold-in-file
               at end move 'Y' to ws-hold-eof-switch
           end-read
           .

       2000-release-input.
           end-read
           .

      * a held resubmission is a first occurrence the driver chose
      * not to compute, so it answers for its input record on the
      * outbound side exactly as a result or a reject does - count
      * and hash alike.
       4500-count-hold.
           add 1 to ws-hold-count
           move ntr-hld-source-id to ws-bal-source
           perform 6000-find-source
           if ws-bal-source-slot > 0
              add 1 to ws-bsrc-hold-count (ws-bal-source-slot)
           end-if
           if ntr-hld-n is numeric
              move ntr-hld-n to ws-hash-n
              compute ws-hold-hash = function mod
                  (ws-hold-hash + ws-hash-n 1000000000000000)
              if ws-bal-source-slot > 0
                 compute ws-bsrc-hold-hash (ws-bal-source-slot)
                     = function mod
                     (ws-bsrc-hold-hash (ws-bal-source-slot)
                      + ws-hash-n 1000000000000000)
              end-if
           end-if
           read ntr-hold-in-file
               at end move 'Y' to ws-hold-eof-switch
           end-read
           .

      * one serial pass over the handful of senders - every file in
      * the stream carries the same source stamp, so the slot found
      * here is the same source whichever side of the proof the
                 move 0 to ws-bsrc-results-hash (bal-src-idx)
                 move 0 to ws-bsrc-reject-count (bal-src-idx)
                 move 0 to ws-bsrc-reject-hash (bal-src-idx)
                 move 0 to ws-bsrc-hold-count (bal-src-idx)
                 move 0 to ws-bsrc-hold-hash (bal-src-idx)
                 move 0 to ws-bsrc-dup-count (bal-src-idx)
                 move ws-bal-source-count to ws-bal-source-slot
              end-if
       5000-prove-balance.
           compute ws-outbound-count = ws-results-count
                                     + ws-reject-count
                                     + ws-hold-count
                                     + ws-duplicate-count
           compute ws-outbound-hash = function mod
               (ws-results-hash + ws-reject-hash + ws-hold-hash
                1000000000000000)
           string 'NTR DAILY BALANCE REPORT - ' ws-run-date
               into ntr-balance-line
           write ntr-balance-line
               into ntr-balance-line
           write ntr-balance-line
           move spaces to ntr-balance-line
           string 'HELD     RECORDS=' ws-hold-count
                  ' HASH=' ws-hold-hash
               into ntr-balance-line
           write ntr-balance-line
           move spaces to ntr-balance-line
           string 'DUPLICATE RECORDS=' ws-duplicate-count
               into ntr-balance-line
           write ntr-balance-line
              write ntr-balance-line
           end-if
           if ws-in-balance
              move spaces to ntr-balance-line
              string 'IN BALANCE - INPUT = COMPUTED + REJECTED'
                     ' + HELD + DUPS'
                  into ntr-balance-line
              write ntr-balance-line
           end-if
           .

      * the same proof per source - a source's first-occurrence
      * input count and hash must equal its computed plus rejected
      * plus held side (its suppressed duplicates are listed
      * alongside).  a
      * source that does not prove marks the whole day out of
      * balance: a failed proof is an integrity stop whichever
      * sender breaks it - the report line just says which one to
                  ' INPUT=' ws-bsrc-input-count (bal-src-idx)
                  ' COMPUTED=' ws-bsrc-results-count (bal-src-idx)
                  ' REJECTED=' ws-bsrc-reject-count (bal-src-idx)
                  ' HELD=' ws-bsrc-hold-count (bal-src-idx)
                  ' DUPS=' ws-bsrc-dup-count (bal-src-idx)
               into ntr-balance-line
           write ntr-balance-line
           compute ws-src-outbound-count =
               ws-bsrc-results-count (bal-src-idx)
               + ws-bsrc-reject-count (bal-src-idx)
               + ws-bsrc-hold-count (bal-src-idx)
           compute ws-src-outbound-hash = function mod
               (ws-bsrc-results-hash (bal-src-idx)
                + ws-bsrc-reject-hash (bal-src-idx)
                + ws-bsrc-hold-hash (bal-src-idx)
                1000000000000000)
           if ws-bsrc-input-count (bal-src-idx)
               not = ws-src-outbound-count
       8000-terminate.
           close ntr-results-file
           close ntr-reject-in-file
           close ntr-hold-in-file
           close ntr-balance-file
           display 'NTRBAL input records      : ' ws-input-count
           display 'NTRBAL computed records   : ' ws-results-count
           display 'NTRBAL rejected records   : ' ws-reject-count
           display 'NTRBAL held resubmissions : ' ws-hold-count
           if ws-out-of-balance
              display 'NTRBAL *** OUT OF BALANCE - STOPPING STREAM'
              move 8 to return-code
              move ws-input-count to ntr-log-records-read
              move ws-results-count to ntr-log-records-processed
              move ws-reject-count to ntr-log-records-rejected
              move ws-hold-count to ntr-log-records-compared
              move 0 to ntr-log-discrepancies
              move 'N' to ntr-log-restart-flag
              move return-code to ntr-log-return-code
