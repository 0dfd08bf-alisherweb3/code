      * ntrregr - pre-promotion regression replay of one archived day.
      *
      * The only proof a new NAME, NCUBE, NROOT or NCHKD load module
      * had before promotion was the TESTS suites - nothing ever ran
      * it against the production input it would meet.  Reads one
      * generation of the archived daily input (the stripped input
      * XMITEDIT proved, kept by NTRDAILY as its own GDG) and runs
      * every record back through the driver's validation and
      * dispatch - the same operation-code table, the same checks,
      * the same CALL by name - with the candidate load library
      * ahead of production on STEPLIB, then compares every result
      * and reject with what production wrote for that day: the
      * results, rejects and holds generations DRIVER cut alongside
      * the archived input.  Prints each difference and a summary by
      * operation code and reason, and ends RC=8 on any difference,
      * so a module that computes one record differently cannot be
      * promoted on a clean test suite alone.
      *
      * What production decided off state the replay cannot rebuild
      * is not held against the candidate: the stop list and the
      * results master have moved on since the day ran, so a record
      * production stopped or held as a resubmission and the replay
      * computes is counted as not compared, not as a difference.
      * RECYCLE appends yesterday's corrected rejects to the day's
      * results generation behind the driver's own records; the
      * balance identity (input = computed + rejected + held +
      * suppressed duplicates) says how many of the generation's
      * leading records are the driver's, and the recycled tail is
      * counted and set aside.
       identification division.
       program-id. ntrregr.

       environment division.
       input-output section.
       file-control.
           select ntr-input-file assign to "NTRIN"
               organization is sequential
               file status is ws-input-file-status.
           select ntr-results-file assign to "NTROUT"
               organization is sequential
               file status is ws-results-file-status.
           select ntr-reject-in-file assign to "NTRREJIN"
               organization is sequential
               file status is ws-reject-file-status.
           select ntr-hold-in-file assign to "NTRHLDIN"
               organization is sequential
               file status is ws-hold-file-status.
           select ntr-report-file assign to "NTRREGRR"
               organization is sequential.
           select ntr-run-log-file assign to "NTRRLOG"
               organization is sequential
               file status is ws-run-log-status.
      * the operation-code table - read end to end once at start-up
      * into storage (ntroptb.cpy), exactly as the driver loads it.
           select ntr-opcode-file assign to "NTROPTB"
               organization is indexed
               access mode is sequential
               record key is ntr-opc-key
               file status is ws-opcode-file-status.
      * both sides sort to N/operation order for the match: the
      * replay through SORTWK, production through SORTWK2, each
      * landing on a pass-scoped work file the compare reads back.
           select ntr-replay-sort-file assign to "SORTWK".
           select ntr-prod-sort-file assign to "SORTWK2".
           select ntr-replay-work-file assign to "NTRRWRK1"
               organization is sequential.
           select ntr-prod-work-file assign to "NTRRWRK2"
               organization is sequential.

       data division.
       file section.
       fd  ntr-input-file.
       01  ntr-input-record.
           05  ntr-in-n                    pic 9(12).
           05  ntr-in-op-code              pic x(02).
           05  ntr-in-source-id            pic x(03).

       fd  ntr-results-file.
       01  ntr-results-record.
           05  ntr-out-n                   pic 9(12).
           05  ntr-out-op-code             pic x(02).
           05  ntr-out-result              pic 9(24).
           05  ntr-out-source-id           pic x(03).

       fd  ntr-reject-in-file.
           copy ntrrej.

       fd  ntr-hold-in-file.
           copy ntrhld.

       fd  ntr-report-file.
       01  ntr-report-line                 pic x(132).

       fd  ntr-run-log-file.
           copy ntrlog.

       fd  ntr-opcode-file.
           copy ntropc.

      * one layout on both sides of the match.  the N sorts as raw
      * bytes (pic x), the driver's own duplicate pre-pass treatment,
      * so a non-numeric N rejected on both sides still pairs up.
      * kind is C computed, J rejected or H held; position is the
      * input position on the replay side - the low-order key that
      * puts a group's first occurrence first - and the results
      * position on the production side.
       sd  ntr-replay-sort-file.
       01  ntr-replay-sort-record.
           05  rsrt-key.
               10  rsrt-n                  pic x(12).
               10  rsrt-op-code            pic x(02).
           05  rsrt-position               pic 9(09).
           05  rsrt-kind                   pic x(01).
           05  rsrt-result                 pic 9(24).
           05  rsrt-reason-code            pic x(02).
           05  rsrt-source-id              pic x(03).

       sd  ntr-prod-sort-file.
       01  ntr-prod-sort-record.
           05  psrt-key.
               10  psrt-n                  pic x(12).
               10  psrt-op-code            pic x(02).
           05  psrt-position               pic 9(09).
           05  psrt-kind                   pic x(01).
           05  psrt-result                 pic 9(24).
           05  psrt-reason-code            pic x(02).
           05  psrt-source-id              pic x(03).

       fd  ntr-replay-work-file.
       01  ntr-replay-work-record.
           05  rpw-key.
               10  rpw-n                   pic x(12).
               10  rpw-op-code             pic x(02).
           05  rpw-position                pic 9(09).
           05  rpw-kind                    pic x(01).
               88  rpw-computed              value 'C'.
               88  rpw-rejected              value 'J'.
           05  rpw-result                  pic 9(24).
           05  rpw-reason-code             pic x(02).
           05  rpw-source-id               pic x(03).

       fd  ntr-prod-work-file.
       01  ntr-prod-work-record.
           05  ppw-key.
               10  ppw-n                   pic x(12).
               10  ppw-op-code             pic x(02).
           05  ppw-position                pic 9(09).
           05  ppw-kind                    pic x(01).
               88  ppw-computed              value 'C'.
               88  ppw-rejected              value 'J'.
               88  ppw-held                  value 'H'.
           05  ppw-result                  pic 9(24).
           05  ppw-reason-code             pic x(02).
           05  ppw-source-id               pic x(03).

       working-storage section.
           copy ntrctl.
           copy ntrstat.
           copy ntroptb.
       01  ws-input-file-status            pic x(02).
       01  ws-results-file-status          pic x(02).
       01  ws-reject-file-status           pic x(02).
       01  ws-hold-file-status             pic x(02).
       01  ws-run-log-status               pic x(02).
       01  ws-opcode-file-status           pic x(02).
       01  ws-time-raw                  pic x(08).
       01  ws-start-time                pic x(06).
       01  ws-today                     pic x(08).
       01  ws-opcode-eof-switch         pic x(01) value 'N'.
           88  ws-opcode-not-eof           value 'N'.
           88  ws-opcode-at-eof            value 'Y'.
      * load module name off the table entry, for the dynamic CALL
      * and the CANCEL at end of run.
       01  ws-call-program              pic x(08).
       01  ws-opt-sub                   pic 9(02).
       01  ws-input-eof-switch          pic x(01) value 'N'.
           88  ws-input-not-eof            value 'N'.
           88  ws-input-at-eof             value 'Y'.
       01  ws-results-eof-switch        pic x(01) value 'N'.
           88  ws-results-not-eof          value 'N'.
           88  ws-results-at-eof           value 'Y'.
       01  ws-reject-eof-switch         pic x(01) value 'N'.
           88  ws-reject-not-eof           value 'N'.
           88  ws-reject-at-eof            value 'Y'.
       01  ws-hold-eof-switch           pic x(01) value 'N'.
           88  ws-hold-not-eof             value 'N'.
           88  ws-hold-at-eof              value 'Y'.
       01  ws-sort-eof-switch           pic x(01) value 'N'.
           88  ws-sort-not-eof             value 'N'.
           88  ws-sort-at-eof              value 'Y'.
       01  ws-replay-eof-switch         pic x(01) value 'N'.
           88  ws-replay-not-eof           value 'N'.
           88  ws-replay-at-eof            value 'Y'.
       01  ws-prod-eof-switch           pic x(01) value 'N'.
           88  ws-prod-not-eof             value 'N'.
           88  ws-prod-at-eof              value 'Y'.
      * the first-occurrence rule the driver's pre-pass applies: the
      * first record of each N/operation group off the sort is the
      * one the driver processed, every later one a suppressed
      * duplicate that wrote neither a result nor a reject.
       01  ws-group-switch              pic x(01) value 'N'.
           88  ws-group-started            value 'Y'.
           88  ws-group-not-started        value 'N'.
       01  ws-group-key                 pic x(14).
      * match keys - high-values once a side runs out, so the other
      * side's remaining records all fall out as unmatched.
       01  ws-replay-key                pic x(14).
       01  ws-prod-key                  pic x(14).
       01  ws-input-count               pic 9(09) value 0.
       01  ws-duplicate-count           pic 9(09) value 0.
       01  ws-replay-computed           pic 9(09) value 0.
       01  ws-replay-rejected           pic 9(09) value 0.
       01  ws-prod-results-read         pic 9(09) value 0.
       01  ws-prod-computed             pic 9(09) value 0.
       01  ws-prod-rejected             pic 9(09) value 0.
       01  ws-prod-held                 pic 9(09) value 0.
       01  ws-module-reject-count       pic 9(09) value 0.
       01  ws-recycled-count            pic 9(09) value 0.
      * how many of the results generation's leading records the
      * driver wrote - signed, since a generation that does not pair
      * with this input can account for more than the input holds.
       01  ws-driver-share              pic s9(09) value 0.
       01  ws-compared-count            pic 9(09) value 0.
       01  ws-matched-count             pic 9(09) value 0.
       01  ws-difference-count          pic 9(09) value 0.
       01  ws-stopped-count             pic 9(09) value 0.
       01  ws-held-count                pic 9(09) value 0.
       01  ws-pairing-switch            pic x(01) value 'Y'.
           88  ws-generations-pair         value 'Y'.
           88  ws-generations-do-not-pair  value 'N'.
       01  ws-input-failed-switch       pic x(01) value 'N'.
           88  ws-input-failed             value 'Y'.
       01  ws-comparable-switch         pic x(01) value 'Y'.
           88  ws-day-comparable           value 'Y'.
           88  ws-day-not-comparable       value 'N'.
      * the difference in hand: its kind, the reason code it is
      * tallied under, and the report text for the kind.
      *   RD result differs            NC now computes, was rejected
      *   NR now rejects, was computed RR reject reason differs
      *   NH now rejects, was held     RO replay only
      *   PO production only
       01  ws-diff-kind                 pic x(02).
       01  ws-diff-reason-code          pic x(02).
       01  ws-diff-op-code              pic x(02).
       01  ws-diff-text                 pic x(30).
       01  ws-diff-n                    pic x(12).
       01  ws-diff-source-id            pic x(03).
      * 500 difference lines is enough to show what a candidate does
      * wrong; past that a broken module would bury the summary, so
      * later differences are counted and tallied but not listed.
       01  ws-detail-limit              pic 9(09) value 500.
      * summary by operation code, difference kind and reason code -
      * 100 combinations is every operation times every kind with
      * room; one past the table is reported to SYSOUT and left out
      * of the summary, never out of the difference count.
       01  ws-tally-count               pic 9(03) value 0.
       01  ws-tally-sub                 pic 9(03).
       01  ws-tally-found-switch        pic x(01).
           88  ws-tally-found              value 'Y'.
           88  ws-tally-not-found          value 'N'.
       01  ws-tally-table.
           05  ws-tally-entry occurs 100 times
                   indexed by tly-idx.
               10  ws-tly-op-code          pic x(02).
               10  ws-tly-kind             pic x(02).
               10  ws-tly-reason-code      pic x(02).
               10  ws-tly-text             pic x(30).
               10  ws-tly-count            pic 9(09).

       procedure division.
       0000-mainline.
           perform 1000-initialize
           perform 2000-replay-input
           perform 3000-gather-production
           if ws-day-comparable
              perform 4000-compare
           end-if
           perform 5000-write-summary
           perform 8000-terminate
           goback
           .

      * dispatch runs off the operation-code table, so a table that
      * will not open leaves nothing to replay with - RC=12 before
      * anything is read, the driver's own posture.
       1000-initialize.
           accept ws-today from date yyyymmdd
           accept ws-time-raw from time
           move ws-time-raw (1:6) to ws-start-time
           open output ntr-report-file
           move spaces to ntr-report-line
           string 'NTR REGRESSION REPLAY - ' ws-today
               into ntr-report-line
           write ntr-report-line
           move all '-' to ntr-report-line (1:32)
           write ntr-report-line
           perform 1060-load-op-table
           .

      * versions in force today, as the driver would load them if it
      * ran now: the replay proves the candidate modules, so the
      * table is the one they will be dispatched from once promoted.
      * a record whose operation has since been suspended or re-
      * ceilinged shows as a reject-reason difference under its own
      * operation code in the summary.
       1060-load-op-table.
           open input ntr-opcode-file
           if ws-opcode-file-status not = '00'
              display 'NTRREGR *** NTROPTB OPEN FAILED, STATUS='
                  ws-opcode-file-status ' - HARD STOP, RC=12'
              move spaces to ntr-report-line
              string '*** NTROPTB OPEN FAILED, STATUS='
                     ws-opcode-file-status ' - NOTHING REPLAYED'
                  into ntr-report-line
              write ntr-report-line
              close ntr-report-file
              move 12 to return-code
              perform 9000-write-run-log
              goback
           end-if
           perform 1070-load-op-version
               until ws-opcode-at-eof
           close ntr-opcode-file
           display 'NTRREGR: OPERATION TABLE LOADED, '
               ntr-op-table-count ' OPERATIONS IN FORCE'
           .

       1070-load-op-version.
           read ntr-opcode-file
               at end move 'Y' to ws-opcode-eof-switch
           end-read
           if ws-opcode-not-eof
              and ntr-opc-effective-date <= ws-today
              if ntr-op-table-count > 0
                 and ntr-opt-op-code (ntr-op-table-count)
                     = ntr-opc-op-code
                 set opt-idx to ntr-op-table-count
                 perform 1075-store-op-version
              else
                 if ntr-op-table-count < 50
                    add 1 to ntr-op-table-count
                    set opt-idx to ntr-op-table-count
                    perform 1075-store-op-version
                 else
                    display 'NTRREGR: OPERATION TABLE FULL, IGNORING'
                        ' OPERATION ' ntr-opc-op-code
                 end-if
              end-if
           end-if
           .

       1075-store-op-version.
           move ntr-opc-op-code to ntr-opt-op-code (opt-idx)
           move ntr-opc-program to ntr-opt-program (opt-idx)
           move ntr-opc-max-n to ntr-opt-max-n (opt-idx)
           move ntr-opc-status to ntr-opt-status (opt-idx)
           move ntr-opc-effective-date
             to ntr-opt-effective-date (opt-idx)
           .

      * every input record is validated and, if it passes,
      * dispatched on the way into the sort - a duplicate too, which
      * costs a CALL the driver never made but keeps the replay one
      * pass; the first-occurrence rule drops it on the way out.
       2000-replay-input.
           sort ntr-replay-sort-file
               on ascending key rsrt-n rsrt-op-code rsrt-position
               input procedure is 2100-release-replay
               output procedure is 2300-keep-first-occurrence
           display 'NTRREGR: REPLAYED ' ws-input-count
               ' INPUT RECORDS, ' ws-duplicate-count
               ' DUPLICATE(S) SUPPRESSED'
           .

       2100-release-replay.
           open input ntr-input-file
           if ws-input-file-status not = '00'
              display 'NTRREGR *** NTRIN OPEN FAILED, STATUS='
                  ws-input-file-status ' - NOTHING REPLAYED'
              move 'Y' to ws-input-eof-switch
              move 'N' to ws-comparable-switch
              move 'Y' to ws-input-failed-switch
           else
              read ntr-input-file
                  at end move 'Y' to ws-input-eof-switch
              end-read
              perform 2110-replay-record
                  until ws-input-at-eof
              close ntr-input-file
           end-if
           .

       2110-replay-record.
           add 1 to ws-input-count
           move ntr-in-n to ntr-n
           move ntr-in-op-code to ntr-op-code
           move ntr-n to rsrt-n
           move ntr-op-code to rsrt-op-code
           move ws-input-count to rsrt-position
           move ntr-in-source-id to rsrt-source-id
           perform 2210-validate-input
           if ntr-status-ok
              perform 2220-dispatch-operation
              move 'C' to rsrt-kind
              move ntr-result to rsrt-result
           else
              move 'J' to rsrt-kind
              move 0 to rsrt-result
           end-if
           move ntr-status-code to rsrt-reason-code
           release ntr-replay-sort-record
           read ntr-input-file
               at end move 'Y' to ws-input-eof-switch
           end-read
           .

      * the driver's checks, in the driver's order: numeric, an
      * operation in force and not suspended, N under the reserved
      * 9xx-billion block and the operation's own ceiling.  the stop
      * list is not consulted - it is today's list, not the day's,
      * and the driver counts a hit on every entry it matches - so a
      * record production stopped is set aside at the compare.
       2210-validate-input.
           move '00' to ntr-status-code
           if ntr-n is not numeric
              move '01' to ntr-status-code
           else
              perform 2215-find-operation
              if ntr-op-not-found
                 move '03' to ntr-status-code
              else
                 if ntr-opt-suspended (opt-idx)
                    move '04' to ntr-status-code
                 else
                    if ntr-n > 899999999999
                       or ntr-n > ntr-opt-max-n (opt-idx)
                       move '02' to ntr-status-code
                    end-if
                 end-if
              end-if
           end-if
           .

       2215-find-operation.
           move 'N' to ntr-op-lookup-switch
           set opt-idx to 1
           search ntr-opt-entry
               at end continue
               when opt-idx > ntr-op-table-count
                  continue
               when ntr-opt-op-code (opt-idx) = ntr-op-code
                  move 'Y' to ntr-op-lookup-switch
           end-search
           .

      * a CALL by the name on the table entry - STEPLIB puts the
      * candidate library ahead of production, so a module under
      * test is the one loaded and every other comes from production.
       2220-dispatch-operation.
           move 0 to ntr-result
           move ntr-opt-program (opt-idx) to ws-call-program
           call ws-call-program using by content ntr-n
                                      by reference ntr-result
           .

       2300-keep-first-occurrence.
           open output ntr-replay-work-file
           return ntr-replay-sort-file
               at end move 'Y' to ws-sort-eof-switch
           end-return
           perform 2310-weigh-replay-record
               until ws-sort-at-eof
           close ntr-replay-work-file
           .

       2310-weigh-replay-record.
           if ws-group-started
              and rsrt-key = ws-group-key
              add 1 to ws-duplicate-count
           else
              move 'Y' to ws-group-switch
              move rsrt-key to ws-group-key
              move ntr-replay-sort-record to ntr-replay-work-record
              write ntr-replay-work-record
              if rpw-computed
                 add 1 to ws-replay-computed
              else
                 add 1 to ws-replay-rejected
              end-if
           end-if
           return ntr-replay-sort-file
               at end move 'Y' to ws-sort-eof-switch
           end-return
           .

      * production's side of the day.  rejects and holds go in
      * whole; the driver's share of the results generation is what
      * the balance identity leaves once they and the duplicates are
      * taken from the input, and every record past it is RECYCLE's.
       3000-gather-production.
           sort ntr-prod-sort-file
               on ascending key psrt-n psrt-op-code psrt-position
               input procedure is 3100-release-production
               giving ntr-prod-work-file
      * an empty archive proves nothing about the candidate even
      * against empty production - RC=4, never a clean RC=0.
           if ws-input-count = 0
              move 'N' to ws-comparable-switch
           end-if
           if ws-prod-results-read = 0
              and ws-prod-rejected = 0
              and ws-prod-held = 0
              move 'N' to ws-comparable-switch
           end-if
           .

       3100-release-production.
           open input ntr-reject-in-file
           if ws-reject-file-status = '00'
              read ntr-reject-in-file
                  at end move 'Y' to ws-reject-eof-switch
              end-read
              perform 3110-release-reject
                  until ws-reject-at-eof
              close ntr-reject-in-file
           else
              display 'NTRREGR: NTRREJIN UNAVAILABLE, STATUS='
                  ws-reject-file-status ' - NO PRODUCTION REJECTS'
           end-if
           open input ntr-hold-in-file
           if ws-hold-file-status = '00'
              read ntr-hold-in-file
                  at end move 'Y' to ws-hold-eof-switch
              end-read
              perform 3120-release-hold
                  until ws-hold-at-eof
              close ntr-hold-in-file
           else
              display 'NTRREGR: NTRHLDIN UNAVAILABLE, STATUS='
                  ws-hold-file-status ' - NO PRODUCTION HOLDS'
           end-if
           compute ws-driver-share = ws-input-count
               - ws-duplicate-count - ws-prod-rejected - ws-prod-held
           if ws-driver-share < 0
              move 'N' to ws-pairing-switch
              move 0 to ws-driver-share
           end-if
           open input ntr-results-file
           if ws-results-file-status = '00'
              read ntr-results-file
                  at end move 'Y' to ws-results-eof-switch
              end-read
              perform 3130-release-result
                  until ws-results-at-eof
              close ntr-results-file
           else
              display 'NTRREGR: NTROUT UNAVAILABLE, STATUS='
                  ws-results-file-status ' - NO PRODUCTION RESULTS'
           end-if
           if ws-prod-computed < ws-driver-share
              move 'N' to ws-pairing-switch
           end-if
           .

      * only the driver's own rejects are the day's decisions.  the
      * rest of the generation is what NAME and NNAME wrote from
      * their own checks under RECON's reconciliation calls, or a
      * calculation module's safety net - none of it a disposition
      * of an input record, so it is passed over here as it is by
      * the recycle run.
       3110-release-reject.
           if ntr-rej-source-program = 'NTRDRV'
              perform 3115-release-driver-reject
           else
              add 1 to ws-module-reject-count
           end-if
           read ntr-reject-in-file
               at end move 'Y' to ws-reject-eof-switch
           end-read
           .

       3115-release-driver-reject.
           add 1 to ws-prod-rejected
           move ntr-rej-n to psrt-n
           move ntr-rej-op-code to psrt-op-code
           move 0 to psrt-position
           move 'J' to psrt-kind
           move 0 to psrt-result
           move ntr-rej-reason-code to psrt-reason-code
           move ntr-rej-source-id to psrt-source-id
           release ntr-prod-sort-record
           .

       3120-release-hold.
           add 1 to ws-prod-held
           move ntr-hld-n to psrt-n
           move ntr-hld-op-code to psrt-op-code
           move 0 to psrt-position
           move 'H' to psrt-kind
           move 0 to psrt-result
           move '00' to psrt-reason-code
           move ntr-hld-source-id to psrt-source-id
           release ntr-prod-sort-record
           read ntr-hold-in-file
               at end move 'Y' to ws-hold-eof-switch
           end-read
           .

       3130-release-result.
           add 1 to ws-prod-results-read
           if ws-prod-results-read > ws-driver-share
              add 1 to ws-recycled-count
           else
              add 1 to ws-prod-computed
              move ntr-out-n to psrt-n
              move ntr-out-op-code to psrt-op-code
              move ws-prod-results-read to psrt-position
              move 'C' to psrt-kind
              move ntr-out-result to psrt-result
              move '00' to psrt-reason-code
              move ntr-out-source-id to psrt-source-id
              release ntr-prod-sort-record
           end-if
           read ntr-results-file
               at end move 'Y' to ws-results-eof-switch
           end-read
           .

      * a match on N and operation: both sides in key order, each
      * N/operation at most once per side.
       4000-compare.
           move spaces to ntr-report-line
           write ntr-report-line
           move 'DIFFERENCES:' to ntr-report-line
           write ntr-report-line
           open input ntr-replay-work-file
           open input ntr-prod-work-file
           perform 4010-read-replay
           perform 4020-read-prod
           perform 4100-match-record
               until ws-replay-at-eof and ws-prod-at-eof
           close ntr-replay-work-file
           close ntr-prod-work-file
           if ws-difference-count = 0
              move '  NONE - THE REPLAY AGREES WITH PRODUCTION'
                to ntr-report-line
              write ntr-report-line
           end-if
           if ws-difference-count > ws-detail-limit
              move spaces to ntr-report-line
              string '  ... ' ws-difference-count
                     ' DIFFERENCES IN ALL - THE FIRST '
                     ws-detail-limit ' ARE LISTED'
                  into ntr-report-line
              write ntr-report-line
           end-if
           .

       4010-read-replay.
           read ntr-replay-work-file
               at end
                  move 'Y' to ws-replay-eof-switch
                  move high-values to ws-replay-key
               not at end
                  move rpw-key to ws-replay-key
           end-read
           .

       4020-read-prod.
           read ntr-prod-work-file
               at end
                  move 'Y' to ws-prod-eof-switch
                  move high-values to ws-prod-key
               not at end
                  move ppw-key to ws-prod-key
           end-read
           .

       4100-match-record.
           evaluate true
              when ws-replay-key < ws-prod-key
                 move 'RO' to ws-diff-kind
                 move rpw-reason-code to ws-diff-reason-code
                 move rpw-op-code to ws-diff-op-code
                 move rpw-n to ws-diff-n
                 move rpw-source-id to ws-diff-source-id
                 perform 4300-note-difference
                 perform 4010-read-replay
              when ws-replay-key > ws-prod-key
                 move 'PO' to ws-diff-kind
                 move ppw-reason-code to ws-diff-reason-code
                 move ppw-op-code to ws-diff-op-code
                 move ppw-n to ws-diff-n
                 move ppw-source-id to ws-diff-source-id
                 perform 4300-note-difference
                 perform 4020-read-prod
              when other
                 perform 4200-compare-pair
                 perform 4010-read-replay
                 perform 4020-read-prod
           end-evaluate
           .

      * a record production stopped, or held as a resubmission, and
      * the replay computes went the way it did on state the replay
      * does not rebuild - set aside, not compared.  everything else
      * on both sides is compared.
       4200-compare-pair.
           move spaces to ws-diff-kind
           move rpw-op-code to ws-diff-op-code
           move rpw-n to ws-diff-n
           move rpw-source-id to ws-diff-source-id
           evaluate true
              when rpw-computed and ppw-rejected
               and ppw-reason-code = '05'
                 add 1 to ws-stopped-count
              when rpw-computed and ppw-held
                 add 1 to ws-held-count
              when rpw-computed and ppw-computed
                 add 1 to ws-compared-count
                 if rpw-result = ppw-result
                    add 1 to ws-matched-count
                 else
                    move 'RD' to ws-diff-kind
                    move '00' to ws-diff-reason-code
                 end-if
              when rpw-rejected and ppw-rejected
                 add 1 to ws-compared-count
                 if rpw-reason-code = ppw-reason-code
                    add 1 to ws-matched-count
                 else
                    move 'RR' to ws-diff-kind
                    move rpw-reason-code to ws-diff-reason-code
                 end-if
              when rpw-computed and ppw-rejected
                 add 1 to ws-compared-count
                 move 'NC' to ws-diff-kind
                 move ppw-reason-code to ws-diff-reason-code
              when rpw-rejected and ppw-computed
                 add 1 to ws-compared-count
                 move 'NR' to ws-diff-kind
                 move rpw-reason-code to ws-diff-reason-code
              when other
                 add 1 to ws-compared-count
                 move 'NH' to ws-diff-kind
                 move rpw-reason-code to ws-diff-reason-code
           end-evaluate
           if ws-diff-kind not = spaces
              perform 4300-note-difference
           end-if
           .

       4300-note-difference.
           add 1 to ws-difference-count
           evaluate ws-diff-kind
              when 'RD'
                 move 'RESULT DIFFERS' to ws-diff-text
              when 'RR'
                 move 'REJECT REASON DIFFERS' to ws-diff-text
              when 'NC'
                 move 'NOW COMPUTES - WAS REJECTED' to ws-diff-text
              when 'NR'
                 move 'NOW REJECTS - WAS COMPUTED' to ws-diff-text
              when 'NH'
                 move 'NOW REJECTS - WAS HELD' to ws-diff-text
              when 'RO'
                 move 'REPLAY ONLY - NOT IN PRODUCTION'
                   to ws-diff-text
              when other
                 move 'PRODUCTION ONLY - NOT REPLAYED'
                   to ws-diff-text
           end-evaluate
           if ws-difference-count not > ws-detail-limit
              perform 4310-write-difference-line
           end-if
           perform 4400-tally-difference
           .

      * the pair's own values ride on the line - the result each side
      * computed, or the reason each side rejected for - so the line
      * alone says what moved.
       4310-write-difference-line.
           move spaces to ntr-report-line
           evaluate ws-diff-kind
              when 'RD'
                 string '  ' ws-diff-text ' N=' ws-diff-n
                        ' OP=' ws-diff-op-code
                        ' SRC=' ws-diff-source-id
                        ' REPLAY=' rpw-result
                        ' PROD=' ppw-result
                     delimited by size into ntr-report-line
              when 'RO'
                 string '  ' ws-diff-text ' N=' ws-diff-n
                        ' OP=' ws-diff-op-code
                        ' SRC=' ws-diff-source-id
                        ' REPLAY=' rpw-kind ' ' rpw-reason-code
                     delimited by size into ntr-report-line
              when 'PO'
                 string '  ' ws-diff-text ' N=' ws-diff-n
                        ' OP=' ws-diff-op-code
                        ' SRC=' ws-diff-source-id
                        ' PROD=' ppw-kind ' ' ppw-reason-code
                     delimited by size into ntr-report-line
              when other
                 string '  ' ws-diff-text ' N=' ws-diff-n
                        ' OP=' ws-diff-op-code
                        ' SRC=' ws-diff-source-id
                        ' REPLAY=' rpw-kind ' ' rpw-reason-code
                        ' PROD=' ppw-kind ' ' ppw-reason-code
                     delimited by size into ntr-report-line
           end-evaluate
           write ntr-report-line
           .

       4400-tally-difference.
           move 'N' to ws-tally-found-switch
           set tly-idx to 1
           search ws-tally-entry
               at end continue
               when tly-idx > ws-tally-count
                  continue
               when ws-tly-op-code (tly-idx) = ws-diff-op-code
                and ws-tly-kind (tly-idx) = ws-diff-kind
                and ws-tly-reason-code (tly-idx) = ws-diff-reason-code
                  move 'Y' to ws-tally-found-switch
                  add 1 to ws-tly-count (tly-idx)
           end-search
           if ws-tally-not-found
              if ws-tally-count < 100
                 add 1 to ws-tally-count
                 set tly-idx to ws-tally-count
                 move ws-diff-op-code to ws-tly-op-code (tly-idx)
                 move ws-diff-kind to ws-tly-kind (tly-idx)
                 move ws-diff-reason-code
                   to ws-tly-reason-code (tly-idx)
                 move ws-diff-text to ws-tly-text (tly-idx)
                 move 1 to ws-tly-count (tly-idx)
              else
                 display 'NTRREGR: SUMMARY TABLE FULL, OP '
                     ws-diff-op-code ' ' ws-diff-kind ' REASON '
                     ws-diff-reason-code ' LEFT OUT OF THE SUMMARY'
              end-if
           end-if
           .

       5000-write-summary.
           move spaces to ntr-report-line
           write ntr-report-line
           move 'REPLAY:' to ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string '  INPUT RECORDS . . . . . . . . : ' ws-input-count
               into ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string '  DUPLICATES SUPPRESSED . . . . : '
                  ws-duplicate-count
               into ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string '  COMPUTED  . . . . . . . . . . : '
                  ws-replay-computed
               into ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string '  REJECTED  . . . . . . . . . . : '
                  ws-replay-rejected
               into ntr-report-line
           write ntr-report-line
           move 'PRODUCTION:' to ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string '  COMPUTED BY THE DRIVER  . . . : '
                  ws-prod-computed
               into ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string '  RECYCLED, NOT COMPARED  . . . : '
                  ws-recycled-count
               into ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string '  REJECTED  . . . . . . . . . . : '
                  ws-prod-rejected
               into ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string '  MODULE REJECTS, NOT COMPARED  : '
                  ws-module-reject-count
               into ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string '  HELD AS RESUBMISSIONS . . . . : ' ws-prod-held
               into ntr-report-line
           write ntr-report-line
           move 'COMPARE:' to ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string '  COMPARED  . . . . . . . . . . : '
                  ws-compared-count
               into ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string '  MATCHED . . . . . . . . . . . : '
                  ws-matched-count
               into ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string '  STOPPED IN PRODUCTION, NOT COMPARED : '
                  ws-stopped-count
               into ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string '  HELD IN PRODUCTION, NOT COMPARED  . : '
                  ws-held-count
               into ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string '  DIFFERENCES . . . . . . . . . : '
                  ws-difference-count
               into ntr-report-line
           write ntr-report-line
           if ws-generations-do-not-pair
              and ws-day-comparable
              move spaces to ntr-report-line
              string '*** THE PRODUCTION GENERATIONS DO NOT ACCOUNT'
                     ' FOR THIS INPUT - CHECK THE GENERATION PAIRING'
                  into ntr-report-line
              write ntr-report-line
           end-if
           if ws-day-not-comparable
              move spaces to ntr-report-line
              string '*** NO PRODUCTION OUTPUT FOR THIS INPUT (OR NO'
                     ' INPUT) - THE DAY WAS NOT COMPARED'
                  into ntr-report-line
              write ntr-report-line
           end-if
           move spaces to ntr-report-line
           write ntr-report-line
           move 'DIFFERENCES BY OPERATION CODE AND REASON:'
             to ntr-report-line
           write ntr-report-line
           if ws-tally-count = 0
              move '  NONE' to ntr-report-line
              write ntr-report-line
           end-if
           perform 5100-write-tally-line
               varying ws-tally-sub from 1 by 1
               until ws-tally-sub > ws-tally-count
           .

       5100-write-tally-line.
           set tly-idx to ws-tally-sub
           move spaces to ntr-report-line
           string '  OP ' ws-tly-op-code (tly-idx)
                  ' REASON ' ws-tly-reason-code (tly-idx)
                  ' ' ws-tly-text (tly-idx)
                  ' COUNT=' ws-tly-count (tly-idx)
               into ntr-report-line
           write ntr-report-line
           .

      * RC=8 on any difference is the promotion block.  a day with
      * nothing to compare against proves nothing either way - RC=4,
      * so the job does not pass a candidate on a day it never saw.
       8000-terminate.
           close ntr-report-file
      * CANCEL puts each calculation module back in its initial state,
      * closing the NTRREJ handle it keeps for callers that are not
      * the driver - the same end-of-run cleanup the driver does.
           perform 8060-cancel-operation
               varying ws-opt-sub from 1 by 1
               until ws-opt-sub > ntr-op-table-count
           display 'NTRREGR input records      : ' ws-input-count
           display 'NTRREGR duplicates         : ' ws-duplicate-count
           display 'NTRREGR replay computed    : ' ws-replay-computed
           display 'NTRREGR replay rejected    : ' ws-replay-rejected
           display 'NTRREGR production computed: ' ws-prod-computed
           display 'NTRREGR recycled, set aside: ' ws-recycled-count
           display 'NTRREGR production rejected: ' ws-prod-rejected
           display 'NTRREGR production held    : ' ws-prod-held
           display 'NTRREGR compared           : ' ws-compared-count
           display 'NTRREGR matched            : ' ws-matched-count
           display 'NTRREGR differences        : ' ws-difference-count
           evaluate true
              when ws-input-failed
                 display 'NTRREGR *** ARCHIVED INPUT UNREADABLE -'
                     ' HARD STOP, RC=12'
                 move 12 to return-code
              when ws-difference-count > 0
                 display 'NTRREGR *** ' ws-difference-count
                     ' DIFFERENCE(S) FROM PRODUCTION - CANDIDATE NOT'
                     ' FIT TO PROMOTE, RC=8'
                 move 8 to return-code
              when ws-day-not-comparable
                 display 'NTRREGR *** NOTHING TO COMPARE FOR THIS'
                     ' GENERATION - NOT PROVEN, RC=4'
                 move 4 to return-code
              when ws-generations-do-not-pair
                 display 'NTRREGR *** PRODUCTION GENERATIONS DO NOT'
                     ' ACCOUNT FOR THE INPUT - NOT PROVEN, RC=4'
                 move 4 to return-code
           end-evaluate
           perform 9000-write-run-log
           .

       8060-cancel-operation.
           move ntr-opt-program (ws-opt-sub) to ws-call-program
           cancel ws-call-program
           .

      * one appended record per execution on the permanent run log -
      * a run log that will not open costs the audit trail a record,
      * not the business a run, so the failure is a SYSOUT note.
       9000-write-run-log.
           open extend ntr-run-log-file
           if ws-run-log-status = '00'
              move ws-today to ntr-log-date
              move 'NTRREGR' to ntr-log-program
              move ws-start-time to ntr-log-start-time
              accept ws-time-raw from time
              move ws-time-raw (1:6) to ntr-log-stop-time
              move ws-input-count to ntr-log-records-read
              move ws-replay-computed to ntr-log-records-processed
              move ws-replay-rejected to ntr-log-records-rejected
              move ws-compared-count to ntr-log-records-compared
              move ws-difference-count to ntr-log-discrepancies
              move 'N' to ntr-log-restart-flag
              move return-code to ntr-log-return-code
              write ntr-run-log-record
              close ntr-run-log-file
           else
              display 'NTRREGR: NTRRLOG OPEN EXTEND FAILED, STATUS='
                  ws-run-log-status
           end-if
           .

       end program ntrregr.
