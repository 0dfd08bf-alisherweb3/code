      * results generation; every recycled record gets an audit line
      * showing the old N, the corrected N, and the outcome.  Rejects
      * with no correction on file carry forward to a cumulative
      * aged-rejects dataset so nothing silently falls off the list,
      * and so does a correction whose new control number is on the
      * stop list - it ages under the stop-list reason code until the
      * stop is released and the correction is keyed again.  Every
      * record acted on is noted on the step's own control dataset
      * (ntrrcc.cpy) against the reject generation it came from, so
      * a rerun - after an abend part-way through, or of a
      * generation already finished - passes over what was already
      * recycled or aged, with an audit line saying so, instead of
      * posting a second result or aging a reject twice.
       identification division.
       program-id. ntrrcyc.

               organization is sequential
               file status is ws-correction-file-status.
           select ntr-results-file assign to "NTROUT"
               organization is sequential
               file status is ws-results-file-status.
           select ntr-aged-file assign to "NTRAGED"
               organization is sequential
               file status is ws-aged-file-status.
           select ntr-control-file assign to "NTRRCTL"
               organization is sequential
               file status is ws-control-file-status.
           select ntr-audit-file assign to "NTRAUD"
               organization is sequential.
           select ntr-run-log-file assign to "NTRRLOG"
               organization is sequential
               file status is ws-run-log-status.
      * the operation-code table, read once at start-up into storage
      * (ntroptb.cpy) - the same load the driver makes.
           select ntr-opcode-file assign to "NTROPTB"
               organization is indexed
               access mode is sequential
               record key is ntr-opc-key
               file status is ws-opcode-file-status.
      * the control-number stop list, looked up the way the driver
      * looks it up - I-O so a hit is counted on its entry.
           select ntr-stop-file assign to "NTRSTOP"
               organization is indexed
               access mode is dynamic
               record key is ntr-stp-key
               file status is ws-stop-file-status.

       data division.
       file section.
       fd  ntr-aged-file.
           copy ntraged.

       fd  ntr-control-file.
           copy ntrrcc.

       fd  ntr-audit-file.
       01  ntr-audit-line                  pic x(100).

       fd  ntr-run-log-file.
           copy ntrlog.

       fd  ntr-opcode-file.
           copy ntropc.

       fd  ntr-stop-file.
           copy ntrstp.

       working-storage section.
           copy ntrctl.
           copy ntroptb.
       01  ws-correction-file-status       pic x(02).
       01  ws-run-log-status               pic x(02).
       01  ws-opcode-file-status           pic x(02).
       01  ws-stop-file-status             pic x(02).
       01  ws-results-file-status          pic x(02).
       01  ws-aged-file-status             pic x(02).
       01  ws-control-file-status          pic x(02).
       01  ws-opcode-eof-switch         pic x(01) value 'N'.
           88  ws-opcode-not-eof           value 'N'.
           88  ws-opcode-at-eof            value 'Y'.
      * load module name off the table entry, for the dynamic CALL
      * and the CANCEL at end of run.
       01  ws-call-program              pic x(08).
       01  ws-opt-sub                   pic 9(02).
      * why a corrected value could not recycle, for its audit line.
       01  ws-invalid-reason            pic x(40).
       01  ws-stop-n                    pic x(12).
       01  ws-stop-eof-switch           pic x(01) value 'N'.
           88  ws-stop-not-eof             value 'N'.
           88  ws-stop-at-eof              value 'Y'.
       01  ws-stop-switch               pic x(01) value 'N'.
           88  ws-stop-found               value 'Y'.
           88  ws-stop-not-found           value 'N'.
       01  ws-records-stopped           pic 9(09) value 0.
       01  ws-run-date                  pic x(08).
       01  ws-time-raw                  pic x(08).
       01  ws-start-time                pic x(06).
       01  ws-records-aged              pic 9(09) value 0.
       01  ws-corrections-loaded        pic 9(04) value 0.
       01  ws-old-n-disp                pic x(12).
      * the control record.  the reject generation is known by the
      * NTRDRV run that cut it - the date and start time on that
      * run's run-log record - and by its record count and control-
      * number hash, taken in a pass ahead of the work; a control
      * header carrying all of them is this generation's, and its
      * details are what an earlier run of it already did.  count
      * and hash alone are not enough: the same bad N resent on two
      * days, or a day of nothing but non-numeric Ns, gives two
      * generations the same pair.
       01  ws-count-eof-switch          pic x(01) value 'N'.
           88  ws-count-not-eof            value 'N'.
           88  ws-count-at-eof             value 'Y'.
       01  ws-control-eof-switch        pic x(01) value 'N'.
           88  ws-control-not-eof          value 'N'.
           88  ws-control-at-eof           value 'Y'.
       01  ws-gen-reject-count          pic 9(09) value 0.
       01  ws-gen-reject-hash           pic 9(15) value 0.
      * each N's raw 12 bytes folded into a number, base 256, so a
      * non-numeric N moves the hash as much as a numeric one.
       01  ws-hash-n-value              pic 9(18).
       01  ws-hash-sub                  pic 9(02).
      * the NTRDRV run-log records, newest two: the last is the run
      * that cut today's generation (DRIVER has finished before this
      * step runs), the one before it the run that cut the
      * generation this step reads.  every completed driver run
      * writes exactly one - an abended attempt writes none and the
      * restart that finishes its generation writes it.
       01  ws-drv-log-count             pic 9(09) value 0.
       01  ws-drv-last-date             pic x(08) value spaces.
       01  ws-drv-last-time             pic x(06) value spaces.
       01  ws-gen-driver-date           pic x(08) value spaces.
       01  ws-gen-driver-time           pic x(06) value spaces.
       01  ws-run-log-eof-switch        pic x(01) value 'N'.
           88  ws-run-log-not-eof          value 'N'.
           88  ws-run-log-at-eof           value 'Y'.
       01  ws-ctl-match-switch          pic x(01) value 'N'.
           88  ws-ctl-matched              value 'Y'.
           88  ws-ctl-not-matched          value 'N'.
       01  ws-ctl-trailer-switch        pic x(01) value 'N'.
           88  ws-ctl-finished             value 'Y'.
           88  ws-ctl-unfinished           value 'N'.
       01  ws-ctl-base-results          pic 9(09) value 0.
       01  ws-ctl-base-aged             pic 9(09) value 0.
       01  ws-ctl-last-position         pic 9(09) value 0.
       01  ws-ctl-recycled              pic 9(09) value 0.
       01  ws-ctl-aged                  pic 9(09) value 0.
       01  ws-ctl-passed-over           pic 9(09) value 0.
      * a control dataset headed for some other reject generation -
      * what it says about that generation, so one left unfinished
      * is reported before a new generation's header replaces it.
       01  ws-old-ctl-switch            pic x(01) value 'N'.
           88  ws-old-ctl-seen             value 'Y'.
       01  ws-old-ctl-trailer-switch    pic x(01) value 'N'.
           88  ws-old-ctl-finished         value 'Y'.
           88  ws-old-ctl-unfinished       value 'N'.
       01  ws-old-ctl-reject-count      pic 9(09) value 0.
       01  ws-old-ctl-reject-hash       pic 9(15) value 0.
       01  ws-old-ctl-driver-date       pic x(08) value spaces.
       01  ws-old-ctl-driver-time       pic x(06) value spaces.
       01  ws-old-ctl-last-position     pic 9(09) value 0.
      * F a generation seen for the first time, R one an earlier run
      * stopped part-way through, C one already finished.
       01  ws-control-mode              pic x(01) value 'F'.
           88  ws-control-fresh            value 'F'.
           88  ws-control-resumed          value 'R'.
           88  ws-control-complete         value 'C'.
       01  ws-now-results               pic 9(09) value 0.
       01  ws-now-aged                  pic 9(09) value 0.
       01  ws-prior-recycled            pic 9(09) value 0.
       01  ws-prior-aged                pic 9(09) value 0.
       01  ws-disturbed-switch          pic x(01) value 'N'.
           88  ws-outputs-disturbed        value 'Y'.
      * what the record in flight at an abend turned out to be on
      * the outputs (R a result, A an aged reject), spaces if the
      * abend fell cleanly between records.
       01  ws-in-flight-action          pic x(01) value space.
       01  ws-rcc-action                pic x(01).
       01  ws-records-applied           pic 9(09) value 0.
       01  ws-restart-flag              pic x(01) value 'N'.
      * 1000 corrections is generous for a file an operator keys by
      * hand from one morning's REJRPT; anything past the table is
      * reported to SYSOUT and ignored rather than abending the run.
           accept ws-run-date from date yyyymmdd
           accept ws-time-raw from time
           move ws-time-raw (1:6) to ws-start-time
           perform 1050-load-op-table
           perform 1080-open-stop-list
           perform 1200-identify-generation
           perform 1300-read-control
           perform 1400-settle-control
           open input ntr-reject-in-file
           open extend ntr-results-file
           open extend ntr-aged-file
           end-read
           .

      * nothing can be dispatched without the operation-code table,
      * and aging every reject for want of it would bury the day's
      * corrections - stop before anything is opened, RC=12, and the
      * reject generation waits untouched for the step to be
      * resubmitted once the table is back.
       1050-load-op-table.
           open input ntr-opcode-file
           if ws-opcode-file-status not = '00'
              display 'NTRRCYC *** NTROPTB OPEN FAILED, STATUS='
                  ws-opcode-file-status ' - NOTHING RECYCLED, RC=12'
              move 12 to return-code
              perform 9000-write-run-log
              goback
           end-if
           perform 1060-load-op-version
               until ws-opcode-at-eof
           close ntr-opcode-file
           .

      * key order brings each operation's versions together, oldest
      * first: one dated after today is not in force yet, and a
      * later one in force replaces the earlier in the slot.
       1060-load-op-version.
           read ntr-opcode-file
               at end move 'Y' to ws-opcode-eof-switch
           end-read
           if ws-opcode-not-eof
              and ntr-opc-effective-date <= ws-run-date
              if ntr-op-table-count > 0
                 and ntr-opt-op-code (ntr-op-table-count)
                     = ntr-opc-op-code
                 set opt-idx to ntr-op-table-count
                 perform 1070-store-op-version
              else
                 if ntr-op-table-count < 50
                    add 1 to ntr-op-table-count
                    set opt-idx to ntr-op-table-count
                    perform 1070-store-op-version
                 else
                    display 'NTRRCYC: OPERATION TABLE FULL, IGNORING'
                        ' OPERATION ' ntr-opc-op-code
                 end-if
              end-if
           end-if
           .

       1070-store-op-version.
           move ntr-opc-op-code to ntr-opt-op-code (opt-idx)
           move ntr-opc-program to ntr-opt-program (opt-idx)
           move ntr-opc-max-n to ntr-opt-max-n (opt-idx)
           move ntr-opc-status to ntr-opt-status (opt-idx)
           move ntr-opc-effective-date
             to ntr-opt-effective-date (opt-idx)
           .

      * the same hard stop as the operation-code table: recycling
      * without the stop list could compute a stopped number, so the
      * step ends RC=12 with the reject generation untouched.  status
      * 35 is a cluster with no stop on it yet - primed and run on.
       1080-open-stop-list.
           open i-o ntr-stop-file
           if ws-stop-file-status = '35'
              open output ntr-stop-file
              close ntr-stop-file
              open i-o ntr-stop-file
           end-if
           if ws-stop-file-status not = '00'
              display 'NTRRCYC *** NTRSTOP OPEN FAILED, STATUS='
                  ws-stop-file-status ' - NOTHING RECYCLED, RC=12'
              move 12 to return-code
              perform 9000-write-run-log
              goback
           end-if
           .

       1100-load-correction.
           read ntr-correction-file
               at end move 'Y' to ws-correction-eof-switch
           end-if
           .

      * one pass over the reject generation for its count and hash -
      * modulo 10**15 like the balance step's, but over every N's
      * raw bytes, numeric or not - then the run log for the driver
      * run that cut it.
       1200-identify-generation.
           open input ntr-reject-in-file
           move 'N' to ws-count-eof-switch
           perform 1210-weigh-reject
               until ws-count-at-eof
           close ntr-reject-in-file
           perform 1250-find-driver-run
           .

       1210-weigh-reject.
           read ntr-reject-in-file
               at end move 'Y' to ws-count-eof-switch
               not at end
                  add 1 to ws-gen-reject-count
                  move 0 to ws-hash-n-value
                  perform 1220-weigh-n-byte
                      varying ws-hash-sub from 1 by 1
                      until ws-hash-sub > 12
                  compute ws-gen-reject-hash = function mod
                      (ws-gen-reject-hash + ws-hash-n-value
                       1000000000000000)
           end-read
           .

       1220-weigh-n-byte.
           compute ws-hash-n-value = function mod
               (ws-hash-n-value * 256
                + function ord (ntr-rej-n (ws-hash-sub:1)) - 1
                1000000000000000)
           .

      * without the driver run the generation cannot be told from
      * another day's with the same count and hash, and guessing
      * wrong passes a whole day's rejects over as already done -
      * RC=12 before anything is touched, the generation waiting for
      * the step to be resubmitted once the run log reads.
       1250-find-driver-run.
           open input ntr-run-log-file
           if ws-run-log-status = '00'
              perform 1260-note-driver-run
                  until ws-run-log-at-eof
              close ntr-run-log-file
           end-if
           if ws-drv-log-count < 2
              display 'NTRRCYC *** NO NTRDRV RUN ON NTRRLOG FOR THE'
                  ' REJECT GENERATION, STATUS=' ws-run-log-status
                  ' DRIVER RUNS=' ws-drv-log-count
              display 'NTRRCYC *** GENERATION CANNOT BE IDENTIFIED -'
                  ' NOTHING RECYCLED, RC=12'
              close ntr-stop-file
              move 12 to return-code
              perform 9000-write-run-log
              goback
           end-if
           display 'NTRRCYC: REJECT GENERATION CUT BY THE NTRDRV RUN'
               ' OF ' ws-gen-driver-date ' ' ws-gen-driver-time
           .

       1260-note-driver-run.
           read ntr-run-log-file
               at end move 'Y' to ws-run-log-eof-switch
           end-read
           if ws-run-log-not-eof
              and ntr-log-program = 'NTRDRV'
              add 1 to ws-drv-log-count
              move ws-drv-last-date to ws-gen-driver-date
              move ws-drv-last-time to ws-gen-driver-time
              move ntr-log-date to ws-drv-last-date
              move ntr-log-start-time to ws-drv-last-time
           end-if
           .

      * a control dataset that will not open, or holds another
      * generation, just means this generation has not been started.
       1300-read-control.
           open input ntr-control-file
           if ws-control-file-status = '00'
              perform 1310-read-control-record
                  until ws-control-at-eof
              close ntr-control-file
           end-if
           .

       1310-read-control-record.
           read ntr-control-file
               at end move 'Y' to ws-control-eof-switch
           end-read
           if ws-control-not-eof
              evaluate ntr-rcc-hdr-id
                 when 'H'
                    if ntr-rcc-hdr-reject-count = ws-gen-reject-count
                       and ntr-rcc-hdr-reject-hash = ws-gen-reject-hash
                       and ntr-rcc-hdr-driver-date = ws-gen-driver-date
                       and ntr-rcc-hdr-driver-time = ws-gen-driver-time
                       move 'Y' to ws-ctl-match-switch
                       move ntr-rcc-hdr-base-results
                         to ws-ctl-base-results
                       move ntr-rcc-hdr-base-aged to ws-ctl-base-aged
                    else
                       move 'Y' to ws-old-ctl-switch
                       move ntr-rcc-hdr-reject-count
                         to ws-old-ctl-reject-count
                       move ntr-rcc-hdr-reject-hash
                         to ws-old-ctl-reject-hash
                       move ntr-rcc-hdr-driver-date
                         to ws-old-ctl-driver-date
                       move ntr-rcc-hdr-driver-time
                         to ws-old-ctl-driver-time
                    end-if
                 when 'D'
                    if ws-ctl-matched
                       perform 1320-note-control-detail
                    else
                       move ntr-rcc-dtl-position
                         to ws-old-ctl-last-position
                    end-if
                 when 'T'
                    if ws-ctl-matched
                       move 'Y' to ws-ctl-trailer-switch
                    else
                       move 'Y' to ws-old-ctl-trailer-switch
                    end-if
              end-evaluate
           end-if
           .

      * details are written in reject-file order, so the last one
      * read is how far the earlier run got.  a recycled or aged
      * record goes back on the handled table, so a later duplicate
      * of it is still passed over as a duplicate.
       1320-note-control-detail.
           move ntr-rcc-dtl-position to ws-ctl-last-position
           evaluate true
              when ntr-rcc-recycled
                 add 1 to ws-ctl-recycled
              when ntr-rcc-aged
                 add 1 to ws-ctl-aged
              when other
                 add 1 to ws-ctl-passed-over
           end-evaluate
           if (ntr-rcc-recycled or ntr-rcc-aged)
              and ws-handled-count < 1000
              add 1 to ws-handled-count
              set hnd-idx to ws-handled-count
              move ntr-rcc-dtl-n to ws-hnd-n (hnd-idx)
              move ntr-rcc-dtl-op-code to ws-hnd-op-code (hnd-idx)
           end-if
           .

      * a new generation starts a new control dataset, headed with
      * what the results and aged files held before anything was
      * appended - loudly, if the control it replaces was an
      * unfinished run of some other generation, since that control
      * was the only record of how far it got.  a generation stopped
      * part-way resumes: its details say which records were done,
      * and the outputs' growth since the header says whether the
      * record in flight at the abend landed - every reject is one
      * result or one aged record or neither, and each is noted
      * right behind its output, so the outputs can run at most one
      * record ahead of the details.
      * anything else means the outputs were touched in between, and
      * guessing would post or age something twice - RC=12, nothing
      * recycled, the same hard stop as a missing table.
       1400-settle-control.
           evaluate true
              when ws-ctl-matched and ws-ctl-finished
                 move 'C' to ws-control-mode
                 move 'Y' to ws-restart-flag
                 display 'NTRRCYC: REJECT GENERATION ALREADY RECYCLED'
                     ' IN FULL - EVERY RECORD PASSED OVER'
              when ws-ctl-matched
                 move 'R' to ws-control-mode
                 move 'Y' to ws-restart-flag
                 perform 1500-count-outputs
                 perform 1450-find-in-flight
                 if ws-outputs-disturbed
                    display 'NTRRCYC *** RESULTS/AGED COUNTS DO NOT'
                        ' MATCH THE CONTROL RECORD - RECYCLED '
                        ws-prior-recycled '/' ws-ctl-recycled
                        ' AGED ' ws-prior-aged '/' ws-ctl-aged
                    display 'NTRRCYC *** HAVE THE OUTPUT DATASETS BEEN'
                        ' DISTURBED? NOTHING RECYCLED, RC=12'
                    close ntr-stop-file
                    move 12 to return-code
                    perform 9000-write-run-log
                    goback
                 end-if
                 open extend ntr-control-file
                 display 'NTRRCYC: RESUMING AFTER REJECT RECORD '
                     ws-ctl-last-position
              when other
                 if ws-old-ctl-seen and ws-old-ctl-unfinished
                    display 'NTRRCYC *** CONTROL DATASET HELD AN'
                        ' UNFINISHED RECYCLE OF ANOTHER REJECT'
                        ' GENERATION - COUNT=' ws-old-ctl-reject-count
                        ' HASH=' ws-old-ctl-reject-hash
                        ' CUT BY THE NTRDRV RUN OF '
                        ws-old-ctl-driver-date ' '
                        ws-old-ctl-driver-time
                    display 'NTRRCYC *** IT STOPPED AFTER REJECT'
                        ' RECORD ' ws-old-ctl-last-position
                        ' - REPLACED BY THIS GENERATION''S CONTROL'
                 end-if
                 move 'F' to ws-control-mode
                 move 0 to ws-ctl-last-position
                 perform 1500-count-outputs
                 move ws-now-results to ws-ctl-base-results
                 move ws-now-aged to ws-ctl-base-aged
                 open output ntr-control-file
                 move spaces to ntr-rcc-header-record
                 move 'H' to ntr-rcc-hdr-id
                 move ws-gen-reject-count to ntr-rcc-hdr-reject-count
                 move ws-gen-reject-hash to ntr-rcc-hdr-reject-hash
                 move ws-gen-driver-date to ntr-rcc-hdr-driver-date
                 move ws-gen-driver-time to ntr-rcc-hdr-driver-time
                 move ws-ctl-base-results to ntr-rcc-hdr-base-results
                 move ws-ctl-base-aged to ntr-rcc-hdr-base-aged
                 move ws-run-date to ntr-rcc-hdr-start-date
                 move ws-start-time to ntr-rcc-hdr-start-time
                 write ntr-rcc-header-record
           end-evaluate
           .

       1450-find-in-flight.
           if ws-now-results < ws-ctl-base-results
              or ws-now-aged < ws-ctl-base-aged
              move 'Y' to ws-disturbed-switch
           else
              compute ws-prior-recycled =
                  ws-now-results - ws-ctl-base-results
              compute ws-prior-aged = ws-now-aged - ws-ctl-base-aged
              evaluate true
                 when ws-prior-recycled = ws-ctl-recycled
                  and ws-prior-aged = ws-ctl-aged
                    continue
                 when ws-prior-recycled = ws-ctl-recycled + 1
                  and ws-prior-aged = ws-ctl-aged
                    move 'R' to ws-in-flight-action
                 when ws-prior-aged = ws-ctl-aged + 1
                  and ws-prior-recycled = ws-ctl-recycled
                    move 'A' to ws-in-flight-action
                 when other
                    move 'Y' to ws-disturbed-switch
              end-evaluate
           end-if
           .

      * both counts are read before either file is reopened EXTEND.
      * an aged file that does not exist yet holds nothing.
       1500-count-outputs.
           move 0 to ws-now-results
           move 0 to ws-now-aged
           open input ntr-results-file
           if ws-results-file-status = '00'
              move 'N' to ws-count-eof-switch
              perform 1510-count-result
                  until ws-count-at-eof
              close ntr-results-file
           end-if
           open input ntr-aged-file
           if ws-aged-file-status = '00'
              move 'N' to ws-count-eof-switch
              perform 1520-count-aged
                  until ws-count-at-eof
              close ntr-aged-file
           end-if
           .

       1510-count-result.
           read ntr-results-file
               at end move 'Y' to ws-count-eof-switch
               not at end add 1 to ws-now-results
           end-read
           .

       1520-count-aged.
           read ntr-aged-file
               at end move 'Y' to ws-count-eof-switch
               not at end add 1 to ws-now-aged
           end-read
           .

      * only the driver's own rejects are recycle candidates.  the
      * reconciliation calls NAME and NNAME for every input N
      * whatever calculation it arrived asking for, so a bad N on a
      * would post a square result no transaction ever asked for,
      * and aging them would list one bad N once per program that
      * tripped over it.
      * a record an earlier run of this generation already acted on
      * is passed over with an audit line and nothing else - no
      * correction lookup, no stop-list hit, no output.
       2000-process-reject.
           add 1 to ws-rejects-read
           move ntr-rej-n to ws-old-n-disp
           evaluate true
              when ws-rejects-read <= ws-ctl-last-position
                 perform 2020-pass-applied
              when ws-in-flight-action not = space
                 perform 2030-settle-in-flight
              when ntr-rej-source-program not = 'NTRDRV'
                 move spaces to ntr-audit-line
                 string 'SKIPPED  OLD N=' ws-old-n-disp
                        ' RECONCILIATION REJECT FROM '
                        ntr-rej-source-program
                     into ntr-audit-line
                 write ntr-audit-line
                 move 'K' to ws-rcc-action
                 perform 2600-note-action
              when other
                 perform 2010-process-candidate
                 perform 2600-note-action
           end-evaluate
           read ntr-reject-in-file
               at end move 'Y' to ws-reject-eof-switch
           end-read
           .

       2010-process-candidate.
           move 'N' to ws-stop-switch
           perform 2050-screen-handled
           if ws-reject-handled
              move spaces to ntr-audit-line
                     ' DUPLICATE REJECT ENTRY, ALREADY HANDLED'
                  into ntr-audit-line
              write ntr-audit-line
              move 'K' to ws-rcc-action
           else
              perform 2100-find-correction
              if ws-correction-found
           end-if
           .

       2020-pass-applied.
           add 1 to ws-records-applied
           move spaces to ntr-audit-line
           string 'SKIPPED  OLD N=' ws-old-n-disp
                  ' ALREADY APPLIED ON AN EARLIER RUN'
               into ntr-audit-line
           write ntr-audit-line
           .

      * the record in flight at the abend did land on the outputs -
      * note it now, as done, rather than post or age it again.
       2030-settle-in-flight.
           move ws-in-flight-action to ws-rcc-action
           move space to ws-in-flight-action
           perform 2050-screen-handled
           perform 2600-note-action
           perform 2020-pass-applied
           .

      * first record for an N/operation pair acts; later identical
      * entries only earn an audit line.  past the table the run
      * falls back to acting on every record, which is the old
           .

      * the corrected value is validated here, before the CALL, with
      * the driver's checks - numeric, outside the reserved
      * 9xx-billion block, and within the operation's ceiling off
      * the operation-code table - so a corrected value the
      * subprograms would refuse never reaches them.  this step's
      * NTRREJ DD goes to the spool purely as a safety net should the
      * two ever drift.  the reject record's own operation code says
      * which calculation to re-run; a reject carrying a code not in
      * force (the driver logs those too) has nothing to recycle
      * into, and one whose calculation operations has suspended
      * must not compute either - both age instead.
       2200-recycle-record.
           move ntr-rej-op-code to ntr-op-code
           move 'Y' to ws-corrected-valid-switch
           move 'CORRECTED VALUE FAILED VALIDATION'
             to ws-invalid-reason
           perform 2210-find-operation
           if ntr-op-not-found
              move 'N' to ws-corrected-valid-switch
              move 'OPERATION IS NOT RECOGNIZED' to ws-invalid-reason
           else
              if ntr-opt-suspended (opt-idx)
                 move 'N' to ws-corrected-valid-switch
                 move 'OPERATION IS SUSPENDED' to ws-invalid-reason
              else
                 if ws-cor-new-n (cor-idx) is not numeric
                    move 'N' to ws-corrected-valid-switch
                 else
                    if ws-cor-new-n (cor-idx) > 899999999999
                       or ws-cor-new-n (cor-idx)
                          > ntr-opt-max-n (opt-idx)
                       move 'N' to ws-corrected-valid-switch
                    end-if
                 end-if
              end-if
           end-if
           if ws-corrected-valid
              perform 2230-check-stop-list
              if ws-stop-found
                 move 'N' to ws-corrected-valid-switch
                 move 'CORRECTED N IS ON THE STOP LIST'
                   to ws-invalid-reason
              end-if
           end-if
           if ws-corrected-valid
              move ws-cor-new-n (cor-idx) to ntr-n
              perform 2250-dispatch-operation
              move ntr-rej-source-id to ntr-out-source-id
              write ntr-results-record
              add 1 to ws-records-recycled
              move 'R' to ws-rcc-action
              perform 2300-write-recycle-audit
           else
              move ws-cor-new-n (cor-idx) to ntr-n
           end-if
           .

       2210-find-operation.
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

      * the subprogram named on the table entry 2200 just found.
       2250-dispatch-operation.
           move ntr-opt-program (opt-idx) to ws-call-program
           call ws-call-program using by content ntr-n
                                      by reference ntr-result
           .

      * the driver's stop-list lookup, on the corrected N under the
      * reject's own operation and sender: every entry for the N in
      * key order, the first active one whose operation and source
      * match or are spaces stops it, and gets the hit counted.
       2230-check-stop-list.
           move 'N' to ws-stop-switch
           move 'N' to ws-stop-eof-switch
           move ws-cor-new-n (cor-idx) to ws-stop-n
           move ws-stop-n to ntr-stp-n
           move low-values to ntr-stp-op-code
           move low-values to ntr-stp-source-id
           start ntr-stop-file key is not less than ntr-stp-key
               invalid key move 'Y' to ws-stop-eof-switch
           end-start
           perform 2235-read-stop-entry
               until ws-stop-at-eof or ws-stop-found
           .

       2235-read-stop-entry.
           read ntr-stop-file next record
               at end move 'Y' to ws-stop-eof-switch
           end-read
           if ws-stop-not-eof
              if ntr-stp-n not = ws-stop-n
                 move 'Y' to ws-stop-eof-switch
              else
                 if ntr-stp-active
                    and (ntr-stp-op-code = spaces
                         or ntr-stp-op-code = ntr-rej-op-code)
                    and (ntr-stp-source-id = spaces
                         or ntr-stp-source-id = ntr-rej-source-id)
                    move 'Y' to ws-stop-switch
                    add 1 to ws-records-stopped
                    add 1 to ntr-stp-hit-count
                    move ws-run-date to ntr-stp-last-hit-date
                    rewrite ntr-stop-record
                        invalid key
                           display 'NTRRCYC: STOP-LIST HIT NOT COUNTED'
                               ' FOR N=' ws-stop-n
                    end-rewrite
                 end-if
              end-if
           end-if
           .

       2300-write-recycle-audit.
      * a reject that could not be recycled - no correction on file,
      * or a corrected value that itself failed validation - carries
      * forward so the aged file stays the complete list of control
      * numbers still awaiting a usable correction.  one held back by
      * the stop list ages under the stop-list reason, so the aging
      * report shows it waiting on a release, not on the operator.
       2400-age-reject.
           move ntr-rej-n to ntr-aged-n
           if ws-stop-found
              move '05' to ntr-aged-reason-code
              move 'control number is on the stop list'
                to ntr-aged-reason-text
           else
              move ntr-rej-reason-code to ntr-aged-reason-code
              move ntr-rej-reason-text to ntr-aged-reason-text
           end-if
           move ntr-rej-source-program to ntr-aged-source-program
           move ntr-rej-op-code to ntr-aged-op-code
           move ntr-rej-source-id to ntr-aged-source-id
           move ws-run-date to ntr-aged-date
           write ntr-aged-record
           add 1 to ws-records-aged
           move 'A' to ws-rcc-action
           if ws-correction-not-found
              move spaces to ntr-audit-line
              string 'AGED     OLD N=' ws-old-n-disp
           move spaces to ntr-audit-line
           string 'AGED     OLD N=' ws-old-n-disp
                  ' NEW N=' function trim(ntr-n-disp)
                  ' ' ws-invalid-reason
               into ntr-audit-line
           write ntr-audit-line
           .

      * noted right behind the output it describes, never ahead of
      * it - so after an abend the outputs can be ahead of the
      * control record by the one record in flight, never behind.
       2600-note-action.
           move spaces to ntr-rcc-detail-record
           move 'D' to ntr-rcc-dtl-id
           move ws-rejects-read to ntr-rcc-dtl-position
           move ws-rcc-action to ntr-rcc-dtl-action
           move ntr-rej-n to ntr-rcc-dtl-n
           move ntr-rej-op-code to ntr-rcc-dtl-op-code
           move ws-run-date to ntr-rcc-dtl-date
           write ntr-rcc-detail-record
           evaluate true
              when ntr-rcc-recycled
                 add 1 to ws-ctl-recycled
              when ntr-rcc-aged
                 add 1 to ws-ctl-aged
              when other
                 add 1 to ws-ctl-passed-over
           end-evaluate
           .

       8000-terminate.
           if not ws-control-complete
              move spaces to ntr-rcc-trailer-record
              move 'T' to ntr-rcc-trl-id
              move ws-ctl-recycled to ntr-rcc-trl-recycled
              move ws-ctl-aged to ntr-rcc-trl-aged
              move ws-ctl-passed-over to ntr-rcc-trl-passed-over
              move ws-run-date to ntr-rcc-trl-date
              accept ws-time-raw from time
              move ws-time-raw (1:6) to ntr-rcc-trl-time
              write ntr-rcc-trailer-record
              close ntr-control-file
           end-if
           close ntr-reject-in-file
           close ntr-results-file
           close ntr-aged-file
           close ntr-audit-file
           close ntr-stop-file
      * each calculation subprogram owns its reject file handle
      * itself (OPEN EXTEND on first reject, left open across every
      * call) - CANCEL puts each one back in its initial state, which
      * closes whatever it left open, instead of leaving that to
      * whatever implicit cleanup runs at program termination.
      * one CANCEL per operation-code table entry.
           perform 8050-cancel-operation
               varying ws-opt-sub from 1 by 1
               until ws-opt-sub > ntr-op-table-count
           display 'NTRRCYC rejects read      : ' ws-rejects-read
           display 'NTRRCYC corrections loaded: ' ws-corrections-loaded
           display 'NTRRCYC records recycled  : ' ws-records-recycled
           display 'NTRRCYC records aged      : ' ws-records-aged
           display 'NTRRCYC already applied   : ' ws-records-applied
           display 'NTRRCYC   stopped         : ' ws-records-stopped
           perform 9000-write-run-log
           .

       8050-cancel-operation.
           move ntr-opt-program (ws-opt-sub) to ws-call-program
           cancel ws-call-program
           .

      * one appended record per execution on the permanent run log -
      * a run log that will not open costs the audit trail a record,
      * not the business a run, so the failure is a SYSOUT note.
              move ws-records-aged to ntr-log-records-rejected
              move 0 to ntr-log-records-compared
              move 0 to ntr-log-discrepancies
              move ws-restart-flag to ntr-log-restart-flag
              move return-code to ntr-log-return-code
              write ntr-run-log-record
              close ntr-run-log-file
