      *
      * Reads a sequential file of transaction-coded records (control
      * number matching NAME's N PIC 9(12), plus an operation code),
      * validates each record, dispatches it to the subprogram the
      * operation-code table names for its operation (NAME for
      * squares, NCUBE/NROOT/NCHKD for the others as shipped) unless
      * the control-number stop list holds it back, and
      * writes each control number and operation code
      * with its RESULT out to the results
      * file (the pairing the keyed master load and the downstream
      * interface both depend on).  A control number appearing more
      * than once in one day's input processes on its first
      * occurrence only; later occurrences are suppressed and listed
      * on the duplicates report.  A control number and operation
      * the results master shows already computed on an earlier day
      * inside the run-parameters look-back window is a sender's
      * resubmission: it is held to the holds file (ntrhld.cpy)
      * instead of being computed, posted and sent downstream a
      * second time.  Checkpoints every
      * ws-checkpoint-interval records to a restart file; the
      * checkpoint marks the day as partially run, and the restarted
      * run derives its true resume point by counting what the
      * abended run actually wrote (results + rejects + suppressed
      * duplicates + held resubmissions - every input record became
      * exactly one of the four), so an abend between checkpoints
      * neither reprocesses nor double-writes the records the first
      * attempt got through.
       identification division.
       program-id. ntrdrv.

           select ntr-reject-file assign to "NTRREJ"
               organization is sequential
               file status is ws-reject-file-status.
           select ntr-hold-file assign to "NTRHOLD"
               organization is sequential
               file status is ws-hold-file-status.
           select ntr-parameter-file assign to "NTRPARM"
               organization is sequential
               file status is ws-parameter-file-status.
           select ntr-run-log-file assign to "NTRRLOG"
               organization is sequential
               file status is ws-run-log-status.
           select ntr-param-audit-file assign to "NTRPAUD"
               organization is sequential
               file status is ws-param-audit-status.
      * the operation-code table - read end to end once at start-up
      * into storage (ntroptb.cpy), so sequential access is all the
      * driver asks of the cluster.
           select ntr-opcode-file assign to "NTROPTB"
               organization is indexed
               access mode is sequential
               record key is ntr-opc-key
               file status is ws-opcode-file-status.
      * the control-number stop list - dynamic access, a START at
      * each validated N and a read along its entries, and I-O so a
      * hit can be counted on the entry that made it.
           select ntr-stop-file assign to "NTRSTOP"
               organization is indexed
               access mode is dynamic
               record key is ntr-stp-key
               file status is ws-stop-file-status.
      * the results master, read by key for the resubmission check -
      * input only; the master load behind this step still owns
      * every update to it.
           select ntr-master-file assign to "NTRMSTR"
               organization is indexed
               access mode is random
               record key is ntr-mst-key
               file status is ws-master-file-status.
      * the duplicate pre-pass: the input sorts by N/operation/
      * position, the out-of-order occurrences come off that sort as
      * a small work file of duplicate positions, and a second sort
       fd  ntr-reject-file.
           copy ntrrej.

       fd  ntr-hold-file.
           copy ntrhld.

       fd  ntr-parameter-file.
           copy ntrprm.

       fd  ntr-run-log-file.
           copy ntrlog.

       fd  ntr-param-audit-file.
           copy ntrpau.

       fd  ntr-opcode-file.
           copy ntropc.

       fd  ntr-stop-file.
           copy ntrstp.

       fd  ntr-master-file.
           copy ntrmst.

      * srt-n is pic x(12): the pre-pass runs before validation, so
      * the bytes sorted and compared can be anything - the same
      * raw-byte treatment the balance step gives its own copy of
       working-storage section.
           copy ntrctl.
           copy ntrstat.
           copy ntroptb.
       01  ws-checkpoint-file-status       pic x(02).
       01  ws-reject-file-status           pic x(02).
       01  ws-parameter-file-status        pic x(02).
       01  ws-results-file-status          pic x(02).
       01  ws-duplicate-file-status        pic x(02).
       01  ws-run-log-status               pic x(02).
       01  ws-param-audit-status           pic x(02).
       01  ws-opcode-file-status           pic x(02).
       01  ws-stop-file-status             pic x(02).
       01  ws-hold-file-status             pic x(02).
       01  ws-master-file-status           pic x(02).
       01  ws-time-raw                  pic x(08).
       01  ws-start-time                pic x(06).
       01  ws-opcode-eof-switch         pic x(01) value 'N'.
           88  ws-opcode-not-eof           value 'N'.
           88  ws-opcode-at-eof            value 'Y'.
      * load module name off the table entry, for the dynamic CALL
      * and the CANCEL at end of run.
       01  ws-call-program              pic x(08).
       01  ws-opt-sub                   pic 9(02).
      * the stop-list lookup: the N being looked up, kept apart from
      * the record area each READ NEXT overwrites.
       01  ws-stop-n                    pic x(12).
       01  ws-stop-eof-switch           pic x(01) value 'N'.
           88  ws-stop-not-eof             value 'N'.
           88  ws-stop-at-eof              value 'Y'.
       01  ws-stop-switch               pic x(01) value 'N'.
           88  ws-stop-found               value 'Y'.
           88  ws-stop-not-found           value 'N'.
       01  ws-records-stopped           pic 9(09) value 0.
      * the resubmission check: the look-back window off the run
      * parameters (zero - the default when NTRPARM is unavailable -
      * leaves the check off and the master unopened), today and the
      * master's processing date as day numbers for the distance
      * between them, and whether the master is open to ask.
       01  ws-resubmit-days             pic 9(03) value 0.
       01  ws-master-open-switch        pic x(01) value 'N'.
           88  ws-master-open              value 'Y'.
           88  ws-master-closed            value 'N'.
       01  ws-resubmit-switch           pic x(01) value 'N'.
           88  ws-resubmission-found       value 'Y'.
           88  ws-resubmission-not-found   value 'N'.
       01  ws-today-num                 pic 9(08).
       01  ws-today-int                 pic 9(09).
       01  ws-mst-date-num              pic 9(08).
       01  ws-days-since                pic 9(05).
       01  ws-records-held              pic 9(09) value 0.
       01  ws-run-was-restart-switch    pic x(01) value 'N'.
           88  ws-run-was-restart          value 'Y'.
           88  ws-run-was-normal           value 'N'.
       01  ws-prior-results             pic 9(09) value 0.
       01  ws-prior-rejects             pic 9(09) value 0.
       01  ws-prior-duplicates          pic 9(09) value 0.
       01  ws-prior-holds               pic 9(09) value 0.
       01  ws-count-eof-switch          pic x(01) value 'N'.
           88  ws-count-not-eof            value 'N'.
           88  ws-count-at-eof             value 'Y'.
               10  ws-dsrc-processed       pic 9(09).
               10  ws-dsrc-rejected        pic 9(09).
               10  ws-dsrc-duplicates      pic 9(09).
               10  ws-dsrc-held            pic 9(09).
      * a duplicate is the same control number under the same
      * operation code - one N legitimately comes through once per
      * calculation the business wants on it.  the pre-pass sort in
           move ws-time-raw (1:6) to ws-start-time
           perform 1050-read-parameters
           perform 1080-check-prior-run
           perform 1060-load-op-table
           perform 1065-open-stop-list
           perform 1068-open-master
           perform 1100-read-checkpoint
           if ws-restart-pending
              perform 1200-derive-restart-position
           if ws-restart-pending
              open extend ntr-results-file
              open extend ntr-duplicate-file
              open extend ntr-hold-file
           else
              open output ntr-results-file
              open output ntr-duplicate-file
              open output ntr-hold-file
           end-if
           read ntr-input-file
               at end move 'Y' to ws-input-eof-switch
                 move ntr-prm-warn-reject-pct to ws-warn-reject-pct
                 move ntr-prm-stop-reject-pct to ws-stop-reject-pct
                 move ntr-prm-rerun-auth to ws-rerun-auth-switch
                 if ntr-prm-resubmit-days is numeric
                    move ntr-prm-resubmit-days to ws-resubmit-days
                 end-if
              end-if
              close ntr-parameter-file
           end-if
           end-if
           .

      * validation and dispatch both run off the operation-code
      * table, so a table that will not open leaves nothing to judge
      * a record by.  stop before any output is opened - the RC=12
      * hard stop, nothing posted - rather than reject the whole day
      * as unrecognized operations and hand the sender a day of R
      * dispositions for a problem on our side.
       1060-load-op-table.
           open input ntr-opcode-file
           if ws-opcode-file-status not = '00'
              display 'NTRDRV *** NTROPTB OPEN FAILED, STATUS='
                  ws-opcode-file-status ' - HARD STOP, RC=12'
              move 12 to return-code
              goback
           end-if
           perform 1070-load-op-version
               until ws-opcode-at-eof
           close ntr-opcode-file
           display 'NTRDRV: OPERATION TABLE LOADED, '
               ntr-op-table-count ' OPERATIONS IN FORCE'
           .

      * the cluster reads back in key order - operation, then
      * effective date - so each operation's versions arrive
      * together and oldest first: a version dated after today is
      * not in force yet and is passed over, and a later version in
      * force replaces the earlier one in the operation's slot.
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
                    display 'NTRDRV: OPERATION TABLE FULL, IGNORING'
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

      * a stop list that will not open cannot keep a stopped number
      * from being computed and sent downstream, so it stops the run
      * the way a missing operation-code table does - RC=12 before
      * any output is opened.  status 35 is a cluster nobody has
      * added a stop to yet: prime it the way the master load primes
      * the master, and the day runs with nothing stopped.
       1065-open-stop-list.
           open i-o ntr-stop-file
           if ws-stop-file-status = '35'
              open output ntr-stop-file
              close ntr-stop-file
              open i-o ntr-stop-file
           end-if
           if ws-stop-file-status not = '00'
              display 'NTRDRV *** NTRSTOP OPEN FAILED, STATUS='
                  ws-stop-file-status ' - HARD STOP, RC=12'
              move 12 to return-code
              goback
           end-if
           .

      * the resubmission check reads the master by key, so with the
      * check on a master that will not open stops the run the way
      * the stop list does - RC=12 before any output is opened -
      * rather than compute and send every resubmission a second
      * time.  status 35 is a master no load has primed yet: nothing
      * has ever been computed, so there is nothing to hold against
      * and the day runs with the check off.
       1068-open-master.
           if ws-resubmit-days = 0
              display 'NTRDRV: RESUBMISSION CHECK OFF - LOOK-BACK'
                  ' WINDOW IS ZERO'
           else
              move ws-today to ws-today-num
              compute ws-today-int =
                  function integer-of-date (ws-today-num)
              open input ntr-master-file
              evaluate ws-master-file-status
                 when '00'
                    move 'Y' to ws-master-open-switch
                    display 'NTRDRV: RESUBMISSION CHECK ON, LOOK-BACK '
                        ws-resubmit-days ' DAYS'
                 when '35'
                    display 'NTRDRV: NTRMSTR NOT YET LOADED - NOTHING'
                        ' TO HOLD RESUBMISSIONS AGAINST'
                 when other
                    display 'NTRDRV *** NTRMSTR OPEN FAILED, STATUS='
                        ws-master-file-status ' - HARD STOP, RC=12'
                    move 12 to return-code
                    goback
              end-evaluate
           end-if
           .

      * the rerun guard: a clean second submission of the same date
      * used to sail through - the checkpoint only protects an
      * abended run - and double-post the whole day onto fresh
      * the checkpoint only says "this day already ran partially";
      * the resume point itself is derived by counting what the
      * abended run actually wrote.  every input record it consumed
      * became exactly one results record, reject record,
      * suppressed-duplicate line or held resubmission, so the sum
      * of the four is the
      * input position to resume past - including the records it got
      * through between its last interval checkpoint and the abend,
      * which the checkpoint alone would have replayed into a second
                  until ws-count-at-eof
              close ntr-duplicate-file
           end-if
           open input ntr-hold-file
           if ws-hold-file-status = '00'
              move 'N' to ws-count-eof-switch
              perform 1240-count-hold
                  until ws-count-at-eof
              close ntr-hold-file
           end-if
           compute ws-restart-position = ws-prior-results
               + ws-prior-rejects + ws-prior-duplicates
               + ws-prior-holds
           if ws-restart-position < ws-checkpoint-position
              display 'NTRDRV: OUTPUT COUNTS RESUME AT '
                  ws-restart-position ' BUT THE CHECKPOINT SAYS '
              add ws-prior-results to ws-records-processed
              add ws-prior-rejects to ws-records-rejected
              add ws-prior-duplicates to ws-duplicates-suppressed
              add ws-prior-holds to ws-records-held
           end-if
           display 'NTRDRV: RESTART RESUMES AFTER INPUT RECORD '
               ws-restart-position
           end-read
           .

       1240-count-hold.
           read ntr-hold-file
               at end move 'Y' to ws-count-eof-switch
               not at end add 1 to ws-prior-holds
           end-read
           .

      * the duplicate pre-pass.  the whole input sorts by N/
      * operation/position; each group's first record off the sort
      * is the first occurrence in reading order and every later one
                 move 0 to ws-dsrc-processed (drv-src-idx)
                 move 0 to ws-dsrc-rejected (drv-src-idx)
                 move 0 to ws-dsrc-duplicates (drv-src-idx)
                 move 0 to ws-dsrc-held (drv-src-idx)
                 move ws-drv-source-count to ws-drv-source-slot
              else
                 display 'NTRDRV: SOURCE TABLE FULL AT RECORD '
       2200-process-record.
           perform 2210-validate-input
           if ntr-status-ok
              perform 2240-check-resubmission
              if ws-resubmission-found
                 perform 2260-hold-resubmission
              else
                 perform 2220-dispatch-operation
                 move ntr-n to ntr-out-n
                 move ntr-op-code to ntr-out-op-code
                 move ntr-result to ntr-out-result
                 move ws-source-id to ntr-out-source-id
                 write ntr-results-record
                 add 1 to ws-records-processed
                 if ws-drv-source-slot > 0
                    add 1 to ws-dsrc-processed (ws-drv-source-slot)
                 end-if
      * inside the computed branch on purpose - the interval count
      * only moves on computed records, and checking it on a reject
      * would rewrite the same checkpoint (stamped with the rejected
      * N) every reject that lands on an interval boundary.
                 if function mod
                      (ws-records-processed ws-checkpoint-interval) = 0
                    perform 2300-write-checkpoint
                 end-if
              end-if
           else
              perform 2250-write-reject

      * input is validated here, before the CALL, with the same
      * checks the calculation subprograms apply themselves (numeric,
      * outside the reserved 9xx-billion block) plus the checks only
      * the operation-code table can answer: that the operation code
      * names a calculation in force today, that operations has not
      * suspended it, and that N is within its ceiling (the cube's
      * tighter one included).  a record the subprograms would
      * refuse never reaches them and a rejected record never
      * half-posts a zero result to NTROUT; their own validation
      * stays as the safety net for callers that are not this
      * driver.
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
           if ntr-status-ok
              perform 2230-check-stop-list
              if ws-stop-found
                 move '05' to ntr-status-code
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

      * the subprogram comes off the table entry validation just
      * found - a CALL by name, so an operation added to the table
      * needs its load module in the library and nothing here.
       2220-dispatch-operation.
           move ntr-opt-program (opt-idx) to ws-call-program
           call ws-call-program using by content ntr-n
                                      by reference ntr-result
           .

      * the stop list is looked up only for a record that passed
      * every other check - one that would reject anyway keeps its
      * own reason and costs no I/O here.  the entries for one N sit
      * together in key order (operation, then source, spaces first),
      * so a START at the N and a read along them finds any active
      * entry whose operation and source are this record's or
      * spaces.  the entry that stops the record is rewritten with
      * the hit counted, for the weekly stop-list report.
       2230-check-stop-list.
           move 'N' to ws-stop-switch
           move 'N' to ws-stop-eof-switch
           move ntr-n to ws-stop-n
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
                         or ntr-stp-op-code = ntr-op-code)
                    and (ntr-stp-source-id = spaces
                         or ntr-stp-source-id = ws-source-id)
                    move 'Y' to ws-stop-switch
                    add 1 to ws-records-stopped
                    add 1 to ntr-stp-hit-count
                    move ws-today to ntr-stp-last-hit-date
                    rewrite ntr-stop-record
                        invalid key
                           display 'NTRDRV: STOP-LIST HIT NOT COUNTED'
                               ' FOR N=' ws-stop-n
                    end-rewrite
                 end-if
              end-if
           end-if
           .

      * a record that passed every check is a resubmission when the
      * master shows its N and operation computed on an earlier day
      * no further back than the look-back window.  a master record
      * that rejected is not held - the same number sent again is
      * the sender's correction, and it computes.  today's date on
      * the master means a completed run already loaded today: that
      * is a deliberate rerun, the rerun guard's business, and
      * repeats inside one day's file are the duplicate pre-pass's -
      * so only an earlier day's computation holds a record.
       2240-check-resubmission.
           move 'N' to ws-resubmit-switch
           if ws-master-open
              move ntr-n to ntr-mst-n
              move ntr-op-code to ntr-mst-op-code
              read ntr-master-file
                  invalid key continue
                  not invalid key perform 2245-weigh-master-record
              end-read
           end-if
           .

       2245-weigh-master-record.
           if ntr-mst-computed
              and ntr-mst-proc-date is numeric
              and ntr-mst-proc-date < ws-today
              move ntr-mst-proc-date to ws-mst-date-num
              compute ws-days-since = ws-today-int
                  - function integer-of-date (ws-mst-date-num)
              if ws-days-since <= ws-resubmit-days
                 move 'Y' to ws-resubmit-switch
              end-if
           end-if
           .

      * the hold carries what the master said about the original
      * computation, so the acknowledgment, the balance proof and
      * the resubmissions report never have to read the master
      * again - and by the time they run, the master load may have
      * moved on.
       2260-hold-resubmission.
           move spaces to ntr-hold-record
           move ntr-n to ntr-hld-n
           move ntr-op-code to ntr-hld-op-code
           move ws-source-id to ntr-hld-source-id
           move ntr-mst-proc-date to ntr-hld-orig-proc-date
           move ntr-mst-generation to ntr-hld-orig-generation
           move ntr-mst-source-id to ntr-hld-orig-source-id
           move ws-today to ntr-hld-held-date
           move ws-days-since to ntr-hld-days-since
           write ntr-hold-record
           add 1 to ws-records-held
           if ws-drv-source-slot > 0
              add 1 to ws-dsrc-held (ws-drv-source-slot)
           end-if
           .

      * same per-program handle on NTRREJ that NAME and NNAME keep
                 when ntr-status-bad-op-code
                    move 'operation code is not recognized'
                      to ntr-rej-reason-text
                 when ntr-status-op-suspended
                    move 'operation is suspended'
                      to ntr-rej-reason-text
                 when ntr-status-stopped
                    move 'control number is on the stop list'
                      to ntr-rej-reason-text
                 when ntr-status-out-of-range
                  and ntr-n <= 899999999999
                    move spaces to ntr-rej-reason-text
                    string 'control number exceeds maximum value for '
                           'op ' ntr-op-code
                        delimited by size into ntr-rej-reason-text
                 when ntr-status-out-of-range
                    move 'control number exceeds maximum valid value'
                      to ntr-rej-reason-text
           close ntr-input-file
           close ntr-results-file
           close ntr-duplicate-file
           close ntr-hold-file
           close ntr-dup-pos-file
           close ntr-stop-file
           if ws-master-open
              close ntr-master-file
           end-if
           if ws-reject-file-open
              close ntr-reject-file
           end-if
      * for callers that are not this driver - CANCEL puts each one
      * back in its initial state, which closes whatever files it
      * left open, instead of leaving that to whatever implicit
      * cleanup runs at program termination.  one CANCEL per table
      * entry; cancelling a module the day never called is harmless.
           perform 8060-cancel-operation
               varying ws-opt-sub from 1 by 1
               until ws-opt-sub > ntr-op-table-count
           display 'NTRDRV records read      : ' ws-records-read
           display 'NTRDRV records processed : ' ws-records-processed
           display 'NTRDRV records rejected  : ' ws-records-rejected
           display 'NTRDRV   of which stopped: ' ws-records-stopped
           display 'NTRDRV duplicates held   : '
               ws-duplicates-suppressed
           display 'NTRDRV resubmissions held: ' ws-records-held
           display 'NTRDRV reject percentage : ' ws-reject-pct
           perform 8050-display-source
               varying ws-drv-source-sub from 1 by 1
                 move 4 to return-code
           end-evaluate
           perform 9000-write-run-log
           if ws-rerun-authorized and not ws-threshold-hard-stop
              perform 8300-reset-rerun-auth
           end-if
           .

       8050-display-source.
               ' processed=' ws-dsrc-processed (drv-src-idx)
               ' rejected=' ws-dsrc-rejected (drv-src-idx)
               ' duplicates=' ws-dsrc-duplicates (drv-src-idx)
               ' held=' ws-dsrc-held (drv-src-idx)
           .

       8060-cancel-operation.
           move ntr-opt-program (ws-opt-sub) to ws-call-program
           cancel ws-call-program
           .

      * the thresholds apply to each source's own rate now, so one
              add ws-prior-results to ws-dsrc-processed (1)
              add ws-prior-rejects to ws-dsrc-rejected (1)
              add ws-prior-duplicates to ws-dsrc-duplicates (1)
              add ws-prior-holds to ws-dsrc-held (1)
              compute ws-dsrc-read (1) = ws-dsrc-read (1)
                  + ws-prior-results + ws-prior-rejects
                  + ws-prior-duplicates + ws-prior-holds
           end-if
           if ws-drv-source-count = 0
      * nothing registered (an all-skipped restart or an empty day)
           close ntr-checkpoint-file
           .

      * a rerun authorization is good for one completed run - the
      * one whose record the guard will find next time - so the
      * run that had it puts it back to N, with an audit record
      * alongside the maintenance job's own.  a hard-stop day is
      * not a completed run, and keeps it for the resubmission.  a
      * record that will not rewrite leaves the guard open, which
      * is worth a loud note but not the day's results.
       8300-reset-rerun-auth.
           open i-o ntr-parameter-file
           if ws-parameter-file-status = '00'
              read ntr-parameter-file
                  at end move '10' to ws-parameter-file-status
              end-read
              if ws-parameter-file-status = '00'
                 and ntr-prm-rerun-auth = 'Y'
                 move 'N' to ntr-prm-rerun-auth
                 rewrite ntr-run-parameter-record
              end-if
              close ntr-parameter-file
           end-if
           if ws-parameter-file-status not = '00'
              display 'NTRDRV *** RERUN AUTHORIZATION NOT RESET,'
                  ' NTRPARM STATUS=' ws-parameter-file-status
              display 'NTRDRV *** RESET RERUN-AUTH TO N WITH THE'
                  ' RUN-PARAMETER MAINTENANCE JOB'
           else
              display 'NTRDRV: RERUN AUTHORIZATION USED - RESET TO N'
              open extend ntr-param-audit-file
              if ws-param-audit-status = '00'
                 move spaces to ntr-pau-record
                 move ws-today to ntr-pau-date
                 accept ws-time-raw from time
                 move ws-time-raw (1:6) to ntr-pau-time
                 move 'R' to ntr-pau-event
                 move 'NTRDRV' to ntr-pau-program
                 move 'RERUN-AUTH' to ntr-pau-field
                 move 'Y' to ntr-pau-old-value
                 move 'N' to ntr-pau-new-value
                 move ws-today to ntr-pau-effective-date
                 move 'NTRDRV' to ntr-pau-requester
                 move 'USED BY THE DRIVER RUN' to ntr-pau-reason
                 write ntr-pau-record
                 close ntr-param-audit-file
              else
                 display 'NTRDRV: NTRPAUD OPEN EXTEND FAILED, STATUS='
                     ws-param-audit-status
              end-if
           end-if
           .

      * one appended record per execution on the permanent run log -
      * the durable version of the SYSOUT counts above.  a run log
      * that will not open costs the audit trail a record, not the
              move ws-records-read to ntr-log-records-read
              move ws-records-processed to ntr-log-records-processed
              move ws-records-rejected to ntr-log-records-rejected
      * the driver's compared count is the records it matched on the
      * results master and held - the balance step logs its own
      * count of the holds file there, for the day-end cross-foot.
              move ws-records-held to ntr-log-records-compared
              move 0 to ntr-log-discrepancies
              move ws-run-was-restart-switch to ntr-log-restart-flag
              move return-code to ntr-log-return-code
