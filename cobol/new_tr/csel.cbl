      * ntrcsel - month-end chargeback generation select.
      *
      * The results and reject records carry no date of their own,
      * and the bare GDG base names concatenate every generation on
      * catalog - the last 31 driver runs, which is never exactly
      * the month being billed.  Each execution of this program is
      * handed one relative generation number (the EXEC PARM, 0 for
      * the newest, -1 the one before, and so on) with that results
      * and reject generation on NTROUT/NTRREJIN, and dates it by
      * the NTRDRV run that cut it on the permanent run log: every
      * completed driver run writes exactly one NTRDRV record and
      * cuts exactly one generation of each, so the generation n
      * back from the newest is the driver record n back from the
      * last.  A generation cut in the reporting month on the run-
      * parameters record is copied whole, in the same layouts, onto
      * the month's work datasets NTRMOUT/NTRMREJ the chargeback
      * step prices; any other is passed over.  RC=12 when the run
      * log, the PARM or a work dataset leaves the generation
      * undated or uncopied - the chargeback step is bypassed then,
      * rather than billing a month short.
       identification division.
       program-id. ntrcsel.

       environment division.
       input-output section.
       file-control.
           select ntr-results-file assign to "NTROUT"
               organization is sequential
               file status is ws-results-file-status.
           select ntr-reject-in-file assign to "NTRREJIN"
               organization is sequential
               file status is ws-reject-file-status.
           select ntr-month-results-file assign to "NTRMOUT"
               organization is sequential
               file status is ws-month-results-status.
           select ntr-month-reject-file assign to "NTRMREJ"
               organization is sequential
               file status is ws-month-reject-status.
           select ntr-parameter-file assign to "NTRPARM"
               organization is sequential
               file status is ws-parameter-file-status.
           select ntr-run-log-file assign to "NTRRLOG"
               organization is sequential
               file status is ws-run-log-status.

       data division.
       file section.
       fd  ntr-results-file.
       01  ntr-results-record              pic x(41).

       fd  ntr-reject-in-file.
           copy ntrrej.

      * byte for byte what the generations hold - the chargeback step
      * reads these through its own NTROUT/NTRREJIN layouts.
       fd  ntr-month-results-file.
       01  ntr-month-results-record        pic x(41).

       fd  ntr-month-reject-file.
       01  ntr-month-reject-record         pic x(77).

       fd  ntr-parameter-file.
           copy ntrprm.

       fd  ntr-run-log-file.
           copy ntrlog.

       working-storage section.
       01  ws-results-file-status          pic x(02).
       01  ws-reject-file-status           pic x(02).
       01  ws-month-results-status         pic x(02).
       01  ws-month-reject-status          pic x(02).
       01  ws-parameter-file-status        pic x(02).
       01  ws-run-log-status               pic x(02).
       01  ws-time-raw                  pic x(08).
       01  ws-start-time                pic x(06).
       01  ws-run-date                  pic x(08).
       01  ws-report-month              pic x(06).
      * the PARM as the JCL passed it ('0', '-1' .. '-30'), and the
      * number of generations back from the newest it names.
       01  ws-parm-gen                  pic x(03) value spaces.
       01  ws-parm-digits               pic x(02) value spaces.
       01  ws-gen-back-x                pic x(02).
       01  ws-gen-back redefines ws-gen-back-x
                                        pic 9(02).
      * the NTRDRV records on the run log: how many there are, which
      * of them cut this generation, and the date it ran.
       01  ws-drv-log-count             pic 9(09) value 0.
       01  ws-drv-log-seen              pic 9(09) value 0.
       01  ws-drv-log-target            pic 9(09) value 0.
       01  ws-gen-driver-date           pic x(08) value spaces.
       01  ws-run-log-eof-switch        pic x(01) value 'N'.
           88  ws-run-log-not-eof          value 'N'.
           88  ws-run-log-at-eof           value 'Y'.
       01  ws-results-eof-switch        pic x(01) value 'N'.
           88  ws-results-not-eof          value 'N'.
           88  ws-results-at-eof           value 'Y'.
       01  ws-reject-eof-switch         pic x(01) value 'N'.
           88  ws-reject-not-eof           value 'N'.
           88  ws-reject-at-eof            value 'Y'.
       01  ws-results-copied            pic 9(09) value 0.
       01  ws-rejects-copied            pic 9(09) value 0.

       linkage section.
       01  ntr-csel-parm.
           05  ntr-csel-parm-length        pic s9(04) comp.
           05  ntr-csel-parm-text          pic x(03).

       procedure division using ntr-csel-parm.
       0000-mainline.
           perform 1000-initialize
           if ws-gen-driver-date (1:6) = ws-report-month
              perform 2000-copy-generation
           else
              display 'NTRCSEL: GENERATION ' ws-parm-gen
                  ' CUT BY THE NTRDRV RUN OF ' ws-gen-driver-date
                  ' - OUTSIDE ' ws-report-month ', PASSED OVER'
           end-if
           perform 8000-terminate
           goback
           .

      * the reporting month is taken exactly as the chargeback step
      * takes it, so the two cannot disagree on which month this is.
      * the work datasets are opened EXTEND on every execution, a
      * passed-over generation included - the chargeback step then
      * finds them written and empty, never unopened, on a month
      * with nothing in it.
       1000-initialize.
           accept ws-run-date from date yyyymmdd
           accept ws-time-raw from time
           move ws-time-raw (1:6) to ws-start-time
           move ws-run-date (1:6) to ws-report-month
           open input ntr-parameter-file
           if ws-parameter-file-status = '00'
              read ntr-parameter-file
                  at end move '10' to ws-parameter-file-status
              end-read
              if ws-parameter-file-status = '00'
                 if ntr-prm-report-month not = spaces
                    and ntr-prm-report-month not = '000000'
                    move ntr-prm-report-month to ws-report-month
                 end-if
              end-if
              close ntr-parameter-file
           end-if
           if ws-parameter-file-status not = '00'
              display 'NTRCSEL: NTRPARM UNAVAILABLE, STATUS='
                  ws-parameter-file-status
                  ' - SELECTING THE EXECUTION MONTH'
           end-if
           perform 1100-read-parm
           open extend ntr-month-results-file
           if ws-month-results-status not = '00'
              display 'NTRCSEL *** NTRMOUT OPEN FAILED, STATUS='
                  ws-month-results-status ' - NOTHING COPIED, RC=12'
              move 12 to return-code
              perform 9000-write-run-log
              goback
           end-if
           open extend ntr-month-reject-file
           if ws-month-reject-status not = '00'
              display 'NTRCSEL *** NTRMREJ OPEN FAILED, STATUS='
                  ws-month-reject-status ' - NOTHING COPIED, RC=12'
              close ntr-month-results-file
              move 12 to return-code
              perform 9000-write-run-log
              goback
           end-if
           perform 1200-date-generation
           .

      * a PARM that is not a relative generation number leaves the
      * generation on the DDs unnamed - nothing can be dated by it.
       1100-read-parm.
           if ntr-csel-parm-length > 0
              and ntr-csel-parm-length < 4
              move ntr-csel-parm-text (1:ntr-csel-parm-length)
                to ws-parm-gen
           end-if
           if ws-parm-gen (1:1) = '-'
              move ws-parm-gen (2:2) to ws-parm-digits
           else
              move ws-parm-gen (1:2) to ws-parm-digits
           end-if
           if ws-parm-digits (2:1) = space
              move '0' to ws-gen-back-x (1:1)
              move ws-parm-digits (1:1) to ws-gen-back-x (2:1)
           else
              move ws-parm-digits to ws-gen-back-x
           end-if
           if ws-gen-back-x not numeric
              or (ws-parm-gen (1:1) not = '-' and ws-gen-back > 0)
              display 'NTRCSEL *** PARM ''' ws-parm-gen
                  ''' IS NOT A RELATIVE GENERATION (0, -1 .. -30)'
                  ' - NOTHING COPIED, RC=12'
              move 12 to return-code
              perform 9000-write-run-log
              goback
           end-if
           display 'NTRCSEL selecting month   : ' ws-report-month
           display 'NTRCSEL generation        : ' ws-parm-gen
           .

      * two passes over the run log: the first counts the NTRDRV
      * records, the second stops at the one that cut this
      * generation.  a log that will not open, or holds fewer driver
      * runs than the generation is back, cannot date it - and a
      * generation billed or passed over on a guess bills the month
      * wrong either way.
       1200-date-generation.
           open input ntr-run-log-file
           if ws-run-log-status = '00'
              perform 1210-count-driver-run
                  until ws-run-log-at-eof
              close ntr-run-log-file
           end-if
           if ws-drv-log-count > ws-gen-back
              compute ws-drv-log-target =
                  ws-drv-log-count - ws-gen-back
              move 'N' to ws-run-log-eof-switch
              open input ntr-run-log-file
              if ws-run-log-status = '00'
                 perform 1220-find-driver-run
                     until ws-run-log-at-eof
                        or ws-gen-driver-date not = spaces
                 close ntr-run-log-file
              end-if
           end-if
           if ws-gen-driver-date = spaces
              display 'NTRCSEL *** NO NTRDRV RUN ON NTRRLOG FOR'
                  ' GENERATION ' ws-parm-gen ', STATUS='
                  ws-run-log-status ' DRIVER RUNS=' ws-drv-log-count
              display 'NTRCSEL *** GENERATION CANNOT BE DATED -'
                  ' NOTHING COPIED, RC=12'
              close ntr-month-results-file
              close ntr-month-reject-file
              move 12 to return-code
              perform 9000-write-run-log
              goback
           end-if
           .

       1210-count-driver-run.
           read ntr-run-log-file
               at end move 'Y' to ws-run-log-eof-switch
           end-read
           if ws-run-log-not-eof
              and ntr-log-program = 'NTRDRV'
              add 1 to ws-drv-log-count
           end-if
           .

       1220-find-driver-run.
           read ntr-run-log-file
               at end move 'Y' to ws-run-log-eof-switch
           end-read
           if ws-run-log-not-eof
              and ntr-log-program = 'NTRDRV'
              add 1 to ws-drv-log-seen
              if ws-drv-log-seen = ws-drv-log-target
                 move ntr-log-date to ws-gen-driver-date
              end-if
           end-if
           .

      * recycled results RECYCLE appended to the generation were
      * computed that day too, and are copied with the driver's.
       2000-copy-generation.
           display 'NTRCSEL: GENERATION ' ws-parm-gen
               ' CUT BY THE NTRDRV RUN OF ' ws-gen-driver-date
               ' - SELECTED FOR ' ws-report-month
           open input ntr-results-file
           if ws-results-file-status = '00'
              read ntr-results-file
                  at end move 'Y' to ws-results-eof-switch
              end-read
              perform 2100-copy-result
                  until ws-results-at-eof
              close ntr-results-file
           else
              display 'NTRCSEL *** NTROUT OPEN FAILED, STATUS='
                  ws-results-file-status ' - RC=12'
              move 12 to return-code
           end-if
           open input ntr-reject-in-file
           if ws-reject-file-status = '00'
              read ntr-reject-in-file
                  at end move 'Y' to ws-reject-eof-switch
              end-read
              perform 2200-copy-reject
                  until ws-reject-at-eof
              close ntr-reject-in-file
           else
              display 'NTRCSEL *** NTRREJIN OPEN FAILED, STATUS='
                  ws-reject-file-status ' - RC=12'
              move 12 to return-code
           end-if
           .

       2100-copy-result.
           write ntr-month-results-record from ntr-results-record
           add 1 to ws-results-copied
           read ntr-results-file
               at end move 'Y' to ws-results-eof-switch
           end-read
           .

       2200-copy-reject.
           write ntr-month-reject-record from ntr-reject-record
           add 1 to ws-rejects-copied
           read ntr-reject-in-file
               at end move 'Y' to ws-reject-eof-switch
           end-read
           .

       8000-terminate.
           close ntr-month-results-file
           close ntr-month-reject-file
           display 'NTRCSEL results copied    : ' ws-results-copied
           display 'NTRCSEL rejects copied    : ' ws-rejects-copied
           perform 9000-write-run-log
           .

      * one appended record per execution on the permanent run log -
      * a run log that will not open costs the audit trail a record,
      * not the business a run, so the failure is a SYSOUT note.
       9000-write-run-log.
           open extend ntr-run-log-file
           if ws-run-log-status = '00'
              move ws-run-date to ntr-log-date
              move 'NTRCSEL' to ntr-log-program
              move ws-start-time to ntr-log-start-time
              accept ws-time-raw from time
              move ws-time-raw (1:6) to ntr-log-stop-time
              compute ntr-log-records-read =
                  ws-results-copied + ws-rejects-copied
              compute ntr-log-records-processed =
                  ws-results-copied + ws-rejects-copied
              move 0 to ntr-log-records-rejected
              move 0 to ntr-log-records-compared
              move 0 to ntr-log-discrepancies
              move 'N' to ntr-log-restart-flag
              move return-code to ntr-log-return-code
              write ntr-run-log-record
              close ntr-run-log-file
           else
              display 'NTRCSEL: NTRRLOG OPEN EXTEND FAILED, STATUS='
                  ws-run-log-status
           end-if
           .

       end program ntrcsel.
