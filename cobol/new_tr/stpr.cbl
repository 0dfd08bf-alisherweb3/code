      * ntrstpr - weekly report over the control-number stop list.
      *
      * A stop nobody looks at again outlives the instruction behind
      * it, and a number stopped for a sender who keeps sending it
      * is a conversation somebody should be having.  Reads the stop
      * list (ntrstp.cpy) end to end and lists every active stop -
      * control number, operation and sender it covers, when and by
      * whom it was added, why, and how many records it has turned
      * away since (with the date of the latest) - followed by totals
      * that separate the stops still being hit from the ones never
      * hit at all, and a count of the stops released this past week.
      * Read-only; the driver and the recycle job count the hits, and
      * the stop-list maintenance job is what adds and releases.
       identification division.
       program-id. ntrstpr.

       environment division.
       input-output section.
       file-control.
           select ntr-stop-file assign to "NTRSTOP"
               organization is indexed
               access mode is sequential
               record key is ntr-stp-key
               file status is ws-stop-file-status.
           select ntr-report-file assign to "NTRSTPR"
               organization is sequential.
           select ntr-run-log-file assign to "NTRRLOG"
               organization is sequential
               file status is ws-run-log-status.

       data division.
       file section.
       fd  ntr-stop-file.
           copy ntrstp.

       fd  ntr-report-file.
       01  ntr-report-line                 pic x(100).

       fd  ntr-run-log-file.
           copy ntrlog.

       working-storage section.
       01  ws-stop-file-status             pic x(02).
       01  ws-run-log-status               pic x(02).
       01  ws-time-raw                  pic x(08).
       01  ws-start-time                pic x(06).
       01  ws-today                     pic x(08).
       01  ws-today-num                 pic 9(08).
       01  ws-today-int                 pic 9(09).
       01  ws-date-num                  pic 9(08).
       01  ws-age-days                  pic 9(05).
       01  ws-stop-eof-switch           pic x(01) value 'N'.
           88  ws-stop-not-eof             value 'N'.
           88  ws-stop-at-eof              value 'Y'.
       01  ws-stop-open-switch          pic x(01) value 'N'.
           88  ws-stop-opened              value 'Y'.
           88  ws-stop-not-opened          value 'N'.
       01  ws-entries-read              pic 9(09) value 0.
       01  ws-active-count              pic 9(09) value 0.
       01  ws-active-hit-count          pic 9(09) value 0.
       01  ws-never-hit-count           pic 9(09) value 0.
       01  ws-hit-this-week-count       pic 9(09) value 0.
       01  ws-total-hits                pic 9(09) value 0.
       01  ws-released-count            pic 9(09) value 0.
       01  ws-released-week-count       pic 9(09) value 0.
       01  ws-hits-disp                 pic z(06)9.

       procedure division.
       0000-mainline.
           perform 1000-initialize
           perform 2000-report-entry
               until ws-stop-at-eof
           perform 3000-write-totals
           perform 8000-terminate
           goback
           .

      * a stop list that will not open (nothing ever stopped on a
      * fresh install) is an empty report, not an abend.
       1000-initialize.
           accept ws-today from date yyyymmdd
           accept ws-time-raw from time
           move ws-time-raw (1:6) to ws-start-time
           move ws-today to ws-today-num
           compute ws-today-int =
               function integer-of-date(ws-today-num)
           open output ntr-report-file
           move spaces to ntr-report-line
           string 'NTR CONTROL-NUMBER STOP LIST - ACTIVE STOPS AS OF '
                  ws-today
               into ntr-report-line
           write ntr-report-line
           move all '-' to ntr-report-line (1:58)
           write ntr-report-line
           move spaces to ntr-report-line
           move 'CONTROL N' to ntr-report-line (1:9)
           move 'OP' to ntr-report-line (14:2)
           move 'SRC' to ntr-report-line (18:3)
           move 'ADDED' to ntr-report-line (22:5)
           move 'BY' to ntr-report-line (31:2)
           move 'HITS' to ntr-report-line (43:4)
           move 'LAST HIT' to ntr-report-line (48:8)
           move 'REASON' to ntr-report-line (57:6)
           write ntr-report-line
           open input ntr-stop-file
           if ws-stop-file-status = '00'
              move 'Y' to ws-stop-open-switch
              read ntr-stop-file
                  at end move 'Y' to ws-stop-eof-switch
              end-read
           else
              display 'NTRSTPR: NTRSTOP UNAVAILABLE, STATUS='
                  ws-stop-file-status ' - NOTHING TO REPORT'
              move 'Y' to ws-stop-eof-switch
           end-if
           .

       2000-report-entry.
           add 1 to ws-entries-read
           if ntr-stp-active
              perform 2100-write-active-stop
           else
              perform 2200-tally-released
           end-if
           read ntr-stop-file
               at end move 'Y' to ws-stop-eof-switch
           end-read
           .

      * spaces in the operation or source mean the stop covers every
      * one, and the line says ALL rather than leaving a blank that
      * reads like a keying slip.  "this week" is a hit in the last
      * seven days, the report's own period.
       2100-write-active-stop.
           add 1 to ws-active-count
           add ntr-stp-hit-count to ws-total-hits
           if ntr-stp-hit-count = 0
              add 1 to ws-never-hit-count
           else
              add 1 to ws-active-hit-count
              move 99999 to ws-age-days
              if ntr-stp-last-hit-date is numeric
                 move ntr-stp-last-hit-date to ws-date-num
                 perform 2300-derive-age
              end-if
              if ws-age-days < 7
                 add 1 to ws-hit-this-week-count
              end-if
           end-if
           move ntr-stp-hit-count to ws-hits-disp
           move spaces to ntr-report-line
           move ntr-stp-n to ntr-report-line (1:12)
           if ntr-stp-op-code = spaces
              move 'ALL' to ntr-report-line (14:3)
           else
              move ntr-stp-op-code to ntr-report-line (14:2)
           end-if
           if ntr-stp-source-id = spaces
              move 'ALL' to ntr-report-line (18:3)
           else
              move ntr-stp-source-id to ntr-report-line (18:3)
           end-if
           move ntr-stp-date-added to ntr-report-line (22:8)
           move ntr-stp-requester to ntr-report-line (31:8)
           move ws-hits-disp to ntr-report-line (40:7)
           move ntr-stp-last-hit-date to ntr-report-line (48:8)
           move ntr-stp-reason to ntr-report-line (57:40)
           write ntr-report-line
           .

       2200-tally-released.
           add 1 to ws-released-count
           if ntr-stp-release-date is numeric
              move ntr-stp-release-date to ws-date-num
              perform 2300-derive-age
              if ws-age-days < 7
                 add 1 to ws-released-week-count
              end-if
           end-if
           .

      * days between ws-date-num and today; a date that is not a real
      * calendar date, or one in the future, counts as out of the
      * week rather than abending the report.
       2300-derive-age.
           if function test-date-yyyymmdd(ws-date-num) = 0
              and ws-date-num <= ws-today-num
              compute ws-age-days = ws-today-int
                  - function integer-of-date(ws-date-num)
           else
              move 99999 to ws-age-days
           end-if
           .

       3000-write-totals.
           move spaces to ntr-report-line
           write ntr-report-line
           string 'ACTIVE STOPS=' ws-active-count
                  ' HIT=' ws-active-hit-count
                  ' NEVER HIT=' ws-never-hit-count
                  ' HIT THIS WEEK=' ws-hit-this-week-count
               into ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string 'RECORDS TURNED AWAY BY ACTIVE STOPS=' ws-total-hits
               into ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string 'RELEASED STOPS ON FILE=' ws-released-count
                  ' RELEASED THIS WEEK=' ws-released-week-count
               into ntr-report-line
           write ntr-report-line
           .

       8000-terminate.
           if ws-stop-opened
              close ntr-stop-file
           end-if
           close ntr-report-file
           display 'NTRSTPR entries read      : ' ws-entries-read
           display 'NTRSTPR active stops      : ' ws-active-count
           display 'NTRSTPR released stops    : ' ws-released-count
           perform 9000-write-run-log
           .

      * one appended record per execution on the permanent run log -
      * a run log that will not open costs the audit trail a record,
      * not the business a run, so the failure is a SYSOUT note.
       9000-write-run-log.
           open extend ntr-run-log-file
           if ws-run-log-status = '00'
              move ws-today to ntr-log-date
              move 'NTRSTPR' to ntr-log-program
              move ws-start-time to ntr-log-start-time
              accept ws-time-raw from time
              move ws-time-raw (1:6) to ntr-log-stop-time
              move ws-entries-read to ntr-log-records-read
              move ws-active-count to ntr-log-records-processed
              move 0 to ntr-log-records-rejected
              move 0 to ntr-log-records-compared
              move 0 to ntr-log-discrepancies
              move 'N' to ntr-log-restart-flag
              move return-code to ntr-log-return-code
              write ntr-run-log-record
              close ntr-run-log-file
           else
              display 'NTRSTPR: NTRRLOG OPEN EXTEND FAILED, STATUS='
                  ws-run-log-status
           end-if
           .

       end program ntrstpr.
