      * with a non-zero return code for any expected step that wrote
      * no record - so an incomplete day pages someone the same
      * night instead of surfacing as next week's empty answer.
      *
      * The day is judged on the processing calendar (ntrcal.cpy).
      * On a day no sender's calendar has a run planned, a step that
      * wrote no record is reported as not expected rather than
      * MISSING and does not make the day incomplete; a step that did
      * run that day is still reported in full.
       identification division.
       program-id. ntrdend.

           select ntr-run-log-file assign to "NTRRLOG"
               organization is sequential
               file status is ws-run-log-status.
           select ntr-calendar-file assign to "NTRCAL"
               organization is indexed
               access mode is sequential
               record key is ntr-cal-key
               file status is ws-calendar-file-status.
           select ntr-report-file assign to "NTRDENDR"
               organization is sequential.

       fd  ntr-run-log-file.
           copy ntrlog.

       fd  ntr-calendar-file.
           copy ntrcal.

       fd  ntr-report-file.
       01  ntr-report-line                 pic x(132).

       working-storage section.
       01  ws-run-log-status               pic x(02).
       01  ws-calendar-file-status         pic x(02).
       01  ws-time-raw                  pic x(08).
       01  ws-start-time                pic x(06).
       01  ws-today                     pic x(08).
       01  ws-records-read              pic 9(09) value 0.
       01  ws-steps-found               pic 9(02) value 0.
       01  ws-steps-missing             pic 9(02) value 0.
       01  ws-steps-not-expected        pic 9(02) value 0.
       01  ws-crossfoot-switch          pic x(01) value 'Y'.
           88  ws-crossfoot-proves         value 'Y'.
           88  ws-crossfoot-fails          value 'N'.
      * every step the stream is expected to log on a normal day, in
      * stream order.  a rerun leaves more than one record for a
      * step; the latest one on the log (the last appended) is the
      * one reported - for RECYCLE, a rerun that passed over what
      * an earlier attempt already applied logs RST=Y.
       01  ws-step-count                pic 9(02) value 12.
       01  ws-step-sub                  pic 9(02).
       01  ws-step-table.
           05  ws-step-entry occurs 12 times
                   indexed by stp-idx.
               10  ws-stp-program          pic x(08).
               10  ws-stp-found-switch     pic x(01).
               10  ws-stp-discrepancies    pic 9(09).
               10  ws-stp-restart-flag     pic x(01).
               10  ws-stp-return-code      pic 9(04).
           copy ntrcalt.

       procedure division.
       0000-mainline.
           accept ws-time-raw from time
           move ws-time-raw (1:6) to ws-start-time
           perform 1100-load-step-table
           perform 1300-load-calendar
           move ws-today to ntr-cal-lookup-date
           perform 7100-derive-stream-day
           open output ntr-report-file
           open input ntr-run-log-file
           if ws-run-log-status = '00'
           move 'NTRDRV  ' to ws-stp-program (2)
           move 'NTRBAL  ' to ws-stp-program (3)
           move 'NTRACK  ' to ws-stp-program (4)
           move 'NTRRSUB ' to ws-stp-program (5)
           move 'NTRRCYC ' to ws-stp-program (6)
           move 'NTRAGRP ' to ws-stp-program (7)
           move 'NTRMLD  ' to ws-stp-program (8)
           move 'NTRMBKP ' to ws-stp-program (9)
           move 'NTRXTRT ' to ws-stp-program (10)
           move 'NTRRCPT ' to ws-stp-program (11)
           move 'NTRRECN ' to ws-stp-program (12)
           perform 1200-clear-step-entry
               varying ws-step-sub from 1 by 1
               until ws-step-sub > ws-step-count
           move 0 to ws-stp-return-code (stp-idx)
           .

      * the processing calendar, read end to end once into storage.
      * one that will not open leaves every date on the weekday rule
      * - a SYSOUT note, not a stop.
       1300-load-calendar.
           move spaces to ntr-cal-save-source
           open input ntr-calendar-file
           if ws-calendar-file-status = '00'
              perform 1310-load-calendar-entry
                  until ntr-cal-at-eof
              close ntr-calendar-file
           else
              display 'NTRDEND: NTRCAL UNAVAILABLE, STATUS='
                  ws-calendar-file-status
                  ' - WEEKDAYS TAKEN AS BUSINESS DAYS'
           end-if
           .

       1310-load-calendar-entry.
           read ntr-calendar-file
               at end move 'Y' to ntr-cal-eof-switch
           end-read
           if ntr-cal-not-eof
              if ntr-cal-table-count < 3000
                 add 1 to ntr-cal-table-count
                 set clt-idx to ntr-cal-table-count
                 move ntr-cal-source-id to ntr-clt-source-id (clt-idx)
                 move ntr-cal-date to ntr-clt-date (clt-idx)
                 move ntr-cal-day-type to ntr-clt-day-type (clt-idx)
                 if ntr-cal-source-id not = spaces
                    perform 1320-note-calendar-source
                 end-if
              else
                 display 'NTRDEND: CALENDAR TABLE FULL - '
                     ntr-cal-source-id ' ' ntr-cal-date
                     ' LEFT ON THE WEEKDAY RULE'
              end-if
           end-if
           .

      * the file is in key order, so a sender's dates arrive together
      * and a source id differing from the last one seen is new.
       1320-note-calendar-source.
           if ntr-cal-source-id not = ntr-cal-save-source
              move ntr-cal-source-id to ntr-cal-save-source
              if ntr-cal-source-count < 20
                 add 1 to ntr-cal-source-count
                 set cls-idx to ntr-cal-source-count
                 move ntr-cal-source-id to ntr-cls-source-id (cls-idx)
              else
                 display 'NTRDEND: CALENDAR SOURCE TABLE FULL - '
                     ntr-cal-source-id ' JUDGED ON THE COMMON CALENDAR'
              end-if
           end-if
           .

      * the log appends chronologically, so a later record for the
      * same step simply overwrites the earlier one in the table -
      * the latest execution is the one that stands for the day.
           write ntr-report-line
           move all '-' to ntr-report-line (1:36)
           write ntr-report-line
           evaluate true
              when ntr-cal-stream-no-run
                 move 'NO RUN PLANNED TODAY ON ANY SENDER CALENDAR'
                   to ntr-report-line
                 write ntr-report-line
              when ntr-cal-stream-partial
                 move 'PARTIAL DAY - ONE OR MORE SENDERS OFF TODAY'
                   to ntr-report-line
                 write ntr-report-line
           end-evaluate
           perform 3100-write-step-line
               varying ws-step-sub from 1 by 1
               until ws-step-sub > ws-step-count
                     ' RC=' ws-stp-return-code (stp-idx)
                  into ntr-report-line
           else
              if ntr-cal-stream-no-run
                 add 1 to ws-steps-not-expected
                 string ws-stp-program (stp-idx)
                        ' NOT EXPECTED - NO RUN PLANNED TODAY'
                     into ntr-report-line
              else
                 add 1 to ws-steps-missing
                 string ws-stp-program (stp-idx)
                        ' *** MISSING - STEP WROTE NO RUN-LOG RECORD'
                        ' TODAY ***'
                     into ntr-report-line
              end-if
           end-if
           write ntr-report-line
           .
      * the driver and the balance step describe the same day from
      * opposite ends - the driver from what it wrote, the balance
      * from what landed on the files - so their counts must agree
      * line for line - the held resubmissions, which both log as
      * their compared count, included.  they can only be compared
      * when both ran.
       4000-cross-foot.
           if ws-stp-found (2) and ws-stp-found (3)
              move spaces to ntr-report-line
              if ws-stp-read (2) = ws-stp-read (3)
                 and ws-stp-processed (2) = ws-stp-processed (3)
                 and ws-stp-rejected (2) = ws-stp-rejected (3)
                 and ws-stp-compared (2) = ws-stp-compared (3)
                 string 'CROSS-FOOT DRIVER VS BALANCE: READ '
                        ws-stp-read (2)
                        ' PROC ' ws-stp-processed (2)
                        ' REJ ' ws-stp-rejected (2)
                        ' HELD ' ws-stp-compared (2)
                        ' - AGREE'
                     into ntr-report-line
              else
                        ' AGREE - DRIVER '
                        ws-stp-read (2) '/'
                        ws-stp-processed (2) '/'
                        ws-stp-rejected (2) '/'
                        ws-stp-compared (2)
                        ' BALANCE '
                        ws-stp-read (3) '/'
                        ws-stp-processed (3) '/'
                        ws-stp-rejected (3) '/'
                        ws-stp-compared (3) ' ***'
                     into ntr-report-line
              end-if
              write ntr-report-line
           end-if
           .

      * the day type for one sender and date: the sender's own
      * calendar record, else the common one, else the weekday rule
      * (integer day 1 is Monday 1 January 1601, so the day number
      * less one, modulo 7, runs Monday 0 to Sunday 6).
       7000-derive-day-type.
           move space to ntr-cal-day-type-out
           perform 7010-find-calendar-entry
           if ntr-cal-day-type-out = space
              and ntr-cal-lookup-source not = spaces
              move ntr-cal-lookup-source to ntr-cal-save-source
              move spaces to ntr-cal-lookup-source
              perform 7010-find-calendar-entry
              move ntr-cal-save-source to ntr-cal-lookup-source
           end-if
           if ntr-cal-day-type-out = space
              move 'B' to ntr-cal-day-type-out
              if ntr-cal-lookup-date is numeric
                 move ntr-cal-lookup-date to ntr-cal-date-num
                 compute ntr-cal-weekday = function mod
                     (function integer-of-date(ntr-cal-date-num) - 1
                      7)
                 if ntr-cal-weekday > 4
                    move 'W' to ntr-cal-day-type-out
                 end-if
              end-if
           end-if
           .

       7010-find-calendar-entry.
           set clt-idx to 1
           search ntr-clt-entry
               at end continue
               when clt-idx > ntr-cal-table-count
                  continue
               when ntr-clt-source-id (clt-idx) = ntr-cal-lookup-source
                and ntr-clt-date (clt-idx) = ntr-cal-lookup-date
                  move ntr-clt-day-type (clt-idx)
                    to ntr-cal-day-type-out
           end-search
           .

      * the stream's verdict on a date: every sender that keeps a
      * calendar of its own, and the common calendar standing for
      * every sender that does not, asked in turn.
       7100-derive-stream-day.
           move 0 to ntr-cal-open-count
           move 0 to ntr-cal-closed-count
           move spaces to ntr-cal-lookup-source
           perform 7110-weigh-source-day
           perform 7120-weigh-calendar-source
               varying ntr-cal-source-sub from 1 by 1
               until ntr-cal-source-sub > ntr-cal-source-count
           evaluate true
              when ntr-cal-closed-count = 0
                 move 'B' to ntr-cal-stream-day
              when ntr-cal-open-count = 0
                 move 'X' to ntr-cal-stream-day
              when other
                 move 'P' to ntr-cal-stream-day
           end-evaluate
           .

       7110-weigh-source-day.
           perform 7000-derive-day-type
           if ntr-cal-day-business
              add 1 to ntr-cal-open-count
           else
              add 1 to ntr-cal-closed-count
           end-if
           .

       7120-weigh-calendar-source.
           set cls-idx to ntr-cal-source-sub
           move ntr-cls-source-id (cls-idx) to ntr-cal-lookup-source
           perform 7110-weigh-source-day
           .

       8000-terminate.
           move spaces to ntr-report-line
           string 'STEPS EXPECTED=' ws-step-count
                  ' REPORTED=' ws-steps-found
                  ' MISSING=' ws-steps-missing
                  ' NOT EXPECTED=' ws-steps-not-expected
               into ntr-report-line
           write ntr-report-line
           if ws-log-opened
           display 'NTRDEND log records read  : ' ws-records-read
           display 'NTRDEND steps reported    : ' ws-steps-found
           display 'NTRDEND steps missing     : ' ws-steps-missing
           display 'NTRDEND steps not expected: ' ws-steps-not-expected
           evaluate true
              when ws-log-not-opened
                 display 'NTRDEND *** RUN LOG UNAVAILABLE - THE DAY'
