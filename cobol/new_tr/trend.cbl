      * date rollup.  The generation files carry no dates of their
      * own, so the dated daily volume series - and the day-over-day
      * swing check against the run-parameters tolerance - comes from
      * the driver's records on the permanent run log.  Each day in
      * the series is judged on the processing calendar (ntrcal.cpy):
      * a partial day or one with no run planned is marked as such,
      * and the swing check compares full business days only, each
      * against the full business day before it.
       identification division.
       program-id. ntrtrend.

           select ntr-parameter-file assign to "NTRPARM"
               organization is sequential
               file status is ws-parameter-file-status.
           select ntr-calendar-file assign to "NTRCAL"
               organization is indexed
               access mode is sequential
               record key is ntr-cal-key
               file status is ws-calendar-file-status.
           select ntr-report-file assign to "NTRTRPT"
               organization is sequential.

       fd  ntr-parameter-file.
           copy ntrprm.

       fd  ntr-calendar-file.
           copy ntrcal.

       fd  ntr-report-file.
       01  ntr-report-line                 pic x(100).

       working-storage section.
       01  ws-parameter-file-status        pic x(02).
       01  ws-calendar-file-status         pic x(02).
       01  ws-results-eof-switch        pic x(01) value 'N'.
           88  ws-results-not-eof          value 'N'.
           88  ws-results-at-eof           value 'Y'.
           88  ws-day-found                value 'Y'.
           88  ws-day-not-found            value 'N'.
       01  ws-prior-read                pic 9(09).
      * the last full business day written in the series - the day
      * the next one's swing is measured against.
       01  ws-prior-business-sub        pic 9(03).
      * wide enough for the worst case - a 9-digit day against a
      * prior day of one record - so a violent swing can never
      * truncate its high-order digits down to a value under the
               10  ws-day-date             pic x(08).
               10  ws-day-read             pic 9(09).
               10  ws-day-rejected         pic 9(09).
               10  ws-day-type             pic x(01).
                   88  ws-day-business         value 'B'.
                   88  ws-day-partial          value 'P'.
                   88  ws-day-no-run           value 'X'.
       01  ws-op-table.
           05  ws-op-entry occurs 8 times.
               10  ws-op-code              pic x(02).
           05  ws-source-entry occurs 10 times.
               10  ws-source-program       pic x(08).
               10  ws-source-tally         pic 9(09).
           copy ntrcalt.

       procedure division.
       0000-mainline.
                  ' - DEFAULT SWING TOLERANCE APPLIES'
           end-if
           display 'NTRTREND reporting month  : ' ws-report-month
           perform 1100-load-calendar
           open input ntr-results-file
           open input ntr-reject-in-file
           open input ntr-run-log-file
           end-read
           .

      * the processing calendar, read end to end once into storage.
      * one that will not open leaves every date on the weekday rule
      * - a SYSOUT note, not a stop.
       1100-load-calendar.
           move spaces to ntr-cal-save-source
           open input ntr-calendar-file
           if ws-calendar-file-status = '00'
              perform 1110-load-calendar-entry
                  until ntr-cal-at-eof
              close ntr-calendar-file
           else
              display 'NTRTREND: NTRCAL UNAVAILABLE, STATUS='
                  ws-calendar-file-status
                  ' - WEEKDAYS TAKEN AS BUSINESS DAYS'
           end-if
           .

       1110-load-calendar-entry.
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
                    perform 1120-note-calendar-source
                 end-if
              else
                 display 'NTRTREND: CALENDAR TABLE FULL - '
                     ntr-cal-source-id ' ' ntr-cal-date
                     ' LEFT ON THE WEEKDAY RULE'
              end-if
           end-if
           .

      * the file is in key order, so a sender's dates arrive together
      * and a source id differing from the last one seen is new.
       1120-note-calendar-source.
           if ntr-cal-source-id not = ntr-cal-save-source
              move ntr-cal-source-id to ntr-cal-save-source
              if ntr-cal-source-count < 20
                 add 1 to ntr-cal-source-count
                 set cls-idx to ntr-cal-source-count
                 move ntr-cal-source-id to ntr-cls-source-id (cls-idx)
              else
                 display 'NTRTREND: CALENDAR SOURCE TABLE FULL - '
                     ntr-cal-source-id ' JUDGED ON THE COMMON CALENDAR'
              end-if
           end-if
           .

       2000-tally-result.
           add 1 to ws-results-total
           perform 2100-find-op
                 move ntr-log-date to ws-day-date (ws-day-sub)
                 move 0 to ws-day-read (ws-day-sub)
                 move 0 to ws-day-rejected (ws-day-sub)
                 move ntr-log-date to ntr-cal-lookup-date
                 perform 7100-derive-stream-day
                 move ntr-cal-stream-day to ws-day-type (ws-day-sub)
                 move 'Y' to ws-day-found-switch
              else
                 display 'NTRTREND: DAY TABLE FULL, DROPPING '
           move 'DAILY VOLUME SERIES (FROM THE RUN LOG):'
             to ntr-report-line
           write ntr-report-line
           move 0 to ws-prior-business-sub
           perform 5100-write-day-line
               varying ws-day-sub from 1 by 1
               until ws-day-sub > ws-day-count

       5100-write-day-line.
           move spaces to ntr-report-line
           evaluate true
              when ws-day-partial (ws-day-sub)
                 string '  DATE ' ws-day-date (ws-day-sub)
                        ' READ=' ws-day-read (ws-day-sub)
                        ' REJECTED=' ws-day-rejected (ws-day-sub)
                        ' PARTIAL DAY - NOT SWING-CHECKED'
                     into ntr-report-line
              when ws-day-no-run (ws-day-sub)
                 string '  DATE ' ws-day-date (ws-day-sub)
                        ' READ=' ws-day-read (ws-day-sub)
                        ' REJECTED=' ws-day-rejected (ws-day-sub)
                        ' NON-BUSINESS DAY - NOT SWING-CHECKED'
                     into ntr-report-line
              when other
                 string '  DATE ' ws-day-date (ws-day-sub)
                        ' READ=' ws-day-read (ws-day-sub)
                        ' REJECTED=' ws-day-rejected (ws-day-sub)
                     into ntr-report-line
           end-evaluate
           write ntr-report-line
           if ws-day-business (ws-day-sub)
              if ws-prior-business-sub > 0
                 perform 5110-write-swing-line
              end-if
              move ws-day-sub to ws-prior-business-sub
           end-if
           .

      * day-over-day swing of input volume against the prior full
      * business day in the series; only swings past the
      * run-parameters tolerance earn a line, so the report stays
      * readable on a quiet month.
       5110-write-swing-line.
           move ws-day-read (ws-prior-business-sub) to ws-prior-read
           if ws-prior-read > 0 and ws-swing-pct > 0
              if ws-day-read (ws-day-sub) >= ws-prior-read
                 move '+' to ws-swing-direction
           write ntr-report-line
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
           close ntr-results-file
           close ntr-reject-in-file
