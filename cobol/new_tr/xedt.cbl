      * source identifier - the stamp the whole stream carries so a
      * reject or duplicate can always say which sender it came
      * from.
      *
      * The volume check runs off the processing calendar (ntrcal.cpy):
      * the average is taken over recent full business days only, so
      * a holiday-light day never drags it down, and a day the
      * calendar has any sender off is not checked at all.
       identification division.
       program-id. ntrxedt.

           select ntr-parameter-file assign to "NTRPARM"
               organization is sequential
               file status is ws-parameter-file-status.
           select ntr-calendar-file assign to "NTRCAL"
               organization is indexed
               access mode is sequential
               record key is ntr-cal-key
               file status is ws-calendar-file-status.
           select ntr-run-log-file assign to "NTRRLOG"
               organization is sequential
               file status is ws-run-log-status.
       fd  ntr-parameter-file.
           copy ntrprm.

       fd  ntr-calendar-file.
           copy ntrcal.

       fd  ntr-run-log-file.
           copy ntrlog.

       working-storage section.
       01  ws-parameter-file-status        pic x(02).
       01  ws-calendar-file-status         pic x(02).
       01  ws-run-log-status               pic x(02).
       01  ws-time-raw                  pic x(08).
       01  ws-start-time                pic x(06).
      * average of one record - so a violent swing can never truncate
      * its high-order digits down to a value under the tolerance.
       01  ws-volume-swing              pic 9(11)v99 value 0.
           copy ntrcalt.

       procedure division.
       0000-mainline.
                  ws-parameter-file-status
                  ' - DEFAULT VOLUME TOLERANCE APPLIES'
           end-if
           perform 1100-load-calendar
           open input ntr-transmit-file
           open output ntr-input-file
           read ntr-transmit-file
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
              display 'NTRXEDT: NTRCAL UNAVAILABLE, STATUS='
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
                 display 'NTRXEDT: CALENDAR TABLE FULL - '
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
                 display 'NTRXEDT: CALENDAR SOURCE TABLE FULL - '
                     ntr-cal-source-id ' JUDGED ON THE COMMON CALENDAR'
              end-if
           end-if
           .

       2000-edit-record.
           add 1 to ws-records-read
           evaluate ntr-xin-hdr-id

      * plausibility against recent history: today's detail count is
      * compared to the average of the driver's last 10 records-read
      * values on the permanent run log, taken from full business
      * days only.  a log with no driver history yet (first days of
      * a fresh install) just means there is nothing to compare
      * against - a SYSOUT note, not a stop.  so does a day the
      * calendar has short: a holiday, a planned no-transmission
      * day, or one sender off while the others send - its volume
      * is light by plan, not by accident.
       4000-check-volume.
           move ws-today to ntr-cal-lookup-date
           perform 7100-derive-stream-day
           if not ntr-cal-stream-business
              display 'NTRXEDT: ' ws-today ' IS NOT A FULL BUSINESS'
                  ' DAY ON THE CALENDAR - VOLUME CHECK SKIPPED'
           else
              perform 4050-weigh-volume
           end-if
           .

       4050-weigh-volume.
           open input ntr-run-log-file
           if ws-run-log-status = '00'
              perform 4100-scan-run-log
           end-read
           if ws-log-not-eof
              if ntr-log-program = 'NTRDRV'
                 move ntr-log-date to ntr-cal-lookup-date
                 perform 7100-derive-stream-day
                 if ntr-cal-stream-business
                    perform 4110-store-history
                 end-if
              end-if
           end-if
           .

      * only a full business day's volume goes into the average - a
      * partial day, a holiday or a weekend run would drag it down.
       4110-store-history.
           set hst-idx to ws-history-next
           move ntr-log-records-read
             to ws-hst-records-read (hst-idx)
           if ws-history-count < 10
              add 1 to ws-history-count
           end-if
           if ws-history-next = 10
              move 1 to ws-history-next
           else
              add 1 to ws-history-next
           end-if
           .

       4200-total-history.
           set hst-idx to ws-history-sub
           add ws-hst-records-read (hst-idx) to ws-history-total
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
           close ntr-transmit-file
           close ntr-input-file
