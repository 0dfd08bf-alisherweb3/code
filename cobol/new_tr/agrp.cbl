      * RC=4 when the escalation page has entries, so an aged reject
      * nobody worked pages someone instead of compounding quietly -
      * the aged file is a worked queue now, not a landfill.
      *
      * Ages are in business days on the processing calendar
      * (ntrcal.cpy), each reject judged on its own sender's
      * calendar: a long weekend or a holiday does not push a reject
      * a bucket further on.  A planned no-transmission day is still
      * a business day here - the queue is worked on it.
       identification division.
       program-id. ntragrp.

           select ntr-aged-file assign to "NTRAGED"
               organization is sequential
               file status is ws-aged-file-status.
           select ntr-calendar-file assign to "NTRCAL"
               organization is indexed
               access mode is sequential
               record key is ntr-cal-key
               file status is ws-calendar-file-status.
           select ntr-report-file assign to "NTRAGRR"
               organization is sequential.
           select ntr-run-log-file assign to "NTRRLOG"
       fd  ntr-aged-file.
           copy ntraged.

       fd  ntr-calendar-file.
           copy ntrcal.

       fd  ntr-report-file.
       01  ntr-report-line                 pic x(100).


       working-storage section.
       01  ws-aged-file-status             pic x(02).
       01  ws-calendar-file-status         pic x(02).
       01  ws-run-log-status               pic x(02).
       01  ws-time-raw                  pic x(08).
       01  ws-start-time                pic x(06).
           88  ws-aged-opened              value 'Y'.
           88  ws-aged-not-opened          value 'N'.
       01  ws-aged-date-num             pic 9(08).
       01  ws-aged-int                  pic 9(09).
       01  ws-age-days                  pic 9(05).
      * business-day arithmetic: weekdays up to a day number come off
      * whole weeks plus the weekdays of the part week, and the
      * calendar's exceptions in range then put days back or take
      * them out.  Signed, as a holiday-heavy span can net below the
      * weekday count of an adjacent day.
       01  ws-weekday-int               pic 9(09).
       01  ws-weekday-total             pic 9(09).
       01  ws-week-count                pic 9(09).
       01  ws-week-remainder            pic 9(01).
       01  ws-today-weekdays            pic 9(09).
       01  ws-age-work                  pic s9(09).
       01  ws-cal-sub                   pic 9(04).
       01  ws-records-read              pic 9(09) value 0.
       01  ws-current-count             pic 9(09) value 0.
       01  ws-over-7-count              pic 9(09) value 0.
                   indexed by pgm-idx.
               10  ws-pgm-name             pic x(08).
               10  ws-pgm-count            pic 9(09).
           copy ntrcalt.

       procedure division.
       0000-mainline.
           move ws-today to ws-today-num
           compute ws-today-int =
               function integer-of-date(ws-today-num)
           move ws-today-int to ws-weekday-int
           perform 2120-count-weekdays
           move ws-weekday-total to ws-today-weekdays
           perform 1100-load-calendar
           open output ntr-report-file
           open input ntr-aged-file
           if ws-aged-file-status = '00'
           end-if
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
              display 'NTRAGRP: NTRCAL UNAVAILABLE, STATUS='
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
                 display 'NTRAGRP: CALENDAR TABLE FULL - '
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
                 display 'NTRAGRP: CALENDAR SOURCE TABLE FULL - '
                     ntr-cal-source-id ' JUDGED ON THE COMMON CALENDAR'
              end-if
           end-if
           .

       2000-tally-aged.
           add 1 to ws-records-read
           perform 2100-derive-age
       2100-derive-age.
           if ntr-aged-date is numeric
              move ntr-aged-date to ws-aged-date-num
              compute ws-aged-int =
                  function integer-of-date(ws-aged-date-num)
              if ws-aged-int < ws-today-int
                 perform 2110-count-business-days
              else
                 move 0 to ws-age-days
              end-if
           else
              add 1 to ws-bad-date-count
              move 99999 to ws-age-days
           end-if
           .

      * business days after the aged date up to and including today.
       2110-count-business-days.
           move ws-aged-int to ws-weekday-int
           perform 2120-count-weekdays
           compute ws-age-work = ws-today-weekdays - ws-weekday-total
           perform 2130-adjust-for-calendar
               varying ws-cal-sub from 1 by 1
               until ws-cal-sub > ntr-cal-table-count
           evaluate true
              when ws-age-work < 0
                 move 0 to ws-age-days
              when ws-age-work > 99999
                 move 99999 to ws-age-days
              when other
                 move ws-age-work to ws-age-days
           end-evaluate
           .

      * weekdays from day 1 (Monday 1 January 1601) through the day.
       2120-count-weekdays.
           divide ws-weekday-int by 7 giving ws-week-count
               remainder ws-week-remainder
           if ws-week-remainder > 5
              move 5 to ws-week-remainder
           end-if
           compute ws-weekday-total =
               ws-week-count * 5 + ws-week-remainder
           .

      * a calendar record in range counts for this reject when it is
      * the sender's own, or the common one on a date the sender has
      * no record of its own for.
       2130-adjust-for-calendar.
           set clt-idx to ws-cal-sub
           if ntr-clt-date (clt-idx) is numeric
              and ntr-clt-date (clt-idx) > ntr-aged-date
              and ntr-clt-date (clt-idx) not > ws-today
              if ntr-clt-source-id (clt-idx) = ntr-aged-source-id
                 perform 2140-apply-calendar-entry
              else
                 if ntr-clt-source-id (clt-idx) = spaces
                    move ntr-aged-source-id to ntr-cal-lookup-source
                    move ntr-clt-date (clt-idx) to ntr-cal-lookup-date
                    move space to ntr-cal-day-type-out
                    perform 7010-find-calendar-entry
                    if ntr-cal-day-type-out = space
                       perform 2140-apply-calendar-entry
                    end-if
                 end-if
              end-if
           end-if
           .

      * the weekday count already has a weekday as business and a
      * weekend as not: a holiday on a weekday comes out, a worked
      * weekend (B or N) goes in.
       2140-apply-calendar-entry.
           set clt-idx to ws-cal-sub
           move ntr-clt-date (clt-idx) to ntr-cal-date-num
           compute ntr-cal-weekday = function mod
               (function integer-of-date(ntr-cal-date-num) - 1 7)
           evaluate true
              when ntr-clt-day-type (clt-idx) = 'H'
               and ntr-cal-weekday < 5
                 subtract 1 from ws-age-work
              when (ntr-clt-day-type (clt-idx) = 'B' or 'N')
               and ntr-cal-weekday > 4
                 add 1 to ws-age-work
           end-evaluate
           .

       2200-tally-reason.
           move 'N' to ws-reason-found-switch
           set rsn-idx to 1
       3000-write-summary.
           move spaces to ntr-report-line
           string 'NTR AGED-REJECTS AGING REPORT - ' ws-today
                  ' (AGES IN BUSINESS DAYS)'
               into ntr-report-line
           write ntr-report-line
           move all '-' to ntr-report-line (1:64)
           write ntr-report-line
           move spaces to ntr-report-line
           string 'AGED REJECTS ON FILE . : ' ws-records-read
               into ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string 'CURRENT (0-7 BUS DAYS) : ' ws-current-count
               into ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string 'OVER 7 BUS DAYS  . . . : ' ws-over-7-count
               into ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string 'OVER 30 BUS DAYS . . . : ' ws-over-30-count
               into ntr-report-line
           write ntr-report-line
           if ws-bad-date-count > 0
      * file order, with the whole reject on each line.
       4000-write-escalation.
           move spaces to ntr-report-line
           string 'ESCALATION - REJECTS AGED OVER 30 BUSINESS DAYS ('
                  ws-over-30-count ' ITEM(S))'
               into ntr-report-line
           write ntr-report-line after advancing page
           move all '-' to ntr-report-line (1:67)
           write ntr-report-line
           if ws-over-30-count = 0
              move '  NONE - THE QUEUE IS BEING WORKED'
                     ' SRC=' ntr-aged-source-id
                     ' REASON=' ntr-aged-reason-code
                     ' AGED=' ntr-aged-date
                     ' BUS DAYS=' ws-age-days
                     ' FROM ' ntr-aged-source-program
                  into ntr-report-line
              write ntr-report-line
           end-read
           .

      * the sender's own record for a date, if the calendar has one.
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

       8000-terminate.
           if ws-aged-opened
              close ntr-aged-file
           end-if
           close ntr-report-file
           display 'NTRAGRP aged records read     : ' ws-records-read
           display 'NTRAGRP current (0-7 bus days): ' ws-current-count
           display 'NTRAGRP over 7 bus days       : ' ws-over-7-count
           display 'NTRAGRP over 30 bus days      : ' ws-over-30-count
           if ws-over-30-count > 0
              display 'NTRAGRP *** ' ws-over-30-count
                  ' REJECT(S) AGED OVER 30 BUSINESS DAYS - ESCALATED,'
                  ' RC=4'
              move 4 to return-code
           end-if
           perform 9000-write-run-log
