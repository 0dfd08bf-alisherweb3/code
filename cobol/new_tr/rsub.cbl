      * ntrrsub - resubmissions report for the day's held records.
      *
      * The driver holds back any record whose control number and
      * operation the results master shows already computed on an
      * earlier day inside the look-back window - a sender resending
      * yesterday's numbers would otherwise have them computed,
      * posted over the master and sent downstream a second time.
      * The acknowledgment tells the sender each one was held; this
      * report is what operations and the sender's own support work
      * from: the day's holds sorted by sender, each with the
      * original computation's processing date, run generation and
      * sender and how many days back it was, with a count per
      * sender - the worklist for settling each hold with the
      * sender that sent it.
       identification division.
       program-id. ntrrsub.

       environment division.
       input-output section.
       file-control.
           select ntr-hold-in-file assign to "NTRHLDIN"
               organization is sequential.
           select ntr-sort-file assign to "SORTWK".
           select ntr-report-file assign to "NTRRSUBR"
               organization is sequential.
           select ntr-run-log-file assign to "NTRRLOG"
               organization is sequential
               file status is ws-run-log-status.

       data division.
       file section.
       fd  ntr-hold-in-file.
           copy ntrhld.

      * the hold record as is, sorted by sender, then control number
      * and operation - the order a sender's support looks them up.
       sd  ntr-sort-file.
       01  ntr-sort-record.
           05  srt-n                       pic x(12).
           05  srt-op-code                 pic x(02).
           05  srt-source-id               pic x(03).
           05  srt-orig-proc-date          pic x(08).
           05  srt-orig-generation         pic 9(04).
           05  srt-orig-source-id          pic x(03).
           05  srt-held-date               pic x(08).
           05  srt-days-since              pic 9(03).
           05  filler                      pic x(07).

       fd  ntr-report-file.
       01  ntr-report-line                 pic x(100).

       fd  ntr-run-log-file.
           copy ntrlog.

       working-storage section.
       01  ws-run-log-status               pic x(02).
       01  ws-time-raw                  pic x(08).
       01  ws-start-time                pic x(06).
       01  ws-today                     pic x(08).
       01  ws-sort-eof-switch           pic x(01) value 'N'.
           88  ws-sort-not-eof             value 'N'.
           88  ws-sort-at-eof              value 'Y'.
       01  ws-group-switch              pic x(01) value 'N'.
           88  ws-group-started            value 'Y'.
           88  ws-group-not-started        value 'N'.
       01  ws-group-source-id           pic x(03).
       01  ws-source-held               pic 9(09) value 0.
       01  ws-records-held              pic 9(09) value 0.
       01  ws-senders                   pic 9(05) value 0.

       procedure division.
       0000-mainline.
           perform 1000-initialize
           sort ntr-sort-file
               on ascending key srt-source-id srt-n srt-op-code
               using ntr-hold-in-file
               output procedure is 2000-report-sorted
           perform 8000-terminate
           goback
           .

       1000-initialize.
           accept ws-today from date yyyymmdd
           accept ws-time-raw from time
           move ws-time-raw (1:6) to ws-start-time
           open output ntr-report-file
           move spaces to ntr-report-line
           string 'NTR RESUBMISSIONS HELD - ' ws-today
               into ntr-report-line
           write ntr-report-line
           move all '-' to ntr-report-line (1:33)
           write ntr-report-line
           .

       2000-report-sorted.
           return ntr-sort-file
               at end move 'Y' to ws-sort-eof-switch
           end-return
           perform 2100-report-hold
               until ws-sort-at-eof
           if ws-group-started
              perform 2400-close-sender
           end-if
           .

       2100-report-hold.
           evaluate true
              when ws-group-not-started
                 perform 2200-start-sender
              when srt-source-id not = ws-group-source-id
                 perform 2400-close-sender
                 perform 2200-start-sender
           end-evaluate
           move spaces to ntr-report-line
           move srt-n to ntr-report-line (1:12)
           move srt-op-code to ntr-report-line (17:2)
           move srt-orig-proc-date to ntr-report-line (22:8)
           move srt-orig-generation to ntr-report-line (37:4)
           move srt-orig-source-id to ntr-report-line (50:3)
           move srt-days-since to ntr-report-line (68:3)
           write ntr-report-line
           add 1 to ws-source-held
           add 1 to ws-records-held
           return ntr-sort-file
               at end move 'Y' to ws-sort-eof-switch
           end-return
           .

       2200-start-sender.
           move 'Y' to ws-group-switch
           move srt-source-id to ws-group-source-id
           move 0 to ws-source-held
           add 1 to ws-senders
           move spaces to ntr-report-line
           write ntr-report-line
           string 'SENDER ' ws-group-source-id
               into ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           move 'CONTROL NUMBER' to ntr-report-line (1:14)
           move 'OP' to ntr-report-line (17:2)
           move 'ORIGINAL DATE' to ntr-report-line (22:13)
           move 'GENERATION' to ntr-report-line (37:10)
           move 'ORIGINAL SENDER' to ntr-report-line (50:15)
           move 'DAYS BACK' to ntr-report-line (68:9)
           write ntr-report-line
           .

       2400-close-sender.
           move spaces to ntr-report-line
           string 'SENDER ' ws-group-source-id
                  ' RESUBMISSIONS HELD=' ws-source-held
               into ntr-report-line
           write ntr-report-line
           .

       8000-terminate.
           move spaces to ntr-report-line
           write ntr-report-line
           if ws-records-held = 0
              move 'NO RESUBMISSIONS HELD TODAY' to ntr-report-line
           else
              string 'TOTAL RESUBMISSIONS HELD=' ws-records-held
                     ' SENDERS=' ws-senders
                  into ntr-report-line
           end-if
           write ntr-report-line
           close ntr-report-file
           display 'NTRRSUB resubmissions held: ' ws-records-held
           display 'NTRRSUB senders           : ' ws-senders
           perform 9000-write-run-log
           .

      * one appended record per execution on the permanent run log -
      * a run log that will not open costs the audit trail a record,
      * not the business a run, so the failure is a SYSOUT note.
       9000-write-run-log.
           open extend ntr-run-log-file
           if ws-run-log-status = '00'
              move ws-today to ntr-log-date
              move 'NTRRSUB' to ntr-log-program
              move ws-start-time to ntr-log-start-time
              accept ws-time-raw from time
              move ws-time-raw (1:6) to ntr-log-stop-time
              move ws-records-held to ntr-log-records-read
              move ws-records-held to ntr-log-records-processed
              move 0 to ntr-log-records-rejected
              move 0 to ntr-log-records-compared
              move 0 to ntr-log-discrepancies
              move 'N' to ntr-log-restart-flag
              move return-code to ntr-log-return-code
              write ntr-run-log-record
              close ntr-run-log-file
           else
              display 'NTRRSUB: NTRRLOG OPEN EXTEND FAILED, STATUS='
                  ws-run-log-status
           end-if
           .

       end program ntrrsub.
