      * ntrchrg - month-end chargeback statements and billing feed.
      *
      * Every results and reject record carries the upstream sender
      * it arrived from, and finance bills each sender for what we
      * processed for it.  Reads the reporting month's results and
      * rejects - the generations the month's NTRDRV runs cut, which
      * the select step ahead of it (ntrcsel) gathers onto work
      * datasets, since the records carry no date of their own to
      * pick the month out by - sorts them by sender and operation,
      * and prices each sender's computed records and rejects off
      * the keyed rate table (ntrrat.cpy) - the sender's own rate for
      * an operation where it has one, the operation's standard rate
      * otherwise.  Prints one statement per sender (counts, rates
      * and extended charges by operation), a summary page over all
      * senders, and writes the headered/trailered billing interface
      * file the accounts-receivable system loads (ntrbil.cpy),
      * dated for the reporting month on the run-parameters record.
      * Rejects the calculation subprograms logged carry no sender
      * and cannot be billed; they are counted on the summary page.
      * RC=4 when an operation had no rate to charge at, RC=12 when
      * the rate table is unavailable - then nothing is billed at
      * all.
       identification division.
       program-id. ntrchrg.

       environment division.
       input-output section.
       file-control.
           select ntr-results-file assign to "NTROUT"
               organization is sequential.
           select ntr-reject-in-file assign to "NTRREJIN"
               organization is sequential.
           select ntr-rate-file assign to "NTRRATE"
               organization is indexed
               access mode is random
               record key is ntr-rat-key
               file status is ws-rate-file-status.
           select ntr-parameter-file assign to "NTRPARM"
               organization is sequential
               file status is ws-parameter-file-status.
           select ntr-sort-file assign to "SORTWK".
           select ntr-statement-file assign to "NTRCHGR"
               organization is sequential.
           select ntr-billing-file assign to "NTRBILL"
               organization is sequential
               file status is ws-billing-file-status.
           select ntr-run-log-file assign to "NTRRLOG"
               organization is sequential
               file status is ws-run-log-status.

       data division.
       file section.
       fd  ntr-results-file.
       01  ntr-results-record.
           05  ntr-out-n                   pic 9(12).
           05  ntr-out-op-code             pic x(02).
           05  ntr-out-result              pic 9(24).
           05  ntr-out-source-id           pic x(03).

       fd  ntr-reject-in-file.
           copy ntrrej.

       fd  ntr-rate-file.
           copy ntrrat.

       fd  ntr-parameter-file.
           copy ntrprm.

      * one sort record per billable record: who sent it, which
      * operation it asked for, and whether it computed or rejected.
       sd  ntr-sort-file.
       01  ntr-sort-record.
           05  srt-source-id               pic x(03).
           05  srt-op-code                 pic x(02).
           05  srt-charge-type             pic x(01).
               88  srt-computed              value 'C'.
               88  srt-rejected              value 'R'.

       fd  ntr-statement-file.
       01  ntr-report-line                 pic x(100).

       fd  ntr-billing-file.
           copy ntrbil.

       fd  ntr-run-log-file.
           copy ntrlog.

       working-storage section.
       01  ws-rate-file-status             pic x(02).
       01  ws-parameter-file-status        pic x(02).
       01  ws-billing-file-status          pic x(02).
       01  ws-run-log-status               pic x(02).
       01  ws-time-raw                  pic x(08).
       01  ws-start-time                pic x(06).
       01  ws-run-date                  pic x(08).
       01  ws-report-month              pic x(06).
       01  ws-results-eof-switch        pic x(01) value 'N'.
           88  ws-results-not-eof          value 'N'.
           88  ws-results-at-eof           value 'Y'.
       01  ws-reject-eof-switch         pic x(01) value 'N'.
           88  ws-reject-not-eof           value 'N'.
           88  ws-reject-at-eof            value 'Y'.
       01  ws-sort-eof-switch           pic x(01) value 'N'.
           88  ws-sort-not-eof             value 'N'.
           88  ws-sort-at-eof              value 'Y'.
       01  ws-group-switch              pic x(01) value 'N'.
           88  ws-group-started            value 'Y'.
           88  ws-group-not-started        value 'N'.
       01  ws-group-source-id           pic x(03).
       01  ws-group-op-code             pic x(02).
      * the rate found for the operation group in hand, and where it
      * came from - the sender's own, the standard, or none at all.
       01  ws-computed-rate             pic 9(03)v9(04).
       01  ws-reject-rate               pic 9(03)v9(04).
       01  ws-rate-source               pic x(11).
       01  ws-op-computed               pic 9(09) value 0.
       01  ws-op-rejected               pic 9(09) value 0.
       01  ws-op-computed-charge        pic 9(09)v99.
       01  ws-op-reject-charge          pic 9(09)v99.
       01  ws-op-charge                 pic 9(09)v99.
       01  ws-sender-computed           pic 9(09) value 0.
       01  ws-sender-rejected           pic 9(09) value 0.
       01  ws-sender-charge             pic 9(11)v99 value 0.
       01  ws-grand-computed            pic 9(09) value 0.
       01  ws-grand-rejected            pic 9(09) value 0.
       01  ws-grand-charge              pic 9(11)v99 value 0.
       01  ws-results-read              pic 9(09) value 0.
       01  ws-rejects-read              pic 9(09) value 0.
       01  ws-unattributed-results      pic 9(09) value 0.
       01  ws-unattributed-rejects      pic 9(09) value 0.
       01  ws-unrated-groups            pic 9(05) value 0.
       01  ws-senders-billed            pic 9(05) value 0.
       01  ws-billing-details           pic 9(09) value 0.
       01  ws-count-disp                pic z(08)9.
       01  ws-rate-disp                 pic zz9.9999.
       01  ws-amount-disp               pic z(08)9.99.
       01  ws-total-disp                pic z(10)9.99.
      * one summary line per sender billed.  100 senders is far past
      * the handful the stream takes; a sender past the table is
      * still billed and in the grand totals, and only its summary
      * line is dropped, with a SYSOUT note.
       01  ws-sum-count                 pic 9(03) value 0.
       01  ws-sum-sub                   pic 9(03).
       01  ws-sum-table.
           05  ws-sum-entry occurs 100 times.
               10  ws-sum-source-id        pic x(03).
               10  ws-sum-computed         pic 9(09).
               10  ws-sum-rejected         pic 9(09).
               10  ws-sum-charge           pic 9(11)v99.

       procedure division.
       0000-mainline.
           perform 1000-initialize
           sort ntr-sort-file
               on ascending key srt-source-id srt-op-code
               input procedure is 2000-release-records
               output procedure is 3000-price-sorted
           perform 4000-write-summary
           perform 8000-terminate
           goback
           .

      * the reporting month comes from the run parameters because
      * this job normally runs in the first days of the following
      * month.  the billing generation is opened before the rate
      * table so a table that will not open leaves it empty - no
      * header, which AR refuses - rather than cataloged unopened.
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
              display 'NTRCHRG: NTRPARM UNAVAILABLE, STATUS='
                  ws-parameter-file-status
                  ' - BILLING THE EXECUTION MONTH'
           end-if
           display 'NTRCHRG billing month     : ' ws-report-month
           open output ntr-billing-file
           if ws-billing-file-status not = '00'
              display 'NTRCHRG *** NTRBILL OPEN FAILED, STATUS='
                  ws-billing-file-status ' - NOTHING BILLED, RC=12'
              move 12 to return-code
              perform 9000-write-run-log
              goback
           end-if
           open input ntr-rate-file
           if ws-rate-file-status not = '00'
              display 'NTRCHRG *** NTRRATE OPEN FAILED, STATUS='
                  ws-rate-file-status ' - NOTHING BILLED, RC=12'
              close ntr-billing-file
              move 12 to return-code
              perform 9000-write-run-log
              goback
           end-if
           open output ntr-statement-file
           move spaces to ntr-bil-header-record
           move 'H' to ntr-bil-hdr-id
           move ws-report-month to ntr-bil-hdr-period
           move ws-run-date to ntr-bil-hdr-created-date
           move 'NTR' to ntr-bil-hdr-system-id
           write ntr-bil-header-record
           .

      * a record with no sender cannot be billed to anyone - the
      * calculation subprograms' rejects never see the input record -
      * so it is counted for the summary page and not sorted.
       2000-release-records.
           open input ntr-results-file
           read ntr-results-file
               at end move 'Y' to ws-results-eof-switch
           end-read
           perform 2100-release-result
               until ws-results-at-eof
           close ntr-results-file
           open input ntr-reject-in-file
           read ntr-reject-in-file
               at end move 'Y' to ws-reject-eof-switch
           end-read
           perform 2200-release-reject
               until ws-reject-at-eof
           close ntr-reject-in-file
           .

       2100-release-result.
           add 1 to ws-results-read
           if ntr-out-source-id = spaces
              add 1 to ws-unattributed-results
           else
              move ntr-out-source-id to srt-source-id
              move ntr-out-op-code to srt-op-code
              move 'C' to srt-charge-type
              release ntr-sort-record
           end-if
           read ntr-results-file
               at end move 'Y' to ws-results-eof-switch
           end-read
           .

       2200-release-reject.
           add 1 to ws-rejects-read
           if ntr-rej-source-id = spaces
              add 1 to ws-unattributed-rejects
           else
              move ntr-rej-source-id to srt-source-id
              move ntr-rej-op-code to srt-op-code
              move 'R' to srt-charge-type
              release ntr-sort-record
           end-if
           read ntr-reject-in-file
               at end move 'Y' to ws-reject-eof-switch
           end-read
           .

      * control breaks on sender, then operation: each operation
      * group prices as one statement line, each sender closes with
      * its statement total.
       3000-price-sorted.
           return ntr-sort-file
               at end move 'Y' to ws-sort-eof-switch
           end-return
           perform 3100-price-record
               until ws-sort-at-eof
           if ws-group-started
              perform 3300-close-op-group
              perform 3400-close-sender
           end-if
           .

       3100-price-record.
           evaluate true
              when ws-group-not-started
                 perform 3200-start-sender
              when srt-source-id not = ws-group-source-id
                 perform 3300-close-op-group
                 perform 3400-close-sender
                 perform 3200-start-sender
              when srt-op-code not = ws-group-op-code
                 perform 3300-close-op-group
                 move srt-op-code to ws-group-op-code
           end-evaluate
           if srt-computed
              add 1 to ws-op-computed
           else
              add 1 to ws-op-rejected
           end-if
           return ntr-sort-file
               at end move 'Y' to ws-sort-eof-switch
           end-return
           .

       3200-start-sender.
           move 'Y' to ws-group-switch
           move srt-source-id to ws-group-source-id
           move srt-op-code to ws-group-op-code
           move 0 to ws-sender-computed
           move 0 to ws-sender-rejected
           move 0 to ws-sender-charge
           move spaces to ntr-report-line
           string 'NTR CHARGEBACK STATEMENT - SENDER '
                  ws-group-source-id
                  ' - MONTH ' ws-report-month
                  ' - PREPARED ' ws-run-date
               into ntr-report-line
           write ntr-report-line after advancing page
           move all '-' to ntr-report-line (1:70)
           write ntr-report-line
           perform 3250-write-column-heads
           .

       3250-write-column-heads.
           move spaces to ntr-report-line
           move 'OP' to ntr-report-line (1:2)
           move 'COMPUTED' to ntr-report-line (6:8)
           move 'RATE' to ntr-report-line (19:4)
           move 'CHARGE' to ntr-report-line (30:6)
           move 'REJECTED' to ntr-report-line (39:8)
           move 'RATE' to ntr-report-line (52:4)
           move 'CHARGE' to ntr-report-line (63:6)
           move 'TOTAL' to ntr-report-line (78:5)
           move 'RATE FROM' to ntr-report-line (85:9)
           write ntr-report-line
           .

      * the computed and reject charges are each extended and
      * rounded to the cent on their own, so the statement line, the
      * billing details and the trailer total all add up the same.
       3300-close-op-group.
           perform 3500-look-up-rate
           compute ws-op-computed-charge rounded =
               ws-op-computed * ws-computed-rate
           compute ws-op-reject-charge rounded =
               ws-op-rejected * ws-reject-rate
           compute ws-op-charge =
               ws-op-computed-charge + ws-op-reject-charge
           move spaces to ntr-report-line
           move ws-group-op-code to ntr-report-line (1:2)
           move ws-op-computed to ws-count-disp
           move ws-count-disp to ntr-report-line (5:9)
           move ws-computed-rate to ws-rate-disp
           move ws-rate-disp to ntr-report-line (15:8)
           move ws-op-computed-charge to ws-amount-disp
           move ws-amount-disp to ntr-report-line (24:12)
           move ws-op-rejected to ws-count-disp
           move ws-count-disp to ntr-report-line (38:9)
           move ws-reject-rate to ws-rate-disp
           move ws-rate-disp to ntr-report-line (48:8)
           move ws-op-reject-charge to ws-amount-disp
           move ws-amount-disp to ntr-report-line (57:12)
           move ws-op-charge to ws-amount-disp
           move ws-amount-disp to ntr-report-line (71:12)
           move ws-rate-source to ntr-report-line (85:11)
           write ntr-report-line
           if ws-op-computed > 0
              move 'C' to ntr-bil-dtl-charge-type
              move ws-op-computed to ntr-bil-dtl-quantity
              move ws-computed-rate to ntr-bil-dtl-rate
              move ws-op-computed-charge to ntr-bil-dtl-amount
              perform 3600-write-billing-detail
           end-if
           if ws-op-rejected > 0
              move 'R' to ntr-bil-dtl-charge-type
              move ws-op-rejected to ntr-bil-dtl-quantity
              move ws-reject-rate to ntr-bil-dtl-rate
              move ws-op-reject-charge to ntr-bil-dtl-amount
              perform 3600-write-billing-detail
           end-if
           add ws-op-computed to ws-sender-computed
           add ws-op-rejected to ws-sender-rejected
           add ws-op-charge to ws-sender-charge
           move 0 to ws-op-computed
           move 0 to ws-op-rejected
           .

       3400-close-sender.
           move spaces to ntr-report-line
           write ntr-report-line
           move 'TOTAL' to ntr-report-line (1:5)
           move ws-sender-computed to ws-count-disp
           move ws-count-disp to ntr-report-line (5:9)
           move ws-sender-rejected to ws-count-disp
           move ws-count-disp to ntr-report-line (38:9)
           move ws-sender-charge to ws-total-disp
           move ws-total-disp to ntr-report-line (69:14)
           write ntr-report-line
           add 1 to ws-senders-billed
           add ws-sender-computed to ws-grand-computed
           add ws-sender-rejected to ws-grand-rejected
           add ws-sender-charge to ws-grand-charge
           if ws-sum-count < 100
              add 1 to ws-sum-count
              move ws-group-source-id
                to ws-sum-source-id (ws-sum-count)
              move ws-sender-computed to ws-sum-computed (ws-sum-count)
              move ws-sender-rejected to ws-sum-rejected (ws-sum-count)
              move ws-sender-charge to ws-sum-charge (ws-sum-count)
           else
              display 'NTRCHRG: SUMMARY TABLE FULL - SENDER '
                  ws-group-source-id ' LEFT OFF THE SUMMARY PAGE'
           end-if
           .

      * the sender's own rate first, then the operation's standard
      * rate (blank source).  an operation with neither - or with a
      * rate keyed non-numeric - prices at zero, is flagged on the
      * statement, and ends the job RC=4 so finance can add the rate
      * and rerun before the file goes to AR.
       3500-look-up-rate.
           move ws-group-op-code to ntr-rat-op-code
           move ws-group-source-id to ntr-rat-source-id
           move 'SENDER' to ws-rate-source
           read ntr-rate-file
               invalid key
                  move spaces to ntr-rat-source-id
                  move 'STANDARD' to ws-rate-source
                  read ntr-rate-file
                      invalid key
                         move '*** NO RATE' to ws-rate-source
                  end-read
           end-read
           if ws-rate-source not = '*** NO RATE'
              and (ntr-rat-computed-rate is not numeric
                   or ntr-rat-reject-rate is not numeric)
              move '*** NO RATE' to ws-rate-source
           end-if
           if ws-rate-source = '*** NO RATE'
              move 0 to ws-computed-rate
              move 0 to ws-reject-rate
              add 1 to ws-unrated-groups
           else
              move ntr-rat-computed-rate to ws-computed-rate
              move ntr-rat-reject-rate to ws-reject-rate
           end-if
           .

       3600-write-billing-detail.
           move 'D' to ntr-bil-dtl-id
           move ws-report-month to ntr-bil-dtl-period
           move ws-group-source-id to ntr-bil-dtl-source-id
           move ws-group-op-code to ntr-bil-dtl-op-code
           move spaces to ntr-bil-detail-record (41:40)
           write ntr-bil-detail-record
           add 1 to ws-billing-details
           .

       4000-write-summary.
           move spaces to ntr-report-line
           string 'NTR CHARGEBACK SUMMARY - MONTH ' ws-report-month
                  ' - PREPARED ' ws-run-date
               into ntr-report-line
           write ntr-report-line after advancing page
           move all '-' to ntr-report-line (1:56)
           write ntr-report-line
           move spaces to ntr-report-line
           move 'SENDER' to ntr-report-line (1:6)
           move 'COMPUTED' to ntr-report-line (10:8)
           move 'REJECTED' to ntr-report-line (22:8)
           move 'CHARGE' to ntr-report-line (41:6)
           write ntr-report-line
           perform 4100-write-summary-line
               varying ws-sum-sub from 1 by 1
               until ws-sum-sub > ws-sum-count
           move spaces to ntr-report-line
           write ntr-report-line
           move 'ALL' to ntr-report-line (1:3)
           move ws-grand-computed to ws-count-disp
           move ws-count-disp to ntr-report-line (9:9)
           move ws-grand-rejected to ws-count-disp
           move ws-count-disp to ntr-report-line (21:9)
           move ws-grand-charge to ws-total-disp
           move ws-total-disp to ntr-report-line (33:14)
           write ntr-report-line
           move spaces to ntr-report-line
           write ntr-report-line
           string 'RECORDS READ: RESULTS=' ws-results-read
                  ' REJECTS=' ws-rejects-read
               into ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string 'NOT BILLABLE (NO SENDER): RESULTS='
                  ws-unattributed-results
                  ' REJECTS=' ws-unattributed-rejects
               into ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string 'SENDERS BILLED=' ws-senders-billed
                  ' OPERATIONS WITH NO RATE=' ws-unrated-groups
                  ' BILLING DETAILS=' ws-billing-details
               into ntr-report-line
           write ntr-report-line
           .

       4100-write-summary-line.
           move spaces to ntr-report-line
           move ws-sum-source-id (ws-sum-sub) to ntr-report-line (1:3)
           move ws-sum-computed (ws-sum-sub) to ws-count-disp
           move ws-count-disp to ntr-report-line (9:9)
           move ws-sum-rejected (ws-sum-sub) to ws-count-disp
           move ws-count-disp to ntr-report-line (21:9)
           move ws-sum-charge (ws-sum-sub) to ws-total-disp
           move ws-total-disp to ntr-report-line (33:14)
           write ntr-report-line
           .

       8000-terminate.
           move spaces to ntr-bil-trailer-record
           move 'T' to ntr-bil-trl-id
           move ws-billing-details to ntr-bil-trl-count
           move ws-grand-charge to ntr-bil-trl-amount
           write ntr-bil-trailer-record
           close ntr-billing-file
           close ntr-rate-file
           close ntr-statement-file
           move ws-grand-charge to ws-total-disp
           display 'NTRCHRG results read      : ' ws-results-read
           display 'NTRCHRG rejects read      : ' ws-rejects-read
           display 'NTRCHRG senders billed    : ' ws-senders-billed
           display 'NTRCHRG billing details   : ' ws-billing-details
           display 'NTRCHRG total charges     : ' ws-total-disp
           if ws-unrated-groups > 0
              display 'NTRCHRG *** ' ws-unrated-groups
                  ' OPERATION GROUP(S) BILLED AT ZERO - NO RATE ON'
                  ' NTRRATE, RC=4'
              move 4 to return-code
           end-if
           perform 9000-write-run-log
           .

      * one appended record per execution on the permanent run log -
      * a run log that will not open costs the audit trail a record,
      * not the business a run, so the failure is a SYSOUT note.
       9000-write-run-log.
           open extend ntr-run-log-file
           if ws-run-log-status = '00'
              move ws-run-date to ntr-log-date
              move 'NTRCHRG' to ntr-log-program
              move ws-start-time to ntr-log-start-time
              accept ws-time-raw from time
              move ws-time-raw (1:6) to ntr-log-stop-time
              compute ntr-log-records-read =
                  ws-results-read + ws-rejects-read
              compute ntr-log-records-processed =
                  ws-grand-computed + ws-grand-rejected
              compute ntr-log-records-rejected =
                  ws-unattributed-results + ws-unattributed-rejects
              move 0 to ntr-log-records-compared
              move ws-unrated-groups to ntr-log-discrepancies
              move 'N' to ntr-log-restart-flag
              move return-code to ntr-log-return-code
              write ntr-run-log-record
              close ntr-run-log-file
           else
              display 'NTRCHRG: NTRRLOG OPEN EXTEND FAILED, STATUS='
                  ws-run-log-status
           end-if
           .

       end program ntrchrg.
