      * ntrrcpt - matches the downstream consumer's receipts against
      * the extract generations we sent.
      *
      * The extract went out every day and nobody knew whether it
      * posted until the consumer phoned about a missing day.  Reads
      * every extract generation still on PROD.NTR.EXTRACT.GDG (its
      * H header and T trailer give what we sent), every receipt
      * generation the consumer has returned (ntrrcp.cpy - what their
      * intake accepted or bounced), and the retransmission log
      * (ntrrtl.cpy - what has been resent since), and prints the
      * outstanding-transmissions report: every generation with no
      * receipt once the receipt period on the run-parameters file
      * has passed, every accepted one whose count or hash disagrees
      * with what we sent, and every bounce nobody has resent.  RC=8
      * when anything is on the report, so an unposted day pages
      * someone instead of waiting for the phone call.
       identification division.
       program-id. ntrrcpt.

       environment division.
       input-output section.
       file-control.
      * the extract and receipt GDG bases, read whole - every
      * generation still cataloged, oldest first.
           select ntr-extract-file assign to "NTRXTRIN"
               organization is sequential.
           select ntr-receipt-file assign to "NTRRCPIN"
               organization is sequential
               file status is ws-receipt-file-status.
           select ntr-retrans-log-file assign to "NTRRTLOG"
               organization is sequential
               file status is ws-retrans-log-status.
           select ntr-parameter-file assign to "NTRPARM"
               organization is sequential
               file status is ws-parameter-file-status.
           select ntr-report-file assign to "NTRRCPR"
               organization is sequential.
           select ntr-run-log-file assign to "NTRRLOG"
               organization is sequential
               file status is ws-run-log-status.

       data division.
       file section.
       fd  ntr-extract-file.
           copy ntrxtr.

       fd  ntr-receipt-file.
           copy ntrrcp.

       fd  ntr-retrans-log-file.
           copy ntrrtl.

       fd  ntr-parameter-file.
           copy ntrprm.

       fd  ntr-report-file.
       01  ntr-report-line                 pic x(100).

       fd  ntr-run-log-file.
           copy ntrlog.

       working-storage section.
       01  ws-receipt-file-status          pic x(02).
       01  ws-retrans-log-status           pic x(02).
       01  ws-parameter-file-status        pic x(02).
       01  ws-run-log-status               pic x(02).
       01  ws-time-raw                  pic x(08).
       01  ws-start-time                pic x(06).
       01  ws-today                     pic x(08).
       01  ws-today-num                 pic 9(08).
       01  ws-today-int                 pic 9(09).
       01  ws-date-num                  pic 9(08).
       01  ws-age-days                  pic 9(05).
       01  ws-age-disp                  pic z(04)9.
       01  ws-receipt-days              pic 9(03) value 0.
       01  ws-extract-eof-switch        pic x(01) value 'N'.
           88  ws-extract-not-eof          value 'N'.
           88  ws-extract-at-eof           value 'Y'.
       01  ws-receipt-eof-switch        pic x(01) value 'N'.
           88  ws-receipt-not-eof          value 'N'.
           88  ws-receipt-at-eof           value 'Y'.
       01  ws-retrans-eof-switch        pic x(01) value 'N'.
           88  ws-retrans-not-eof          value 'N'.
           88  ws-retrans-at-eof           value 'Y'.
       01  ws-extracts-read             pic 9(09) value 0.
       01  ws-receipts-read             pic 9(09) value 0.
       01  ws-receipts-unmatched        pic 9(09) value 0.
       01  ws-resends-read              pic 9(09) value 0.
       01  ws-generations-superseded    pic 9(09) value 0.
       01  ws-generations-posted        pic 9(09) value 0.
       01  ws-generations-awaiting      pic 9(09) value 0.
       01  ws-generations-outstanding   pic 9(09) value 0.
      * the generation and run id being looked up, and where the
      * lookup found it - zero when it is not on the table.
       01  ws-find-generation           pic 9(04).
       01  ws-find-run-id               pic x(08).
       01  ws-xtr-slot                  pic 9(03) value 0.
       01  ws-xtr-sub                   pic 9(03).
      * one entry per extract generation on the GDG - 31 cataloged at
      * most, so 100 leaves room for a limit raised later.  the same
      * generation and run id cut twice (a restarted day's second
      * extract) keeps the newest, which is the one that went out.
       01  ws-xtr-count                 pic 9(03) value 0.
       01  ws-xtr-table.
           05  ws-xtr-entry occurs 100 times
                   indexed by xtr-idx.
               10  ws-xtr-generation       pic 9(04).
               10  ws-xtr-run-id           pic x(08).
               10  ws-xtr-file-date        pic x(08).
               10  ws-xtr-trailer-switch   pic x(01).
                   88  ws-xtr-has-trailer    value 'Y'.
               10  ws-xtr-sent-count       pic 9(09).
               10  ws-xtr-sent-hash        pic 9(15).
               10  ws-xtr-disposition      pic x(01).
                   88  ws-xtr-no-receipt     value ' '.
                   88  ws-xtr-accepted       value 'A'.
                   88  ws-xtr-bounced        value 'B'.
               10  ws-xtr-rcp-date         pic x(08).
               10  ws-xtr-rcp-count        pic 9(09).
               10  ws-xtr-rcp-hash         pic 9(15).
               10  ws-xtr-rcp-reason       pic x(27).
               10  ws-xtr-resend-count     pic 9(03).
               10  ws-xtr-resend-date      pic x(08).
       01  ws-verdict                   pic x(30).

       procedure division.
       0000-mainline.
           perform 1000-initialize
           perform 2000-load-extract
               until ws-extract-at-eof
           perform 2500-load-retransmissions
           perform 3000-apply-receipts
           perform 4000-check-generation
               varying ws-xtr-sub from 1 by 1
               until ws-xtr-sub > ws-xtr-count
           perform 8000-terminate
           goback
           .

      * a missing run-parameters file, like a zero receipt period,
      * means nothing is ever overdue - the report still lists the
      * disagreeing totals and the unresent bounces.
       1000-initialize.
           accept ws-today from date yyyymmdd
           accept ws-time-raw from time
           move ws-time-raw (1:6) to ws-start-time
           move ws-today to ws-today-num
           compute ws-today-int =
               function integer-of-date(ws-today-num)
           open input ntr-parameter-file
           if ws-parameter-file-status = '00'
              read ntr-parameter-file
                  at end move '10' to ws-parameter-file-status
              end-read
              if ws-parameter-file-status = '00'
                 move ntr-prm-receipt-days to ws-receipt-days
              end-if
              close ntr-parameter-file
           end-if
           if ws-parameter-file-status not = '00'
              display 'NTRRCPT: NTRPARM UNAVAILABLE, STATUS='
                  ws-parameter-file-status
                  ' - NO GENERATION WILL BE OVERDUE'
           end-if
           if ws-receipt-days = 0
              display 'NTRRCPT: RECEIPT PERIOD IS ZERO -'
                  ' NO GENERATION WILL BE OVERDUE'
           end-if
           open output ntr-report-file
           move spaces to ntr-report-line
           string 'NTR OUTSTANDING EXTRACT TRANSMISSIONS - ' ws-today
                  ' - RECEIPT PERIOD ' ws-receipt-days ' DAYS'
               into ntr-report-line
           write ntr-report-line
           move all '-' to ntr-report-line (1:66)
           write ntr-report-line
           move spaces to ntr-report-line
           move 'GEN' to ntr-report-line (1:3)
           move 'RUN ID' to ntr-report-line (6:6)
           move 'SENT ON' to ntr-report-line (15:7)
           move 'AGE' to ntr-report-line (26:3)
           move 'SENT' to ntr-report-line (35:4)
           move 'RECEIPT' to ntr-report-line (40:7)
           move 'THEIRS' to ntr-report-line (53:6)
           move 'RSN' to ntr-report-line (60:3)
           move 'VERDICT' to ntr-report-line (64:7)
           write ntr-report-line
           open input ntr-extract-file
           read ntr-extract-file
               at end move 'Y' to ws-extract-eof-switch
           end-read
           .

      * details are only counted - the header says which
      * transmission this is and the trailer says what it carried,
      * which is all a receipt can be matched against.
       2000-load-extract.
           evaluate ntr-xtr-hdr-id
              when 'H'
                 add 1 to ws-extracts-read
                 move ntr-xtr-hdr-generation to ws-find-generation
                 move ntr-xtr-hdr-run-id to ws-find-run-id
                 perform 5000-find-generation
                 if ws-xtr-slot > 0
                    add 1 to ws-generations-superseded
                 else
                    if ws-xtr-count < 100
                       add 1 to ws-xtr-count
                       move ws-xtr-count to ws-xtr-slot
                    else
                       display 'NTRRCPT: EXTRACT TABLE FULL -'
                           ' GENERATION ' ntr-xtr-hdr-generation
                           ' NOT CHECKED'
                    end-if
                 end-if
                 if ws-xtr-slot > 0
                    set xtr-idx to ws-xtr-slot
                    move ntr-xtr-hdr-generation
                      to ws-xtr-generation (xtr-idx)
                    move ntr-xtr-hdr-run-id to ws-xtr-run-id (xtr-idx)
                    move ntr-xtr-hdr-file-date
                      to ws-xtr-file-date (xtr-idx)
                    move 'N' to ws-xtr-trailer-switch (xtr-idx)
                    move 0 to ws-xtr-sent-count (xtr-idx)
                    move 0 to ws-xtr-sent-hash (xtr-idx)
                    move space to ws-xtr-disposition (xtr-idx)
                    move spaces to ws-xtr-rcp-date (xtr-idx)
                    move 0 to ws-xtr-rcp-count (xtr-idx)
                    move 0 to ws-xtr-rcp-hash (xtr-idx)
                    move spaces to ws-xtr-rcp-reason (xtr-idx)
                    move 0 to ws-xtr-resend-count (xtr-idx)
                    move spaces to ws-xtr-resend-date (xtr-idx)
                 end-if
              when 'T'
                 if ws-xtr-slot > 0
                    set xtr-idx to ws-xtr-slot
                    move 'Y' to ws-xtr-trailer-switch (xtr-idx)
                    move ntr-xtr-trl-count
                      to ws-xtr-sent-count (xtr-idx)
                    move ntr-xtr-trl-hash to ws-xtr-sent-hash (xtr-idx)
                 end-if
           end-evaluate
           read ntr-extract-file
               at end move 'Y' to ws-extract-eof-switch
           end-read
           .

      * a log that is not there yet (nothing ever resent) is an empty
      * one.
       2500-load-retransmissions.
           close ntr-extract-file
           open input ntr-retrans-log-file
           if ws-retrans-log-status = '00'
              perform 2510-read-retransmission
                  until ws-retrans-at-eof
              close ntr-retrans-log-file
           else
              display 'NTRRCPT: NTRRTLOG UNAVAILABLE, STATUS='
                  ws-retrans-log-status ' - NO RESENDS ON FILE'
           end-if
           .

       2510-read-retransmission.
           read ntr-retrans-log-file
               at end move 'Y' to ws-retrans-eof-switch
           end-read
           if ws-retrans-not-eof
              add 1 to ws-resends-read
              move ntr-rtl-generation to ws-find-generation
              move ntr-rtl-run-id to ws-find-run-id
              perform 5000-find-generation
              if ws-xtr-slot > 0
                 set xtr-idx to ws-xtr-slot
                 add 1 to ws-xtr-resend-count (xtr-idx)
                 move ntr-rtl-date to ws-xtr-resend-date (xtr-idx)
              end-if
           end-if
           .

      * receipt generations come oldest first, so the last receipt
      * read for a generation is the latest one, and it stands.  a
      * receipt for a generation no longer on the extract GDG has
      * aged off with it, and is only counted.
       3000-apply-receipts.
           open input ntr-receipt-file
           if ws-receipt-file-status = '00'
              perform 3100-read-receipt
                  until ws-receipt-at-eof
              close ntr-receipt-file
           else
              display 'NTRRCPT: NTRRCPIN UNAVAILABLE, STATUS='
                  ws-receipt-file-status ' - NO RECEIPTS ON FILE'
           end-if
           .

       3100-read-receipt.
           read ntr-receipt-file
               at end move 'Y' to ws-receipt-eof-switch
           end-read
           if ws-receipt-not-eof
              add 1 to ws-receipts-read
              move ntr-rcp-generation to ws-find-generation
              move ntr-rcp-run-id to ws-find-run-id
              perform 5000-find-generation
              if ws-xtr-slot > 0
                 set xtr-idx to ws-xtr-slot
                 move ntr-rcp-disposition
                   to ws-xtr-disposition (xtr-idx)
                 move ntr-rcp-received-date to ws-xtr-rcp-date (xtr-idx)
                 move ntr-rcp-count to ws-xtr-rcp-count (xtr-idx)
                 move ntr-rcp-hash to ws-xtr-rcp-hash (xtr-idx)
                 move ntr-rcp-reason to ws-xtr-rcp-reason (xtr-idx)
              else
                 add 1 to ws-receipts-unmatched
              end-if
           end-if
           .

      * a generation is settled when its latest receipt accepted
      * exactly what we sent.  the receipt period runs from the day
      * the generation was cut, or from its latest resend once it has
      * been resent after a bounce; inside the period a generation
      * with no answer is only counted as awaiting.
       4000-check-generation.
           set xtr-idx to ws-xtr-sub
           move spaces to ws-verdict
           evaluate true
              when not ws-xtr-has-trailer (xtr-idx)
                 move '*** NO TRAILER - NOT COMPLETE'
                   to ws-verdict
              when ws-xtr-accepted (xtr-idx)
                 if ws-xtr-rcp-count (xtr-idx)
                    = ws-xtr-sent-count (xtr-idx)
                    and ws-xtr-rcp-hash (xtr-idx)
                        = ws-xtr-sent-hash (xtr-idx)
                    add 1 to ws-generations-posted
                 else
                    move '*** ACCEPTED, TOTALS DISAGREE'
                      to ws-verdict
                 end-if
              when ws-xtr-bounced (xtr-idx)
                 and (ws-xtr-resend-date (xtr-idx) = spaces
                      or ws-xtr-resend-date (xtr-idx)
                         < ws-xtr-rcp-date (xtr-idx))
                 move '*** BOUNCED, NOT RESENT' to ws-verdict
              when other
                 if ws-xtr-bounced (xtr-idx)
                    move ws-xtr-resend-date (xtr-idx) to ws-date-num
                 else
                    move ws-xtr-file-date (xtr-idx) to ws-date-num
                 end-if
                 perform 4100-derive-age
                 if ws-receipt-days > 0
                    and ws-age-days > ws-receipt-days
                    if ws-xtr-bounced (xtr-idx)
                       move '*** RESENT, NO RECEIPT - OVERDUE'
                         to ws-verdict
                    else
                       move '*** NO RECEIPT - OVERDUE' to ws-verdict
                    end-if
                 else
                    add 1 to ws-generations-awaiting
                 end-if
           end-evaluate
           if ws-verdict not = spaces
              perform 4200-write-outstanding
           end-if
           .

      * a date that is not a real calendar date counts as long past
      * the period rather than abending the report.
       4100-derive-age.
           if function test-date-yyyymmdd(ws-date-num) = 0
              and ws-date-num <= ws-today-num
              compute ws-age-days = ws-today-int
                  - function integer-of-date(ws-date-num)
           else
              move 99999 to ws-age-days
           end-if
           .

       4200-write-outstanding.
           add 1 to ws-generations-outstanding
           move ws-xtr-file-date (xtr-idx) to ws-date-num
           perform 4100-derive-age
           move ws-age-days to ws-age-disp
           move spaces to ntr-report-line
           move ws-xtr-generation (xtr-idx) to ntr-report-line (1:4)
           move ws-xtr-run-id (xtr-idx) to ntr-report-line (6:8)
           move ws-xtr-file-date (xtr-idx) to ntr-report-line (15:8)
           move ws-age-disp to ntr-report-line (24:5)
           move ws-xtr-sent-count (xtr-idx) to ntr-report-line (30:9)
           move ws-xtr-disposition (xtr-idx) to ntr-report-line (40:1)
           move ws-xtr-rcp-date (xtr-idx) to ntr-report-line (42:8)
           if not ws-xtr-no-receipt (xtr-idx)
              move ws-xtr-rcp-count (xtr-idx)
                to ntr-report-line (51:9)
           end-if
           move ws-xtr-resend-count (xtr-idx) to ntr-report-line (60:3)
           move ws-verdict to ntr-report-line (64:30)
           write ntr-report-line
           if ws-xtr-accepted (xtr-idx) or ws-xtr-bounced (xtr-idx)
              move spaces to ntr-report-line
              string '      SENT HASH=' ws-xtr-sent-hash (xtr-idx)
                     ' RECEIPT HASH=' ws-xtr-rcp-hash (xtr-idx)
                     ' ' ws-xtr-rcp-reason (xtr-idx)
                  delimited by size into ntr-report-line
              write ntr-report-line
           end-if
           .

       5000-find-generation.
           move 0 to ws-xtr-slot
           set xtr-idx to 1
           search ws-xtr-entry
               at end continue
               when xtr-idx > ws-xtr-count
                  continue
               when ws-xtr-generation (xtr-idx) = ws-find-generation
                and ws-xtr-run-id (xtr-idx) = ws-find-run-id
                  set ws-xtr-slot to xtr-idx
           end-search
           .

       8000-terminate.
           move spaces to ntr-report-line
           write ntr-report-line
           string 'GENERATIONS ON FILE=' ws-xtr-count
                  ' POSTED=' ws-generations-posted
                  ' AWAITING=' ws-generations-awaiting
                  ' OUTSTANDING=' ws-generations-outstanding
               into ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string 'RECEIPTS READ=' ws-receipts-read
                  ' FOR GENERATIONS NO LONGER ON FILE='
                  ws-receipts-unmatched
                  ' RESENDS LOGGED=' ws-resends-read
               into ntr-report-line
           write ntr-report-line
           close ntr-report-file
           display 'NTRRCPT generations read  : ' ws-xtr-count
           display 'NTRRCPT receipts read     : ' ws-receipts-read
           display 'NTRRCPT generations posted: ' ws-generations-posted
           display 'NTRRCPT outstanding       : '
               ws-generations-outstanding
           if ws-generations-outstanding > 0
              display 'NTRRCPT *** ' ws-generations-outstanding
                  ' EXTRACT GENERATION(S) OUTSTANDING - SEE NTRRCPR,'
                  ' RC=8'
              move 8 to return-code
           end-if
           perform 9000-write-run-log
           .

      * one appended record per execution on the permanent run log -
      * a run log that will not open costs the audit trail a record,
      * not the business a run, so the failure is a SYSOUT note.
       9000-write-run-log.
           open extend ntr-run-log-file
           if ws-run-log-status = '00'
              move ws-today to ntr-log-date
              move 'NTRRCPT' to ntr-log-program
              move ws-start-time to ntr-log-start-time
              accept ws-time-raw from time
              move ws-time-raw (1:6) to ntr-log-stop-time
              move ws-receipts-read to ntr-log-records-read
              move ws-generations-posted to ntr-log-records-processed
              move 0 to ntr-log-records-rejected
              move ws-xtr-count to ntr-log-records-compared
              move ws-generations-outstanding to ntr-log-discrepancies
              move 'N' to ntr-log-restart-flag
              move return-code to ntr-log-return-code
              write ntr-run-log-record
              close ntr-run-log-file
           else
              display 'NTRRCPT: NTRRLOG OPEN EXTEND FAILED, STATUS='
                  ws-run-log-status
           end-if
           .

       end program ntrrcpt.
