      * ntrrsnd - retransmits one extract generation to the
      * downstream results consumer, and logs that it did.
      *
      * A bounced generation used to be resent by hand from ISPF, and
      * nothing recorded that it went - so a generation could go out
      * twice and post twice without anyone knowing.  Takes one card
      * naming the generation (and run id, when a day was cut more
      * than once), finds the newest copy of it on the extract GDG,
      * checks the consumer's receipts and the retransmission log,
      * copies it byte for byte to the resend dataset, and appends a
      * record to the permanent retransmission log (ntrrtl.cpy) that
      * the receipt match reads.  A generation the consumer accepted,
      * or one already resent with no bounce since, is refused
      * (RC=8) unless the card forces it; a forced resend goes out,
      * is logged as forced, and ends RC=4 so it is seen.
       identification division.
       program-id. ntrrsnd.

       environment division.
       input-output section.
       file-control.
           select ntr-control-file assign to "SYSIN"
               organization is sequential
               file status is ws-control-file-status.
           select ntr-extract-file assign to "NTRXTRIN"
               organization is sequential.
           select ntr-receipt-file assign to "NTRRCPIN"
               organization is sequential
               file status is ws-receipt-file-status.
           select ntr-retrans-log-file assign to "NTRRTLOG"
               organization is sequential
               file status is ws-retrans-log-status.
           select ntr-resend-file assign to "NTRRSND"
               organization is sequential
               file status is ws-resend-file-status.
           select ntr-run-log-file assign to "NTRRLOG"
               organization is sequential
               file status is ws-run-log-status.

       data division.
       file section.
       fd  ntr-control-file.
       01  ntr-resend-card.
           05  ntr-rsc-generation          pic x(04).
           05  ntr-rsc-run-id              pic x(08).
           05  ntr-rsc-requester           pic x(08).
           05  ntr-rsc-reason              pic x(40).
           05  ntr-rsc-override            pic x(01).
               88  ntr-rsc-forced            value 'Y'.
           05  filler                      pic x(19).

       fd  ntr-extract-file.
           copy ntrxtr.

       fd  ntr-receipt-file.
           copy ntrrcp.

       fd  ntr-retrans-log-file.
           copy ntrrtl.

      * same 43 bytes as ntrxtr.cpy - written FROM the extract record
      * so the consumer's intake takes the resend exactly as it took
      * the original, header and trailer included.
       fd  ntr-resend-file.
       01  ntr-resend-record               pic x(43).

       fd  ntr-run-log-file.
           copy ntrlog.

       working-storage section.
       01  ws-control-file-status          pic x(02).
       01  ws-receipt-file-status          pic x(02).
       01  ws-retrans-log-status           pic x(02).
       01  ws-resend-file-status           pic x(02).
       01  ws-run-log-status               pic x(02).
       01  ws-time-raw                  pic x(08).
       01  ws-start-time                pic x(06).
       01  ws-today                     pic x(08).
      * why the resend was refused - spaces while it can go.
       01  ws-refusal-text              pic x(60) value spaces.
      * why it needed forcing - spaces when it did not.
       01  ws-force-text                pic x(60) value spaces.
       01  ws-extract-eof-switch        pic x(01) value 'N'.
           88  ws-extract-not-eof          value 'N'.
           88  ws-extract-at-eof           value 'Y'.
       01  ws-receipt-eof-switch        pic x(01) value 'N'.
           88  ws-receipt-not-eof          value 'N'.
           88  ws-receipt-at-eof           value 'Y'.
       01  ws-retrans-eof-switch        pic x(01) value 'N'.
           88  ws-retrans-not-eof          value 'N'.
           88  ws-retrans-at-eof           value 'Y'.
       01  ws-generation                pic 9(04) value 0.
      * the copy being resent: which header on the concatenation it
      * is (the newest that matches the card), and what it carried.
       01  ws-header-ordinal            pic 9(05) value 0.
       01  ws-match-ordinal             pic 9(05) value 0.
       01  ws-match-run-id              pic x(08) value spaces.
       01  ws-match-file-date           pic x(08) value spaces.
       01  ws-match-count               pic 9(09) value 0.
       01  ws-match-hash                pic 9(15) value 0.
       01  ws-last-disposition          pic x(01) value space.
           88  ws-last-accepted            value 'A'.
           88  ws-last-bounced             value 'B'.
       01  ws-last-receipt-date         pic x(08) value spaces.
       01  ws-resend-count              pic 9(03) value 0.
       01  ws-last-resend-date          pic x(08) value spaces.
       01  ws-records-copied            pic 9(09) value 0.
       01  ws-details-copied            pic 9(09) value 0.
       01  ws-resends-written           pic 9(09) value 0.

       procedure division.
       0000-mainline.
           perform 1000-initialize
           if ws-refusal-text = spaces
              perform 2000-find-generation
           end-if
           if ws-refusal-text = spaces
              perform 3000-check-receipts
              perform 4000-check-retransmissions
              perform 4500-decide-resend
           end-if
           if ws-refusal-text = spaces
              perform 5000-send-generation
           end-if
           perform 8000-terminate
           goback
           .

      * first failing check wins.  who asked and why go on the log
      * with the resend, so neither may be blank.
       1000-initialize.
           accept ws-today from date yyyymmdd
           accept ws-time-raw from time
           move ws-time-raw (1:6) to ws-start-time
           open input ntr-control-file
           if ws-control-file-status not = '00'
              move 'NO CONTROL CARD ON SYSIN' to ws-refusal-text
           else
              read ntr-control-file
                  at end
                     move 'NO CONTROL CARD ON SYSIN' to ws-refusal-text
              end-read
              close ntr-control-file
           end-if
           if ws-refusal-text = spaces
              evaluate true
                 when ntr-rsc-generation is not numeric
                    move 'GENERATION IS NOT 4 NUMERIC DIGITS'
                      to ws-refusal-text
                 when ntr-rsc-requester = spaces
                    move 'REQUESTER IS BLANK' to ws-refusal-text
                 when ntr-rsc-reason = spaces
                    move 'REASON IS BLANK' to ws-refusal-text
                 when other
                    move ntr-rsc-generation to ws-generation
              end-evaluate
           end-if
           .

      * a day cut twice carries the same generation on two headers;
      * the newest is the one that went out, so the last match on
      * the concatenation (oldest generation first) is the one sent.
      * a blank run id on the card takes whatever run id it carries.
       2000-find-generation.
           open input ntr-extract-file
           read ntr-extract-file
               at end move 'Y' to ws-extract-eof-switch
           end-read
           perform 2100-scan-extract
               until ws-extract-at-eof
           close ntr-extract-file
           if ws-match-ordinal = 0
              move 'GENERATION IS NOT ON THE EXTRACT GDG'
                to ws-refusal-text
           end-if
           .

       2100-scan-extract.
           evaluate ntr-xtr-hdr-id
              when 'H'
                 add 1 to ws-header-ordinal
                 if ntr-xtr-hdr-generation = ws-generation
                    and (ntr-rsc-run-id = spaces
                         or ntr-xtr-hdr-run-id = ntr-rsc-run-id)
                    move ws-header-ordinal to ws-match-ordinal
                    move ntr-xtr-hdr-run-id to ws-match-run-id
                    move ntr-xtr-hdr-file-date to ws-match-file-date
                    move 0 to ws-match-count
                    move 0 to ws-match-hash
                 end-if
              when 'T'
                 if ws-header-ordinal = ws-match-ordinal
                    move ntr-xtr-trl-count to ws-match-count
                    move ntr-xtr-trl-hash to ws-match-hash
                 end-if
           end-evaluate
           read ntr-extract-file
               at end move 'Y' to ws-extract-eof-switch
           end-read
           .

      * receipt generations come oldest first; the last receipt for
      * the generation is the consumer's latest word on it.
       3000-check-receipts.
           open input ntr-receipt-file
           if ws-receipt-file-status = '00'
              perform 3100-read-receipt
                  until ws-receipt-at-eof
              close ntr-receipt-file
           else
              display 'NTRRSND: NTRRCPIN UNAVAILABLE, STATUS='
                  ws-receipt-file-status ' - NO RECEIPTS ON FILE'
           end-if
           .

       3100-read-receipt.
           read ntr-receipt-file
               at end move 'Y' to ws-receipt-eof-switch
           end-read
           if ws-receipt-not-eof
              and ntr-rcp-generation = ws-generation
              and ntr-rcp-run-id = ws-match-run-id
              move ntr-rcp-disposition to ws-last-disposition
              move ntr-rcp-received-date to ws-last-receipt-date
           end-if
           .

       4000-check-retransmissions.
           open input ntr-retrans-log-file
           if ws-retrans-log-status = '00'
              perform 4100-read-retransmission
                  until ws-retrans-at-eof
              close ntr-retrans-log-file
           end-if
           .

       4100-read-retransmission.
           read ntr-retrans-log-file
               at end move 'Y' to ws-retrans-eof-switch
           end-read
           if ws-retrans-not-eof
              and ntr-rtl-generation = ws-generation
              and ntr-rtl-run-id = ws-match-run-id
              add 1 to ws-resend-count
              move ntr-rtl-date to ws-last-resend-date
           end-if
           .

      * an accepted generation has posted, and sending it again posts
      * it twice.  one already resent has to have bounced again since
      * the resend before it goes a third time - otherwise the last
      * resend may still be on its way through their intake.
       4500-decide-resend.
           evaluate true
              when ws-last-accepted
                 move 'CONSUMER ACCEPTED IT - A RESEND WOULD POST TWICE'
                   to ws-force-text
              when ws-resend-count > 0
               and not (ws-last-bounced
                        and ws-last-receipt-date
                            >= ws-last-resend-date)
                 string 'ALREADY RESENT ' ws-last-resend-date
                        ' WITH NO BOUNCE SINCE'
                     delimited by size into ws-force-text
           end-evaluate
           if ws-force-text not = spaces
              and not ntr-rsc-forced
              move ws-force-text to ws-refusal-text
           end-if
           .

      * the log is opened before anything is copied: a resend the log
      * cannot record is exactly the silent second sending this job
      * exists to prevent, so it does not go.
       5000-send-generation.
           open extend ntr-retrans-log-file
           if ws-retrans-log-status not = '00'
              display 'NTRRSND *** NTRRTLOG OPEN EXTEND FAILED,'
                  ' STATUS=' ws-retrans-log-status
                  ' - NOTHING SENT, RC=12'
              move 12 to return-code
              perform 9000-write-run-log
              goback
           end-if
           open output ntr-resend-file
           if ws-resend-file-status not = '00'
              display 'NTRRSND *** NTRRSND OPEN FAILED, STATUS='
                  ws-resend-file-status ' - NOTHING SENT, RC=12'
              close ntr-retrans-log-file
              move 12 to return-code
              perform 9000-write-run-log
              goback
           end-if
           move 0 to ws-header-ordinal
           move 'N' to ws-extract-eof-switch
           open input ntr-extract-file
           read ntr-extract-file
               at end move 'Y' to ws-extract-eof-switch
           end-read
           perform 5100-copy-record
               until ws-extract-at-eof
           close ntr-extract-file
           close ntr-resend-file
           move ws-today to ntr-rtl-date
           move ws-start-time to ntr-rtl-time
           move ws-generation to ntr-rtl-generation
           move ws-match-run-id to ntr-rtl-run-id
           move ws-match-file-date to ntr-rtl-file-date
           move ws-match-count to ntr-rtl-count
           move ws-match-hash to ntr-rtl-hash
           move ntr-rsc-requester to ntr-rtl-requester
           move ntr-rsc-reason to ntr-rtl-reason
           if ws-force-text not = spaces
              move 'Y' to ntr-rtl-override
           else
              move 'N' to ntr-rtl-override
           end-if
           compute ntr-rtl-sequence = ws-resend-count + 1
           write ntr-retrans-log-record
           add 1 to ws-resends-written
           close ntr-retrans-log-file
           .

       5100-copy-record.
           if ntr-xtr-hdr-id = 'H'
              add 1 to ws-header-ordinal
           end-if
           if ws-header-ordinal = ws-match-ordinal
              write ntr-resend-record from ntr-xtr-header-record
              add 1 to ws-records-copied
              if ntr-xtr-dtl-id = 'D'
                 add 1 to ws-details-copied
              end-if
           end-if
           read ntr-extract-file
               at end move 'Y' to ws-extract-eof-switch
           end-read
           .

       8000-terminate.
           display 'NTRRSND generation        : ' ntr-rsc-generation
               ' RUN ID ' ws-match-run-id ' OF ' ws-match-file-date
           display 'NTRRSND requested by      : ' ntr-rsc-requester
           display 'NTRRSND earlier resends   : ' ws-resend-count
           display 'NTRRSND records resent    : ' ws-records-copied
           evaluate true
              when ws-refusal-text not = spaces
                 display 'NTRRSND *** RESEND REFUSED - '
                     ws-refusal-text
                 if ws-force-text not = spaces
                    display 'NTRRSND *** RESUBMIT WITH Y IN COLUMN 61'
                        ' TO FORCE IT'
                 end-if
                 display 'NTRRSND *** NOTHING SENT, RC=8'
                 move 8 to return-code
              when ws-force-text not = spaces
                 display 'NTRRSND *** FORCED - ' ws-force-text
                 display 'NTRRSND *** RESEND LOGGED AS FORCED, RC=4'
                 move 4 to return-code
           end-evaluate
           if ws-resends-written > 0
              and ws-details-copied not = ws-match-count
              display 'NTRRSND *** DETAILS RESENT ' ws-details-copied
                  ' DO NOT MATCH THE TRAILER COUNT ' ws-match-count
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
              move 'NTRRSND' to ntr-log-program
              move ws-start-time to ntr-log-start-time
              accept ws-time-raw from time
              move ws-time-raw (1:6) to ntr-log-stop-time
              move ws-records-copied to ntr-log-records-read
              move ws-resends-written to ntr-log-records-processed
              if ws-refusal-text not = spaces
                 move 1 to ntr-log-records-rejected
              else
                 move 0 to ntr-log-records-rejected
              end-if
              move 0 to ntr-log-records-compared
              move 0 to ntr-log-discrepancies
              move 'N' to ntr-log-restart-flag
              move return-code to ntr-log-return-code
              write ntr-run-log-record
              close ntr-run-log-file
           else
              display 'NTRRSND: NTRRLOG OPEN EXTEND FAILED, STATUS='
                  ws-run-log-status
           end-if
           .

       end program ntrrsnd.
