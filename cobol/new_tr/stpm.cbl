      * ntrstpm - maintenance for the control-number stop list.
      *
      * When compliance or a sender says a control number must not
      * be computed or sent downstream until further notice, the
      * number goes on the keyed stop list (ntrstp.cpy) the driver
      * and the recycle job check before every CALL - and this job is
      * the only way an entry goes on or comes off.  Reads the change
      * cards (ntrstx.cpy) in the order keyed, edits each one, adds
      * or reinstates a stop or releases one, and lists every card
      * with its verdict so the listing can be filed with the
      * compliance instruction behind it.  A release keeps the entry
      * on file, marked with who released it and when, so the list
      * is also the history of what was stopped.  RC=8 when any card
      * was refused, so the change gets fixed and resubmitted rather
      * than half-applied and forgotten.
       identification division.
       program-id. ntrstpm.

       environment division.
       input-output section.
       file-control.
           select ntr-change-file assign to "NTRSTPX"
               organization is sequential
               file status is ws-change-file-status.
           select ntr-stop-file assign to "NTRSTOP"
               organization is indexed
               access mode is random
               record key is ntr-stp-key
               file status is ws-stop-file-status.
           select ntr-report-file assign to "NTRSTLR"
               organization is sequential.
           select ntr-run-log-file assign to "NTRRLOG"
               organization is sequential
               file status is ws-run-log-status.

       data division.
       file section.
       fd  ntr-change-file.
           copy ntrstx.

       fd  ntr-stop-file.
           copy ntrstp.

       fd  ntr-report-file.
       01  ntr-report-line                 pic x(100).

       fd  ntr-run-log-file.
           copy ntrlog.

       working-storage section.
       01  ws-change-file-status           pic x(02).
       01  ws-stop-file-status             pic x(02).
       01  ws-run-log-status               pic x(02).
       01  ws-time-raw                  pic x(08).
       01  ws-start-time                pic x(06).
       01  ws-today                     pic x(08).
       01  ws-change-eof-switch         pic x(01) value 'N'.
           88  ws-change-not-eof           value 'N'.
           88  ws-change-at-eof            value 'Y'.
       01  ws-change-open-switch        pic x(01) value 'N'.
           88  ws-change-opened            value 'Y'.
           88  ws-change-not-opened        value 'N'.
       01  ws-entry-switch              pic x(01) value 'N'.
           88  ws-entry-on-file            value 'Y'.
           88  ws-entry-not-on-file        value 'N'.
       01  ws-changes-read              pic 9(09) value 0.
       01  ws-changes-applied           pic 9(09) value 0.
       01  ws-changes-refused           pic 9(09) value 0.
      * why the card in hand was refused - spaces while it is clean.
       01  ws-refusal-text              pic x(50).
      * what an applied card did, for its listing line.
       01  ws-applied-text              pic x(10).
      * the key of a new entry, held over the clearing of the record
      * area the failed read left behind.
       01  ws-save-stop-key             pic x(17).

       procedure division.
       0000-mainline.
           perform 1000-initialize
           perform 2000-apply-change
               until ws-change-at-eof
           perform 8000-terminate
           goback
           .

      * no change cards at all is a run with nothing to apply, not an
      * error.
       1000-initialize.
           accept ws-today from date yyyymmdd
           accept ws-time-raw from time
           move ws-time-raw (1:6) to ws-start-time
           open output ntr-report-file
           move spaces to ntr-report-line
           string 'NTR CONTROL-NUMBER STOP-LIST MAINTENANCE - '
                  ws-today
               into ntr-report-line
           write ntr-report-line
           move all '-' to ntr-report-line (1:51)
           write ntr-report-line
           perform 1100-open-stop-list
           open input ntr-change-file
           if ws-change-file-status = '00'
              move 'Y' to ws-change-open-switch
              read ntr-change-file
                  at end move 'Y' to ws-change-eof-switch
              end-read
           else
              display 'NTRSTPM: NTRSTPX UNAVAILABLE, STATUS='
                  ws-change-file-status ' - NO CHANGES TO APPLY'
              move 'Y' to ws-change-eof-switch
           end-if
           .

      * status 35 on the first OPEN I-O just means the cluster has
      * never been loaded - prime it with an OPEN OUTPUT/CLOSE and
      * try again, the same arrangement the master load makes.
       1100-open-stop-list.
           open i-o ntr-stop-file
           if ws-stop-file-status = '35'
              open output ntr-stop-file
              close ntr-stop-file
              open i-o ntr-stop-file
           end-if
           if ws-stop-file-status not = '00'
              display 'NTRSTPM: NTRSTOP OPEN FAILED, STATUS='
                  ws-stop-file-status
              close ntr-report-file
              move 12 to return-code
              perform 9000-write-run-log
              goback
           end-if
           .

       2000-apply-change.
           add 1 to ws-changes-read
           perform 2100-edit-change
           if ws-refusal-text = spaces
              perform 2150-read-entry
              if ntr-stx-add
                 perform 2200-add-stop
              else
                 perform 2300-release-stop
              end-if
           end-if
           perform 2500-report-change
           read ntr-change-file
               at end move 'Y' to ws-change-eof-switch
           end-read
           .

      * first failing check wins.  the control number must be one the
      * driver could be handed - numeric, twelve digits - or the stop
      * could never match anything; the operation and source are
      * taken as keyed, spaces meaning every one.  who asked is
      * required on every card, and why is required on an add.
       2100-edit-change.
           move spaces to ws-refusal-text
           evaluate true
              when not ntr-stx-add and not ntr-stx-release
                 move 'ACTION MUST BE A OR R' to ws-refusal-text
              when ntr-stx-n is not numeric
                 move 'CONTROL NUMBER IS NOT 12 NUMERIC DIGITS'
                   to ws-refusal-text
              when ntr-stx-requester = spaces
                 move 'REQUESTER IS BLANK' to ws-refusal-text
              when ntr-stx-add and ntr-stx-reason = spaces
                 move 'REASON IS BLANK' to ws-refusal-text
           end-evaluate
           .

       2150-read-entry.
           move ntr-stx-n to ntr-stp-n
           move ntr-stx-op-code to ntr-stp-op-code
           move ntr-stx-source-id to ntr-stp-source-id
           move 'Y' to ws-entry-switch
           read ntr-stop-file
               invalid key move 'N' to ws-entry-switch
           end-read
           .

      * a released entry keyed again is reinstated in place - a fresh
      * reason, requester and date, the release stamp cleared and the
      * hit count restarted, so the weekly report counts the hits of
      * this stop, not the last one.  a new entry starts from a
      * cleared record, so no byte of whatever the record area last
      * held - the filler included - is written onto the cluster.
       2200-add-stop.
           if ws-entry-on-file and ntr-stp-active
              move 'ALREADY STOPPED - RELEASE IT FIRST TO RE-KEY'
                to ws-refusal-text
           else
              if ws-entry-not-on-file
                 move ntr-stp-key to ws-save-stop-key
                 move spaces to ntr-stop-record
                 move ws-save-stop-key to ntr-stp-key
              end-if
              move ntr-stx-reason to ntr-stp-reason
              move ntr-stx-requester to ntr-stp-requester
              move ws-today to ntr-stp-date-added
              move 'A' to ntr-stp-status
              move spaces to ntr-stp-release-date
              move spaces to ntr-stp-released-by
              move 0 to ntr-stp-hit-count
              move spaces to ntr-stp-last-hit-date
              if ws-entry-on-file
                 move 'REINSTATED' to ws-applied-text
                 rewrite ntr-stop-record
                     invalid key
                        move 'REWRITE FAILED' to ws-refusal-text
                 end-rewrite
              else
                 move 'ADDED' to ws-applied-text
                 write ntr-stop-record
                     invalid key
                        move 'WRITE FAILED' to ws-refusal-text
                 end-write
              end-if
           end-if
           .

       2300-release-stop.
           evaluate true
              when ws-entry-not-on-file
                 move 'NO SUCH STOP ON THE LIST' to ws-refusal-text
              when ntr-stp-released
                 move 'STOP WAS ALREADY RELEASED' to ws-refusal-text
              when other
                 move 'R' to ntr-stp-status
                 move ws-today to ntr-stp-release-date
                 move ntr-stx-requester to ntr-stp-released-by
                 if ntr-stx-reason not = spaces
                    move ntr-stx-reason to ntr-stp-reason
                 end-if
                 move 'RELEASED' to ws-applied-text
                 rewrite ntr-stop-record
                     invalid key
                        move 'REWRITE FAILED' to ws-refusal-text
                 end-rewrite
           end-evaluate
           .

       2500-report-change.
           move spaces to ntr-report-line
           if ws-refusal-text = spaces
              add 1 to ws-changes-applied
              string 'APPLIED  ' ws-applied-text
                     ' N=' ntr-stx-n
                     ' OP=' ntr-stx-op-code
                     ' SRC=' ntr-stx-source-id
                     ' BY ' ntr-stx-requester
                     ' ' ntr-stx-reason
                  delimited by size into ntr-report-line
           else
              add 1 to ws-changes-refused
              string 'REFUSED  ' ntr-stx-action
                     ' N=' ntr-stx-n
                     ' OP=' ntr-stx-op-code
                     ' SRC=' ntr-stx-source-id
                     ' BY ' ntr-stx-requester
                     ' - ' ws-refusal-text
                  delimited by size into ntr-report-line
           end-if
           write ntr-report-line
           .

       8000-terminate.
           if ws-change-opened
              close ntr-change-file
           end-if
           close ntr-stop-file
           move spaces to ntr-report-line
           string 'CHANGE CARDS READ=' ws-changes-read
                  ' APPLIED=' ws-changes-applied
                  ' REFUSED=' ws-changes-refused
               into ntr-report-line
           write ntr-report-line
           close ntr-report-file
           display 'NTRSTPM change cards read : ' ws-changes-read
           display 'NTRSTPM changes applied   : ' ws-changes-applied
           display 'NTRSTPM changes refused   : ' ws-changes-refused
           if ws-changes-refused > 0
              display 'NTRSTPM *** ' ws-changes-refused
                  ' CHANGE CARD(S) REFUSED - FIX AND RESUBMIT, RC=8'
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
              move 'NTRSTPM' to ntr-log-program
              move ws-start-time to ntr-log-start-time
              accept ws-time-raw from time
              move ws-time-raw (1:6) to ntr-log-stop-time
              move ws-changes-read to ntr-log-records-read
              move ws-changes-applied to ntr-log-records-processed
              move ws-changes-refused to ntr-log-records-rejected
              move 0 to ntr-log-records-compared
              move 0 to ntr-log-discrepancies
              move 'N' to ntr-log-restart-flag
              move return-code to ntr-log-return-code
              write ntr-run-log-record
              close ntr-run-log-file
           else
              display 'NTRSTPM: NTRRLOG OPEN EXTEND FAILED, STATUS='
                  ws-run-log-status
           end-if
           .

       end program ntrstpm.
