      * ntropmt - maintenance and listing for the operation-code
      * table.
      *
      * The calculations the stream knows, the subprogram each one
      * CALLs, its ceiling on N and whether it is suspended used to
      * be compiled into four programs; now they live on the keyed
      * operation-code table (ntropc.cpy) those programs load at
      * start-up, and this job is the only way the table changes.
      * Reads operations' change cards (ntroptx.cpy) in the order
      * keyed, edits each one, applies the clean ones - add a dated
      * version, change one, or delete one not yet in force - and
      * lists every card with its verdict.  Whenever anything was
      * applied, the whole table prints behind the cards, every
      * version marked in force, pending or superseded, so the
      * listing filed with the change is the table as it now
      * stands.  RC=8 when any card was refused, so the change gets
      * fixed and resubmitted rather than half-applied and forgotten.
       identification division.
       program-id. ntropmt.

       environment division.
       input-output section.
       file-control.
           select ntr-change-file assign to "NTROPTX"
               organization is sequential
               file status is ws-change-file-status.
      * dynamic access - random by key for each change card, then
      * sequential from the top for the listing.
           select ntr-opcode-file assign to "NTROPTB"
               organization is indexed
               access mode is dynamic
               record key is ntr-opc-key
               file status is ws-opcode-file-status.
           select ntr-report-file assign to "NTROPLR"
               organization is sequential.
           select ntr-run-log-file assign to "NTRRLOG"
               organization is sequential
               file status is ws-run-log-status.

       data division.
       file section.
       fd  ntr-change-file.
           copy ntroptx.

       fd  ntr-opcode-file.
           copy ntropc.

       fd  ntr-report-file.
       01  ntr-report-line                 pic x(100).

       fd  ntr-run-log-file.
           copy ntrlog.

       working-storage section.
       01  ws-change-file-status           pic x(02).
       01  ws-opcode-file-status           pic x(02).
       01  ws-run-log-status               pic x(02).
       01  ws-time-raw                  pic x(08).
       01  ws-start-time                pic x(06).
       01  ws-today                     pic x(08).
       01  ws-change-eof-switch         pic x(01) value 'N'.
           88  ws-change-not-eof           value 'N'.
           88  ws-change-at-eof            value 'Y'.
       01  ws-opcode-eof-switch         pic x(01) value 'N'.
           88  ws-opcode-not-eof           value 'N'.
           88  ws-opcode-at-eof            value 'Y'.
       01  ws-change-open-switch        pic x(01) value 'N'.
           88  ws-change-opened            value 'Y'.
           88  ws-change-not-opened        value 'N'.
       01  ws-changes-read              pic 9(09) value 0.
       01  ws-changes-applied           pic 9(09) value 0.
       01  ws-changes-refused           pic 9(09) value 0.
       01  ws-versions-listed           pic 9(09) value 0.
      * why the card in hand was refused - spaces while it is clean.
       01  ws-refusal-text              pic x(50).
       01  ws-date-num                  pic 9(08).
       01  ws-max-n-disp                pic z(11)9.
      * the listing decides a version's standing only once the next
      * one is read - a version is in force when it is dated on or
      * before today and the next version of the same operation is
      * not - so each record waits one read in this hold area.
       01  ws-held-switch               pic x(01) value 'N'.
           88  ws-version-held             value 'Y'.
           88  ws-version-not-held         value 'N'.
       01  ws-held-record.
           05  ws-held-op-code             pic x(02).
           05  ws-held-effective-date      pic x(08).
           05  filler                      pic x(67).
       01  ws-next-record               pic x(77).
       01  ws-standing                  pic x(10).

       procedure division.
       0000-mainline.
           perform 1000-initialize
           perform 2000-apply-change
               until ws-change-at-eof
           perform 3000-list-table
           perform 8000-terminate
           goback
           .

      * no change cards at all is a listing request with nothing to
      * apply, not an error.
       1000-initialize.
           accept ws-today from date yyyymmdd
           accept ws-time-raw from time
           move ws-time-raw (1:6) to ws-start-time
           open output ntr-report-file
           move spaces to ntr-report-line
           string 'NTR OPERATION-CODE TABLE MAINTENANCE - ' ws-today
               into ntr-report-line
           write ntr-report-line
           move all '-' to ntr-report-line (1:47)
           write ntr-report-line
           perform 1100-open-table
           open input ntr-change-file
           if ws-change-file-status = '00'
              move 'Y' to ws-change-open-switch
              read ntr-change-file
                  at end move 'Y' to ws-change-eof-switch
              end-read
           else
              display 'NTROPMT: NTROPTX UNAVAILABLE, STATUS='
                  ws-change-file-status ' - NO CHANGES TO APPLY'
              move 'Y' to ws-change-eof-switch
           end-if
           .

      * status 35 on the first OPEN I-O just means the cluster has
      * never been loaded - prime it with an OPEN OUTPUT/CLOSE and
      * try again, the same arrangement the master load makes, so
      * the seeding run needs no special one-time job.
       1100-open-table.
           open i-o ntr-opcode-file
           if ws-opcode-file-status = '35'
              open output ntr-opcode-file
              close ntr-opcode-file
              open i-o ntr-opcode-file
           end-if
           if ws-opcode-file-status not = '00'
              display 'NTROPMT: NTROPTB OPEN FAILED, STATUS='
                  ws-opcode-file-status
              move 12 to return-code
              close ntr-report-file
              perform 9000-write-run-log
              goback
           end-if
           .

       2000-apply-change.
           add 1 to ws-changes-read
           perform 2100-edit-change
           if ws-refusal-text = spaces
              evaluate true
                 when ntr-otx-add
                    perform 2200-add-version
                 when ntr-otx-change
                    perform 2300-change-version
                 when ntr-otx-delete
                    perform 2400-delete-version
              end-evaluate
           end-if
           perform 2500-report-change
           read ntr-change-file
               at end move 'Y' to ws-change-eof-switch
           end-read
           .

      * first failing check wins.  an add may not be dated before
      * today - a version nobody could have run under would rewrite
      * history the master and the reject files already reflect; a
      * change may touch any version, which is how a calculation in
      * force is suspended on the spot; a delete only reaches a
      * version not yet in force.  the ceiling can never exceed the
      * reserved 9xx-billion block.
       2100-edit-change.
           move spaces to ws-refusal-text
           evaluate true
              when not ntr-otx-add and not ntr-otx-change
               and not ntr-otx-delete
                 move 'ACTION MUST BE A, C OR D' to ws-refusal-text
              when ntr-otx-op-code = spaces
                 move 'OPERATION CODE IS BLANK' to ws-refusal-text
              when ntr-otx-requester = spaces
                 move 'REQUESTER IS BLANK' to ws-refusal-text
              when ntr-otx-effective-date is not numeric
                 move 'EFFECTIVE DATE IS NOT A YYYYMMDD DATE'
                   to ws-refusal-text
              when other
                 move ntr-otx-effective-date to ws-date-num
                 if function test-date-yyyymmdd(ws-date-num) not = 0
                    move 'EFFECTIVE DATE IS NOT A YYYYMMDD DATE'
                      to ws-refusal-text
                 end-if
           end-evaluate
           if ws-refusal-text = spaces
              evaluate true
                 when ntr-otx-add
                    perform 2110-edit-add
                 when ntr-otx-change
                    perform 2120-edit-change-fields
                 when ntr-otx-delete
                    if ntr-otx-effective-date <= ws-today
                       move 'VERSION IN FORCE - KEY A NEWER ONE INSTEAD'
                         to ws-refusal-text
                    end-if
              end-evaluate
           end-if
           .

       2110-edit-add.
           evaluate true
              when ntr-otx-effective-date < ws-today
                 move 'EFFECTIVE DATE IS IN THE PAST'
                   to ws-refusal-text
              when ntr-otx-program = spaces
                 move 'PROGRAM IS BLANK' to ws-refusal-text
              when ntr-otx-max-n is not numeric
                 move 'MAXIMUM N IS NOT NUMERIC' to ws-refusal-text
              when ntr-otx-max-n = 0
                 move 'MAXIMUM N IS ZERO' to ws-refusal-text
              when ntr-otx-max-n > 899999999999
                 move 'MAXIMUM N IS INSIDE THE RESERVED BLOCK'
                   to ws-refusal-text
              when ntr-otx-status not = 'A' and not = 'S'
                 move 'STATUS MUST BE A OR S' to ws-refusal-text
           end-evaluate
           .

      * spaces in a field leave the stored value alone, so only what
      * is keyed needs editing.
       2120-edit-change-fields.
           if ntr-otx-max-n-x not = spaces
              evaluate true
                 when ntr-otx-max-n is not numeric
                    move 'MAXIMUM N IS NOT NUMERIC'
                      to ws-refusal-text
                 when ntr-otx-max-n = 0
                    move 'MAXIMUM N IS ZERO' to ws-refusal-text
                 when ntr-otx-max-n > 899999999999
                    move 'MAXIMUM N IS INSIDE THE RESERVED BLOCK'
                      to ws-refusal-text
              end-evaluate
           end-if
           if ws-refusal-text = spaces
              and ntr-otx-status not = spaces
              and ntr-otx-status not = 'A'
              and ntr-otx-status not = 'S'
              move 'STATUS MUST BE A OR S' to ws-refusal-text
           end-if
           .

       2200-add-version.
           move ntr-otx-op-code to ntr-opc-op-code
           move ntr-otx-effective-date to ntr-opc-effective-date
           move ntr-otx-program to ntr-opc-program
           move ntr-otx-max-n to ntr-opc-max-n
           move ntr-otx-status to ntr-opc-status
           move ntr-otx-description to ntr-opc-description
           move ws-today to ntr-opc-changed-date
           move ntr-otx-requester to ntr-opc-changed-by
           write ntr-opcode-record
               invalid key
                  move 'VERSION IS ALREADY ON THE TABLE - KEY A CHANGE'
                    to ws-refusal-text
           end-write
           .

       2300-change-version.
           move ntr-otx-op-code to ntr-opc-op-code
           move ntr-otx-effective-date to ntr-opc-effective-date
           read ntr-opcode-file
               invalid key
                  move 'NO SUCH VERSION ON THE TABLE'
                    to ws-refusal-text
           end-read
           if ws-refusal-text = spaces
              if ntr-otx-program not = spaces
                 move ntr-otx-program to ntr-opc-program
              end-if
              if ntr-otx-max-n-x not = spaces
                 move ntr-otx-max-n to ntr-opc-max-n
              end-if
              if ntr-otx-status not = spaces
                 move ntr-otx-status to ntr-opc-status
              end-if
              if ntr-otx-description not = spaces
                 move ntr-otx-description to ntr-opc-description
              end-if
              move ws-today to ntr-opc-changed-date
              move ntr-otx-requester to ntr-opc-changed-by
              rewrite ntr-opcode-record
                  invalid key
                     move 'REWRITE FAILED' to ws-refusal-text
              end-rewrite
           end-if
           .

       2400-delete-version.
           move ntr-otx-op-code to ntr-opc-op-code
           move ntr-otx-effective-date to ntr-opc-effective-date
           read ntr-opcode-file
               invalid key
                  move 'NO SUCH VERSION ON THE TABLE'
                    to ws-refusal-text
           end-read
           if ws-refusal-text = spaces
              delete ntr-opcode-file
                  invalid key
                     move 'DELETE FAILED' to ws-refusal-text
              end-delete
           end-if
           .

       2500-report-change.
           move spaces to ntr-report-line
           if ws-refusal-text = spaces
              add 1 to ws-changes-applied
              string 'APPLIED  ' ntr-otx-action
                     ' OP=' ntr-otx-op-code
                     ' EFFECTIVE=' ntr-otx-effective-date
                     ' PROGRAM=' ntr-otx-program
                     ' MAX N=' ntr-otx-max-n-x
                     ' STATUS=' ntr-otx-status
                     ' BY ' ntr-otx-requester
                  into ntr-report-line
           else
              add 1 to ws-changes-refused
              string 'REFUSED  ' ntr-otx-action
                     ' OP=' ntr-otx-op-code
                     ' EFFECTIVE=' ntr-otx-effective-date
                     ' BY ' ntr-otx-requester
                     ' - ' ws-refusal-text
                  into ntr-report-line
           end-if
           write ntr-report-line
           .

      * the listing prints only when the table moved - a run that
      * applied nothing says so instead, and the last listing filed
      * still stands.
       3000-list-table.
           move spaces to ntr-report-line
           if ws-changes-applied = 0
              move 'NO CHANGES APPLIED - TABLE UNCHANGED, NOT LISTED'
                to ntr-report-line
              write ntr-report-line
           else
              string 'NTR OPERATION-CODE TABLE AS OF ' ws-today
                     ' - ' ws-changes-applied ' CHANGE(S) APPLIED'
                  into ntr-report-line
              write ntr-report-line after advancing page
              move all '-' to ntr-report-line (1:72)
              write ntr-report-line
              move spaces to ntr-report-line
              move 'OP' to ntr-report-line (1:2)
              move 'EFF DATE' to ntr-report-line (4:8)
              move 'PROGRAM' to ntr-report-line (13:7)
              move 'MAXIMUM N' to ntr-report-line (25:9)
              move 'S' to ntr-report-line (35:1)
              move 'DESCRIPTION' to ntr-report-line (37:11)
              move 'CHANGED' to ntr-report-line (68:7)
              move 'BY' to ntr-report-line (77:2)
              move 'STANDING' to ntr-report-line (86:8)
              write ntr-report-line
              move low-values to ntr-opc-key
              start ntr-opcode-file key is not less than ntr-opc-key
                  invalid key move 'Y' to ws-opcode-eof-switch
              end-start
              perform 3100-list-version
                  until ws-opcode-at-eof
              if ws-version-held
                 perform 3200-write-held-version
              end-if
           end-if
           .

       3100-list-version.
           read ntr-opcode-file next record
               at end move 'Y' to ws-opcode-eof-switch
           end-read
           if ws-opcode-not-eof
              if ws-version-held
                 perform 3200-write-held-version
              end-if
              move ntr-opcode-record to ws-held-record
              move 'Y' to ws-held-switch
           end-if
           .

      * called with the next version (if any) sitting in the record
      * area, which is what decides whether the held one is still in
      * force or has been superseded.
       3200-write-held-version.
           add 1 to ws-versions-listed
           evaluate true
              when ws-held-effective-date > ws-today
                 move 'PENDING' to ws-standing
              when ws-opcode-at-eof
                 move 'IN FORCE' to ws-standing
              when ntr-opc-op-code not = ws-held-op-code
                 move 'IN FORCE' to ws-standing
              when ntr-opc-effective-date > ws-today
                 move 'IN FORCE' to ws-standing
              when other
                 move 'SUPERSEDED' to ws-standing
           end-evaluate
           move ntr-opcode-record to ws-next-record
           move ws-held-record to ntr-opcode-record
           if ntr-opc-suspended and ws-standing = 'IN FORCE'
              move 'SUSPENDED' to ws-standing
           end-if
           move ntr-opc-max-n to ws-max-n-disp
           move spaces to ntr-report-line
           string ntr-opc-op-code ' '
                  ntr-opc-effective-date ' '
                  ntr-opc-program ' '
                  ws-max-n-disp ' '
                  ntr-opc-status ' '
                  ntr-opc-description ' '
                  ntr-opc-changed-date ' '
                  ntr-opc-changed-by ' '
                  ws-standing
               delimited by size into ntr-report-line
           write ntr-report-line
           move ws-next-record to ntr-opcode-record
           .

       8000-terminate.
           if ws-change-opened
              close ntr-change-file
           end-if
           close ntr-opcode-file
           move spaces to ntr-report-line
           string 'CHANGE CARDS READ=' ws-changes-read
                  ' APPLIED=' ws-changes-applied
                  ' REFUSED=' ws-changes-refused
               into ntr-report-line
           write ntr-report-line
           close ntr-report-file
           display 'NTROPMT change cards read : ' ws-changes-read
           display 'NTROPMT changes applied   : ' ws-changes-applied
           display 'NTROPMT changes refused   : ' ws-changes-refused
           display 'NTROPMT versions listed   : ' ws-versions-listed
           if ws-changes-refused > 0
              display 'NTROPMT *** ' ws-changes-refused
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
              move 'NTROPMT' to ntr-log-program
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
              display 'NTROPMT: NTRRLOG OPEN EXTEND FAILED, STATUS='
                  ws-run-log-status
           end-if
           .

       end program ntropmt.
