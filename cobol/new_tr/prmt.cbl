      * ntrprmt - maintenance for the run-parameters record.
      *
      * PROD.NTR.RUNPARMS (ntrprm.cpy) used to be keyed by hand in an
      * editor, and nothing looked at it again until a step read it -
      * a fat-fingered threshold, a warning percentage over the
      * hard-stop one, or last month's report month went unnoticed
      * until a step quietly fell back to its defaults.  This job is
      * now the way the record changes.  Reads operations' change
      * cards (ntrpmx.cpy) in the order keyed, edits each value
      * against its field and the new value against the fields it
      * has to agree with, and either applies it at once or - dated
      * ahead - holds it on the pending-changes dataset until its
      * effective date.  The daily stream runs this program as its
      * first step with no cards, which is what brings a held change
      * into force on its day (re-edited against the record as it
      * then stands).  Every change applied, scheduled, cancelled or
      * dropped is appended to the permanent audit dataset
      * (ntrpau.cpy) with its old and new value and who asked for
      * it, and the listing closes with the record as it now
      * stands, the changes still pending, and a warning for
      * anything in the record that looks wrong.  RC=8 when any card
      * was refused or a held change was dropped, RC=4 for a
      * warning, so nothing is half-applied and forgotten.
       identification division.
       program-id. ntrprmt.

       environment division.
       input-output section.
       file-control.
           select ntr-change-file assign to "NTRPRMX"
               organization is sequential
               file status is ws-change-file-status.
           select ntr-parameter-file assign to "NTRPARM"
               organization is sequential
               file status is ws-parameter-file-status.
           select ntr-pending-file assign to "NTRPRMP"
               organization is sequential
               file status is ws-pending-file-status.
           select ntr-audit-file assign to "NTRPAUD"
               organization is sequential
               file status is ws-audit-file-status.
           select ntr-report-file assign to "NTRPRMR"
               organization is sequential.
           select ntr-run-log-file assign to "NTRRLOG"
               organization is sequential
               file status is ws-run-log-status.

       data division.
       file section.
       fd  ntr-change-file.
           copy ntrpmx.

       fd  ntr-parameter-file.
       01  ntr-parameter-line              pic x(80).

       fd  ntr-pending-file.
       01  ntr-pending-line                pic x(80).

       fd  ntr-audit-file.
           copy ntrpau.

       fd  ntr-report-file.
       01  ntr-report-line                 pic x(100).

       fd  ntr-run-log-file.
           copy ntrlog.

       working-storage section.
      * the record being maintained lives here, not in the file's
      * record area - the file is opened twice, input at the start
      * and output at the end, and the record has to survive both.
           copy ntrprm.
       01  ws-change-file-status           pic x(02).
       01  ws-parameter-file-status        pic x(02).
       01  ws-pending-file-status          pic x(02).
       01  ws-audit-file-status            pic x(02).
       01  ws-run-log-status               pic x(02).
       01  ws-time-raw                  pic x(08).
       01  ws-start-time                pic x(06).
       01  ws-today                     pic x(08).
       01  ws-change-eof-switch         pic x(01) value 'N'.
           88  ws-change-not-eof           value 'N'.
           88  ws-change-at-eof            value 'Y'.
       01  ws-pending-eof-switch        pic x(01) value 'N'.
           88  ws-pending-not-eof          value 'N'.
           88  ws-pending-at-eof           value 'Y'.
       01  ws-change-open-switch        pic x(01) value 'N'.
           88  ws-change-opened            value 'Y'.
           88  ws-change-not-opened        value 'N'.
       01  ws-record-switch             pic x(01) value 'N'.
           88  ws-record-changed           value 'Y'.
           88  ws-record-unchanged         value 'N'.
       01  ws-pending-switch            pic x(01) value 'N'.
           88  ws-pending-changed          value 'Y'.
           88  ws-pending-unchanged        value 'N'.
       01  ws-changes-read              pic 9(09) value 0.
       01  ws-changes-applied           pic 9(09) value 0.
       01  ws-changes-scheduled         pic 9(09) value 0.
       01  ws-changes-cancelled         pic 9(09) value 0.
       01  ws-changes-refused           pic 9(09) value 0.
       01  ws-warnings                  pic 9(09) value 0.
      * why the card in hand was refused - spaces while it is clean.
       01  ws-refusal-text              pic x(50).
       01  ws-date-num                  pic 9(08).
      * the record as it stood before a change was tried on it, put
      * back when the change is refused or was only a projection.
       01  ws-saved-parameters          pic x(80).
      * every field a card may name: its type (N a number, A the run
      * id, M the report month, Y the Y/N rerun authorization), how
      * many digits a number may have, and the largest it may be.
       01  ws-field-values.
           05  filler   pic x(22) value 'GENERATION      N49999'.
           05  filler   pic x(22) value 'RUN-ID          A00000'.
           05  filler   pic x(22) value 'WARN-REJECT-PCT N30100'.
           05  filler   pic x(22) value 'STOP-REJECT-PCT N30100'.
           05  filler   pic x(22) value 'SWING-PCT       N30999'.
           05  filler   pic x(22) value 'VOLUME-PCT      N30999'.
           05  filler   pic x(22) value 'RETAIN-DAYS     N49999'.
           05  filler   pic x(22) value 'REPORT-MONTH    M00000'.
           05  filler   pic x(22) value 'RERUN-AUTH      Y00000'.
           05  filler   pic x(22) value 'RECEIPT-DAYS    N30999'.
           05  filler   pic x(22) value 'RESUBMIT-DAYS   N30999'.
       01  ws-field-table redefines ws-field-values.
           05  ws-field-entry occurs 11 times
                   indexed by fld-idx.
               10  ws-fld-tbl-name         pic x(16).
               10  ws-fld-tbl-type         pic x(01).
               10  ws-fld-tbl-digits       pic 9(01).
               10  ws-fld-tbl-max          pic 9(04).
       01  ws-field-count               pic 9(02) value 11.
       01  ws-field-sub                 pic 9(02).
      * the field in hand - named by a card, a pending change, or the
      * record listing - and its value going in and coming out.
       01  ws-fld-name                  pic x(16).
       01  ws-fld-value                 pic x(12).
       01  ws-fld-text                  pic x(12).
       01  ws-fld-num                   pic 9(12).
       01  ws-fld-type                  pic x(01).
       01  ws-fld-digits                pic 9(01).
       01  ws-fld-max                   pic 9(04).
       01  ws-val-len                   pic 9(02).
       01  ws-month-num                 pic 9(02).
      * the date a change takes effect (today for one keyed without
      * a date), and the months a report month may name on that
      * date - that month or the one before, since the month-end
      * jobs run in the first days of the following month.
       01  ws-eff-date                  pic x(08).
       01  ws-check-date                pic x(08).
       01  ws-check-month               pic 9(06).
       01  ws-check-month-x redefines ws-check-month.
           05  ws-check-yyyy               pic 9(04).
           05  ws-check-mm                 pic 9(02).
       01  ws-prior-month               pic 9(06).
       01  ws-prior-month-x redefines ws-prior-month.
           05  ws-prior-yyyy               pic 9(04).
           05  ws-prior-mm                 pic 9(02).
       01  ws-requester                 pic x(08).
       01  ws-reason                    pic x(21).
       01  ws-aud-event                 pic x(01).
      * changes held for a later effective date, kept in effective-
      * date order (keyed order within a date) so that applying them
      * top to bottom leaves the latest-dated value standing.  an
      * entry cancelled or brought into force is blanked, and only
      * the entries still standing are written back.
       01  ws-pending-count             pic 9(04) value 0.
       01  ws-pending-sub               pic 9(04).
       01  ws-pending-slot              pic 9(04).
       01  ws-pending-table.
           05  ws-pnd-entry occurs 500 times
                   indexed by pnd-idx.
               10  ws-pnd-action           pic x(01).
                   88  ws-pnd-removed        value space.
               10  ws-pnd-field            pic x(16).
               10  ws-pnd-value            pic x(12).
               10  ws-pnd-effective-date   pic x(08).
               10  ws-pnd-requester        pic x(08).
               10  ws-pnd-reason           pic x(21).
               10  filler                  pic x(06).
               10  ws-pnd-keyed-date       pic x(08).
       01  ws-pending-listed            pic 9(04) value 0.

       procedure division.
       0000-mainline.
           perform 1000-initialize
           perform 2000-apply-due-change
               varying ws-pending-sub from 1 by 1
               until ws-pending-sub > ws-pending-count
           perform 3000-apply-change
               until ws-change-at-eof
           perform 4000-check-record
           perform 8000-terminate
           goback
           .

      * no change cards at all is the daily run - bring due changes
      * into force and check the record - not an error.  an audit
      * dataset that will not open stops the job before anything
      * changes: a change nobody can trace is the thing this job is
      * here to prevent.
       1000-initialize.
           accept ws-today from date yyyymmdd
           accept ws-time-raw from time
           move ws-time-raw (1:6) to ws-start-time
           open output ntr-report-file
           move spaces to ntr-report-line
           string 'NTR RUN-PARAMETER MAINTENANCE - ' ws-today
               into ntr-report-line
           write ntr-report-line
           move all '-' to ntr-report-line (1:40)
           write ntr-report-line
           perform 1100-read-parameters
           perform 1200-load-pending
           open extend ntr-audit-file
           if ws-audit-file-status not = '00'
              display 'NTRPRMT *** NTRPAUD OPEN FAILED, STATUS='
                  ws-audit-file-status ' - NOTHING CHANGED, RC=12'
              move 12 to return-code
              close ntr-report-file
              perform 9000-write-run-log
              goback
           end-if
           open input ntr-change-file
           if ws-change-file-status = '00'
              move 'Y' to ws-change-open-switch
              read ntr-change-file
                  at end move 'Y' to ws-change-eof-switch
              end-read
           else
              move 'Y' to ws-change-eof-switch
           end-if
           .

      * an empty or never-written record starts from the same
      * defaults the driver bakes in for a missing one - 10/50 on
      * the reject-rate thresholds, everything else off - so the
      * first cards build it rather than an editor.  a record that
      * will not open at all is a scheduler or catalog problem, and
      * writing over it would be worse than stopping.
       1100-read-parameters.
           open input ntr-parameter-file
           evaluate ws-parameter-file-status
              when '00'
                 read ntr-parameter-file
                     into ntr-run-parameter-record
                     at end move '10' to ws-parameter-file-status
                 end-read
                 close ntr-parameter-file
              when '35'
                 continue
              when other
                 display 'NTRPRMT *** NTRPARM OPEN FAILED, STATUS='
                     ws-parameter-file-status
                     ' - NOTHING CHANGED, RC=12'
                 move 12 to return-code
                 close ntr-report-file
                 perform 9000-write-run-log
                 goback
           end-evaluate
           if ws-parameter-file-status not = '00'
              display 'NTRPRMT: NTRPARM EMPTY - STARTING FROM THE'
                  ' DEFAULT PARAMETERS'
              move spaces to ntr-run-parameter-record
              move 0 to ntr-prm-generation
              move 10 to ntr-prm-warn-reject-pct
              move 50 to ntr-prm-stop-reject-pct
              move 0 to ntr-prm-swing-pct
              move 0 to ntr-prm-volume-pct
              move 0 to ntr-prm-retain-days
              move 'N' to ntr-prm-rerun-auth
              move 0 to ntr-prm-receipt-days
              move 0 to ntr-prm-resubmit-days
              move 'Y' to ws-record-switch
           end-if
      * a record keyed before a field existed carries spaces there,
      * which every reader takes as zero - make it say so.
           if ntr-prm-receipt-days is not numeric
              move 0 to ntr-prm-receipt-days
           end-if
           if ntr-prm-resubmit-days is not numeric
              move 0 to ntr-prm-resubmit-days
           end-if
           .

      * no pending dataset yet (status 35) is no changes pending.
       1200-load-pending.
           open input ntr-pending-file
           if ws-pending-file-status = '00'
              perform 1210-load-pending-entry
                  until ws-pending-at-eof
              close ntr-pending-file
           else
              if ws-pending-file-status not = '35'
                 display 'NTRPRMT *** NTRPRMP OPEN FAILED, STATUS='
                     ws-pending-file-status ' - NOTHING CHANGED, RC=12'
                 move 12 to return-code
                 close ntr-report-file
                 perform 9000-write-run-log
                 goback
              end-if
           end-if
           .

       1210-load-pending-entry.
           read ntr-pending-file
               at end move 'Y' to ws-pending-eof-switch
           end-read
           if ws-pending-not-eof
              if ws-pending-count < 500
                 add 1 to ws-pending-count
                 set pnd-idx to ws-pending-count
                 move ntr-pending-line to ws-pnd-entry (pnd-idx)
              else
                 display 'NTRPRMT *** MORE THAN 500 PENDING CHANGES'
                     ' - NOTHING CHANGED, RC=12'
                 move 12 to return-code
                 close ntr-pending-file
                 close ntr-report-file
                 perform 9000-write-run-log
                 goback
              end-if
           end-if
           .

      * a held change reaching its date is edited again against the
      * record as it now stands - the record may have moved since it
      * was keyed.  one that no longer agrees is dropped, audited
      * and listed, rather than left pending to fail every morning.
       2000-apply-due-change.
           set pnd-idx to ws-pending-sub
           if not ws-pnd-removed (pnd-idx)
              and ws-pnd-effective-date (pnd-idx) <= ws-today
              move ws-pnd-field (pnd-idx) to ws-fld-name
              move ws-pnd-value (pnd-idx) to ws-fld-value
              move ws-pnd-effective-date (pnd-idx) to ws-eff-date
              move ws-pnd-requester (pnd-idx) to ws-requester
              move ws-pnd-reason (pnd-idx) to ws-reason
              move ws-today to ws-check-date
              perform 5000-find-field
              perform 5100-get-field
              move ntr-run-parameter-record to ws-saved-parameters
              perform 5200-set-field
              move spaces to ws-refusal-text
              perform 5300-cross-check
              move spaces to ntr-report-line
              if ws-refusal-text = spaces
                 add 1 to ws-changes-applied
                 move 'Y' to ws-record-switch
                 move 'A' to ws-aud-event
                 string 'APPLIED  ' ws-fld-name ' '
                        ws-fld-text ' -> ' ws-fld-value
                        ' HELD SINCE ' ws-pnd-keyed-date (pnd-idx)
                        ' BY ' ws-requester
                     into ntr-report-line
              else
                 add 1 to ws-changes-refused
                 move ws-saved-parameters to ntr-run-parameter-record
                 move 'F' to ws-aud-event
                 string 'DROPPED  ' ws-fld-name ' '
                        ws-fld-text ' -> ' ws-fld-value
                        ' BY ' ws-requester ' - ' ws-refusal-text
                     into ntr-report-line
              end-if
              write ntr-report-line
              perform 6000-write-audit
              move space to ws-pnd-action (pnd-idx)
              move 'Y' to ws-pending-switch
           end-if
           .

       3000-apply-change.
           add 1 to ws-changes-read
           move ntr-pmx-field to ws-fld-name
           move ntr-pmx-value to ws-fld-value
           move ntr-pmx-requester to ws-requester
           move ntr-pmx-reason to ws-reason
           perform 3100-edit-change
           if ws-refusal-text = spaces
              evaluate true
                 when ntr-pmx-cancel
                    perform 3400-cancel-pending
                 when ws-eff-date <= ws-today
                    perform 3200-apply-now
                 when other
                    perform 3300-schedule-change
              end-evaluate
           end-if
           perform 3500-report-change
           read ntr-change-file
               at end move 'Y' to ws-change-eof-switch
           end-read
           .

      * first failing check wins.  a change may not be dated before
      * today - the days already run ran under the record as it
      * was.  a cancel names the held change by field and date, so
      * its date is required; a change keyed without one is for
      * today.
       3100-edit-change.
           move spaces to ws-refusal-text
           move ntr-pmx-effective-date to ws-eff-date
           if ws-eff-date = spaces and ntr-pmx-change
              move ws-today to ws-eff-date
           end-if
           perform 5000-find-field
           evaluate true
              when not ntr-pmx-change and not ntr-pmx-cancel
                 move 'ACTION MUST BE C OR X' to ws-refusal-text
              when ws-fld-type = space
                 move 'NO SUCH RUN PARAMETER' to ws-refusal-text
              when ws-requester = spaces
                 move 'REQUESTER IS BLANK' to ws-refusal-text
              when ws-eff-date is not numeric
                 move 'EFFECTIVE DATE IS NOT A YYYYMMDD DATE'
                   to ws-refusal-text
              when other
                 move ws-eff-date to ws-date-num
                 if function test-date-yyyymmdd(ws-date-num) not = 0
                    move 'EFFECTIVE DATE IS NOT A YYYYMMDD DATE'
                      to ws-refusal-text
                 end-if
           end-evaluate
           if ws-refusal-text = spaces and ntr-pmx-change
              if ws-eff-date < ws-today
                 move 'EFFECTIVE DATE IS IN THE PAST'
                   to ws-refusal-text
              else
                 perform 5400-edit-value
              end-if
           end-if
           .

       3200-apply-now.
           perform 5100-get-field
           move ntr-run-parameter-record to ws-saved-parameters
           perform 5200-set-field
           move ws-today to ws-check-date
           perform 5300-cross-check
           if ws-refusal-text = spaces
              add 1 to ws-changes-applied
              move 'Y' to ws-record-switch
              move 'A' to ws-aud-event
              perform 6000-write-audit
           else
              move ws-saved-parameters to ntr-run-parameter-record
           end-if
           .

      * a change dated ahead is edited against the record as it will
      * stand on its date - today's record with every change already
      * held for that date or earlier laid over it - and the record
      * is put back either way; nothing moves until the day comes.
       3300-schedule-change.
           perform 5100-get-field
           move ntr-run-parameter-record to ws-saved-parameters
           perform 3310-project-pending
               varying ws-pending-sub from 1 by 1
               until ws-pending-sub > ws-pending-count
           move ntr-pmx-field to ws-fld-name
           move ntr-pmx-value to ws-fld-value
           perform 5000-find-field
           perform 5200-set-field
           move ws-eff-date to ws-check-date
           perform 5300-cross-check
           move ws-saved-parameters to ntr-run-parameter-record
           if ws-refusal-text = spaces
              if ws-pending-count < 500
                 perform 3350-insert-pending
                 add 1 to ws-changes-scheduled
                 move 'Y' to ws-pending-switch
                 move 'S' to ws-aud-event
                 perform 6000-write-audit
              else
                 move '500 CHANGES ALREADY PENDING' to ws-refusal-text
              end-if
           end-if
           .

       3310-project-pending.
           set pnd-idx to ws-pending-sub
           if not ws-pnd-removed (pnd-idx)
              and ws-pnd-effective-date (pnd-idx) <= ws-eff-date
              move ws-pnd-field (pnd-idx) to ws-fld-name
              move ws-pnd-value (pnd-idx) to ws-fld-value
              perform 5000-find-field
              perform 5200-set-field
           end-if
           .

      * behind every change already held for the same date or
      * earlier, so a later card for the same field and date wins.
       3350-insert-pending.
           move 1 to ws-pending-slot
           perform 3360-find-slot
               varying ws-pending-sub from 1 by 1
               until ws-pending-sub > ws-pending-count
           perform 3370-shift-entry
               varying ws-pending-sub from ws-pending-count by -1
               until ws-pending-sub < ws-pending-slot
           add 1 to ws-pending-count
           set pnd-idx to ws-pending-slot
           move ntr-pmx-record to ws-pnd-entry (pnd-idx)
           move ws-eff-date to ws-pnd-effective-date (pnd-idx)
           move ws-today to ws-pnd-keyed-date (pnd-idx)
           .

       3360-find-slot.
           set pnd-idx to ws-pending-sub
           if ws-pnd-effective-date (pnd-idx) <= ws-eff-date
              compute ws-pending-slot = ws-pending-sub + 1
           end-if
           .

       3370-shift-entry.
           set pnd-idx to ws-pending-sub
           move ws-pnd-entry (pnd-idx)
             to ws-pnd-entry (pnd-idx + 1)
           .

      * every held change for the field and date goes - the audit
      * and the listing show each one.
       3400-cancel-pending.
           move 'NO SUCH PENDING CHANGE' to ws-refusal-text
           perform 5100-get-field
           perform 3410-cancel-entry
               varying ws-pending-sub from 1 by 1
               until ws-pending-sub > ws-pending-count
           .

       3410-cancel-entry.
           set pnd-idx to ws-pending-sub
           if not ws-pnd-removed (pnd-idx)
              and ws-pnd-field (pnd-idx) = ws-fld-name
              and ws-pnd-effective-date (pnd-idx) = ws-eff-date
              move spaces to ws-refusal-text
              move ws-pnd-value (pnd-idx) to ws-fld-value
              move space to ws-pnd-action (pnd-idx)
              add 1 to ws-changes-cancelled
              move 'Y' to ws-pending-switch
              move 'X' to ws-aud-event
              perform 6000-write-audit
           end-if
           .

       3500-report-change.
           move spaces to ntr-report-line
           evaluate true
              when ws-refusal-text not = spaces
                 add 1 to ws-changes-refused
                 string 'REFUSED  ' ntr-pmx-action ' '
                        ntr-pmx-field ' ' ntr-pmx-value
                        ' EFFECTIVE=' ntr-pmx-effective-date
                        ' BY ' ntr-pmx-requester
                        ' - ' ws-refusal-text
                     into ntr-report-line
              when ntr-pmx-cancel
                 string 'CANCELLED ' ws-fld-name
                        ' PENDING FOR ' ws-eff-date
                        ' BY ' ws-requester ' ' ws-reason
                     into ntr-report-line
              when ws-eff-date <= ws-today
                 string 'APPLIED  ' ws-fld-name ' '
                        ws-fld-text ' -> ' ws-fld-value
                        ' BY ' ws-requester ' ' ws-reason
                     into ntr-report-line
              when other
                 string 'PENDING  ' ws-fld-name ' '
                        ws-fld-text ' -> ' ws-fld-value
                        ' ON ' ws-eff-date
                        ' BY ' ws-requester ' ' ws-reason
                     into ntr-report-line
           end-evaluate
           write ntr-report-line
           .

      * the record as it now stands, whether or not this run moved
      * it, then what is still held - so the listing filed with a
      * change is the whole picture.  the checks here look at the
      * record itself, not at a change: a report month that has
      * fallen behind or a pair of thresholds keyed out of order
      * by hand before this job existed is a warning, RC=4.
       4000-check-record.
           move spaces to ntr-report-line
           string 'RUN PARAMETERS AS OF ' ws-today
               into ntr-report-line
           write ntr-report-line after advancing page
           move all '-' to ntr-report-line (1:29)
           write ntr-report-line
           perform 4100-list-field
               varying ws-field-sub from 1 by 1
               until ws-field-sub > ws-field-count
           move spaces to ntr-report-line
           write ntr-report-line
           if ntr-prm-warn-reject-pct > 0
              and ntr-prm-stop-reject-pct > 0
              and ntr-prm-warn-reject-pct
                  not < ntr-prm-stop-reject-pct
              add 1 to ws-warnings
              move spaces to ntr-report-line
              string '*** WARNING - WARN-REJECT-PCT IS NOT BELOW'
                     ' STOP-REJECT-PCT'
                  into ntr-report-line
              write ntr-report-line
           end-if
           move ws-today to ws-check-date
           perform 5310-derive-months
           if ntr-prm-report-month not = spaces
              and ntr-prm-report-month not = '000000'
              and ntr-prm-report-month not = ws-check-month-x
              and ntr-prm-report-month not = ws-prior-month-x
              add 1 to ws-warnings
              move spaces to ntr-report-line
              string '*** WARNING - REPORT-MONTH ' ntr-prm-report-month
                     ' IS NEITHER THIS MONTH NOR LAST'
                  into ntr-report-line
              write ntr-report-line
           end-if
           if ntr-prm-rerun-auth = 'Y'
              move spaces to ntr-report-line
              string 'NOTE - RERUN-AUTH IS Y: THE NEXT COMPLETED'
                     ' DRIVER RUN RESETS IT TO N'
                  into ntr-report-line
              write ntr-report-line
           end-if
           move spaces to ntr-report-line
           write ntr-report-line
           move 'CHANGES PENDING' to ntr-report-line
           write ntr-report-line
           perform 4200-list-pending
               varying ws-pending-sub from 1 by 1
               until ws-pending-sub > ws-pending-count
           if ws-pending-listed = 0
              move '   NONE' to ntr-report-line
              write ntr-report-line
           end-if
           .

       4100-list-field.
           set fld-idx to ws-field-sub
           move ws-fld-tbl-name (fld-idx) to ws-fld-name
           perform 5000-find-field
           perform 5100-get-field
           move spaces to ntr-report-line
           move ws-fld-name to ntr-report-line (4:16)
           move ws-fld-text to ntr-report-line (22:12)
           write ntr-report-line
           .

       4200-list-pending.
           set pnd-idx to ws-pending-sub
           if not ws-pnd-removed (pnd-idx)
              add 1 to ws-pending-listed
              move spaces to ntr-report-line
              string '   ' ws-pnd-effective-date (pnd-idx) ' '
                     ws-pnd-field (pnd-idx) ' '
                     ws-pnd-value (pnd-idx)
                     ' KEYED ' ws-pnd-keyed-date (pnd-idx)
                     ' BY ' ws-pnd-requester (pnd-idx) ' '
                     ws-pnd-reason (pnd-idx)
                  into ntr-report-line
              write ntr-report-line
           end-if
           .

      * the field's type, size and ceiling off the field table -
      * type spaces for a name that is not a run parameter.
       5000-find-field.
           move space to ws-fld-type
           set fld-idx to 1
           search ws-field-entry
               at end continue
               when ws-fld-tbl-name (fld-idx) = ws-fld-name
                  move ws-fld-tbl-type (fld-idx) to ws-fld-type
                  move ws-fld-tbl-digits (fld-idx) to ws-fld-digits
                  move ws-fld-tbl-max (fld-idx) to ws-fld-max
           end-search
           .

      * the field's value in the record as it stands, as printed.
       5100-get-field.
           move spaces to ws-fld-text
           evaluate ws-fld-name
              when 'GENERATION'
                 move ntr-prm-generation to ws-fld-text
              when 'RUN-ID'
                 move ntr-prm-run-id to ws-fld-text
              when 'WARN-REJECT-PCT'
                 move ntr-prm-warn-reject-pct to ws-fld-text
              when 'STOP-REJECT-PCT'
                 move ntr-prm-stop-reject-pct to ws-fld-text
              when 'SWING-PCT'
                 move ntr-prm-swing-pct to ws-fld-text
              when 'VOLUME-PCT'
                 move ntr-prm-volume-pct to ws-fld-text
              when 'RETAIN-DAYS'
                 move ntr-prm-retain-days to ws-fld-text
              when 'REPORT-MONTH'
                 move ntr-prm-report-month to ws-fld-text
              when 'RERUN-AUTH'
                 move ntr-prm-rerun-auth to ws-fld-text
              when 'RECEIPT-DAYS'
                 move ntr-prm-receipt-days to ws-fld-text
              when 'RESUBMIT-DAYS'
                 move ntr-prm-resubmit-days to ws-fld-text
           end-evaluate
           .

      * called only with a value that has passed 5400-edit-value -
      * on the card in hand, or when the card was held - so the
      * edit here is run only for the number it leaves behind.
       5200-set-field.
           move spaces to ws-refusal-text
           perform 5400-edit-value
           evaluate ws-fld-name
              when 'GENERATION'
                 move ws-fld-num to ntr-prm-generation
              when 'RUN-ID'
                 move ws-fld-value to ntr-prm-run-id
              when 'WARN-REJECT-PCT'
                 move ws-fld-num to ntr-prm-warn-reject-pct
              when 'STOP-REJECT-PCT'
                 move ws-fld-num to ntr-prm-stop-reject-pct
              when 'SWING-PCT'
                 move ws-fld-num to ntr-prm-swing-pct
              when 'VOLUME-PCT'
                 move ws-fld-num to ntr-prm-volume-pct
              when 'RETAIN-DAYS'
                 move ws-fld-num to ntr-prm-retain-days
              when 'REPORT-MONTH'
                 move ws-fld-value to ntr-prm-report-month
              when 'RERUN-AUTH'
                 move ws-fld-value to ntr-prm-rerun-auth
              when 'RECEIPT-DAYS'
                 move ws-fld-num to ntr-prm-receipt-days
              when 'RESUBMIT-DAYS'
                 move ws-fld-num to ntr-prm-resubmit-days
           end-evaluate
           move spaces to ws-refusal-text
           .

      * the fields that have to agree with one another, checked when
      * a change touches one of them, against the record with the
      * change laid in and as of the date it takes effect.  a zero
      * threshold or window is switched off and agrees with
      * anything.
       5300-cross-check.
           evaluate ws-fld-name
              when 'WARN-REJECT-PCT'
              when 'STOP-REJECT-PCT'
                 if ntr-prm-warn-reject-pct > 0
                    and ntr-prm-stop-reject-pct > 0
                    and ntr-prm-warn-reject-pct
                        not < ntr-prm-stop-reject-pct
                    string 'WARN-REJECT-PCT WOULD NOT BE BELOW'
                           ' STOP-REJECT-PCT'
                        into ws-refusal-text
                 end-if
              when 'RETAIN-DAYS'
              when 'RESUBMIT-DAYS'
                 if ntr-prm-retain-days > 0
                    and ntr-prm-resubmit-days > ntr-prm-retain-days
                    move 'RESUBMIT-DAYS WOULD OUTRUN RETAIN-DAYS'
                      to ws-refusal-text
                 end-if
              when 'REPORT-MONTH'
                 perform 5310-derive-months
                 if ntr-prm-report-month not = spaces
                    and ntr-prm-report-month not = ws-check-month-x
                    and ntr-prm-report-month not = ws-prior-month-x
                    string 'REPORT-MONTH IS NOT THE MONTH IT TAKES'
                           ' EFFECT OR THE ONE BEFORE'
                        into ws-refusal-text
                 end-if
           end-evaluate
           .

       5310-derive-months.
           move ws-check-date (1:6) to ws-check-month-x
           move ws-check-month to ws-prior-month
           if ws-prior-mm = 1
              subtract 1 from ws-prior-yyyy
              move 12 to ws-prior-mm
           else
              subtract 1 from ws-prior-mm
           end-if
           .

      * a number is keyed from the field's first column with no
      * leading zeros needed - the digits before the first space,
      * nothing but spaces after them, no more digits than the
      * record holds and no more than the field's ceiling.
       5400-edit-value.
           move 0 to ws-fld-num
           evaluate ws-fld-type
              when 'N'
                 move 0 to ws-val-len
                 inspect ws-fld-value tallying ws-val-len
                     for characters before initial space
                 evaluate true
                    when ws-val-len = 0
                       move 'VALUE IS BLANK' to ws-refusal-text
                    when ws-fld-value (1:ws-val-len) is not numeric
                       move 'VALUE IS NOT A WHOLE NUMBER'
                         to ws-refusal-text
                    when ws-val-len < 12
                     and ws-fld-value (ws-val-len + 1:) not = spaces
                       move 'VALUE IS NOT A WHOLE NUMBER'
                         to ws-refusal-text
                    when ws-val-len > ws-fld-digits
                       move 'VALUE HAS TOO MANY DIGITS FOR THE FIELD'
                         to ws-refusal-text
                    when other
                       move ws-fld-value (1:ws-val-len) to ws-fld-num
                       if ws-fld-num > ws-fld-max
                          move spaces to ws-refusal-text
                          string 'VALUE IS OVER THE FIELD''S LIMIT OF '
                                 ws-fld-max
                              into ws-refusal-text
                       end-if
                 end-evaluate
              when 'A'
                 if ws-fld-value = spaces
                    move 'RUN ID IS BLANK' to ws-refusal-text
                 else
                    if ws-fld-value (9:4) not = spaces
                       move 'RUN ID IS LONGER THAN 8' to ws-refusal-text
                    end-if
                 end-if
              when 'M'
                 if ws-fld-value not = spaces
                    if ws-fld-value (1:6) is not numeric
                       or ws-fld-value (7:6) not = spaces
                       move 'REPORT MONTH IS NOT YYYYMM'
                         to ws-refusal-text
                    else
                       move ws-fld-value (5:2) to ws-month-num
                       if ws-month-num < 1 or ws-month-num > 12
                          move 'REPORT MONTH IS NOT YYYYMM'
                            to ws-refusal-text
                       end-if
                    end-if
                 end-if
              when 'Y'
                 if ws-fld-value not = 'Y' and not = 'N'
                    move 'RERUN-AUTH MUST BE Y OR N' to ws-refusal-text
                 end-if
           end-evaluate
           .

       6000-write-audit.
           move spaces to ntr-pau-record
           move ws-today to ntr-pau-date
           accept ws-time-raw from time
           move ws-time-raw (1:6) to ntr-pau-time
           move ws-aud-event to ntr-pau-event
           move 'NTRPRMT' to ntr-pau-program
           move ws-fld-name to ntr-pau-field
           move ws-fld-text to ntr-pau-old-value
           move ws-fld-value to ntr-pau-new-value
           move ws-eff-date to ntr-pau-effective-date
           move ws-requester to ntr-pau-requester
           move ws-reason to ntr-pau-reason
           write ntr-pau-record
           .

      * the record and the pending dataset are rewritten only when
      * they moved.  a record that will not write back after the
      * audit already says it changed is a hard stop - the audit
      * and the record now disagree, and the listing says where.
       8000-terminate.
           if ws-change-opened
              close ntr-change-file
           end-if
           close ntr-audit-file
           if ws-record-changed
              open output ntr-parameter-file
              if ws-parameter-file-status = '00'
                 write ntr-parameter-line
                     from ntr-run-parameter-record
                 close ntr-parameter-file
              else
                 display 'NTRPRMT *** NTRPARM REWRITE FAILED, STATUS='
                     ws-parameter-file-status
                     ' - AUDIT AND RECORD DISAGREE, RC=12'
                 move 12 to return-code
              end-if
           end-if
           if ws-pending-changed
              open output ntr-pending-file
              if ws-pending-file-status = '00'
                 perform 8100-write-pending
                     varying ws-pending-sub from 1 by 1
                     until ws-pending-sub > ws-pending-count
                 close ntr-pending-file
              else
                 display 'NTRPRMT *** NTRPRMP REWRITE FAILED, STATUS='
                     ws-pending-file-status
                     ' - AUDIT AND PENDING CHANGES DISAGREE, RC=12'
                 move 12 to return-code
              end-if
           end-if
           move spaces to ntr-report-line
           write ntr-report-line
           string 'CHANGE CARDS READ=' ws-changes-read
                  ' APPLIED=' ws-changes-applied
                  ' PENDING=' ws-changes-scheduled
                  ' CANCELLED=' ws-changes-cancelled
                  ' REFUSED=' ws-changes-refused
               into ntr-report-line
           write ntr-report-line
           close ntr-report-file
           display 'NTRPRMT change cards read : ' ws-changes-read
           display 'NTRPRMT changes applied   : ' ws-changes-applied
           display 'NTRPRMT changes pending   : ' ws-changes-scheduled
           display 'NTRPRMT changes cancelled : ' ws-changes-cancelled
           display 'NTRPRMT changes refused   : ' ws-changes-refused
           display 'NTRPRMT record warnings   : ' ws-warnings
           if return-code < 12
              evaluate true
                 when ws-changes-refused > 0
                    display 'NTRPRMT *** ' ws-changes-refused
                        ' CHANGE(S) REFUSED OR DROPPED - SEE NTRPRMR,'
                        ' RC=8'
                    move 8 to return-code
                 when ws-warnings > 0
                    display 'NTRPRMT *** ' ws-warnings
                        ' WARNING(S) ON THE RUN-PARAMETERS RECORD - S'
                        'EE NTRPRMR, RC=4'
                    move 4 to return-code
              end-evaluate
           end-if
           perform 9000-write-run-log
           .

       8100-write-pending.
           set pnd-idx to ws-pending-sub
           if not ws-pnd-removed (pnd-idx)
              write ntr-pending-line from ws-pnd-entry (pnd-idx)
           end-if
           .

      * one appended record per execution on the permanent run log -
      * a run log that will not open costs the audit trail a record,
      * not the business a run, so the failure is a SYSOUT note.
      * changes held for a later date count as compared.
       9000-write-run-log.
           open extend ntr-run-log-file
           if ws-run-log-status = '00'
              move ws-today to ntr-log-date
              move 'NTRPRMT' to ntr-log-program
              move ws-start-time to ntr-log-start-time
              accept ws-time-raw from time
              move ws-time-raw (1:6) to ntr-log-stop-time
              move ws-changes-read to ntr-log-records-read
              move ws-changes-applied to ntr-log-records-processed
              move ws-changes-refused to ntr-log-records-rejected
              move ws-changes-scheduled to ntr-log-records-compared
              move 0 to ntr-log-discrepancies
              move 'N' to ntr-log-restart-flag
              move return-code to ntr-log-return-code
              write ntr-run-log-record
              close ntr-run-log-file
           else
              display 'NTRPRMT: NTRRLOG OPEN EXTEND FAILED, STATUS='
                  ws-run-log-status
           end-if
           .

       end program ntrprmt.
