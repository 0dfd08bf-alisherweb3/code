      * ntrmrcv - forward recovery of the keyed results master.
      *
      * Rebuilds the master from a nightly backup (ntrbkp.cpy) and
      * the journal the master load and the retention sweep write for
      * every add, rewrite and delete (ntrjrn.cpy): loads the backup
      * into an empty cluster, proves it against its own trailer,
      * then re-applies every journal record written after the
      * backup was taken, in the order the changes were made, up to
      * the date and run generation keyed on the control card - so a
      * damaged cluster comes back as of last night, and a bad day
      * loaded into it can be rolled back by recovering to the
      * generation before it.  Prints a proof, run by run and day by
      * day, that the changes it replayed match the counts each
      * load and sweep logged on the permanent run log when it ran.
      * RC=12 when the card or the backup is unusable (nothing
      * restored), RC=8 when the proof does not agree or a journal
      * record would not apply cleanly - the recovery JCL swaps the
      * rebuilt cluster in only on RC=0.
       identification division.
       program-id. ntrmrcv.

       environment division.
       input-output section.
       file-control.
           select ntr-control-file assign to "SYSIN"
               organization is sequential
               file status is ws-control-file-status.
           select ntr-backup-file assign to "NTRBKUP"
               organization is sequential
               file status is ws-backup-file-status.
      * every journal generation, off the bare GDG base - the sort
      * puts them back in the order the changes were made, whatever
      * order the concatenation reads them in.
           select ntr-journal-file assign to "NTRJRNL"
               organization is sequential.
           select ntr-jsort-file assign to "SORTWK".
      * dynamic access - written in key order off the backup, then
      * updated by key as the journal replays.
           select ntr-master-file assign to "NTRMSTR"
               organization is indexed
               access mode is dynamic
               record key is ntr-mst-key
               file status is ws-master-file-status.
           select ntr-report-file assign to "NTRMRCVR"
               organization is sequential.
           select ntr-run-log-file assign to "NTRRLOG"
               organization is sequential
               file status is ws-run-log-status.

       data division.
       file section.
      * the recovery target: the last date to roll forward to, and
      * optionally the last run generation on that date - blank
      * rolls the whole date forward.
       fd  ntr-control-file.
       01  ntr-control-card.
           05  ntr-ctl-target-date         pic x(08).
           05  ntr-ctl-target-generation   pic x(04).
           05  filler                      pic x(68).

       fd  ntr-backup-file.
           copy ntrbkp.

       fd  ntr-journal-file.
       01  ntr-journal-in-record           pic x(144).

       sd  ntr-jsort-file.
       01  ntr-jsort-record.
           05  jsrt-date                   pic x(08).
           05  jsrt-time                   pic x(06).
           05  filler                      pic x(12).
           05  jsrt-sequence               pic 9(09).
           05  filler                      pic x(109).

       fd  ntr-master-file.
           copy ntrmst.

       fd  ntr-report-file.
       01  ntr-report-line                 pic x(100).

       fd  ntr-run-log-file.
           copy ntrlog.

       working-storage section.
           copy ntrjrn.
       01  ws-control-file-status          pic x(02).
       01  ws-backup-file-status           pic x(02).
       01  ws-master-file-status           pic x(02).
       01  ws-run-log-status               pic x(02).
       01  ws-time-raw                  pic x(08).
       01  ws-start-time                pic x(06).
       01  ws-today                     pic x(08).
       01  ws-date-num                  pic 9(08).
       01  ws-target-date               pic x(08).
       01  ws-target-generation         pic 9(04) value 0.
       01  ws-target-gen-switch         pic x(01) value 'N'.
           88  ws-target-gen-given         value 'Y'.
           88  ws-target-whole-day         value 'N'.
      * why the recovery was refused - spaces while it can go ahead.
       01  ws-refusal-text              pic x(60) value spaces.
      * the point the backup was taken at, and the run stamp of the
      * journal record in hand - the same date-then-time shape, so
      * one comparison says which came first.
       01  ws-backup-stamp.
           05  ws-backup-date              pic x(08).
           05  ws-backup-time              pic x(06).
       01  ws-backup-generation         pic 9(04).
       01  ws-entry-stamp.
           05  ws-entry-date               pic x(08).
           05  ws-entry-time               pic x(06).
       01  ws-backup-eof-switch         pic x(01) value 'N'.
           88  ws-backup-not-eof           value 'N'.
           88  ws-backup-at-eof            value 'Y'.
       01  ws-trailer-switch            pic x(01) value 'N'.
           88  ws-trailer-seen             value 'Y'.
           88  ws-trailer-not-seen         value 'N'.
       01  ws-backup-trailer-count      pic 9(09) value 0.
       01  ws-jsort-eof-switch          pic x(01) value 'N'.
           88  ws-jsort-not-eof            value 'N'.
           88  ws-jsort-at-eof             value 'Y'.
       01  ws-log-eof-switch            pic x(01) value 'N'.
           88  ws-log-not-eof              value 'N'.
           88  ws-log-at-eof               value 'Y'.
       01  ws-records-restored          pic 9(09) value 0.
       01  ws-entries-read              pic 9(09) value 0.
       01  ws-entries-in-backup         pic 9(09) value 0.
       01  ws-entries-applied           pic 9(09) value 0.
       01  ws-entries-beyond            pic 9(09) value 0.
       01  ws-entries-conflicting       pic 9(09) value 0.
       01  ws-runs-proved               pic 9(09) value 0.
       01  ws-runs-disagreeing          pic 9(09) value 0.
       01  ws-runs-unlogged             pic 9(09) value 0.
       01  ws-days-rolled               pic 9(09) value 0.
       01  ws-run-journaled             pic 9(09).
      * one entry per master load or sweep run between the backup and
      * the target: what the run log says it changed, and what its
      * journal replayed.  500 runs is well over a year of daily
      * loads - far past any backup worth recovering from; runs past
      * the table are reported to SYSOUT and go unproved, which
      * fails the proof rather than passing it blind.
       01  ws-run-count                 pic 9(03) value 0.
       01  ws-run-sub                   pic 9(03).
       01  ws-run-slot                  pic 9(03) value 0.
       01  ws-run-table.
           05  ws-run-entry occurs 500 times
                   indexed by run-idx.
               10  ws-run-date             pic x(08).
               10  ws-run-program          pic x(08).
               10  ws-run-time             pic x(06).
               10  ws-run-generation       pic 9(04).
               10  ws-run-logged-switch    pic x(01).
                   88  ws-run-logged         value 'Y'.
                   88  ws-run-not-logged     value 'N'.
               10  ws-run-beyond-switch    pic x(01).
                   88  ws-run-beyond         value 'Y'.
                   88  ws-run-in-range       value 'N'.
               10  ws-run-log-processed    pic 9(09).
               10  ws-run-adds             pic 9(09).
               10  ws-run-changes          pic 9(09).
               10  ws-run-deletes          pic 9(09).
               10  ws-run-conflicts        pic 9(09).
      * the day being totalled on the proof page.
       01  ws-day-date                  pic x(08) value spaces.
       01  ws-day-runs                  pic 9(04) value 0.
       01  ws-day-journaled             pic 9(09) value 0.
       01  ws-day-logged                pic 9(09) value 0.
       01  ws-day-switch                pic x(01) value 'Y'.
           88  ws-day-proves               value 'Y'.
           88  ws-day-fails                value 'N'.
       01  ws-verdict                   pic x(14).

       procedure division.
       0000-mainline.
           perform 1000-initialize
           perform 2000-restore-backup
           perform 3000-replay-journal
           perform 4000-write-proof
           perform 8000-terminate
           goback
           .

      * everything that can refuse the recovery is checked before the
      * cluster is opened - the card, then the backup's header - so a
      * refused run leaves nothing half-built behind it.
       1000-initialize.
           accept ws-today from date yyyymmdd
           accept ws-time-raw from time
           move ws-time-raw (1:6) to ws-start-time
           open output ntr-report-file
           move spaces to ntr-report-line
           string 'NTR RESULTS MASTER FORWARD RECOVERY - ' ws-today
               into ntr-report-line
           write ntr-report-line
           move all '-' to ntr-report-line (1:46)
           write ntr-report-line
           perform 1100-read-control-card
           if ws-refusal-text = spaces
              perform 1200-read-backup-header
           end-if
           if ws-refusal-text not = spaces
              move spaces to ntr-report-line
              string 'RECOVERY REFUSED - ' ws-refusal-text
                  delimited by size into ntr-report-line
              write ntr-report-line
              close ntr-report-file
              display 'NTRMRCV *** ' ws-refusal-text
              display 'NTRMRCV *** NOTHING RESTORED, RC=12'
              move 12 to return-code
              perform 9000-write-run-log
              goback
           end-if
           move spaces to ntr-report-line
           string 'BACKUP TAKEN ' ws-backup-date ' ' ws-backup-time
                  ' GENERATION ' ws-backup-generation
                  ' - ROLLING FORWARD TO ' ws-target-date
               into ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           if ws-target-gen-given
              string '  THROUGH GENERATION ' ws-target-generation
                     ' ON THE TARGET DATE'
                  into ntr-report-line
           else
              move '  THROUGH EVERY RUN ON THE TARGET DATE'
                to ntr-report-line
           end-if
           write ntr-report-line
           perform 1300-scan-run-log
           .

       1100-read-control-card.
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
              if ntr-ctl-target-date is not numeric
                 move 'TARGET DATE IS NOT A YYYYMMDD DATE'
                   to ws-refusal-text
              else
                 move ntr-ctl-target-date to ws-date-num
                 if function test-date-yyyymmdd(ws-date-num) not = 0
                    move 'TARGET DATE IS NOT A YYYYMMDD DATE'
                      to ws-refusal-text
                 end-if
              end-if
           end-if
           if ws-refusal-text = spaces
              move ntr-ctl-target-date to ws-target-date
              evaluate true
                 when ntr-ctl-target-generation = spaces
                    move 'N' to ws-target-gen-switch
                 when ntr-ctl-target-generation is numeric
                    move 'Y' to ws-target-gen-switch
                    move ntr-ctl-target-generation
                      to ws-target-generation
                 when other
                    move 'TARGET GENERATION IS NOT NUMERIC'
                      to ws-refusal-text
              end-evaluate
           end-if
           .

      * a backup with no header is one the backup step never got to
      * write - an empty generation left by a failed night - and one
      * taken after the target already holds changes the recovery is
      * meant to leave out: restore an older generation instead.
       1200-read-backup-header.
           open input ntr-backup-file
           if ws-backup-file-status not = '00'
              move 'BACKUP WILL NOT OPEN' to ws-refusal-text
           else
              read ntr-backup-file
                  at end move 'Y' to ws-backup-eof-switch
              end-read
              if ws-backup-at-eof or ntr-bkp-hdr-id not = 'H'
                 move 'BACKUP HAS NO HEADER - NOT A COMPLETE BACKUP'
                   to ws-refusal-text
              else
                 move ntr-bkp-hdr-date to ws-backup-date
                 move ntr-bkp-hdr-time to ws-backup-time
                 move ntr-bkp-hdr-generation to ws-backup-generation
                 if ws-backup-date > ws-target-date
                    or (ws-backup-date = ws-target-date
                        and ws-target-gen-given
                        and ws-backup-generation
                            > ws-target-generation)
                    move 'BACKUP IS NEWER THAN THE TARGET - USE AN'
                      to ws-refusal-text
                    move ' OLDER GENERATION' to ws-refusal-text (41:17)
                 end-if
              end-if
           end-if
           .

      * every master load and sweep the run log saw between the
      * backup and the target date goes on the run table first, in
      * the order they ran - the journal then fills in what each one
      * replayed.  a run log that will not open leaves every run
      * unproved, which is how the proof page reports it.
       1300-scan-run-log.
           open input ntr-run-log-file
           if ws-run-log-status = '00'
              perform 1310-read-run-log
                  until ws-log-at-eof
              close ntr-run-log-file
           else
              display 'NTRMRCV: NTRRLOG OPEN FAILED, STATUS='
                  ws-run-log-status ' - NOTHING TO PROVE AGAINST'
           end-if
           .

       1310-read-run-log.
           read ntr-run-log-file
               at end move 'Y' to ws-log-eof-switch
           end-read
           if ws-log-not-eof
              and (ntr-log-program = 'NTRMLD'
                   or ntr-log-program = 'NTRMPRG')
              and ntr-log-date <= ws-target-date
              move ntr-log-date to ws-entry-date
              move ntr-log-start-time to ws-entry-time
              if ws-entry-stamp > ws-backup-stamp
                 if ws-run-count < 500
                    add 1 to ws-run-count
                    set run-idx to ws-run-count
                    move ntr-log-date to ws-run-date (run-idx)
                    move ntr-log-program to ws-run-program (run-idx)
                    move ntr-log-start-time to ws-run-time (run-idx)
                    move 0 to ws-run-generation (run-idx)
                    move 'Y' to ws-run-logged-switch (run-idx)
                    move 'N' to ws-run-beyond-switch (run-idx)
                    move ntr-log-records-processed
                      to ws-run-log-processed (run-idx)
                    move 0 to ws-run-adds (run-idx)
                    move 0 to ws-run-changes (run-idx)
                    move 0 to ws-run-deletes (run-idx)
                    move 0 to ws-run-conflicts (run-idx)
                 else
                    display 'NTRMRCV: RUN TABLE FULL - RUN '
                        ntr-log-program ' ' ntr-log-date ' '
                        ntr-log-start-time ' GOES UNPROVED'
                    add 1 to ws-runs-disagreeing
                 end-if
              end-if
           end-if
           .

      * the backup loads in the key order it was taken in.  its
      * trailer must be there and agree with the details loaded, or
      * the backup was cut short and nothing built on it can be
      * trusted - RC=12, and the JCL never swaps this cluster in.
       2000-restore-backup.
           open output ntr-master-file
           if ws-master-file-status not = '00'
              display 'NTRMRCV *** NTRMSTR OPEN FAILED, STATUS='
                  ws-master-file-status ' - NOTHING RESTORED, RC=12'
              move 12 to return-code
              perform 9000-write-run-log
              goback
           end-if
           perform 2100-restore-record
               until ws-backup-at-eof
           close ntr-backup-file
           close ntr-master-file
           if ws-trailer-not-seen
              or ws-backup-trailer-count not = ws-records-restored
              move spaces to ntr-report-line
              string 'RECOVERY STOPPED - BACKUP TRAILER COUNT '
                     ws-backup-trailer-count ' BUT '
                     ws-records-restored ' RECORDS RESTORED'
                  into ntr-report-line
              write ntr-report-line
              close ntr-report-file
              display 'NTRMRCV *** BACKUP IS INCOMPLETE - RECOVERY'
                  ' STOPPED, RC=12'
              move 12 to return-code
              perform 9000-write-run-log
              goback
           end-if
           move spaces to ntr-report-line
           string 'BACKUP RESTORED - ' ws-records-restored
                  ' RECORDS, AGREES WITH ITS TRAILER'
               into ntr-report-line
           write ntr-report-line
           open i-o ntr-master-file
           .

       2100-restore-record.
           read ntr-backup-file
               at end move 'Y' to ws-backup-eof-switch
           end-read
           if ws-backup-not-eof
              evaluate ntr-bkp-dtl-id
                 when 'D'
                    move ntr-bkp-dtl-image to ntr-master-record
                    write ntr-master-record
                        invalid key
                           display 'NTRMRCV: DUPLICATE KEY ON BACKUP,'
                               ' N=' ntr-mst-n ' OP=' ntr-mst-op-code
                        not invalid key
                           add 1 to ws-records-restored
                    end-write
                 when 'T'
                    move 'Y' to ws-trailer-switch
                    move ntr-bkp-trl-count to ws-backup-trailer-count
                    move 'Y' to ws-backup-eof-switch
              end-evaluate
           end-if
           .

       3000-replay-journal.
           sort ntr-jsort-file
               on ascending key jsrt-date jsrt-time jsrt-sequence
               using ntr-journal-file
               output procedure is 3050-return-journal
           close ntr-master-file
           .

       3050-return-journal.
           return ntr-jsort-file into ntr-journal-record
               at end move 'Y' to ws-jsort-eof-switch
           end-return
           perform 3100-replay-entry
               until ws-jsort-at-eof
           .

      * a journal record stamped at or before the backup is a change
      * the backup already holds; one past the target date (or past
      * the target generation on the target date) is a change the
      * recovery is meant to leave out - counted, marked on its run,
      * and not applied.
       3100-replay-entry.
           add 1 to ws-entries-read
           move ntr-jrn-date to ws-entry-date
           move ntr-jrn-time to ws-entry-time
           evaluate true
              when ws-entry-stamp not > ws-backup-stamp
                 add 1 to ws-entries-in-backup
              when ntr-jrn-date > ws-target-date
                 add 1 to ws-entries-beyond
                 perform 3300-find-run
                 if ws-run-slot > 0
                    move 'Y' to ws-run-beyond-switch (ws-run-slot)
                 end-if
              when ntr-jrn-date = ws-target-date
               and ws-target-gen-given
               and ntr-jrn-generation > ws-target-generation
                 add 1 to ws-entries-beyond
                 perform 3300-find-run
                 if ws-run-slot > 0
                    move 'Y' to ws-run-beyond-switch (ws-run-slot)
                 end-if
              when other
                 perform 3300-find-run
                 perform 3200-apply-entry
           end-evaluate
           return ntr-jsort-file into ntr-journal-record
               at end move 'Y' to ws-jsort-eof-switch
           end-return
           .

      * the journal says what the cluster looked like after each
      * change, so each replay lands the after image (or removes the
      * key) whatever it finds - but a record already there for an
      * add, or missing for a rewrite or delete, means the backup and
      * the journal disagree, and is counted against the proof.
       3200-apply-entry.
           add 1 to ws-entries-applied
           evaluate true
              when ntr-jrn-add
                 if ws-run-slot > 0
                    add 1 to ws-run-adds (ws-run-slot)
                 end-if
                 move ntr-jrn-after-image to ntr-master-record
                 write ntr-master-record
                     invalid key
                        rewrite ntr-master-record
                        perform 3250-count-conflict
                 end-write
              when ntr-jrn-change
                 if ws-run-slot > 0
                    add 1 to ws-run-changes (ws-run-slot)
                 end-if
                 move ntr-jrn-after-image to ntr-master-record
                 rewrite ntr-master-record
                     invalid key
                        write ntr-master-record
                        perform 3250-count-conflict
                 end-rewrite
              when ntr-jrn-delete
                 if ws-run-slot > 0
                    add 1 to ws-run-deletes (ws-run-slot)
                 end-if
                 move ntr-jrn-before-image to ntr-master-record
                 delete ntr-master-file record
                     invalid key
                        perform 3250-count-conflict
                 end-delete
              when other
                 perform 3250-count-conflict
           end-evaluate
           .

       3250-count-conflict.
           add 1 to ws-entries-conflicting
           if ws-run-slot > 0
              add 1 to ws-run-conflicts (ws-run-slot)
           end-if
           move spaces to ntr-report-line
           string 'CONFLICT ' ntr-jrn-action
                  ' N=' ntr-mst-n
                  ' OP=' ntr-mst-op-code
                  ' ' ntr-jrn-program ' ' ntr-jrn-date
                  ' ' ntr-jrn-time ' SEQ=' ntr-jrn-sequence
                  ' - NOT AS THE JOURNAL FOUND IT'
               into ntr-report-line
           write ntr-report-line
           .

      * a journaled run the run log never saw is added to the table
      * unlogged - the proof page lists it on its own, since a
      * change with no run behind it is worth a look whatever it was.
       3300-find-run.
           move 0 to ws-run-slot
           set run-idx to 1
           search ws-run-entry
               at end continue
               when run-idx > ws-run-count
                  continue
               when ws-run-date (run-idx) = ntr-jrn-date
                and ws-run-program (run-idx) = ntr-jrn-program
                and ws-run-time (run-idx) = ntr-jrn-time
                  set ws-run-slot to run-idx
           end-search
           if ws-run-slot = 0
              if ws-run-count < 500
                 add 1 to ws-run-count
                 set run-idx to ws-run-count
                 move ntr-jrn-date to ws-run-date (run-idx)
                 move ntr-jrn-program to ws-run-program (run-idx)
                 move ntr-jrn-time to ws-run-time (run-idx)
                 move 'N' to ws-run-logged-switch (run-idx)
                 move 'N' to ws-run-beyond-switch (run-idx)
                 move 0 to ws-run-log-processed (run-idx)
                 move 0 to ws-run-adds (run-idx)
                 move 0 to ws-run-changes (run-idx)
                 move 0 to ws-run-deletes (run-idx)
                 move 0 to ws-run-conflicts (run-idx)
                 move ws-run-count to ws-run-slot
              else
                 display 'NTRMRCV: RUN TABLE FULL - JOURNAL FOR '
                     ntr-jrn-program ' ' ntr-jrn-date ' '
                     ntr-jrn-time ' GOES UNPROVED'
                 add 1 to ws-runs-disagreeing
              end-if
           end-if
           if ws-run-slot > 0
              move ntr-jrn-generation
                to ws-run-generation (ws-run-slot)
           end-if
           .

      * one line per run the run log saw, a total line per day, and
      * then any journaled run the log never saw.  a run agrees when
      * the changes its journal replayed equal the records it logged
      * as processed (adds plus rewrites for the load, deletes for
      * the sweep) and none of them conflicted.
       4000-write-proof.
           move spaces to ntr-report-line
           write ntr-report-line
           move 'PROOF AGAINST THE RUN LOG, RUN BY RUN AND DAY BY DAY'
             to ntr-report-line
           write ntr-report-line
           perform 4100-prove-run
               varying ws-run-sub from 1 by 1
               until ws-run-sub > ws-run-count
           if ws-day-date not = spaces
              perform 4150-write-day-line
           end-if
           perform 4200-list-unlogged-run
               varying ws-run-sub from 1 by 1
               until ws-run-sub > ws-run-count
           .

       4100-prove-run.
           set run-idx to ws-run-sub
           if ws-run-logged (run-idx)
              if ws-run-date (run-idx) not = ws-day-date
                 if ws-day-date not = spaces
                    perform 4150-write-day-line
                 end-if
                 move ws-run-date (run-idx) to ws-day-date
                 move 0 to ws-day-runs
                 move 0 to ws-day-journaled
                 move 0 to ws-day-logged
                 move 'Y' to ws-day-switch
              end-if
              compute ws-run-journaled = ws-run-adds (run-idx)
                  + ws-run-changes (run-idx) + ws-run-deletes (run-idx)
              evaluate true
                 when ws-run-beyond (run-idx)
                    move 'AFTER TARGET' to ws-verdict
                 when ws-run-journaled
                      = ws-run-log-processed (run-idx)
                  and ws-run-conflicts (run-idx) = 0
                    move 'AGREE' to ws-verdict
                    add 1 to ws-runs-proved
                 when other
                    move '*** DISAGREE' to ws-verdict
                    add 1 to ws-runs-disagreeing
                    move 'N' to ws-day-switch
              end-evaluate
              if ws-run-in-range (run-idx)
                 add 1 to ws-day-runs
                 add ws-run-journaled to ws-day-journaled
                 add ws-run-log-processed (run-idx) to ws-day-logged
              end-if
              move spaces to ntr-report-line
              string '  ' ws-run-program (run-idx)
                     ' ' ws-run-date (run-idx)
                     ' ' ws-run-time (run-idx)
                     ' JOURNAL A=' ws-run-adds (run-idx)
                     ' C=' ws-run-changes (run-idx)
                     ' D=' ws-run-deletes (run-idx)
                     ' LOGGED=' ws-run-log-processed (run-idx)
                     ' ' ws-verdict
                  delimited by size into ntr-report-line
              write ntr-report-line
           end-if
           .

       4150-write-day-line.
           add 1 to ws-days-rolled
           if ws-day-proves
              move 'PROVED' to ws-verdict
           else
              move '*** NOT PROVED' to ws-verdict
           end-if
           move spaces to ntr-report-line
           string 'DAY ' ws-day-date
                  ' RUNS=' ws-day-runs
                  ' JOURNAL=' ws-day-journaled
                  ' RUN LOG=' ws-day-logged
                  ' ' ws-verdict
               delimited by size into ntr-report-line
           write ntr-report-line
           .

       4200-list-unlogged-run.
           set run-idx to ws-run-sub
           if ws-run-not-logged (run-idx)
              and ws-run-in-range (run-idx)
              add 1 to ws-runs-unlogged
              compute ws-run-journaled = ws-run-adds (run-idx)
                  + ws-run-changes (run-idx) + ws-run-deletes (run-idx)
              move spaces to ntr-report-line
              string '  ' ws-run-program (run-idx)
                     ' ' ws-run-date (run-idx)
                     ' ' ws-run-time (run-idx)
                     ' JOURNAL=' ws-run-journaled
                     ' *** JOURNALED BUT NOT ON THE RUN LOG'
                  delimited by size into ntr-report-line
              write ntr-report-line
           end-if
           .

       8000-terminate.
           move spaces to ntr-report-line
           write ntr-report-line
           string 'JOURNAL READ=' ws-entries-read
                  ' IN BACKUP=' ws-entries-in-backup
                  ' APPLIED=' ws-entries-applied
                  ' AFTER TARGET=' ws-entries-beyond
                  ' CONFLICTS=' ws-entries-conflicting
               into ntr-report-line
           write ntr-report-line
           move spaces to ntr-report-line
           string 'DAYS ROLLED FORWARD=' ws-days-rolled
                  ' RUNS PROVED=' ws-runs-proved
                  ' DISAGREEING=' ws-runs-disagreeing
                  ' NOT ON RUN LOG=' ws-runs-unlogged
               into ntr-report-line
           write ntr-report-line
           close ntr-report-file
           display 'NTRMRCV records restored  : ' ws-records-restored
           display 'NTRMRCV journal read      : ' ws-entries-read
           display 'NTRMRCV journal applied   : ' ws-entries-applied
           display 'NTRMRCV journal conflicts : ' ws-entries-conflicting
           display 'NTRMRCV runs proved       : ' ws-runs-proved
           display 'NTRMRCV runs disagreeing  : ' ws-runs-disagreeing
           if ws-entries-conflicting > 0
              or ws-runs-disagreeing > 0
              or ws-runs-unlogged > 0
              display 'NTRMRCV *** RECOVERED MASTER DOES NOT PROVE'
                  ' AGAINST THE RUN LOG - NOT SWAPPED IN, RC=8'
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
              move 'NTRMRCV' to ntr-log-program
              move ws-start-time to ntr-log-start-time
              accept ws-time-raw from time
              move ws-time-raw (1:6) to ntr-log-stop-time
              move ws-entries-read to ntr-log-records-read
              move ws-entries-applied to ntr-log-records-processed
              move ws-entries-conflicting to ntr-log-records-rejected
              compute ntr-log-records-compared = ws-runs-proved
                  + ws-runs-disagreeing
              move ws-runs-disagreeing to ntr-log-discrepancies
              move 'N' to ntr-log-restart-flag
              move return-code to ntr-log-return-code
              write ntr-run-log-record
              close ntr-run-log-file
           else
              display 'NTRMRCV: NTRRLOG OPEN EXTEND FAILED, STATUS='
                  ws-run-log-status
           end-if
           .

       end program ntrmrcv.
