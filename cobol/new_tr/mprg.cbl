      * concatenated DD, so customer service can still answer for an
      * archived number without an ISPF dig.  A zero or missing
      * retention period sweeps nothing - retention has to be an
      * explicit operations decision, not a default.  Every delete is
      * journaled with the record's before image, so the forward-
      * recovery job can replay the sweep over a restored backup.
       identification division.
       program-id. ntrmprg.

           select ntr-run-log-file assign to "NTRRLOG"
               organization is sequential
               file status is ws-run-log-status.
      * this run's generation of the master journal (ntrjrn.cpy).
           select ntr-journal-file assign to "NTRJRNL"
               organization is sequential
               file status is ws-journal-file-status.

       data division.
       file section.
       fd  ntr-run-log-file.
           copy ntrlog.

       fd  ntr-journal-file.
           copy ntrjrn.

       working-storage section.
       01  ws-master-file-status           pic x(02).
       01  ws-parameter-file-status        pic x(02).
       01  ws-run-log-status               pic x(02).
       01  ws-journal-file-status          pic x(02).
       01  ws-time-raw                  pic x(08).
       01  ws-start-time                pic x(06).
       01  ws-today                     pic x(08).
           88  ws-master-not-eof           value 'N'.
           88  ws-master-at-eof            value 'Y'.
       01  ws-retain-days               pic 9(04) value 0.
       01  ws-generation                pic 9(04) value 0.
       01  ws-journal-sequence          pic 9(09) value 0.
       01  ws-cutoff-int                pic 9(09).
       01  ws-cutoff-num                pic 9(08).
       01  ws-cutoff-date               pic x(08).
              end-read
              if ws-parameter-file-status = '00'
                 move ntr-prm-retain-days to ws-retain-days
                 move ntr-prm-generation to ws-generation
              end-if
              close ntr-parameter-file
           end-if
              move 'RETENTION PERIOD IS ZERO - NOTHING PURGED'
                to ntr-purge-line
              write ntr-purge-line
      * the step still cataloged a journal generation - open and
      * close it so it reads back as empty, not as whatever was on
      * the track before.
              open output ntr-journal-file
              close ntr-journal-file
           else
              move ws-today to ws-today-num
              compute ws-cutoff-int =
           end-if
           .

      * the journal opens before the master for the reason the master
      * load gives: a delete that is not journaled cannot be
      * recovered, so no journal means no sweep.
       1100-open-files.
           open output ntr-journal-file
           if ws-journal-file-status not = '00'
              display 'NTRMPRG *** NTRJRNL OPEN FAILED, STATUS='
                  ws-journal-file-status ' - NOTHING PURGED, RC=12'
              move 12 to return-code
              goback
           end-if
           open i-o ntr-master-file
           if ws-master-file-status not = '00'
              display 'NTRMPRG: NTRMSTR OPEN FAILED, STATUS='
           .

      * processing dates are yyyymmdd, so the byte comparison below
      * is also the chronological one.  archive and journal first,
      * delete last - an abend in between leaves a record archived
      * or journaled twice at worst, never deleted unarchived or
      * unjournaled.  the journal takes the before image while the
      * record area still holds it.
       2000-sweep-record.
           add 1 to ws-records-read
           if ntr-mst-proc-date < ws-cutoff-date
              write ntr-archive-record from ntr-master-record
              perform 2050-write-journal
              delete ntr-master-file record
              add 1 to ws-records-purged
              perform 2100-report-purge
           end-read
           .

       2050-write-journal.
           add 1 to ws-journal-sequence
           move ws-today to ntr-jrn-date
           move ws-start-time to ntr-jrn-time
           move 'NTRMPRG' to ntr-jrn-program
           move ws-generation to ntr-jrn-generation
           move ws-journal-sequence to ntr-jrn-sequence
           move 'D' to ntr-jrn-action
           move ntr-master-record to ntr-jrn-before-image
           move spaces to ntr-jrn-after-image
           write ntr-journal-record
           .

       2100-report-purge.
           move spaces to ntr-purge-line
           string 'PURGED N=' ntr-mst-n
              write ntr-purge-line
              close ntr-master-file
              close ntr-archive-file
              close ntr-journal-file
           end-if
           close ntr-purge-report-file
           display 'NTRMPRG records read      : ' ws-records-read
