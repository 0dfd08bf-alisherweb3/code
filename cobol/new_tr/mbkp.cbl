      * ntrmbkp - nightly backup of the keyed results master.
      *
      * The master is rewritten in place every day and pruned by the
      * retention sweep, and a damaged cluster or a bad day loaded
      * into it used to leave nothing to put it back from but an
      * empty redefine.  Runs right behind the master load and copies
      * the whole cluster, in key order, to a backup generation
      * (ntrbkp.cpy) headed with the date, time and run generation
      * it was taken at and trailed with its record count.  That
      * backup plus the journal the load and the sweep write for
      * every change after it is what the forward-recovery job
      * rebuilds the master from.  Read-only against the cluster.
       identification division.
       program-id. ntrmbkp.

       environment division.
       input-output section.
       file-control.
           select ntr-master-file assign to "NTRMSTR"
               organization is indexed
               access mode is sequential
               record key is ntr-mst-key
               file status is ws-master-file-status.
           select ntr-backup-file assign to "NTRBKUP"
               organization is sequential
               file status is ws-backup-file-status.
           select ntr-parameter-file assign to "NTRPARM"
               organization is sequential
               file status is ws-parameter-file-status.
           select ntr-run-log-file assign to "NTRRLOG"
               organization is sequential
               file status is ws-run-log-status.

       data division.
       file section.
       fd  ntr-master-file.
           copy ntrmst.

       fd  ntr-backup-file.
           copy ntrbkp.

       fd  ntr-parameter-file.
           copy ntrprm.

       fd  ntr-run-log-file.
           copy ntrlog.

       working-storage section.
       01  ws-master-file-status           pic x(02).
       01  ws-backup-file-status           pic x(02).
       01  ws-parameter-file-status        pic x(02).
       01  ws-run-log-status               pic x(02).
       01  ws-time-raw                  pic x(08).
       01  ws-start-time                pic x(06).
       01  ws-today                     pic x(08).
       01  ws-generation                pic 9(04) value 0.
       01  ws-master-eof-switch         pic x(01) value 'N'.
           88  ws-master-not-eof           value 'N'.
           88  ws-master-at-eof            value 'Y'.
       01  ws-records-read              pic 9(09) value 0.
       01  ws-records-written           pic 9(09) value 0.

       procedure division.
       0000-mainline.
           perform 1000-initialize
           perform 2000-copy-record
               until ws-master-at-eof
           perform 8000-terminate
           goback
           .

      * the header's time is taken here, at the start of the backup,
      * and the journal records carry their run's start time - the
      * stream runs the load ahead of this step and the sweep
      * outside the daily window, so every journal record stamped
      * after the header is a change the backup does not hold.  a
      * master or backup that will not open is a night with no
      * backup, which the day-end page has to show: RC=12.
       1000-initialize.
           accept ws-today from date yyyymmdd
           accept ws-time-raw from time
           move ws-time-raw (1:6) to ws-start-time
           open input ntr-parameter-file
           if ws-parameter-file-status = '00'
              read ntr-parameter-file
                  at end move '10' to ws-parameter-file-status
              end-read
              if ws-parameter-file-status = '00'
                 move ntr-prm-generation to ws-generation
              end-if
              close ntr-parameter-file
           end-if
           if ws-parameter-file-status not = '00'
              display 'NTRMBKP: NTRPARM UNAVAILABLE, STATUS='
                  ws-parameter-file-status
                  ' - BACKUP HEADED GENERATION 0000'
           end-if
           open output ntr-backup-file
           if ws-backup-file-status not = '00'
              display 'NTRMBKP *** NTRBKUP OPEN FAILED, STATUS='
                  ws-backup-file-status ' - NO BACKUP TAKEN, RC=12'
              move 12 to return-code
              perform 9000-write-run-log
              goback
           end-if
      * the backup generation is opened first so a master that will
      * not open leaves it empty - no header, which the recovery job
      * refuses to restore - rather than cataloged unopened.
           open input ntr-master-file
           if ws-master-file-status not = '00'
              display 'NTRMBKP *** NTRMSTR OPEN FAILED, STATUS='
                  ws-master-file-status ' - NO BACKUP TAKEN, RC=12'
              close ntr-backup-file
              move 12 to return-code
              perform 9000-write-run-log
              goback
           end-if
           move spaces to ntr-bkp-header-record
           move 'H' to ntr-bkp-hdr-id
           move ws-today to ntr-bkp-hdr-date
           move ws-start-time to ntr-bkp-hdr-time
           move ws-generation to ntr-bkp-hdr-generation
           write ntr-bkp-header-record
           read ntr-master-file
               at end move 'Y' to ws-master-eof-switch
           end-read
           .

       2000-copy-record.
           add 1 to ws-records-read
           move 'D' to ntr-bkp-dtl-id
           move ntr-master-record to ntr-bkp-dtl-image
           write ntr-bkp-detail-record
           add 1 to ws-records-written
           read ntr-master-file
               at end move 'Y' to ws-master-eof-switch
           end-read
           .

       8000-terminate.
           move spaces to ntr-bkp-trailer-record
           move 'T' to ntr-bkp-trl-id
           move ws-records-written to ntr-bkp-trl-count
           write ntr-bkp-trailer-record
           close ntr-master-file
           close ntr-backup-file
           display 'NTRMBKP master records read: ' ws-records-read
           display 'NTRMBKP records backed up  : ' ws-records-written
           display 'NTRMBKP backup taken at    : ' ws-today ' '
               ws-start-time ' GENERATION ' ws-generation
           perform 9000-write-run-log
           .

      * one appended record per execution on the permanent run log -
      * a run log that will not open costs the audit trail a record,
      * not the business a run, so the failure is a SYSOUT note.
       9000-write-run-log.
           open extend ntr-run-log-file
           if ws-run-log-status = '00'
              move ws-today to ntr-log-date
              move 'NTRMBKP' to ntr-log-program
              move ws-start-time to ntr-log-start-time
              accept ws-time-raw from time
              move ws-time-raw (1:6) to ntr-log-stop-time
              move ws-records-read to ntr-log-records-read
              move ws-records-written to ntr-log-records-processed
              move 0 to ntr-log-records-rejected
              move 0 to ntr-log-records-compared
              move 0 to ntr-log-discrepancies
              move 'N' to ntr-log-restart-flag
              move return-code to ntr-log-return-code
              write ntr-run-log-record
              close ntr-run-log-file
           else
              display 'NTRMBKP: NTRRLOG OPEN EXTEND FAILED, STATUS='
                  ws-run-log-status
           end-if
           .

       end program ntrmbkp.
