      * saying whether the number computed or rejected.  A control
      * number that comes through again on a later day is updated in
      * place, so the master always answers for the latest run that
      * touched it.  Every add and rewrite is journaled with the
      * record's before and after images, so the forward-recovery
      * job can rebuild the cluster from the nightly backup.
       identification division.
       program-id. ntrmld.

               access mode is random
               record key is ntr-mst-key
               file status is ws-master-file-status.
      * this run's generation of the master journal (ntrjrn.cpy).
           select ntr-journal-file assign to "NTRJRNL"
               organization is sequential
               file status is ws-journal-file-status.

       data division.
       file section.
       fd  ntr-master-file.
           copy ntrmst.

       fd  ntr-journal-file.
           copy ntrjrn.

       working-storage section.
       01  ws-run-log-status               pic x(02).
       01  ws-time-raw                  pic x(08).
       01  ws-start-time                pic x(06).
       01  ws-parameter-file-status        pic x(02).
       01  ws-master-file-status           pic x(02).
       01  ws-journal-file-status          pic x(02).
       01  ws-results-eof-switch        pic x(01) value 'N'.
           88  ws-results-not-eof          value 'N'.
           88  ws-results-at-eof           value 'Y'.
       01  ws-rejects-read              pic 9(09) value 0.
       01  ws-records-added             pic 9(09) value 0.
       01  ws-records-updated           pic 9(09) value 0.
      * the record as this run means to leave it, held while the READ
      * that fetches the before image overwrites the record area.
       01  ws-new-master-record         pic x(54).
       01  ws-master-found-switch       pic x(01) value 'N'.
           88  ws-master-found             value 'Y'.
           88  ws-master-not-found         value 'N'.
       01  ws-journal-sequence          pic 9(09) value 0.

       procedure division.
       0000-mainline.
                  ws-parameter-file-status
                  ' - LOADING WITH GENERATION 0000'
           end-if
           perform 1050-open-journal
           perform 1100-open-master
           open input ntr-results-file
           open input ntr-reject-in-file
           end-read
           .

      * a master change that is not journaled cannot be recovered, so
      * a journal that will not open stops the load before the master
      * is touched - RC=12, and the step is resubmitted once the
      * journal generation is sorted out.
       1050-open-journal.
           open output ntr-journal-file
           if ws-journal-file-status not = '00'
              display 'NTRMLD *** NTRJRNL OPEN FAILED, STATUS='
                  ws-journal-file-status ' - MASTER NOT LOADED, RC=12'
              move 12 to return-code
              goback
           end-if
           .

      * status 35 on the first OPEN I-O just means the cluster has
      * never been loaded - prime it with an OPEN OUTPUT/CLOSE and
      * try again, so the first-ever daily run does not need a
           end-read
           .

      * read before writing, so the journal carries the record as it
      * stood ahead of the change as well as after it - the rewrite
      * of a control number seen before is exactly the change a
      * recovery to an earlier day has to be able to see.  the
      * journal record goes out ahead of the master I/O: an abend
      * between the two leaves a journaled change the master never
      * took, which replaying puts right, never a master change the
      * journal cannot replay.  the add or update counts only once
      * the master has taken it.
       5000-update-master.
           move ws-today to ntr-mst-proc-date
           move ws-generation to ntr-mst-generation
           move ntr-master-record to ws-new-master-record
           move 'Y' to ws-master-found-switch
           read ntr-master-file
               invalid key move 'N' to ws-master-found-switch
           end-read
           move spaces to ntr-jrn-before-image
           if ws-master-found
              move ntr-master-record to ntr-jrn-before-image
              move 'C' to ntr-jrn-action
           else
              move 'A' to ntr-jrn-action
           end-if
           move ws-new-master-record to ntr-jrn-after-image
           perform 5100-write-journal
           move ws-new-master-record to ntr-master-record
           if ws-master-found
              rewrite ntr-master-record
              if ws-master-file-status = '00'
                 add 1 to ws-records-updated
              end-if
           else
              write ntr-master-record
              if ws-master-file-status = '00'
                 add 1 to ws-records-added
              end-if
           end-if
           if ws-master-file-status not = '00'
              display 'NTRMLD: MASTER WRITE FAILED, STATUS='
                  ws-master-file-status ' N=' ntr-mst-n
                  ' OP=' ntr-mst-op-code
           end-if
           .

       5100-write-journal.
           add 1 to ws-journal-sequence
           move ws-today to ntr-jrn-date
           move ws-start-time to ntr-jrn-time
           move 'NTRMLD' to ntr-jrn-program
           move ws-generation to ntr-jrn-generation
           move ws-journal-sequence to ntr-jrn-sequence
           write ntr-journal-record
           .

       8000-terminate.
           close ntr-results-file
           close ntr-reject-in-file
           close ntr-master-file
           close ntr-journal-file
           display 'NTRMLD results read       : ' ws-results-read
           display 'NTRMLD rejects read       : ' ws-rejects-read
           display 'NTRMLD master adds        : ' ws-records-added
           display 'NTRMLD master updates     : ' ws-records-updated
           display 'NTRMLD changes journaled  : ' ws-journal-sequence
           perform 9000-write-run-log
           .

