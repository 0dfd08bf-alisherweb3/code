      * partial restore, a mis-sequenced rerun, or plain bit rot
      * would sit there feeding inquiry answers indefinitely.  Reads
      * the master sequentially, re-drives every computed record's
      * control number through the subprogram the operation-code
      * table names for its operation, compares the fresh answer
      * to the stored result, and writes a discrepancy report plus a
      * non-zero return code when the master does not re-prove - the
      * same hard-stop posture the balance step takes on the daily
      * files.  Rejected records hold no result and are skipped; a
      * computed record carrying a non-numeric N or an unrecognized
      * operation could never have computed, so it is a discrepancy
      * in its own right.  A suspended operation still re-proves -
      * suspension stops new records computing, it does not make the
      * ones already on the master wrong.
       identification division.
       program-id. ntrmaud.

           select ntr-run-log-file assign to "NTRRLOG"
               organization is sequential
               file status is ws-run-log-status.
           select ntr-opcode-file assign to "NTROPTB"
               organization is indexed
               access mode is sequential
               record key is ntr-opc-key
               file status is ws-opcode-file-status.

       data division.
       file section.
       fd  ntr-run-log-file.
           copy ntrlog.

       fd  ntr-opcode-file.
           copy ntropc.

       working-storage section.
           copy ntrctl.
           copy ntroptb.
       01  ws-master-file-status           pic x(02).
       01  ws-run-log-status               pic x(02).
       01  ws-opcode-file-status           pic x(02).
       01  ws-opcode-eof-switch         pic x(01) value 'N'.
           88  ws-opcode-not-eof           value 'N'.
           88  ws-opcode-at-eof            value 'Y'.
       01  ws-call-program              pic x(08).
       01  ws-opt-sub                   pic 9(02).
       01  ws-run-date                  pic x(08).
       01  ws-time-raw                  pic x(08).
       01  ws-start-time                pic x(06).
              move 12 to return-code
              goback
           end-if
           perform 1050-load-op-table
           move spaces to ntr-discrepancy-line
           string 'NTR MASTER INTEGRITY AUDIT - ' ws-run-date
               into ntr-discrepancy-line
           end-read
           .

      * without the operation-code table there is nothing to re-drive
      * a record through - the same RC=12 a master that will not open
      * takes.
       1050-load-op-table.
           open input ntr-opcode-file
           if ws-opcode-file-status not = '00'
              display 'NTRMAUD: NTROPTB OPEN FAILED, STATUS='
                  ws-opcode-file-status
              move 12 to return-code
              close ntr-master-file
              close ntr-discrepancy-file
              perform 9000-write-run-log
              goback
           end-if
           perform 1060-load-op-version
               until ws-opcode-at-eof
           close ntr-opcode-file
           .

      * key order brings each operation's versions together, oldest
      * first: one dated after today is not in force yet, and a
      * later one in force replaces the earlier in the slot.
       1060-load-op-version.
           read ntr-opcode-file
               at end move 'Y' to ws-opcode-eof-switch
           end-read
           if ws-opcode-not-eof
              and ntr-opc-effective-date <= ws-run-date
              if ntr-op-table-count > 0
                 and ntr-opt-op-code (ntr-op-table-count)
                     = ntr-opc-op-code
                 set opt-idx to ntr-op-table-count
                 perform 1070-store-op-version
              else
                 if ntr-op-table-count < 50
                    add 1 to ntr-op-table-count
                    set opt-idx to ntr-op-table-count
                    perform 1070-store-op-version
                 else
                    display 'NTRMAUD: OPERATION TABLE FULL, IGNORING'
                        ' OPERATION ' ntr-opc-op-code
                 end-if
              end-if
           end-if
           .

       1070-store-op-version.
           move ntr-opc-op-code to ntr-opt-op-code (opt-idx)
           move ntr-opc-program to ntr-opt-program (opt-idx)
           move ntr-opc-max-n to ntr-opt-max-n (opt-idx)
           move ntr-opc-status to ntr-opt-status (opt-idx)
           move ntr-opc-effective-date
             to ntr-opt-effective-date (opt-idx)
           .

       2000-audit-record.
           add 1 to ws-records-read
           if ntr-mst-computed

       2100-reprove-record.
           move ntr-mst-op-code to ntr-op-code
           perform 2150-find-operation
           evaluate true
              when ntr-mst-n is not numeric
                 perform 2300-write-discrepancy
              when ntr-op-not-found
                 perform 2300-write-discrepancy
              when other
                 move ntr-mst-n to ntr-n
           end-evaluate
           .

       2150-find-operation.
           move 'N' to ntr-op-lookup-switch
           set opt-idx to 1
           search ntr-opt-entry
               at end continue
               when opt-idx > ntr-op-table-count
                  continue
               when ntr-opt-op-code (opt-idx) = ntr-op-code
                  move 'Y' to ntr-op-lookup-switch
           end-search
           .

       2200-dispatch-operation.
           move ntr-opt-program (opt-idx) to ws-call-program
           call ws-call-program using by content ntr-n
                                      by reference ntr-result
           .

       2300-write-discrepancy.
                        ' OP=' ntr-mst-op-code
                        ' MARKED COMPUTED BUT N IS NOT NUMERIC'
                     into ntr-discrepancy-line
              when ntr-op-not-found
                 string 'DISCREPANCY N=' ntr-mst-n
                        ' OP=' ntr-mst-op-code
                        ' MARKED COMPUTED BUT OPERATION IS NOT'
      * call) - CANCEL puts each one back in its initial state,
      * which closes whatever it left open, instead of leaving that
      * to whatever implicit cleanup runs at program termination.
      * one CANCEL per operation-code table entry.
           perform 8050-cancel-operation
               varying ws-opt-sub from 1 by 1
               until ws-opt-sub > ntr-op-table-count
           display 'NTRMAUD records read      : ' ws-records-read
           display 'NTRMAUD records audited   : ' ws-records-audited
           display 'NTRMAUD rejects skipped   : ' ws-records-skipped
           perform 9000-write-run-log
           .

       8050-cancel-operation.
           move ntr-opt-program (ws-opt-sub) to ws-call-program
           cancel ws-call-program
           .

      * one appended record per execution on the permanent run log -
      * a run log that will not open costs the audit trail a record,
      * not the business a run, so the failure is a SYSOUT note.
