      * just aged the reject again, a mistyped old N silently matched
      * nothing, and the operator found out a day later.  Run right
      * after keying: validates every corrected value with the same
      * checks the recycle job applies before its CALL (an operation
      * in force on the operation-code table and not suspended,
      * numeric, outside the reserved 9xx-billion block, within the
      * operation's ceiling), confirms every old N actually
      * exists among the driver's rejects on the current reject
      * generation or the aged file, flags duplicate corrections for
      * the same old N, and prints a proof list.  RC=8 when anything
               file status is ws-aged-file-status.
           select ntr-proof-file assign to "NTRCEDR"
               organization is sequential.
           select ntr-opcode-file assign to "NTROPTB"
               organization is indexed
               access mode is sequential
               record key is ntr-opc-key
               file status is ws-opcode-file-status.

       data division.
       file section.
       fd  ntr-proof-file.
       01  ntr-proof-line                  pic x(100).

       fd  ntr-opcode-file.
           copy ntropc.

       working-storage section.
           copy ntrctl.
           copy ntroptb.
       01  ws-correction-file-status       pic x(02).
       01  ws-aged-file-status             pic x(02).
       01  ws-opcode-file-status           pic x(02).
       01  ws-opcode-eof-switch         pic x(01) value 'N'.
           88  ws-opcode-not-eof           value 'N'.
           88  ws-opcode-at-eof            value 'Y'.
       01  ws-today                     pic x(08).
       01  ws-correction-eof-switch     pic x(01) value 'N'.
           88  ws-correction-not-eof       value 'N'.
      * the table is reported to SYSOUT and ignored rather than
      * abending the run.  each correction carries the verdict
      * flags the scan fills in: whether any driver reject matched
      * the old N, the tightest operation ceiling among the matches
      * (and whose it is), whether any match carried an operation
      * the recycle job has nothing to dispatch to, and whether any
      * match's operation is suspended.
       01  ws-correction-table.
           05  ws-correction-entry occurs 1000 times
                   indexed by cor-idx.
               10  ws-cor-found-switch     pic x(01).
                   88  ws-cor-found          value 'Y'.
                   88  ws-cor-not-found      value 'N'.
               10  ws-cor-max-n            pic 9(12).
               10  ws-cor-max-op-code      pic x(02).
               10  ws-cor-bad-op-switch    pic x(01).
                   88  ws-cor-bad-op-seen    value 'Y'.
                   88  ws-cor-op-clean       value 'N'.
               10  ws-cor-suspended-switch pic x(01).
                   88  ws-cor-suspended-seen value 'Y'.
                   88  ws-cor-not-suspended  value 'N'.

       procedure division.
       0000-mainline.
              write ntr-proof-line
              move 8 to return-code
           end-if
           perform 1050-load-op-table
           open input ntr-reject-in-file
           read ntr-reject-in-file
               at end move 'Y' to ws-reject-eof-switch
                 move ntr-cor-old-n to ws-cor-old-n (cor-idx)
                 move ntr-cor-new-n to ws-cor-new-n (cor-idx)
                 move 'N' to ws-cor-found-switch (cor-idx)
                 move 899999999999 to ws-cor-max-n (cor-idx)
                 move spaces to ws-cor-max-op-code (cor-idx)
                 move 'N' to ws-cor-bad-op-switch (cor-idx)
                 move 'N' to ws-cor-suspended-switch (cor-idx)
                 move 'N' to ws-cor-dup-switch (cor-idx)
                 perform 1200-screen-duplicate-entry
              else
           end-if
           .

      * the operations are edited against the same operation-code
      * table tonight's recycle will load.  a table that will not
      * open leaves every operation unproven, which the proof list
      * says once here and then shows as an unrecognized operation
      * on every correction it touches - RC=8 either way.
       1050-load-op-table.
           open input ntr-opcode-file
           if ws-opcode-file-status = '00'
              perform 1060-load-op-version
                  until ws-opcode-at-eof
              close ntr-opcode-file
           else
              display 'NTRCEDT: NTROPTB OPEN FAILED, STATUS='
                  ws-opcode-file-status
              move 'OPERATION TABLE WOULD NOT OPEN - NOTHING PROVEN'
                to ntr-proof-line
              write ntr-proof-line
              move 8 to return-code
           end-if
           .

      * key order brings each operation's versions together, oldest
      * first: one dated after today is not in force yet, and a
      * later one in force replaces the earlier in the slot.
       1060-load-op-version.
           read ntr-opcode-file
               at end move 'Y' to ws-opcode-eof-switch
           end-read
           if ws-opcode-not-eof
              and ntr-opc-effective-date <= ws-today
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
                    display 'NTRCEDT: OPERATION TABLE FULL, IGNORING'
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

       1200-screen-duplicate-entry.
           perform 1210-compare-entry
               varying ws-correction-sub from 1 by 1
                        ' REJECT CARRIES AN UNRECOGNIZED OPERATION'
                        ' - NOTHING TO RECYCLE INTO'
                     into ntr-proof-line
              when ws-cor-suspended-seen (cor-idx)
                 string 'ERROR OLD N=' ws-cor-old-n (cor-idx)
                        ' REJECT CARRIES A SUSPENDED OPERATION'
                        ' - WILL AGE, NOT RECYCLE'
                     into ntr-proof-line
              when ws-cor-new-n (cor-idx) is not numeric
                 string 'ERROR OLD N=' ws-cor-old-n (cor-idx)
                        ' NEW N IS NOT NUMERIC'
                        ' NEW N=' function trim(ntr-n-disp)
                        ' EXCEEDS MAXIMUM VALID VALUE'
                     into ntr-proof-line
              when ws-cor-new-n (cor-idx) > ws-cor-max-n (cor-idx)
                 string 'ERROR OLD N=' ws-cor-old-n (cor-idx)
                        ' NEW N=' function trim(ntr-n-disp)
                        ' EXCEEDS MAXIMUM VALUE FOR OP '
                        ws-cor-max-op-code (cor-idx)
                     into ntr-proof-line
              when other
                 string 'OK    OLD N=' ws-cor-old-n (cor-idx)
               when ws-cor-old-n (cor-idx) = ws-scan-old-n
                  move 'Y' to ws-cor-found-switch (cor-idx)
                  move ws-scan-op-code to ntr-op-code
                  perform 5100-weigh-operation
           end-search
           .

      * the matched reject's operation against the table: not in
      * force, suspended, or a ceiling tighter than any seen so far
      * for this correction.
       5100-weigh-operation.
           perform 5200-find-operation
           if ntr-op-not-found
              move 'Y' to ws-cor-bad-op-switch (cor-idx)
           else
              if ntr-opt-suspended (opt-idx)
                 move 'Y' to ws-cor-suspended-switch (cor-idx)
              end-if
              if ntr-opt-max-n (opt-idx) < ws-cor-max-n (cor-idx)
                 move ntr-opt-max-n (opt-idx)
                   to ws-cor-max-n (cor-idx)
                 move ntr-opt-op-code (opt-idx)
                   to ws-cor-max-op-code (cor-idx)
              end-if
           end-if
           .

       5200-find-operation.
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

