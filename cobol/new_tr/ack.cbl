      * ntrack - builds the disposition acknowledgment file for the
      * upstream feed sender.
      *
      * Merges the day's results generation, reject generation,
      * holds generation and duplicates generation into one
      * headered/trailered file back to the sender (the ntrack.cpy
      * contract): one disposition record per input control number -
      * computed, rejected with its reason code, held as a
      * resubmission, or suppressed duplicate - so the sender's
      * intake reconciles its transmission automatically instead of
      * learning about bad records from a phone call about the
      * REJRPT spool, and stops double-sending after its own reruns.
               organization is sequential.
           select ntr-duplicate-in-file assign to "NTRDUPIN"
               organization is sequential.
           select ntr-hold-in-file assign to "NTRHLDIN"
               organization is sequential.
           select ntr-parameter-file assign to "NTRPARM"
               organization is sequential
               file status is ws-parameter-file-status.
       fd  ntr-duplicate-in-file.
       01  ntr-duplicate-line              pic x(100).

       fd  ntr-hold-in-file.
           copy ntrhld.

       fd  ntr-parameter-file.
           copy ntrprm.

       01  ws-duplicate-eof-switch      pic x(01) value 'N'.
           88  ws-duplicate-not-eof        value 'N'.
           88  ws-duplicate-at-eof         value 'Y'.
       01  ws-hold-eof-switch           pic x(01) value 'N'.
           88  ws-hold-not-eof             value 'N'.
           88  ws-hold-at-eof              value 'Y'.
       01  ws-computed-count            pic 9(09) value 0.
       01  ws-rejected-count            pic 9(09) value 0.
       01  ws-suppressed-count          pic 9(09) value 0.
       01  ws-held-count                pic 9(09) value 0.
       01  ws-detail-count              pic 9(09) value 0.
      * same modulo-10**15 hash discipline the balance step applies,
      * taken over the control numbers - one disposition per input
               until ws-reject-at-eof
           perform 4000-ack-duplicate
               until ws-duplicate-at-eof
           perform 4500-ack-hold
               until ws-hold-at-eof
           perform 5000-write-trailer
           perform 8000-terminate
           goback
           open input ntr-results-file
           open input ntr-reject-in-file
           open input ntr-duplicate-in-file
           open input ntr-hold-in-file
           open output ntr-ack-file
           move spaces to ntr-ack-header-record
           move 'H' to ntr-ack-hdr-id
           read ntr-duplicate-in-file
               at end move 'Y' to ws-duplicate-eof-switch
           end-read
           read ntr-hold-in-file
               at end move 'Y' to ws-hold-eof-switch
           end-read
           .

       2000-ack-result.
           end-read
           .

      * a held resubmission goes back as H with no reason code - the
      * sender's intake finds the original computation's date and
      * generation on the resubmissions report, not on this file.
       4500-ack-hold.
           move spaces to ntr-ack-detail-record
           move 'D' to ntr-ack-dtl-id
           move ntr-hld-n to ntr-ack-dtl-n
           move ntr-hld-op-code to ntr-ack-dtl-op-code
           move 'H' to ntr-ack-dtl-disposition
           move ntr-hld-source-id to ntr-ack-dtl-source-id
           perform 6000-write-detail
           add 1 to ws-held-count
           read ntr-hold-in-file
               at end move 'Y' to ws-hold-eof-switch
           end-read
           .

       5000-write-trailer.
           move spaces to ntr-ack-trailer-record
           move 'T' to ntr-ack-trl-id
           close ntr-results-file
           close ntr-reject-in-file
           close ntr-duplicate-in-file
           close ntr-hold-in-file
           close ntr-ack-file
           display 'NTRACK computed dispositions : ' ws-computed-count
           display 'NTRACK rejected dispositions : ' ws-rejected-count
           display 'NTRACK suppressed duplicates : '
               ws-suppressed-count
           display 'NTRACK held resubmissions    : ' ws-held-count
           display 'NTRACK details written       : ' ws-detail-count
           perform 9000-write-run-log
           .
