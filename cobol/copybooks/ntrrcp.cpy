      *----------------------------------------------------------------
      * ntrrcp.cpy
      *
      * One 80-byte receipt record per extract generation the
      * downstream results consumer has taken in, sent back to us
      * as a generation of its own: which of our transmissions it
      * is (the generation and run id off our H header, and its file
      * date), whether their intake posted it (A) or bounced it (B),
      * the detail count and result hash their intake accepted or
      * bounced, when they processed it, and - on a bounce - why.
      * A generation may be receipted more than once (a bounce, then
      * the retransmission's acceptance); the latest receipt stands.
      *----------------------------------------------------------------
       01  ntr-receipt-record.
           05  ntr-rcp-generation          pic 9(04).
           05  ntr-rcp-run-id              pic x(08).
           05  ntr-rcp-file-date           pic x(08).
           05  ntr-rcp-disposition         pic x(01).
               88  ntr-rcp-accepted          value 'A'.
               88  ntr-rcp-bounced           value 'B'.
           05  ntr-rcp-count               pic 9(09).
           05  ntr-rcp-hash                pic 9(15).
           05  ntr-rcp-received-date       pic x(08).
           05  ntr-rcp-reason              pic x(27).
