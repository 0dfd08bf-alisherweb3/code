      *----------------------------------------------------------------
      * ntrrtl.cpy
      *
      * One record per retransmission of an extract generation,
      * appended to the permanent retransmission log by the resend
      * job: when it went, which generation (generation, run id and
      * file date off the original H header), the count and hash it
      * carried, who asked for it and why, whether the resend was
      * forced over the job's own refusal (an accepted generation, or
      * one already resent with no receipt since), and which sending
      * of the generation this was.  The receipt match reads it to
      * tell a bounce nobody has acted on from one already resent.
      *----------------------------------------------------------------
       01  ntr-retrans-log-record.
           05  ntr-rtl-date                pic x(08).
           05  ntr-rtl-time                pic x(06).
           05  ntr-rtl-generation          pic 9(04).
           05  ntr-rtl-run-id              pic x(08).
           05  ntr-rtl-file-date           pic x(08).
           05  ntr-rtl-count               pic 9(09).
           05  ntr-rtl-hash                pic 9(15).
           05  ntr-rtl-requester           pic x(08).
           05  ntr-rtl-reason              pic x(40).
           05  ntr-rtl-override            pic x(01).
               88  ntr-rtl-forced            value 'Y'.
           05  ntr-rtl-sequence            pic 9(03).
