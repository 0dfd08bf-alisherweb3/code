      *----------------------------------------------------------------
      * ntrcalt.cpy
      *
      * In-storage copy of the processing calendar (ntrcal.cpy):
      * every exception on the keyed file, in key order, and the
      * sender source ids that keep a calendar of their own.
      * WORKING-STORAGE only.  Each program that counts or judges
      * days loads it once at start-up and SEARCHes it per date.
      * 3000 entries is years of holidays for a handful of senders;
      * a load that finds more reports the overflow to SYSOUT and
      * leaves the later dates on the weekday rule.  A calendar that
      * will not open leaves the table empty - every date on the
      * weekday rule - with a SYSOUT note.
      *
      * ntr-cal-day-type-out is what a program's day-type paragraph
      * returns for one sender and date: the record's B, H or N, or
      * for a date with no record B on a weekday and W on a weekend.
      * ntr-cal-stream-day is its verdict on a date for the stream as
      * a whole: B when every sender's calendar has it a business day
      * with a transmission (B), X when none does, P when some do -
      * a partial day, one sender off.
      *----------------------------------------------------------------
       01  ntr-cal-table-count         pic 9(04) value 0.
       01  ntr-cal-table.
           05  ntr-clt-entry occurs 3000 times
                   indexed by clt-idx.
               10  ntr-clt-source-id       pic x(03).
               10  ntr-clt-date            pic x(08).
               10  ntr-clt-day-type        pic x(01).
       01  ntr-cal-source-count        pic 9(02) value 0.
       01  ntr-cal-source-table.
           05  ntr-cls-entry occurs 20 times
                   indexed by cls-idx.
               10  ntr-cls-source-id       pic x(03).
       01  ntr-cal-lookup-source       pic x(03).
       01  ntr-cal-lookup-date         pic x(08).
       01  ntr-cal-day-type-out        pic x(01).
           88  ntr-cal-day-business      value 'B'.
           88  ntr-cal-day-holiday       value 'H'.
           88  ntr-cal-day-no-transmit   value 'N'.
           88  ntr-cal-day-weekend       value 'W'.
           88  ntr-cal-day-worked        value 'B' 'N'.
       01  ntr-cal-stream-day          pic x(01).
           88  ntr-cal-stream-business   value 'B'.
           88  ntr-cal-stream-partial    value 'P'.
           88  ntr-cal-stream-no-run     value 'X'.
      * work fields the load and day-type paragraphs share.
       01  ntr-cal-eof-switch          pic x(01) value 'N'.
           88  ntr-cal-not-eof           value 'N'.
           88  ntr-cal-at-eof            value 'Y'.
       01  ntr-cal-save-source         pic x(03).
       01  ntr-cal-date-num            pic 9(08).
       01  ntr-cal-weekday             pic 9(01).
       01  ntr-cal-open-count          pic 9(02).
       01  ntr-cal-closed-count        pic 9(02).
       01  ntr-cal-source-sub          pic 9(02).
