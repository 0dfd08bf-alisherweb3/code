      *
      * ntr-n            - the incoming control number.
      * ntr-op-code       - which calculation the record asked for;
      *                     the known operations, the subprogram
      *                     each dispatches to and each one's ceiling
      *                     live on the operation-code table
      *                     (ntropc.cpy), not here.
      * ntr-result        - the numeric result (NAME and the other
      *                     calculation subprograms all return here).
      * ntr-result-alpha  - NNAME's fixed-size-string result.
      *----------------------------------------------------------------
       01  ntr-n                       pic 9(12).
       01  ntr-op-code                 pic x(02).
       01  ntr-result                  pic 9(24).
       01  ntr-result-alpha            pic x(25).
       01  ntr-expected                pic 9(24).
