      *----------------------------------------------------------------
      * ntropc.cpy
      *
      * One record per operation code and effective date on the keyed
      * operation-code table (VSAM KSDS, key ntr-opc-key).  The one
      * place the stream learns which calculations exist, which
      * subprogram computes each, the ceiling on N each accepts, and
      * whether operations has suspended it - the driver, the recycle
      * job, the master audit and the correction edit all load it at
      * start-up, so turning a calculation on, off, or on a new
      * ceiling is a table change instead of four programs recompiled
      * and promoted together.  Maintained only through the table
      * maintenance job, which prints the table every time it changes.
      *----------------------------------------------------------------
       01  ntr-opcode-record.
      * the key is operation code plus effective date - a change is
      * keyed ahead as a new dated version, and the version in force
      * on a given day is the latest one dated on or before it.  a
      * calculation with no version in force yet is simply not on
      * the table that day.
           05  ntr-opc-key.
               10  ntr-opc-op-code         pic x(02).
               10  ntr-opc-effective-date  pic x(08).
      * load module name CALLed for the operation - the subprogram
      * keeps the 2-parameter interface over ntrctl.cpy.
           05  ntr-opc-program             pic x(08).
      * largest N the operation accepts.  never above the reserved
      * 9xx-billion block, and never above the subprogram's own
      * ceiling (NCUBE stops at 99999999) - those stay in the
      * subprograms as the safety net for every other caller.
           05  ntr-opc-max-n               pic 9(12).
           05  ntr-opc-status              pic x(01).
               88  ntr-opc-active            value 'A'.
               88  ntr-opc-suspended         value 'S'.
           05  ntr-opc-description         pic x(30).
      * who last touched the version and when, off the maintenance
      * transaction that did it.
           05  ntr-opc-changed-date        pic x(08).
           05  ntr-opc-changed-by          pic x(08).
