      * Carries the values a program cannot learn from its own input:
      * which GDG generation number today's run is cataloging and the
      * run identifier the downstream interface knows us by.
      * Changed only through the parameter maintenance job (NTRPARMM),
      * which edits every change and audits it to the permanent
      * parameter audit dataset (ntrpau.cpy).
      *----------------------------------------------------------------
       01  ntr-run-parameter-record.
           05  ntr-prm-generation          pic 9(04).
      * the rerun guard: with anything else here, a driver that
      * finds its own completed record dated today on the run log
      * refuses to run (RC=16) instead of double-posting the day.
      * operations sets it with the parameter maintenance job, and
      * the driver puts it back to N after the one completed run it
      * was granted for.
           05  ntr-prm-rerun-auth          pic x(01).
      * days the downstream consumer has to send back a receipt for
      * an extract generation before the receipt match lists it as
      * overdue and ends non-zero.  zero disables the overdue check.
           05  ntr-prm-receipt-days        pic 9(03).
      * look-back window, in days, for the driver's resubmission
      * check: a control number and operation the results master
      * shows computed on an earlier day no more than this many days
      * back is held as a resubmission instead of computed and sent
      * downstream again.  zero (or the spaces a record keyed before
      * this field existed carries) disables the check.
           05  ntr-prm-resubmit-days       pic 9(03).
      * room to grow: new parameters are carved from here, so the
      * record stays 80 bytes and the dataset is never reallocated
      * for a new field again.
           05  filler                      pic x(39).
