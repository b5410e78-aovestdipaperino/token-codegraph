      * RUNSTREC - Record layout for the RUNSTAT run control file.
      * Every step of the nightly schedule - NETPING, NETWORKING (per
      * environment or *ALL), SUSPREL, DLVREL, ALERTDSP, CREDCHK,
      * NETRPT, PINGRPT and NETHKEEP - writes its record here as it
      * starts and rewrites it as it ends, so the night's progress
      * can be read in one place (the NETBRD board, transid NBRD)
      * instead of out of each step's sysout.  A step that has
      * started and not ended is still running - or died without
      * getting to its end, which is what the expected duration on
      * RUNSCHD (see RUNSCREC.cpy) exists to catch.
      *
      * Each step opens the file only to write its record and closes
      * it again straight away, so the file is never held through a
      * run and the board sees a start the moment it is written.  A
      * step that cannot get at the file says so in its own output
      * and runs on - the run control file records the night, it
      * never stops it.
      *
      * Keyed business date, environment, program, then the time the
      * step started, so a night's board for an environment browses
      * together and a rerun of a step is a record of its own behind
      * the run it repeats.  The business date is the date the step
      * started, the same date NETWORKING stamps on what it receives.
      * Steps that work across every environment (SUSPREL, DLVREL,
      * ALERTDSP, CREDCHK, the reports, housekeeping, and NETWORKING
      * or NETPING run for all environments) are recorded under
      * environment "*ALL".
       01 RUNSTAT-RECORD.
           05 RUNSTAT-KEY.
               10 RUNSTAT-BUS-DATE      PIC X(08).
               10 RUNSTAT-ENV-ID        PIC X(08).
               10 RUNSTAT-PROGRAM       PIC X(08).
               10 RUNSTAT-START-TIME    PIC X(08).
      * R = started and still running (or never got to its end);
      * E = ended, with its return code and outcome filled in.
           05 RUNSTAT-STATE          PIC X(01).
               88 RUNSTAT-RUNNING        VALUE "R".
               88 RUNSTAT-ENDED          VALUE "E".
      * When the step ended - it may run on past midnight, so the
      * end date is carried as well as the end time.
           05 RUNSTAT-END-DATE       PIC X(08).
           05 RUNSTAT-END-TIME       PIC X(08).
      * The return code the step ended with, and a one-line outcome
      * in the step's own terms - the reconcile result, the counts
      * released, the records dispatched.
           05 RUNSTAT-RC             PIC 9(04).
           05 RUNSTAT-OUTCOME        PIC X(60).
           05 FILLER                 PIC X(20).
