      * RUNSCREC - Record layout for the RUNSCHD nightly schedule,
      * the steps the NETBRD run control board expects each night.
      * One record per environment and program: when the step is due
      * to start and how long it normally takes.  The board lists
      * every step scheduled for the environment asked for, plus the
      * "*ALL" steps that run once for every environment, beside
      * what RUNSTAT (see RUNSTREC.cpy) says each one did - a step
      * that should have started by now and has no record is flagged
      * as never started, and one still running past its expected
      * duration as overrunning.  Loaded from the schedule cards by
      * operations; nothing in the batch or online system writes it.
       01 RUNSCHD-RECORD.
           05 RUNSCHD-KEY.
               10 RUNSCHD-ENV-ID        PIC X(08).
               10 RUNSCHD-PROGRAM       PIC X(08).
      * HHMM the step is due to start on its business date.
           05 RUNSCHD-START-HHMM     PIC X(04).
      * Minutes the step normally runs - past this it is flagged as
      * overrunning.  Zero means no limit is checked.
           05 RUNSCHD-MAX-MINUTES    PIC 9(04).
           05 FILLER                 PIC X(56).
