      * NETBRD - Online nightly run control board.
      *
      * A night runs NETPING, NETWORKING (per environment or *ALL),
      * SUSPREL, DLVREL, ALERTDSP, CREDCHK, NETRPT, PINGRPT and
      * NETHKEEP, and each of them used to report only in its own
      * sysout and return code.
      * Every one of them now puts itself on the RUNSTAT run control
      * file as it starts and again as it ends (see RUNSTREC.cpy);
      * this transaction shows one night of it for an environment,
      * a line per step: when it started and ended, its return code
      * and its one-line outcome.
      *
      * The steps shown are the ones the RUNSCHD schedule (see
      * RUNSCREC.cpy) expects for the environment and for "*ALL",
      * plus any other step RUNSTAT shows ran under either.  A step
      * is sent bright when it needs someone:
      *
      *   FAILED      it ended with a return code of 8 or over;
      *   NOT STARTED it is scheduled, its start time has passed (or
      *               the night asked for is over) and it has no
      *               record at all;
      *   OVERRUNNING it started and has not ended, and has been
      *               running longer than its scheduled duration.
      *
      * A step that ended RC 4 shows WARNING, one still inside its
      * duration RUNNING, one not yet due DUE.  When a step ran more
      * than once the latest run is the one shown.
      *
      * Pseudo-conversational under transid NBRD: the first entry
      * shows today's board for "*ALL"; ENTER shows the board for
      * the date and environment keyed (blank date = today, blank
      * environment = *ALL) and is also how the board is refreshed;
      * PF3 exits.  The date and environment live in the commarea
      * between tasks.  Nothing on this screen is ever written back.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NETBRD.
       AUTHOR. TOKENSAVE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY NETBRDM.
       COPY RUNSTREC.
       COPY RUNSCREC.

      * CICS response code from the most recent request.
       01 WS-RESP                PIC S9(8) COMP.
      * The CICS clock: YYYYMMDD and HHMMSS.
       01 WS-ABSTIME             PIC S9(15) COMP-3.
       01 WS-NOW-STAMP.
           05 WS-NOW-DATE            PIC X(08).
           05 WS-NOW-TIME.
               10 WS-NOW-HH              PIC 9(02).
               10 WS-NOW-MM              PIC 9(02).
               10 WS-NOW-SS              PIC 9(02).
      * Browse positions for the schedule and the run control file,
      * and the environment the current browse is for - the one
      * asked for, then "*ALL".
       01 WS-RUNSCHD-KEY.
           05 WS-RUNSCHD-KEY-ENV     PIC X(08).
           05 WS-RUNSCHD-KEY-PROGRAM PIC X(08).
       01 WS-RUNSTAT-KEY.
           05 WS-RUNSTAT-KEY-DATE    PIC X(08).
           05 WS-RUNSTAT-KEY-ENV     PIC X(08).
           05 WS-RUNSTAT-KEY-PROGRAM PIC X(08).
           05 WS-RUNSTAT-KEY-TIME    PIC X(08).
       01 WS-BROWSE-ENV          PIC X(08).
      * Set when READNEXT runs off the end of the file or past the
      * environment (and night) being browsed.
       01 WS-BROWSE-DONE         PIC X(01) VALUE "N".
           88 WS-BROWSE-DONE-YES     VALUE "Y".
      * The board being built: one entry per step, from the schedule
      * first and then from the runs found.  A step past the screen
      * is counted and said so on the message line.
       01 WS-STEP-COUNT          PIC 9(02) VALUE 0.
       01 WS-STEP-INDEX          PIC 9(02).
       01 WS-STEP-FOUND          PIC X(01).
       01 WS-STEP-DROPPED        PIC 9(03) VALUE 0.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY          OCCURS 14 TIMES.
               10 WS-STEP-PROGRAM        PIC X(08).
               10 WS-STEP-ENV-ID         PIC X(08).
      * Y when RUNSCHD expects the step, with when it is due and
      * how long it normally runs (zero = no limit checked).
               10 WS-STEP-SCHEDULED      PIC X(01).
               10 WS-STEP-DUE-HHMM       PIC X(04).
               10 WS-STEP-MAX-MINUTES    PIC 9(04).
      * Y when RUNSTAT has a run of it for the night, and the latest
      * run's record.
               10 WS-STEP-RAN            PIC X(01).
               10 WS-STEP-STATE          PIC X(01).
               10 WS-STEP-START-TIME     PIC X(08).
               10 WS-STEP-END-DATE       PIC X(08).
               10 WS-STEP-END-TIME       PIC X(08).
               10 WS-STEP-RC             PIC 9(04).
               10 WS-STEP-OUTCOME        PIC X(60).
      * Lines sent bright on the page being built.
       01 WS-FLAGGED-COUNT       PIC 9(02) VALUE 0.
       01 WS-FLAGGED-DISP        PIC Z9.
       01 WS-DROPPED-DISP        PIC ZZ9.
      * The pieces of the board line being formatted.
       01 WS-LINE-STATE          PIC X(11).
       01 WS-LINE-FLAG           PIC X(01).
       01 WS-LINE-START          PIC X(05).
       01 WS-LINE-END            PIC X(05).
       01 WS-LINE-RC             PIC X(04).
       01 WS-RC-DISP             PIC ZZZ9.
      * Minutes since midnight of the clock and of the step's start
      * and due times, and how long a running step has been at it.
       01 WS-HHMM-WORK.
           05 WS-HHMM-HH             PIC 9(02).
           05 WS-HHMM-MM             PIC 9(02).
       01 WS-NOW-MINS            PIC 9(05) VALUE 0.
       01 WS-START-MINS          PIC 9(05) VALUE 0.
       01 WS-DUE-MINS            PIC 9(05) VALUE 0.
       01 WS-RUN-MINS            PIC S9(05) VALUE 0.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
      * The night (business date) and environment the board is for.
           05 NETBRD-DATE            PIC X(08).
           05 NETBRD-ENV-ID          PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           IF EIBCALEN = 0
               PERFORM GET-CURRENT-STAMP
               MOVE WS-NOW-DATE TO NETBRD-DATE
               MOVE "*ALL" TO NETBRD-ENV-ID
               PERFORM SHOW-BOARD
           ELSE
               EVALUATE TRUE
                   WHEN EIBAID = DFHPF3
                       EXEC CICS RETURN
                       END-EXEC
                   WHEN EIBAID = DFHENTER
                       PERFORM RECEIVE-BOARD-REQUEST
                   WHEN OTHER
                       PERFORM SHOW-BOARD
               END-EVALUATE
           END-IF
           EXEC CICS RETURN
               TRANSID("NBRD")
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.

      * Reads the CICS clock into WS-NOW-STAMP, and the time of day
      * as minutes since midnight for the due and duration checks.
       GET-CURRENT-STAMP.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-NOW-DATE)
               TIME(WS-NOW-TIME)
           END-EXEC
           COMPUTE WS-NOW-MINS = WS-NOW-HH * 60 + WS-NOW-MM.

      * Takes the date and environment the operator keyed.  Nothing
      * keyed (MAPFAIL) just refreshes the board already showing; a
      * blank date is today and a blank environment "*ALL".
       RECEIVE-BOARD-REQUEST.
           EXEC CICS RECEIVE MAP("NETBRD1")
               MAPSET("NETBRDM")
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF BDATEI = SPACES OR BDATEI = LOW-VALUES
                   PERFORM GET-CURRENT-STAMP
                   MOVE WS-NOW-DATE TO BDATEI
               END-IF
               IF BENVI = SPACES OR BENVI = LOW-VALUES
                   MOVE "*ALL" TO BENVI
               END-IF
               IF BDATEI NOT NUMERIC
                   MOVE SPACES TO NETBRD1O
                   MOVE BDATEI TO BDATEO
                   MOVE BENVI TO BENVO
                   MOVE "ENTER THE DATE AS YYYYMMDD" TO MSGO
                   EXEC CICS SEND MAP("NETBRD1")
                       MAPSET("NETBRDM")
                       ERASE
                   END-EXEC
               ELSE
                   MOVE BDATEI TO NETBRD-DATE
                   MOVE BENVI TO NETBRD-ENV-ID
                   PERFORM SHOW-BOARD
               END-IF
           ELSE
               PERFORM SHOW-BOARD
           END-IF.

      * Builds the board for the night and environment in the
      * commarea and sends it: the schedule for the environment and
      * for "*ALL", the runs recorded under each, then one line per
      * step.
       SHOW-BOARD.
           PERFORM GET-CURRENT-STAMP
           MOVE 0 TO WS-STEP-COUNT
           MOVE 0 TO WS-STEP-DROPPED
           MOVE 0 TO WS-FLAGGED-COUNT
           MOVE NETBRD-ENV-ID TO WS-BROWSE-ENV
           PERFORM LOAD-SCHEDULED-STEPS
           PERFORM LOAD-STEP-RUNS
           IF NETBRD-ENV-ID NOT = "*ALL"
               MOVE "*ALL" TO WS-BROWSE-ENV
               PERFORM LOAD-SCHEDULED-STEPS
               PERFORM LOAD-STEP-RUNS
           END-IF
           MOVE SPACES TO NETBRD1O
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > 14
               MOVE DFHBMASK TO LINEA(WS-STEP-INDEX)
           END-PERFORM
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               PERFORM FORMAT-STEP-LINE
           END-PERFORM
           MOVE NETBRD-DATE TO BDATEO
           MOVE NETBRD-ENV-ID TO BENVO
           STRING WS-NOW-TIME(1:2) ":" WS-NOW-TIME(3:2)
               DELIMITED BY SIZE INTO BASATO
           PERFORM SET-BOARD-MESSAGE
           EXEC CICS SEND MAP("NETBRD1")
               MAPSET("NETBRDM")
               ERASE
           END-EXEC.

      * Adds the steps RUNSCHD expects for WS-BROWSE-ENV to the
      * board.  No schedule at all leaves only the steps that ran.
       LOAD-SCHEDULED-STEPS.
           MOVE WS-BROWSE-ENV TO WS-RUNSCHD-KEY-ENV
           MOVE LOW-VALUES TO WS-RUNSCHD-KEY-PROGRAM
           MOVE "N" TO WS-BROWSE-DONE
           EXEC CICS STARTBR FILE("RUNSCHD")
               RIDFLD(WS-RUNSCHD-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-BROWSE-DONE-YES
                   EXEC CICS READNEXT FILE("RUNSCHD")
                       INTO(RUNSCHD-RECORD)
                       RIDFLD(WS-RUNSCHD-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       OR RUNSCHD-ENV-ID NOT = WS-BROWSE-ENV
                       SET WS-BROWSE-DONE-YES TO TRUE
                   ELSE
                       PERFORM ADD-SCHEDULED-STEP
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE("RUNSCHD")
               END-EXEC
           END-IF.

      * Puts the schedule record just read on the board.  A start
      * time or duration that is not numeric is taken as due at
      * midnight and with no limit - the step still shows, it just
      * cannot be held to a time nobody can read.
       ADD-SCHEDULED-STEP.
           IF WS-STEP-COUNT < 14
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-STEP-INDEX
               PERFORM CLEAR-STEP-ENTRY
               MOVE RUNSCHD-PROGRAM TO WS-STEP-PROGRAM(WS-STEP-INDEX)
               MOVE RUNSCHD-ENV-ID TO WS-STEP-ENV-ID(WS-STEP-INDEX)
               MOVE "Y" TO WS-STEP-SCHEDULED(WS-STEP-INDEX)
               IF RUNSCHD-START-HHMM NUMERIC
                   MOVE RUNSCHD-START-HHMM
                       TO WS-STEP-DUE-HHMM(WS-STEP-INDEX)
               ELSE
                   MOVE "0000" TO WS-STEP-DUE-HHMM(WS-STEP-INDEX)
               END-IF
               IF RUNSCHD-MAX-MINUTES NUMERIC
                   MOVE RUNSCHD-MAX-MINUTES
                       TO WS-STEP-MAX-MINUTES(WS-STEP-INDEX)
               END-IF
           ELSE
               ADD 1 TO WS-STEP-DROPPED
           END-IF.

      * Reads the night's run records for WS-BROWSE-ENV and hangs
      * each on its step, adding the steps that ran without being
      * scheduled.  Records come in program then start-time order,
      * so the last one read for a step is its latest run.
       LOAD-STEP-RUNS.
           MOVE NETBRD-DATE TO WS-RUNSTAT-KEY-DATE
           MOVE WS-BROWSE-ENV TO WS-RUNSTAT-KEY-ENV
           MOVE LOW-VALUES TO WS-RUNSTAT-KEY-PROGRAM
           MOVE LOW-VALUES TO WS-RUNSTAT-KEY-TIME
           MOVE "N" TO WS-BROWSE-DONE
           EXEC CICS STARTBR FILE("RUNSTAT")
               RIDFLD(WS-RUNSTAT-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-BROWSE-DONE-YES
                   EXEC CICS READNEXT FILE("RUNSTAT")
                       INTO(RUNSTAT-RECORD)
                       RIDFLD(WS-RUNSTAT-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       OR RUNSTAT-BUS-DATE NOT = NETBRD-DATE
                       OR RUNSTAT-ENV-ID NOT = WS-BROWSE-ENV
                       SET WS-BROWSE-DONE-YES TO TRUE
                   ELSE
                       PERFORM ADD-STEP-RUN
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE("RUNSTAT")
               END-EXEC
           END-IF.

      * Hangs the run record just read on its step.
       ADD-STEP-RUN.
           MOVE "N" TO WS-STEP-FOUND
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                   OR WS-STEP-FOUND = "Y"
               IF WS-STEP-PROGRAM(WS-STEP-INDEX) = RUNSTAT-PROGRAM
                   AND WS-STEP-ENV-ID(WS-STEP-INDEX) = RUNSTAT-ENV-ID
                   MOVE "Y" TO WS-STEP-FOUND
               END-IF
           END-PERFORM
           IF WS-STEP-FOUND = "Y"
               SUBTRACT 1 FROM WS-STEP-INDEX
           ELSE
               IF WS-STEP-COUNT < 14
                   ADD 1 TO WS-STEP-COUNT
                   MOVE WS-STEP-COUNT TO WS-STEP-INDEX
                   PERFORM CLEAR-STEP-ENTRY
                   MOVE RUNSTAT-PROGRAM
                       TO WS-STEP-PROGRAM(WS-STEP-INDEX)
                   MOVE RUNSTAT-ENV-ID TO WS-STEP-ENV-ID(WS-STEP-INDEX)
                   MOVE "Y" TO WS-STEP-FOUND
               ELSE
                   ADD 1 TO WS-STEP-DROPPED
               END-IF
           END-IF
           IF WS-STEP-FOUND = "Y"
               MOVE "Y" TO WS-STEP-RAN(WS-STEP-INDEX)
               MOVE RUNSTAT-STATE TO WS-STEP-STATE(WS-STEP-INDEX)
               MOVE RUNSTAT-START-TIME
                   TO WS-STEP-START-TIME(WS-STEP-INDEX)
               MOVE RUNSTAT-END-DATE TO WS-STEP-END-DATE(WS-STEP-INDEX)
               MOVE RUNSTAT-END-TIME TO WS-STEP-END-TIME(WS-STEP-INDEX)
               IF RUNSTAT-RC NUMERIC
                   MOVE RUNSTAT-RC TO WS-STEP-RC(WS-STEP-INDEX)
               END-IF
               MOVE RUNSTAT-OUTCOME TO WS-STEP-OUTCOME(WS-STEP-INDEX)
           END-IF.

      * Empties the board entry at WS-STEP-INDEX before it is used.
       CLEAR-STEP-ENTRY.
           MOVE SPACES TO WS-STEP-ENTRY(WS-STEP-INDEX)
           MOVE "N" TO WS-STEP-SCHEDULED(WS-STEP-INDEX)
           MOVE "N" TO WS-STEP-RAN(WS-STEP-INDEX)
           MOVE 0 TO WS-STEP-MAX-MINUTES(WS-STEP-INDEX)
           MOVE 0 TO WS-STEP-RC(WS-STEP-INDEX).

      * Works out the state of the step at WS-STEP-INDEX and formats
      * its board line, sending it bright when the step failed,
      * never started, or is overrunning.
       FORMAT-STEP-LINE.
           MOVE SPACES TO WS-LINE-START WS-LINE-END WS-LINE-RC
           MOVE "N" TO WS-LINE-FLAG
           IF WS-STEP-RAN(WS-STEP-INDEX) = "Y"
               STRING WS-STEP-START-TIME(WS-STEP-INDEX)(1:2) ":"
                   WS-STEP-START-TIME(WS-STEP-INDEX)(3:2)
                   DELIMITED BY SIZE INTO WS-LINE-START
               IF WS-STEP-STATE(WS-STEP-INDEX) = "E"
                   PERFORM STATE-OF-ENDED-STEP
               ELSE
                   PERFORM STATE-OF-RUNNING-STEP
               END-IF
           ELSE
               PERFORM STATE-OF-UNSTARTED-STEP
           END-IF
           STRING WS-STEP-PROGRAM(WS-STEP-INDEX) " "
               WS-STEP-ENV-ID(WS-STEP-INDEX) " "
               WS-LINE-STATE " "
               WS-LINE-START " "
               WS-LINE-END " "
               WS-LINE-RC " "
               WS-STEP-OUTCOME(WS-STEP-INDEX)(1:32)
               DELIMITED BY SIZE INTO LINEO(WS-STEP-INDEX)
           IF WS-LINE-FLAG = "Y"
               MOVE DFHBMASB TO LINEA(WS-STEP-INDEX)
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

      * An ended step: FAILED at RC 8 or over, WARNING at RC 4.
       STATE-OF-ENDED-STEP.
           STRING WS-STEP-END-TIME(WS-STEP-INDEX)(1:2) ":"
               WS-STEP-END-TIME(WS-STEP-INDEX)(3:2)
               DELIMITED BY SIZE INTO WS-LINE-END
           MOVE WS-STEP-RC(WS-STEP-INDEX) TO WS-RC-DISP
           MOVE WS-RC-DISP TO WS-LINE-RC
           IF WS-STEP-RC(WS-STEP-INDEX) >= 8
               MOVE "FAILED" TO WS-LINE-STATE
               MOVE "Y" TO WS-LINE-FLAG
           ELSE
               IF WS-STEP-RC(WS-STEP-INDEX) > 0
                   MOVE "WARNING" TO WS-LINE-STATE
               ELSE
                   MOVE "OK" TO WS-LINE-STATE
               END-IF
           END-IF.

      * A step started and not ended: OVERRUNNING once it has run
      * longer than its scheduled duration.  Its start is on the
      * night's date; a clock on a later date has gone past
      * midnight, so a day's minutes are added.
       STATE-OF-RUNNING-STEP.
           MOVE "RUNNING" TO WS-LINE-STATE
           IF WS-STEP-MAX-MINUTES(WS-STEP-INDEX) > 0
               AND WS-STEP-START-TIME(WS-STEP-INDEX)(1:4) NUMERIC
               MOVE WS-STEP-START-TIME(WS-STEP-INDEX)(1:4)
                   TO WS-HHMM-WORK
               COMPUTE WS-START-MINS = WS-HHMM-HH * 60 + WS-HHMM-MM
               COMPUTE WS-RUN-MINS = WS-NOW-MINS - WS-START-MINS
               IF WS-NOW-DATE > NETBRD-DATE
                   ADD 1440 TO WS-RUN-MINS
               END-IF
               IF WS-RUN-MINS > WS-STEP-MAX-MINUTES(WS-STEP-INDEX)
                   MOVE "OVERRUNNING" TO WS-LINE-STATE
                   MOVE "Y" TO WS-LINE-FLAG
               END-IF
           END-IF.

      * A step with no run record.  Scheduled, it is NOT STARTED
      * once the night asked for is over or its start time today
      * has passed, otherwise DUE at its start time.
       STATE-OF-UNSTARTED-STEP.
           MOVE WS-STEP-DUE-HHMM(WS-STEP-INDEX) TO WS-HHMM-WORK
           STRING WS-HHMM-WORK(1:2) ":" WS-HHMM-WORK(3:2)
               DELIMITED BY SIZE INTO WS-LINE-START
           COMPUTE WS-DUE-MINS = WS-HHMM-HH * 60 + WS-HHMM-MM
           IF NETBRD-DATE < WS-NOW-DATE
               OR (NETBRD-DATE = WS-NOW-DATE
                   AND WS-NOW-MINS > WS-DUE-MINS)
               MOVE "NOT STARTED" TO WS-LINE-STATE
               MOVE "Y" TO WS-LINE-FLAG
           ELSE
               MOVE "DUE" TO WS-LINE-STATE
           END-IF.

      * Says on the message line how many steps need someone, or
      * that none do - and, when the board ran past the screen, how
      * many steps are not shown.
       SET-BOARD-MESSAGE.
           IF WS-STEP-COUNT = 0
               MOVE "NO STEPS SCHEDULED OR RUN FOR THIS DATE AND ENV"
                   TO MSGO
           ELSE
               IF WS-FLAGGED-COUNT = 0
                   MOVE "NO STEP NEEDS ATTENTION" TO MSGO
               ELSE
                   MOVE WS-FLAGGED-COUNT TO WS-FLAGGED-DISP
                   STRING WS-FLAGGED-DISP
                       " STEP(S) NEED ATTENTION - SHOWN BRIGHT"
                       DELIMITED BY SIZE INTO MSGO
               END-IF
           END-IF
           IF WS-STEP-DROPPED > 0
               MOVE WS-STEP-DROPPED TO WS-DROPPED-DISP
               MOVE SPACES TO MSGO
               STRING WS-DROPPED-DISP
                   " MORE STEPS NOT SHOWN - THE BOARD HOLDS 14"
                   DELIMITED BY SIZE INTO MSGO
           END-IF.
