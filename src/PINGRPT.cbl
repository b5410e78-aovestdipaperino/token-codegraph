      * identically.  NETLOG's structured event codes are read, not
      * the message text: CN03 marks a window connect, CN02 a failed
      * attempt (see the catalog in NETLOGRC.cpy).
      *
      * The run is put on the nightly control board (RUNSTAT, see
      * RUNSTREC.cpy) as it starts and again as it ends.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINGRPT.
       AUTHOR. TOKENSAVE.
           SELECT PINGRPT-FILE ASSIGN TO "PINGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PINGRPT-STATUS.
      * Nightly run control file (see RUNSTREC.cpy): this run's
      * start and end, for the NETBRD board.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNSTAT-KEY
               FILE STATUS IS WS-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PINGRPT-FILE.
       01 PINGRPT-LINE           PIC X(80).

       FD  RUN-STATUS-FILE.
       COPY RUNSTREC.

       WORKING-STORAGE SECTION.
      * File status fields, checked right after OPEN.
       01 WS-PINGHIST-STATUS     PIC X(02) VALUE "00".
           05 WS-HOST-ENTRY          OCCURS 50 TIMES.
               10 WS-HT-ENV-ID           PIC X(08).
               10 WS-HT-HOST-PORT        PIC X(262).
      * "UP"/"DOWN"/"MAINT" off the pre-flight record.
               10 WS-HT-PREFLIGHT        PIC X(05).
      * What the window actually did to the host: "OK" once any
      * CN03 lands on it, "FAIL" while only CN02s have, "-" when
      * the transfer run never dialled it.
       01 WS-FALSE-PASS-COUNT    PIC 9(03) VALUE 0.
       01 WS-FALSE-FAIL-COUNT    PIC 9(03) VALUE 0.
       01 WS-NOT-TRIED-COUNT     PIC 9(03) VALUE 0.
       01 WS-MAINT-COUNT         PIC 9(03) VALUE 0.
      * The verdict for the line being written.
       01 WS-VERDICT             PIC X(10).
      * Edited fields for the report lines.
       01 WS-COUNT-DISP          PIC ZZ9.
       01 WS-LONG-DISP           PIC ZZZZ9.
      * Run control file status, and the key of this run's record -
      * kept from the start record so the end record rewrites the
      * same one; spaces when the start record could not be written.
       01 WS-RUNSTAT-STATUS      PIC X(02) VALUE "00".
       01 WS-RUNSTAT-KEY         PIC X(32) VALUE SPACES.
       01 WS-RUNSTAT-OUTCOME     PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM WRITE-RUN-START
           PERFORM OPEN-FILES
           PERFORM LOAD-PING-HISTORY
           PERFORM READ-NETLOG-OUTCOMES
           PERFORM WRITE-REPORT
           PERFORM CLOSE-FILES
           MOVE SPACES TO WS-RUNSTAT-OUTCOME
           STRING WS-HOST-COUNT " hosts, " WS-AGREE-COUNT " agree, "
               WS-FALSE-PASS-COUNT " false-pass, "
               WS-FALSE-FAIL-COUNT " false-fail"
               DELIMITED BY SIZE INTO WS-RUNSTAT-OUTCOME
           PERFORM WRITE-RUN-END
           STOP RUN.

      * Opens the two inputs and the report.  No PINGHIST means
               DISPLAY "[ERROR] PINGHIST not available, status "
                   WS-PINGHIST-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE "PINGHIST not available, nothing to measure"
                   TO WS-RUNSTAT-OUTCOME
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF
           OPEN INPUT NETLOG-FILE
                   WS-PINGRPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PING-HIST-FILE
               MOVE "PINGRPT not available, no report written"
                   TO WS-RUNSTAT-OUTCOME
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.

           STRING "NOT DIALLED IN THE WINDOW . . . . : "
               WS-COUNT-DISP DELIMITED BY SIZE INTO PINGRPT-LINE
           WRITE PINGRPT-LINE
           MOVE WS-MAINT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO PINGRPT-LINE
           STRING "IN PLANNED MAINTENANCE . . . . .  : "
               WS-COUNT-DISP DELIMITED BY SIZE INTO PINGRPT-LINE
           WRITE PINGRPT-LINE
           IF WS-UNMATCHED-COUNT > 0
               MOVE WS-UNMATCHED-COUNT TO WS-LONG-DISP
               MOVE SPACES TO PINGRPT-LINE
      * folds its verdict into the summary counts: AGREE when the
      * pre-flight called it, FALSE-PASS when a clean pre-flight hid
      * a host that failed in the window, FALSE-FAIL the other way
      * round, NOT-TRIED when the window never dialled it.  A host
      * the pre-flight found inside a planned outage is MAINT
      * whatever the window made of it - there was no call to agree
      * or disagree with.
       WRITE-HOST-LINE.
           EVALUATE TRUE
               WHEN WS-HT-PREFLIGHT(WS-HOST-INDEX) = "MAINT"
                   MOVE "MAINT" TO WS-VERDICT
                   ADD 1 TO WS-MAINT-COUNT
               WHEN WS-HT-WINDOW(WS-HOST-INDEX) = "-"
                   MOVE "NOT-TRIED" TO WS-VERDICT
                   ADD 1 TO WS-NOT-TRIED-COUNT
           MOVE SPACES TO PINGRPT-LINE
           STRING WS-HT-ENV-ID(WS-HOST-INDEX) " "
               WS-HT-HOST-PORT(WS-HOST-INDEX)(1:32) " "
               WS-HT-PREFLIGHT(WS-HOST-INDEX) "   "
               WS-HT-WINDOW(WS-HOST-INDEX) "  "
               WS-LONG-DISP "  " WS-VERDICT
               DELIMITED BY SIZE INTO PINGRPT-LINE
           WRITE PINGRPT-LINE.

      * Opens the run control file for one record and no more - it
      * is closed again straight after, so the file is never held
      * through the run and the board sees each record as soon as it
      * is written.  A file not yet created (status 35) is created.
      * Not getting at it is reported and the run carries on.
       OPEN-RUN-STATUS.
           OPEN I-O RUN-STATUS-FILE
           IF WS-RUNSTAT-STATUS = "35"
               OPEN OUTPUT RUN-STATUS-FILE
               IF WS-RUNSTAT-STATUS = "00"
                   CLOSE RUN-STATUS-FILE
                   OPEN I-O RUN-STATUS-FILE
               END-IF
           END-IF
           IF WS-RUNSTAT-STATUS NOT = "00"
               DISPLAY "[WARN ] RUNSTAT not available, status "
                   WS-RUNSTAT-STATUS " - run not on the control board"
           END-IF.

      * Puts this run on the nightly control board as started:
      * today as its business date, environment "*ALL" - the report
      * covers every environment the pre-flight dialled - and the
      * time it started.  The record stays "running" until
      * WRITE-RUN-END rewrites it, so a run that never gets there
      * shows up on the board as overrunning.
       WRITE-RUN-START.
           PERFORM OPEN-RUN-STATUS
           IF WS-RUNSTAT-STATUS = "00"
               MOVE SPACES TO RUNSTAT-RECORD
               ACCEPT RUNSTAT-BUS-DATE FROM DATE YYYYMMDD
               MOVE "*ALL" TO RUNSTAT-ENV-ID
               MOVE "PINGRPT" TO RUNSTAT-PROGRAM
               ACCEPT RUNSTAT-START-TIME FROM TIME
               SET RUNSTAT-RUNNING TO TRUE
               MOVE 0 TO RUNSTAT-RC
               WRITE RUNSTAT-RECORD
               IF WS-RUNSTAT-STATUS = "00"
                   MOVE RUNSTAT-KEY TO WS-RUNSTAT-KEY
               ELSE
                   DISPLAY "[WARN ] RUNSTAT start record not written, "
                       "status " WS-RUNSTAT-STATUS
               END-IF
               CLOSE RUN-STATUS-FILE
           END-IF.

      * Marks this run ended on the control board with the return
      * code it ends on and WS-RUNSTAT-OUTCOME.  Nothing is written
      * when the start record never was - an end with no start
      * would read as a run that took no time at all.
       WRITE-RUN-END.
           IF WS-RUNSTAT-KEY NOT = SPACES
               PERFORM OPEN-RUN-STATUS
               IF WS-RUNSTAT-STATUS = "00"
                   MOVE WS-RUNSTAT-KEY TO RUNSTAT-KEY
                   READ RUN-STATUS-FILE
                   IF WS-RUNSTAT-STATUS = "00"
                       SET RUNSTAT-ENDED TO TRUE
                       ACCEPT RUNSTAT-END-DATE FROM DATE YYYYMMDD
                       ACCEPT RUNSTAT-END-TIME FROM TIME
                       MOVE RETURN-CODE TO RUNSTAT-RC
                       MOVE WS-RUNSTAT-OUTCOME TO RUNSTAT-OUTCOME
                       REWRITE RUNSTAT-RECORD
                   END-IF
                   IF WS-RUNSTAT-STATUS NOT = "00"
                       DISPLAY "[WARN ] RUNSTAT end record not written,"
                           " status " WS-RUNSTAT-STATUS
                   END-IF
                   CLOSE RUN-STATUS-FILE
               END-IF
           END-IF.
