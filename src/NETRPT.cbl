      * the message text, so a wording change in NETWORKING cannot
      * silently break the weekly numbers.  Records from before
      * those fields existed carry spaces there and are skipped.
      *
      * The run is put on the nightly control board (RUNSTAT, see
      * RUNSTREC.cpy) as it starts and again as it ends.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NETRPT.
       AUTHOR. TOKENSAVE.
           SELECT ALERT-QUEUE-FILE ASSIGN TO "ALERTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTQ-STATUS.
      * Nightly run control file (see RUNSTREC.cpy): this run's
      * start and end, for the NETBRD board.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNSTAT-KEY
               FILE STATUS IS WS-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-QUEUE-FILE.
       COPY ALRTQREC.

       FD  RUN-STATUS-FILE.
       COPY RUNSTREC.

       WORKING-STORAGE SECTION.
      * File status for NETLOG and NETRPT.
       01 WS-NETLOG-STATUS       PIC X(02) VALUE "00".
       01 WS-UNCODED-DISP        PIC ZZZZZZ9.
       01 WS-WDW-MET-DISP        PIC ZZ9.
       01 WS-WDW-MISS-DISP       PIC ZZ9.
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
           PERFORM READ-THRESHOLDS
           PERFORM READ-NETLOG-RECORDS
           PERFORM CHECK-THRESHOLDS
           PERFORM WRITE-REPORT
           PERFORM CLOSE-FILES
           MOVE SPACES TO WS-RUNSTAT-OUTCOME
           STRING WS-TOTAL-NIGHTS " nights of " WS-ENV-COUNT
               " environments reported, " WS-ERROR-NIGHTS
               " error nights"
               DELIMITED BY SIZE INTO WS-RUNSTAT-OUTCOME
           PERFORM WRITE-RUN-END
           STOP RUN.

      * Opens the NETLOG history and the report output file.
               "  " WS-SESS-DISP "    " WS-SESS-MAX-DISP
               DELIMITED BY SIZE INTO NETRPT-LINE
           WRITE NETRPT-LINE.

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
      * covers every environment on NETLOG - and the time it
      * started.  The record stays "running" until WRITE-RUN-END
      * rewrites it, so a run that never gets there shows up on the
      * board as overrunning.
       WRITE-RUN-START.
           PERFORM OPEN-RUN-STATUS
           IF WS-RUNSTAT-STATUS = "00"
               MOVE SPACES TO RUNSTAT-RECORD
               ACCEPT RUNSTAT-BUS-DATE FROM DATE YYYYMMDD
               MOVE "*ALL" TO RUNSTAT-ENV-ID
               MOVE "NETRPT" TO RUNSTAT-PROGRAM
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
