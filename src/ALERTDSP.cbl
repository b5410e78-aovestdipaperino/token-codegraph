      * The rewritten queue comes out on ALERTQNEW; the job's next
      * step copies it back over ALERTQ, the usual way a sequential
      * master is updated in place.
      *
      * Each drain is put on the nightly control board (RUNSTAT, see
      * RUNSTREC.cpy) as it starts and again as it ends, with what
      * it paged and digested as the outcome.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTDSP.
       AUTHOR. TOKENSAVE.
           SELECT PAGECFG-FILE ASSIGN TO "PAGECFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGECFG-STATUS.
      * Nightly run control file (see RUNSTREC.cpy): this run's
      * start and end, for the NETBRD board.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNSTAT-KEY
               FILE STATUS IS WS-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER                 PIC X(01).
           05 PAGECFG-SECONDARY      PIC X(08).

       FD  RUN-STATUS-FILE.
       COPY RUNSTREC.

       WORKING-STORAGE SECTION.
      * File status fields, checked right after OPEN.
       01 WS-ALERTQ-IN-STATUS    PIC X(02) VALUE "00".
       01 WS-PAGED-MINS          PIC 9(05) VALUE 0.
       01 WS-CLOCK-MINS          PIC 9(05) VALUE 0.
       01 WS-ELAPSED-MINS        PIC S9(05) VALUE 0.
      * Run control file status, and the key of this run's record -
      * kept from the start record so the end record rewrites the
      * same one; spaces when the start record could not be written.
       01 WS-RUNSTAT-STATUS      PIC X(02) VALUE "00".
       01 WS-RUNSTAT-KEY         PIC X(32) VALUE SPACES.
       01 WS-RUNSTAT-OUTCOME     PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM WRITE-RUN-START
           OPEN INPUT ALERTQ-IN-FILE
           IF WS-ALERTQ-IN-STATUS NOT = "00"
               DISPLAY "[INFO ] ALERTQ not present, nothing to drain"
               MOVE "ALERTQ not present, nothing to drain"
                   TO WS-RUNSTAT-OUTCOME
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF
           PERFORM READ-PAGE-SETTINGS
           DISPLAY "ALERTDSP: acknowledged " WS-ACKED-COUNT
               " escalated " WS-ESCALATED-COUNT
               " acks held over " WS-ACK-OVERFLOW
           MOVE SPACES TO WS-RUNSTAT-OUTCOME
           STRING "Read " WS-READ-COUNT " paged " WS-PAGED-COUNT
               " digested " WS-DIGEST-COUNT
               " escalated " WS-ESCALATED-COUNT
               DELIMITED BY SIZE INTO WS-RUNSTAT-OUTCOME
           PERFORM WRITE-RUN-END
           STOP RUN.

      * Replaces the compiled-in escalation settings with the ones
                   WS-PAGE-STATUS " " WS-DIGEST-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ALERTQ-IN-FILE
               MOVE "Output file not available, nothing drained"
                   TO WS-RUNSTAT-OUTCOME
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.

           STRING "ENTRIES THIS DIGEST: " WS-DIGEST-COUNT
               DELIMITED BY SIZE INTO DIGEST-RECORD
           WRITE DIGEST-RECORD.

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

      * Puts this drain on the nightly control board as started:
      * today as its business date, environment "*ALL" - the queue
      * holds every environment's alerts - and the time it started.
      * The record stays "running" until WRITE-RUN-END rewrites it,
      * so a drain that never gets there shows up on the board as
      * overrunning.
       WRITE-RUN-START.
           PERFORM OPEN-RUN-STATUS
           IF WS-RUNSTAT-STATUS = "00"
               MOVE SPACES TO RUNSTAT-RECORD
               ACCEPT RUNSTAT-BUS-DATE FROM DATE YYYYMMDD
               MOVE "*ALL" TO RUNSTAT-ENV-ID
               MOVE "ALERTDSP" TO RUNSTAT-PROGRAM
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
