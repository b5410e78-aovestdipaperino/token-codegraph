      * DLVREL - Release-or-purge job for held transfer deliveries.
      *
      * NETWORKING delivers each manifest dataset's good records as a
      * unit of its own (see DLVRYREC.cpy).  A dataset that reconciled
      * OK goes straight to DLVREADY for the downstream pickup; one
      * that reconciled MISMATCH goes to DLVHOLD instead, so a bad
      * detail file can no longer be loaded alongside a clean master.
      * Once the sending side has been called, operations keys a
      * disposition for each held unit into DLVDISP (see DLVDREC.cpy)
      * - release it as held, or purge it because the sender will
      * resend - and this job applies them:
      *
      *   R  the unit is appended to DLVREADY with its header marked
      *      RELEASED and the disposition's operator on it.
      *   P  the unit is dropped.
      *
      * A held unit with no disposition is carried to DLVHNEW, the
      * generation the next review works from; the job's next step
      * copies it back over DLVHOLD, the same arrangement as
      * SUSPREL's SUSPNEW.  Every release and purge is written to the
      * DLVAUD audit file with the operator and a timestamp.
      *
      * Return codes: 0 all dispositions applied clean, 4 a
      * disposition was garbled or matched no held unit, or DLVHOLD
      * held a record outside any unit, 8 DLVDISP not available
      * (nothing to apply), 16 DLVHOLD or an output file not
      * available.
      *
      * The run is put on the nightly control board (RUNSTAT, see
      * RUNSTREC.cpy) as it starts and again as it ends, with the
      * units released, purged and still held as its outcome.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLVREL.
       AUTHOR. TOKENSAVE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The held deliveries under review, exactly as NETWORKING (or
      * an earlier run of this job) wrote them.
           SELECT HOLD-IN-FILE ASSIGN TO "DLVHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-IN-STATUS.
      * The reviewed dispositions operations keyed for them.
           SELECT DISP-FILE ASSIGN TO "DLVDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.
      * Delivery stream for the downstream pickup - extended, never
      * rewritten.
           SELECT READY-OUT-FILE ASSIGN TO "DLVREADY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-READY-OUT-STATUS.
      * Units still held after this review.
           SELECT HOLD-NEW-FILE ASSIGN TO "DLVHNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-NEW-STATUS.
      * Release audit trail - extended run over run, never rewritten.
           SELECT AUDIT-FILE ASSIGN TO "DLVAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      * Nightly run control file (see RUNSTREC.cpy): this run's
      * start and end, for the NETBRD board.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNSTAT-KEY
               FILE STATUS IS WS-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-IN-FILE.
       COPY DLVRYREC.

       FD  DISP-FILE.
       COPY DLVDREC.

       FD  READY-OUT-FILE.
       01 READY-OUT-RECORD       PIC X(267).

       FD  HOLD-NEW-FILE.
       01 HOLD-NEW-RECORD        PIC X(267).

       FD  AUDIT-FILE.
       COPY DLVAREC.

       FD  RUN-STATUS-FILE.
       COPY RUNSTREC.

       WORKING-STORAGE SECTION.
      * File status fields, checked right after OPEN.
       01 WS-HOLD-IN-STATUS      PIC X(02) VALUE "00".
       01 WS-DISP-STATUS         PIC X(02) VALUE "00".
       01 WS-READY-OUT-STATUS    PIC X(02) VALUE "00".
       01 WS-HOLD-NEW-STATUS     PIC X(02) VALUE "00".
       01 WS-AUDIT-STATUS        PIC X(02) VALUE "00".
      * End-of-file switches.
       01 WS-HOLD-IN-EOF         PIC X(01) VALUE "N".
           88 WS-HOLD-IN-EOF-YES     VALUE "Y".
       01 WS-DISP-EOF            PIC X(01) VALUE "N".
           88 WS-DISP-EOF-YES        VALUE "Y".
      * The dispositions keyed for this review, loaded up front so
      * the one pass over DLVHOLD can look each unit up.  Entries
      * past the table fail the run outright - a dropped disposition
      * must not quietly leave its unit held.
       01 WS-DISP-COUNT          PIC 9(03) VALUE 0.
       01 WS-DISP-INDEX          PIC 9(03).
       01 WS-DISP-FOUND          PIC X(01).
       01 WS-DISP-TABLE.
           05 WS-DISP-ENTRY          OCCURS 100 TIMES.
               10 WS-DISP-ENV-ID         PIC X(08).
               10 WS-DISP-BUS-DATE       PIC X(08).
               10 WS-DISP-DATASET        PIC X(08).
               10 WS-DISP-ACTION         PIC X(01).
               10 WS-DISP-OPERATOR       PIC X(08).
      * "Y" once the entry matched a held unit, so dispositions
      * naming a unit DLVHOLD does not carry are reported.
               10 WS-DISP-MATCHED        PIC X(01).
      * What happens to the records of the unit being read, set from
      * its header: R release, P purge, K keep held.  A record ahead
      * of any header is kept.
       01 WS-UNIT-ACTION         PIC X(01) VALUE "K".
           88 WS-UNIT-RELEASE        VALUE "R".
           88 WS-UNIT-PURGE          VALUE "P".
           88 WS-UNIT-KEEP           VALUE "K".
      * The unit being read: its identity off the header, the
      * disposition that applies, and its data record count.
       01 WS-UNIT-ENV-ID         PIC X(08).
       01 WS-UNIT-BUS-DATE       PIC X(08).
       01 WS-UNIT-DATASET        PIC X(08).
       01 WS-UNIT-OPERATOR       PIC X(08).
       01 WS-UNIT-RECORDS        PIC 9(08) VALUE 0.
      * Inside a unit: set by its header, cleared by its trailer.
       01 WS-IN-UNIT             PIC X(01) VALUE "N".
      * Run counts for the end-of-job accounting lines.
       01 WS-READ-COUNT          PIC 9(08) VALUE 0.
       01 WS-RELEASED-COUNT      PIC 9(05) VALUE 0.
       01 WS-PURGED-COUNT        PIC 9(05) VALUE 0.
       01 WS-CARRIED-COUNT       PIC 9(05) VALUE 0.
       01 WS-STRAY-COUNT         PIC 9(08) VALUE 0.
       01 WS-DISP-GARBLED-COUNT  PIC 9(05) VALUE 0.
       01 WS-DISP-UNMATCHED      PIC 9(05) VALUE 0.
      * Return code earned by the run so far - the worst one wins.
       01 WS-RUN-RC              PIC 9(02) VALUE 0.
      * RELEASED or PURGED, set by the caller of WRITE-AUDIT-RECORD.
       01 WS-AUDIT-ACTION        PIC X(08).
      * Current date/time, stamped on every audit record and on the
      * header of each unit released.
       01 WS-CURRENT-DATE        PIC 9(08).
       01 WS-CURRENT-TIME        PIC 9(08).
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
           PERFORM LOAD-DISPOSITIONS
           PERFORM UNTIL WS-HOLD-IN-EOF-YES
               READ HOLD-IN-FILE
                   AT END
                       SET WS-HOLD-IN-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PROCESS-ONE-HELD-RECORD
               END-READ
           END-PERFORM
      * A last unit cut off before its trailer is still closed off,
      * so a release or purge of it is on the audit trail.
           IF WS-IN-UNIT = "Y"
               PERFORM FINISH-HELD-UNIT
           END-IF
           PERFORM REPORT-UNMATCHED-DISPOSITIONS
           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES
           IF WS-RUN-RC > RETURN-CODE
               MOVE WS-RUN-RC TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-RUNSTAT-OUTCOME
           STRING WS-RELEASED-COUNT " released, "
               WS-PURGED-COUNT " purged, "
               WS-CARRIED-COUNT " still held"
               DELIMITED BY SIZE INTO WS-RUNSTAT-OUTCOME
           PERFORM WRITE-RUN-END
           STOP RUN.

      * Opens every file of the run.  No DLVHOLD or no output file is
      * a hard stop - applying dispositions without being able to
      * carry the rest of the held units forward would lose them.
      * No DLVDISP means there is nothing to apply: the run stops
      * with RC 8 before touching the held units.
       OPEN-FILES.
           OPEN INPUT HOLD-IN-FILE
           IF WS-HOLD-IN-STATUS NOT = "00"
               DISPLAY "[ERROR] DLVHOLD not available, status "
                   WS-HOLD-IN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "DLVHOLD not available, nothing applied"
                   TO WS-RUNSTAT-OUTCOME
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF
           OPEN INPUT DISP-FILE
           IF WS-DISP-STATUS NOT = "00"
               DISPLAY "[ERROR] DLVDISP not available, status "
                   WS-DISP-STATUS " - no dispositions to apply"
               MOVE 8 TO RETURN-CODE
               CLOSE HOLD-IN-FILE
               MOVE "DLVDISP not available, nothing applied"
                   TO WS-RUNSTAT-OUTCOME
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF
      * The delivery stream and the audit trail survive between runs
      * - extended, never rewritten; a file that does not exist yet
      * (status 35) is created.
           OPEN EXTEND READY-OUT-FILE
           IF WS-READY-OUT-STATUS = "35"
               OPEN OUTPUT READY-OUT-FILE
           END-IF
           OPEN OUTPUT HOLD-NEW-FILE
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-READY-OUT-STATUS NOT = "00"
               OR WS-HOLD-NEW-STATUS NOT = "00"
               OR WS-AUDIT-STATUS NOT = "00"
               DISPLAY "[ERROR] DLVREL output file unavailable, "
                   "status " WS-READY-OUT-STATUS " "
                   WS-HOLD-NEW-STATUS " " WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE HOLD-IN-FILE
               CLOSE DISP-FILE
               MOVE "Output file not available, nothing applied"
                   TO WS-RUNSTAT-OUTCOME
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF.

      * Closes every file once the held units have been worked.
       CLOSE-FILES.
           CLOSE HOLD-IN-FILE
           CLOSE DISP-FILE
           CLOSE READY-OUT-FILE
           CLOSE HOLD-NEW-FILE
           CLOSE AUDIT-FILE.

      * Loads the reviewed dispositions into the table the pass over
      * DLVHOLD looks units up in.  A garbled record (blank dataset,
      * action not R/P) is counted and skipped - it must not release
      * or purge anything.
       LOAD-DISPOSITIONS.
           PERFORM UNTIL WS-DISP-EOF-YES
               READ DISP-FILE
                   AT END
                       SET WS-DISP-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-DISPOSITION
               END-READ
           END-PERFORM.

      * Adds the disposition record just read to the table.
       LOAD-ONE-DISPOSITION.
           IF DLVDISP-DATASET = SPACES
               OR (NOT DLVDISP-RELEASE
                   AND NOT DLVDISP-PURGE)
               ADD 1 TO WS-DISP-GARBLED-COUNT
               MOVE 4 TO WS-RUN-RC
               DISPLAY "[WARN ] DLVDISP record garbled, skipped"
           ELSE
               IF WS-DISP-COUNT < 100
                   ADD 1 TO WS-DISP-COUNT
                   MOVE DLVDISP-ENV-ID
                       TO WS-DISP-ENV-ID(WS-DISP-COUNT)
                   MOVE DLVDISP-BUS-DATE
                       TO WS-DISP-BUS-DATE(WS-DISP-COUNT)
                   MOVE DLVDISP-DATASET
                       TO WS-DISP-DATASET(WS-DISP-COUNT)
                   MOVE DLVDISP-ACTION
                       TO WS-DISP-ACTION(WS-DISP-COUNT)
                   MOVE DLVDISP-OPERATOR
                       TO WS-DISP-OPERATOR(WS-DISP-COUNT)
                   MOVE "N" TO WS-DISP-MATCHED(WS-DISP-COUNT)
               ELSE
                   DISPLAY "[ERROR] DLVDISP exceeds table size, "
                       "split the dispositions over two runs"
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES
                   MOVE "DLVDISP exceeds table size, nothing applied"
                       TO WS-RUNSTAT-OUTCOME
                   PERFORM WRITE-RUN-END
                   STOP RUN
               END-IF
           END-IF.

      * Routes the held record just read.  A header decides what
      * happens to its whole unit; data records and the trailer
      * follow it.  A record outside any unit (a torn write, or a
      * hand edit) is carried forward untouched and reported.
       PROCESS-ONE-HELD-RECORD.
           EVALUATE TRUE
               WHEN XFERDLV-HDR-REC
                   PERFORM START-HELD-UNIT
               WHEN XFERDLV-DET-REC
                   IF WS-IN-UNIT = "N"
                       PERFORM CARRY-STRAY-RECORD
                   ELSE
                       ADD 1 TO WS-UNIT-RECORDS
                       PERFORM ROUTE-HELD-RECORD
                   END-IF
               WHEN XFERDLV-TRL-REC
                   IF WS-IN-UNIT = "N"
                       PERFORM CARRY-STRAY-RECORD
                   ELSE
                       PERFORM ROUTE-HELD-RECORD
                       PERFORM FINISH-HELD-UNIT
                   END-IF
               WHEN OTHER
                   PERFORM CARRY-STRAY-RECORD
           END-EVALUATE.

      * Picks up a held unit's identity off its header and looks up
      * its disposition.  A header arriving before the last unit's
      * trailer closes that unit first, so its audit is not lost.
       START-HELD-UNIT.
           IF WS-IN-UNIT = "Y"
               PERFORM FINISH-HELD-UNIT
           END-IF
           MOVE "Y" TO WS-IN-UNIT
           MOVE 0 TO WS-UNIT-RECORDS
           MOVE XFERDLV-HDR-ENV-ID TO WS-UNIT-ENV-ID
           MOVE XFERDLV-HDR-BUS-DATE TO WS-UNIT-BUS-DATE
           MOVE XFERDLV-HDR-DATASET TO WS-UNIT-DATASET
           MOVE SPACES TO WS-UNIT-OPERATOR
           PERFORM FIND-DISPOSITION
           IF WS-DISP-FOUND = "N"
               SET WS-UNIT-KEEP TO TRUE
               ADD 1 TO WS-CARRIED-COUNT
           ELSE
               MOVE "Y" TO WS-DISP-MATCHED(WS-DISP-INDEX)
               MOVE WS-DISP-ACTION(WS-DISP-INDEX) TO WS-UNIT-ACTION
               MOVE WS-DISP-OPERATOR(WS-DISP-INDEX)
                   TO WS-UNIT-OPERATOR
           END-IF
           IF WS-UNIT-RELEASE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-DATE TO XFERDLV-HDR-DATE
               MOVE WS-CURRENT-TIME TO XFERDLV-HDR-TIME
               SET XFERDLV-RELEASED TO TRUE
               MOVE WS-UNIT-OPERATOR TO XFERDLV-HDR-OPERATOR
           END-IF
           PERFORM ROUTE-HELD-RECORD.

      * Sends the record just read where its unit's disposition says.
       ROUTE-HELD-RECORD.
           EVALUATE TRUE
               WHEN WS-UNIT-RELEASE
                   MOVE XFERDLV-DETAIL TO READY-OUT-RECORD
                   WRITE READY-OUT-RECORD
               WHEN WS-UNIT-KEEP
                   MOVE XFERDLV-DETAIL TO HOLD-NEW-RECORD
                   WRITE HOLD-NEW-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Closes off the unit just read, putting a release or a purge
      * on the audit trail.
       FINISH-HELD-UNIT.
           IF WS-UNIT-RELEASE
               ADD 1 TO WS-RELEASED-COUNT
               MOVE "RELEASED" TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF WS-UNIT-PURGE
               ADD 1 TO WS-PURGED-COUNT
               MOVE "PURGED" TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           MOVE "N" TO WS-IN-UNIT
           SET WS-UNIT-KEEP TO TRUE.

      * Carries a record found outside any unit to the next review's
      * generation as it stands.
       CARRY-STRAY-RECORD.
           ADD 1 TO WS-STRAY-COUNT
           MOVE 4 TO WS-RUN-RC
           MOVE XFERDLV-DETAIL TO HOLD-NEW-RECORD
           WRITE HOLD-NEW-RECORD
           DISPLAY "[WARN ] DLVHOLD record " WS-READ-COUNT
               " outside any delivery unit, carried forward".

      * Looks the held unit up in the disposition table, leaving
      * WS-DISP-INDEX on the matching entry.
       FIND-DISPOSITION.
           MOVE "N" TO WS-DISP-FOUND
           PERFORM VARYING WS-DISP-INDEX FROM 1 BY 1
               UNTIL WS-DISP-INDEX > WS-DISP-COUNT
                   OR WS-DISP-FOUND = "Y"
               IF WS-DISP-ENV-ID(WS-DISP-INDEX) = WS-UNIT-ENV-ID
                   AND WS-DISP-BUS-DATE(WS-DISP-INDEX)
                       = WS-UNIT-BUS-DATE
                   AND WS-DISP-DATASET(WS-DISP-INDEX)
                       = WS-UNIT-DATASET
                   MOVE "Y" TO WS-DISP-FOUND
               END-IF
           END-PERFORM
           IF WS-DISP-FOUND = "Y"
               SUBTRACT 1 FROM WS-DISP-INDEX
           END-IF.

      * Writes the audit record for the unit just closed off:
      * WS-AUDIT-ACTION is already set by the caller.
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO DLVAUD-RECORD
           MOVE WS-AUDIT-ACTION TO DLVAUD-ACTION
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO DLVAUD-DATE
           MOVE WS-CURRENT-TIME TO DLVAUD-TIME
           MOVE WS-UNIT-OPERATOR TO DLVAUD-OPERATOR
           MOVE WS-UNIT-ENV-ID TO DLVAUD-ENV-ID
           MOVE WS-UNIT-BUS-DATE TO DLVAUD-BUS-DATE
           MOVE WS-UNIT-DATASET TO DLVAUD-DATASET
           MOVE WS-UNIT-RECORDS TO DLVAUD-RECORDS
           WRITE DLVAUD-RECORD.

      * Reports every disposition that matched no held unit - a
      * keying slip, or a unit an earlier run already worked.
       REPORT-UNMATCHED-DISPOSITIONS.
           PERFORM VARYING WS-DISP-INDEX FROM 1 BY 1
               UNTIL WS-DISP-INDEX > WS-DISP-COUNT
               IF WS-DISP-MATCHED(WS-DISP-INDEX) = "N"
                   ADD 1 TO WS-DISP-UNMATCHED
                   MOVE 4 TO WS-RUN-RC
                   DISPLAY "[WARN ] Disposition for "
                       WS-DISP-ENV-ID(WS-DISP-INDEX) " "
                       WS-DISP-BUS-DATE(WS-DISP-INDEX) " "
                       WS-DISP-DATASET(WS-DISP-INDEX)
                       " matched no held delivery"
               END-IF
           END-PERFORM.

      * Displays the end-of-job accounting.
       WRITE-RUN-SUMMARY.
           DISPLAY "DLVREL: records read " WS-READ-COUNT
               " units released " WS-RELEASED-COUNT
               " purged " WS-PURGED-COUNT
               " still held " WS-CARRIED-COUNT
           DISPLAY "DLVREL: stray records " WS-STRAY-COUNT
               " garbled dispositions " WS-DISP-GARBLED-COUNT
               " unmatched " WS-DISP-UNMATCHED.

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

      * Puts this run on the nightly control board as started: today
      * as its business date, "*ALL" as its environment - held units
      * of every environment are worked in the one pass - and the
      * time it started.  The record stays "running" until
      * WRITE-RUN-END rewrites it, so a run that never gets there
      * shows up on the board as overrunning.
       WRITE-RUN-START.
           PERFORM OPEN-RUN-STATUS
           IF WS-RUNSTAT-STATUS = "00"
               MOVE SPACES TO RUNSTAT-RECORD
               ACCEPT RUNSTAT-BUS-DATE FROM DATE YYYYMMDD
               MOVE "*ALL" TO RUNSTAT-ENV-ID
               MOVE "DLVREL" TO RUNSTAT-PROGRAM
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
