      * ALERTQ entries are kept whatever their age: an alert nobody
      * has routed yet must never age into the archive unseen.
      *
      * The XFERAKH acknowledgment history and the SUSPAUD release
      * audit are kept by the month, for the monthly data-quality
      * scorecard: months past the retention go to their archives
      * (XFERAKAR, SUSPAUAR), never simply dropped - the audit trail
      * survives.
      *
      * HKPARMS carries the per-file retention settings operations
      * maintains; a missing or garbled file keeps the compiled-in
      * defaults.  The run's accounting - what was archived and
      *
      * The rewritten queue comes out on ALERTQNEW; the job's next
      * step copies it back over ALERTQ, the same arrangement as
      * the ALERTDSP drain.  XFERAKHN and SUSPAUDN are copied back
      * over XFERAKH and SUSPAUD the same way.
      *
      * The run is put on the nightly control board (RUNSTAT, see
      * RUNSTREC.cpy) as it starts and again as it ends.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NETHKEEP.
       AUTHOR. TOKENSAVE.
           SELECT SUSP-ARC-FILE ASSIGN TO "SUSPARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPARC-STATUS.
      * NETWORKING's acknowledgment history, rewritten to XFERAKHN
      * with the months past retention archived to XFERAKAR.
           SELECT ACKHIST-IN-FILE ASSIGN TO "XFERAKH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERAKH-STATUS.
           SELECT ACKHIST-OUT-FILE ASSIGN TO "XFERAKHN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERAKHN-STATUS.
           SELECT ACKHIST-ARC-FILE ASSIGN TO "XFERAKAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERAKAR-STATUS.
      * SUSPREL's release audit, treated the same way.
           SELECT SUSPAUD-IN-FILE ASSIGN TO "SUSPAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPAUD-STATUS.
           SELECT SUSPAUD-OUT-FILE ASSIGN TO "SUSPAUDN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPAUDN-STATUS.
           SELECT SUSPAUD-ARC-FILE ASSIGN TO "SUSPAUAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPAUAR-STATUS.
      * One-page accounting of what this run archived and purged.
           SELECT HKRPT-FILE ASSIGN TO "HKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HKRPT-STATUS.
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
      * "Y" to archive whatever suspense generations SUSPIN mounts.
           05 HKPARM-SUSP-ARCHIVE    PIC X(01).
           05 FILLER                 PIC X(01).
      * Months of acknowledgment history and release audit kept
      * behind the current month.
           05 HKPARM-QUALITY-MONTHS  PIC 9(02).

       FD  ALERTQ-IN-FILE.
       COPY ALRTQREC.
       01 ALERTQ-ARC-RECORD      PIC X(385).

       FD  SUSP-IN-FILE.
       01 SUSP-IN-RECORD         PIC X(288).

       FD  SUSP-ARC-FILE.
       01 SUSP-ARC-RECORD        PIC X(288).

       FD  ACKHIST-IN-FILE.
      * An XFERACK detail or trailer record (see XFERAREC.cpy) - the
      * date it was written sits behind the record type either way.
       01 ACKHIST-IN-RECORD.
           05 FILLER                 PIC X(02).
           05 ACKHIST-IN-DATE        PIC X(08).
           05 FILLER                 PIC X(92).

       FD  ACKHIST-OUT-FILE.
       01 ACKHIST-OUT-RECORD     PIC X(102).

       FD  ACKHIST-ARC-FILE.
       01 ACKHIST-ARC-RECORD     PIC X(102).

       FD  SUSPAUD-IN-FILE.
      * A release audit record (see SUSPAREC.cpy), dated first.
       01 SUSPAUD-IN-RECORD.
           05 SUSPAUD-IN-DATE        PIC X(08).
           05 FILLER                 PIC X(138).

       FD  SUSPAUD-OUT-FILE.
       01 SUSPAUD-OUT-RECORD     PIC X(146).

       FD  SUSPAUD-ARC-FILE.
       01 SUSPAUD-ARC-RECORD     PIC X(146).

       FD  HKRPT-FILE.
       01 HKRPT-LINE             PIC X(80).

       FD  RUN-STATUS-FILE.
       COPY RUNSTREC.

       WORKING-STORAGE SECTION.
      * File status fields, checked right after OPEN.
       01 WS-HKPARM-STATUS       PIC X(02) VALUE "00".
       01 WS-SUSP-IN-STATUS      PIC X(02) VALUE "00".
       01 WS-SUSPARC-STATUS      PIC X(02) VALUE "00".
       01 WS-HKRPT-STATUS        PIC X(02) VALUE "00".
       01 WS-XFERAKH-STATUS      PIC X(02) VALUE "00".
       01 WS-XFERAKHN-STATUS     PIC X(02) VALUE "00".
       01 WS-XFERAKAR-STATUS     PIC X(02) VALUE "00".
       01 WS-SUSPAUD-STATUS      PIC X(02) VALUE "00".
       01 WS-SUSPAUDN-STATUS     PIC X(02) VALUE "00".
       01 WS-SUSPAUAR-STATUS     PIC X(02) VALUE "00".
      * End-of-file switches.
       01 WS-ALERTQ-EOF          PIC X(01) VALUE "N".
           88 WS-ALERTQ-EOF-YES      VALUE "Y".
           88 WS-ALERTQOL-EOF-YES    VALUE "Y".
       01 WS-SUSP-EOF            PIC X(01) VALUE "N".
           88 WS-SUSP-EOF-YES        VALUE "Y".
       01 WS-ACKHIST-EOF         PIC X(01) VALUE "N".
           88 WS-ACKHIST-EOF-YES     VALUE "Y".
       01 WS-SUSPAUD-EOF         PIC X(01) VALUE "N".
           88 WS-SUSPAUD-EOF-YES     VALUE "Y".
      * Retention settings, replaced by HKPARMS when present and
      * sensible.
       01 WS-ALERTQ-DAYS         PIC 9(03) VALUE 30.
       01 WS-NETLOG-ONL-DAYS     PIC 9(03) VALUE 14.
       01 WS-ALERTQ-ONL-DAYS     PIC 9(03) VALUE 14.
       01 WS-SUSP-ARCHIVE        PIC X(01) VALUE "Y".
      * Thirteen months behind the current one covers a year-on-
      * year scorecard with a month to spare.
       01 WS-QUALITY-MONTHS      PIC 9(02) VALUE 13.
      * Today, and the cutoff date each file's retention works out
      * to - a record dated before its cutoff is past retention.
       01 WS-CURRENT-DATE        PIC 9(08).
       01 WS-ALERTQ-CUTOFF       PIC X(08).
       01 WS-NETLOG-ONL-CUTOFF   PIC X(08).
       01 WS-ALERTQ-ONL-CUTOFF   PIC X(08).
      * The first month (YYYYMM) of acknowledgment history and
      * release audit kept - records from earlier months are past
      * retention.  Worked out as a count of months.
       01 WS-QUALITY-CUTOFF.
           05 WS-QC-YEAR             PIC 9(04).
           05 WS-QC-MONTH            PIC 9(02).
       01 WS-MONTH-SERIAL        PIC 9(06).
      * Working date for the day-stepping cutoff computation, and
      * the retention being applied to it.
       01 WS-WORK-DATE.
       01 WS-AO-SCANNED          PIC 9(07) VALUE 0.
       01 WS-AO-PURGED           PIC 9(07) VALUE 0.
       01 WS-SP-ARCHIVED         PIC 9(07) VALUE 0.
       01 WS-AH-ARCHIVED         PIC 9(07) VALUE 0.
       01 WS-AH-KEPT             PIC 9(07) VALUE 0.
       01 WS-SA-ARCHIVED         PIC 9(07) VALUE 0.
       01 WS-SA-KEPT             PIC 9(07) VALUE 0.
       01 WS-COUNT-DISP          PIC Z,ZZZ,ZZ9.
      * Run control file status, and the key of this run's record -
      * kept from the start record so the end record rewrites the
      * same one; spaces when the start record could not be written.
       01 WS-RUNSTAT-STATUS      PIC X(02) VALUE "00".
       01 WS-RUNSTAT-KEY         PIC X(32) VALUE SPACES.
       01 WS-RUNSTAT-OUTCOME     PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM WRITE-RUN-START
           PERFORM READ-RETENTION-PARMS
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-ALERTQ-DAYS TO WS-RETENTION-DAYS
           MOVE WS-ALERTQ-ONL-DAYS TO WS-RETENTION-DAYS
           PERFORM COMPUTE-CUTOFF-DATE
           MOVE WS-WORK-DATE TO WS-ALERTQ-ONL-CUTOFF
           PERFORM COMPUTE-QUALITY-CUTOFF
           OPEN OUTPUT HKRPT-FILE
           PERFORM HOUSEKEEP-ALERTQ
           PERFORM HOUSEKEEP-NETLOG-ONLINE
           IF WS-SUSP-ARCHIVE = "Y"
               PERFORM ARCHIVE-SUSPENSE-GENERATIONS
           END-IF
           PERFORM HOUSEKEEP-ACK-HISTORY
           PERFORM HOUSEKEEP-RELEASE-AUDIT
           PERFORM WRITE-RUN-SUMMARY
           IF WS-HKRPT-STATUS = "00"
               CLOSE HKRPT-FILE
           END-IF
           MOVE SPACES TO WS-RUNSTAT-OUTCOME
           STRING "Archived alerts " WS-AQ-ARCHIVED
               " acks " WS-AH-ARCHIVED " audit " WS-SA-ARCHIVED
               DELIMITED BY SIZE INTO WS-RUNSTAT-OUTCOME
           PERFORM WRITE-RUN-END
           STOP RUN.

      * Replaces the compiled-in retention settings with the ones
                           MOVE HKPARM-SUSP-ARCHIVE
                               TO WS-SUSP-ARCHIVE
                       END-IF
                       IF HKPARM-QUALITY-MONTHS NUMERIC
                           AND HKPARM-QUALITY-MONTHS > 0
                           MOVE HKPARM-QUALITY-MONTHS
                               TO WS-QUALITY-MONTHS
                       END-IF
               END-READ
               CLOSE HKPARM-FILE
           END-IF.
               PERFORM BACK-ONE-DAY
           END-PERFORM.

      * Works out the first month of acknowledgment history and
      * release audit kept: the current month less the retention
      * months, counted as months since year zero so the year rolls
      * back with them.
       COMPUTE-QUALITY-CUTOFF.
           MOVE WS-CURRENT-DATE TO WS-WORK-DATE
           COMPUTE WS-MONTH-SERIAL = WS-WD-YEAR * 12 + WS-WD-MONTH
               - 1 - WS-QUALITY-MONTHS
           DIVIDE WS-MONTH-SERIAL BY 12 GIVING WS-QC-YEAR
               REMAINDER WS-QC-MONTH
           ADD 1 TO WS-QC-MONTH.

      * Steps WS-WORK-DATE back one calendar day.
       BACK-ONE-DAY.
           IF WS-WD-DAY > 1
               END-IF
           END-IF.

      * Copies the acknowledgment history through to XFERAKHN,
      * archiving the records from months before the quality
      * cutoff to XFERAKAR.  No history means NETWORKING has not
      * kept any yet - nothing to do.
       HOUSEKEEP-ACK-HISTORY.
           OPEN INPUT ACKHIST-IN-FILE
           IF WS-XFERAKH-STATUS NOT = "00"
               DISPLAY "[INFO ] XFERAKH not present, acknowledgment "
                   "history untouched"
           ELSE
               OPEN OUTPUT ACKHIST-OUT-FILE
               OPEN EXTEND ACKHIST-ARC-FILE
               IF WS-XFERAKAR-STATUS = "35"
                   OPEN OUTPUT ACKHIST-ARC-FILE
               END-IF
               IF WS-XFERAKHN-STATUS NOT = "00"
                   OR WS-XFERAKAR-STATUS NOT = "00"
                   DISPLAY "[ERROR] XFERAKHN/XFERAKAR unavailable, "
                       "status " WS-XFERAKHN-STATUS " "
                       WS-XFERAKAR-STATUS " - history untouched"
                   MOVE 16 TO RETURN-CODE
                   CLOSE ACKHIST-IN-FILE
               ELSE
                   PERFORM UNTIL WS-ACKHIST-EOF-YES
                       READ ACKHIST-IN-FILE
                           AT END
                               SET WS-ACKHIST-EOF-YES TO TRUE
                           NOT AT END
                               PERFORM AGE-ONE-ACK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE ACKHIST-IN-FILE
                   CLOSE ACKHIST-OUT-FILE
                   CLOSE ACKHIST-ARC-FILE
               END-IF
           END-IF.

      * Routes the acknowledgment record just read by the month it
      * was written in.
       AGE-ONE-ACK-RECORD.
           IF ACKHIST-IN-DATE(1:6) < WS-QUALITY-CUTOFF
               MOVE ACKHIST-IN-RECORD TO ACKHIST-ARC-RECORD
               WRITE ACKHIST-ARC-RECORD
               ADD 1 TO WS-AH-ARCHIVED
           ELSE
               MOVE ACKHIST-IN-RECORD TO ACKHIST-OUT-RECORD
               WRITE ACKHIST-OUT-RECORD
               ADD 1 TO WS-AH-KEPT
           END-IF.

      * Copies the release audit through to SUSPAUDN, archiving the
      * records from months before the quality cutoff to SUSPAUAR.
       HOUSEKEEP-RELEASE-AUDIT.
           OPEN INPUT SUSPAUD-IN-FILE
           IF WS-SUSPAUD-STATUS NOT = "00"
               DISPLAY "[INFO ] SUSPAUD not present, release audit "
                   "untouched"
           ELSE
               OPEN OUTPUT SUSPAUD-OUT-FILE
               OPEN EXTEND SUSPAUD-ARC-FILE
               IF WS-SUSPAUAR-STATUS = "35"
                   OPEN OUTPUT SUSPAUD-ARC-FILE
               END-IF
               IF WS-SUSPAUDN-STATUS NOT = "00"
                   OR WS-SUSPAUAR-STATUS NOT = "00"
                   DISPLAY "[ERROR] SUSPAUDN/SUSPAUAR unavailable, "
                       "status " WS-SUSPAUDN-STATUS " "
                       WS-SUSPAUAR-STATUS " - audit untouched"
                   MOVE 16 TO RETURN-CODE
                   CLOSE SUSPAUD-IN-FILE
               ELSE
                   PERFORM UNTIL WS-SUSPAUD-EOF-YES
                       READ SUSPAUD-IN-FILE
                           AT END
                               SET WS-SUSPAUD-EOF-YES TO TRUE
                           NOT AT END
                               PERFORM AGE-ONE-AUDIT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SUSPAUD-IN-FILE
                   CLOSE SUSPAUD-OUT-FILE
                   CLOSE SUSPAUD-ARC-FILE
               END-IF
           END-IF.

      * Routes the audit record just read by the month the
      * disposition was applied in.
       AGE-ONE-AUDIT-RECORD.
           IF SUSPAUD-IN-DATE(1:6) < WS-QUALITY-CUTOFF
               MOVE SUSPAUD-IN-RECORD TO SUSPAUD-ARC-RECORD
               WRITE SUSPAUD-ARC-RECORD
               ADD 1 TO WS-SA-ARCHIVED
           ELSE
               MOVE SUSPAUD-IN-RECORD TO SUSPAUD-OUT-RECORD
               WRITE SUSPAUD-OUT-RECORD
               ADD 1 TO WS-SA-KEPT
           END-IF.

      * Writes the run's accounting to HKRPT and the job log: what
      * was archived and purged where, under which cutoffs.
       WRITE-RUN-SUMMARY.
           MOVE SPACES TO HKRPT-LINE
           STRING "SUSPENSE RECORDS ARCHIVED . . . . : "
               WS-COUNT-DISP DELIMITED BY SIZE INTO HKRPT-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-AH-ARCHIVED TO WS-COUNT-DISP
           MOVE SPACES TO HKRPT-LINE
           STRING "ACK HISTORY ARCHIVED (BEFORE "
               WS-QUALITY-CUTOFF ") . : " WS-COUNT-DISP
               DELIMITED BY SIZE INTO HKRPT-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-AH-KEPT TO WS-COUNT-DISP
           MOVE SPACES TO HKRPT-LINE
           STRING "ACK HISTORY KEPT . . . . . . . . : "
               WS-COUNT-DISP DELIMITED BY SIZE INTO HKRPT-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-SA-ARCHIVED TO WS-COUNT-DISP
           MOVE SPACES TO HKRPT-LINE
           STRING "RELEASE AUDIT ARCHIVED (BEFORE "
               WS-QUALITY-CUTOFF "): " WS-COUNT-DISP
               DELIMITED BY SIZE INTO HKRPT-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-SA-KEPT TO WS-COUNT-DISP
           MOVE SPACES TO HKRPT-LINE
           STRING "RELEASE AUDIT KEPT . . . . . . . : "
               WS-COUNT-DISP DELIMITED BY SIZE INTO HKRPT-LINE
           PERFORM WRITE-SUMMARY-LINE.

      * Stamps the summary with the run it came from.
           IF WS-HKRPT-STATUS = "00"
               WRITE HKRPT-LINE
           END-IF.

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
      * today as its business date, environment "*ALL" - the files
      * it keeps hold every environment's records - and the time it
      * started.  The record stays "running" until WRITE-RUN-END
      * rewrites it, so a run that never gets there shows up on the
      * board as overrunning.
       WRITE-RUN-START.
           PERFORM OPEN-RUN-STATUS
           IF WS-RUNSTAT-STATUS = "00"
               MOVE SPACES TO RUNSTAT-RECORD
               ACCEPT RUNSTAT-BUS-DATE FROM DATE YYYYMMDD
               MOVE "*ALL" TO RUNSTAT-ENV-ID
               MOVE "NETHKEEP" TO RUNSTAT-PROGRAM
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
