      * CREDCHK - Daily certificate and credential expiry check.
      *
      * Sessions to partner endpoints depend on certificates, logins
      * and keys that expire, and an expiry nobody saw coming shows
      * up as nothing better than a night of connect failures.  This
      * job reads every entry on the CREDREG register (see
      * CREDREC.cpy), kept through NETMNT's PF2 screen, and raises
      * the heads-up on ALERTQ while there is still time to renew:
      *   - a WARN as a credential comes within each of the lead
      *     times (by default 30, 14 and 7 days out), once per lead
      *     time - the lead time warned is kept on the entry, so a
      *     skipped day still warns the next and no day warns twice;
      *   - an ERROR every day once it has expired (from its expiry
      *     date on), which the ALERTDSP drain pages immediately,
      *     until the entry is renewed or removed.
      * Each alert names the environment, candidate host, credential
      * type and the owner to chase.
      *
      * PARM (optional, positional): up to three lead times in days,
      * three digits each, largest first - e.g. 060,030,010.  No PARM
      * keeps 030,014,007.
      *
      * Return codes: 0 nothing due, 4 expiry warnings raised, 8 at
      * least one credential expired, 16 CREDREG unavailable.
      *
      * The run is put on the nightly control board (RUNSTAT, see
      * RUNSTREC.cpy) as it starts and again as it ends, with the
      * counts warned and expired as its outcome.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDCHK.
       AUTHOR. TOKENSAVE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The register, opened I-O so the lead time warned can be
      * kept on each entry.
           SELECT CREDREG-FILE ASSIGN TO "CREDREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREDREG-KEY
               FILE STATUS IS WS-CREDREG-STATUS.
      * The same operator alert queue NETWORKING writes to, appended
      * here so the ALERTDSP drain routes the warnings.
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
       FD  CREDREG-FILE.
       COPY CREDREC.

       FD  ALERT-QUEUE-FILE.
       COPY ALRTQREC.

       FD  RUN-STATUS-FILE.
       COPY RUNSTREC.

       WORKING-STORAGE SECTION.
      * File status fields, checked right after OPEN.
       01 WS-CREDREG-STATUS      PIC X(02) VALUE "00".
       01 WS-ALERTQ-STATUS       PIC X(02) VALUE "00".
       01 WS-ALERTQ-OPENED       PIC X(01) VALUE "N".
      * End-of-file switch for the register sweep.
       01 WS-CREDREG-EOF         PIC X(01) VALUE "N".
           88 WS-CREDREG-EOF-YES     VALUE "Y".
      * Job name stamped on every alert queue record.
       01 WS-JOB-NAME            PIC X(08) VALUE "CREDCHK1".
      * Per-run sequence folded into each alert's identifier, so two
      * alerts raised in the same second still get distinct ids for
      * the PAGEOUT acknowledgment loop to match on.
       01 WS-ALERT-SEQ           PIC 9(02) VALUE 0.
      * Current date/time, stamped on every alert queue record.
       01 WS-CURRENT-DATE        PIC 9(08).
       01 WS-CURRENT-TIME        PIC 9(08).
      * Severity and text of the alert being raised.
       01 WS-ALERT-SEVERITY      PIC X(05).
       01 WS-ALERT-MESSAGE       PIC X(256).
      * Lead times in days, largest first; zero leaves a slot
      * unused.  Defaults below, replaced by the PARM's.
       01 WS-LEAD-TEXT           PIC X(09) VALUE "030014007".
       01 WS-LEAD-TABLE REDEFINES WS-LEAD-TEXT.
           05 WS-LEAD-DAYS           OCCURS 3 TIMES
                                     PIC 9(03).
       01 WS-LEAD-SUB            PIC 9(01).
       01 WS-LEAD-GIVEN          PIC 9(01) VALUE 0.
      * Today as a day number, and for the entry being checked the
      * days left to its expiry date (zero or less once expired),
      * the smallest lead time that covers them, and the lead time
      * already warned on the entry.
       01 WS-TODAY               PIC X(08).
       01 WS-TODAY-DAYNUM        PIC 9(07).
       01 WS-DAYS-LEFT           PIC S9(07).
       01 WS-DAYS-DISP           PIC ZZ9.
       01 WS-DUE-LEAD            PIC 9(03).
       01 WS-DUE-FOUND           PIC X(01).
       01 WS-WARNED-LEAD         PIC 9(03).
      * Counts for the end-of-job line and the control board.
       01 WS-CRED-CHECKED        PIC 9(05) VALUE 0.
       01 WS-CRED-WARNED         PIC 9(05) VALUE 0.
       01 WS-CRED-EXPIRED        PIC 9(05) VALUE 0.
       01 WS-CRED-SKIPPED        PIC 9(05) VALUE 0.
      * Day-number arithmetic: the date in, its day number and day
      * of the week out (COMPUTE-DAY-NUMBER), with the pieces of
      * the calculation, each divided out separately so every step
      * truncates the way the formula needs.
       01 WS-DN-DATE.
           05 WS-DN-YEAR             PIC 9(04).
           05 WS-DN-MONTH            PIC 9(02).
           05 WS-DN-DAY              PIC 9(02).
       01 WS-DN-DAYNUM           PIC 9(07).
       01 WS-DN-WEEKDAY          PIC 9(01).
       01 WS-DN-A                PIC 9(01).
       01 WS-DN-Y                PIC 9(05).
       01 WS-DN-M                PIC 9(02).
       01 WS-DN-T1               PIC 9(05).
       01 WS-DN-T2               PIC 9(05).
       01 WS-DN-T3               PIC 9(05).
       01 WS-DN-T4               PIC 9(05).
       01 WS-DN-QUOT             PIC 9(07).
       01 WS-DN-REM              PIC 9(01).
      * Run control file status, and the key of this run's record -
      * kept from the start record so the end record rewrites the
      * same one; spaces when the start record could not be written.
       01 WS-RUNSTAT-STATUS      PIC X(02) VALUE "00".
       01 WS-RUNSTAT-KEY         PIC X(32) VALUE SPACES.
       01 WS-RUNSTAT-OUTCOME     PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM - up to three lead times; see above.
       01 LS-PARM-AREA.
           05 LS-PARM-LENGTH        PIC S9(04) COMP.
           05 LS-PARM-LEAD-ENTRY    OCCURS 3 TIMES.
               10 LS-PARM-LEAD          PIC X(03).
               10 FILLER                PIC X(01).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROGRAM.
           PERFORM WRITE-RUN-START
           PERFORM READ-PARM
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAYNUM TO WS-TODAY-DAYNUM
           OPEN I-O CREDREG-FILE
           IF WS-CREDREG-STATUS = "35"
               DISPLAY "[INFO ] CREDREG not present, no credential "
                   "registered"
               MOVE "CREDREG not present, nothing registered"
                   TO WS-RUNSTAT-OUTCOME
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF
           IF WS-CREDREG-STATUS NOT = "00"
               DISPLAY "[ERROR] CREDREG not available, status "
                   WS-CREDREG-STATUS ", nothing checked"
               MOVE 16 TO RETURN-CODE
               MOVE "CREDREG not available, nothing checked"
                   TO WS-RUNSTAT-OUTCOME
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF
           PERFORM CHECK-ALL-CREDENTIALS
           CLOSE CREDREG-FILE
           IF WS-ALERTQ-OPENED = "Y"
               CLOSE ALERT-QUEUE-FILE
           END-IF
           DISPLAY "CREDCHK: " WS-CRED-CHECKED " checked, "
               WS-CRED-WARNED " warned, " WS-CRED-EXPIRED
               " expired, " WS-CRED-SKIPPED " skipped"
           IF WS-CRED-EXPIRED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CRED-WARNED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE SPACES TO WS-RUNSTAT-OUTCOME
           STRING WS-CRED-CHECKED " checked, "
               WS-CRED-WARNED " warned, "
               WS-CRED-EXPIRED " expired"
               DELIMITED BY SIZE INTO WS-RUNSTAT-OUTCOME
           PERFORM WRITE-RUN-END
           STOP RUN.

      * Takes the lead times off the PARM where it carries them.
      * Each must be 001-999 and smaller than the one before; a PARM
      * with any that is not keeps the defaults whole, since a
      * half-taken set would warn on a schedule nobody asked for.
       READ-PARM.
           IF LS-PARM-LENGTH > 2
               MOVE "000000000" TO WS-LEAD-TEXT
               PERFORM VARYING WS-LEAD-SUB FROM 1 BY 1
                   UNTIL WS-LEAD-SUB > 3
                       OR LS-PARM-LENGTH < WS-LEAD-SUB * 4 - 1
                   IF LS-PARM-LEAD(WS-LEAD-SUB) NUMERIC
                       AND LS-PARM-LEAD(WS-LEAD-SUB) > "000"
                       MOVE LS-PARM-LEAD(WS-LEAD-SUB)
                           TO WS-LEAD-DAYS(WS-LEAD-SUB)
                       IF WS-LEAD-GIVEN NOT = 9
                           MOVE WS-LEAD-SUB TO WS-LEAD-GIVEN
                       END-IF
                   ELSE
                       MOVE 9 TO WS-LEAD-GIVEN
                   END-IF
               END-PERFORM
               IF WS-LEAD-GIVEN = 2
                   AND WS-LEAD-DAYS(2) NOT < WS-LEAD-DAYS(1)
                   MOVE 9 TO WS-LEAD-GIVEN
               END-IF
               IF WS-LEAD-GIVEN = 3
                   AND (WS-LEAD-DAYS(2) NOT < WS-LEAD-DAYS(1)
                       OR WS-LEAD-DAYS(3) NOT < WS-LEAD-DAYS(2))
                   MOVE 9 TO WS-LEAD-GIVEN
               END-IF
               IF WS-LEAD-GIVEN = 9 OR WS-LEAD-GIVEN = 0
                   MOVE "030014007" TO WS-LEAD-TEXT
                   DISPLAY "[WARN ] PARM lead times not NNN,NNN,NNN "
                       "largest first, using 030,014,007"
               END-IF
           END-IF
           DISPLAY "[INFO ] Lead times " WS-LEAD-DAYS(1) " "
               WS-LEAD-DAYS(2) " " WS-LEAD-DAYS(3) " days".

      * Sweeps every entry on the register.
       CHECK-ALL-CREDENTIALS.
           MOVE LOW-VALUES TO CREDREG-KEY
           START CREDREG-FILE
               KEY IS NOT LESS THAN CREDREG-KEY
               INVALID KEY
                   SET WS-CREDREG-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-CREDREG-EOF-YES
               READ CREDREG-FILE NEXT RECORD
                   AT END
                       SET WS-CREDREG-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM CHECK-CREDENTIAL
               END-READ
           END-PERFORM.

      * Works out how long the entry just read has left and raises
      * what that calls for.  An expiry date that is not a plausible
      * YYYYMMDD (NETMNT will not key one, but the file can be
      * loaded by hand) is reported and skipped.
       CHECK-CREDENTIAL.
           ADD 1 TO WS-CRED-CHECKED
           IF CREDREG-EXPIRY-DATE NOT NUMERIC
               OR CREDREG-EXPIRY-DATE(5:2) < "01"
               OR CREDREG-EXPIRY-DATE(5:2) > "12"
               OR CREDREG-EXPIRY-DATE(7:2) < "01"
               OR CREDREG-EXPIRY-DATE(7:2) > "31"
               ADD 1 TO WS-CRED-SKIPPED
               DISPLAY "[WARN ] " CREDREG-ENV-ID " host "
                   CREDREG-HOST-INDEX " " CREDREG-CRED-TYPE
                   " expiry date " CREDREG-EXPIRY-DATE
                   " not valid, not checked"
           ELSE
               MOVE CREDREG-EXPIRY-DATE TO WS-DN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               COMPUTE WS-DAYS-LEFT = WS-DN-DAYNUM - WS-TODAY-DAYNUM
               IF WS-DAYS-LEFT NOT > 0
                   PERFORM RAISE-EXPIRED-ALERT
               ELSE
                   PERFORM RAISE-EXPIRY-WARNING
               END-IF
           END-IF.

      * Raises the daily ERROR for an expired credential - sessions
      * to the host fail until it is renewed, so it is not let drop
      * after the first day - and marks the entry as having had it.
       RAISE-EXPIRED-ALERT.
           ADD 1 TO WS-CRED-EXPIRED
           DISPLAY "[ERROR] " CREDREG-ENV-ID " host "
               CREDREG-HOST-INDEX " " CREDREG-CRED-TYPE " expired "
               CREDREG-EXPIRY-DATE
           MOVE "ERROR" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "Credential expired: " CREDREG-ENV-ID " host "
               CREDREG-HOST-INDEX " " CREDREG-CRED-TYPE " expired "
               CREDREG-EXPIRY-DATE ", sessions will fail until "
               "renewed - owner " CREDREG-OWNER
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           PERFORM SEND-ALERT
           MOVE "000" TO CREDREG-WARNED-LEAD
           PERFORM REWRITE-CREDENTIAL.

      * Finds the smallest lead time the days left fall within and,
      * when the entry has not yet been warned at that lead time or
      * a smaller one, raises the WARN and notes it on the entry.
       RAISE-EXPIRY-WARNING.
           MOVE "N" TO WS-DUE-FOUND
           MOVE 0 TO WS-DUE-LEAD
           PERFORM VARYING WS-LEAD-SUB FROM 1 BY 1
               UNTIL WS-LEAD-SUB > 3
               IF WS-LEAD-DAYS(WS-LEAD-SUB) > 0
                   AND WS-DAYS-LEFT NOT > WS-LEAD-DAYS(WS-LEAD-SUB)
                   MOVE "Y" TO WS-DUE-FOUND
                   MOVE WS-LEAD-DAYS(WS-LEAD-SUB) TO WS-DUE-LEAD
               END-IF
           END-PERFORM
           IF CREDREG-WARNED-LEAD NUMERIC
               MOVE CREDREG-WARNED-LEAD TO WS-WARNED-LEAD
           ELSE
               MOVE 999 TO WS-WARNED-LEAD
           END-IF
           IF WS-DUE-FOUND = "Y"
               AND WS-DUE-LEAD < WS-WARNED-LEAD
               ADD 1 TO WS-CRED-WARNED
               MOVE WS-DAYS-LEFT TO WS-DAYS-DISP
               DISPLAY "[WARN ] " CREDREG-ENV-ID " host "
                   CREDREG-HOST-INDEX " " CREDREG-CRED-TYPE
                   " expires " CREDREG-EXPIRY-DATE ", in "
                   WS-DAYS-DISP " days"
               MOVE "WARN" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "Credential expiring: " CREDREG-ENV-ID " host "
                   CREDREG-HOST-INDEX " " CREDREG-CRED-TYPE
                   " expires " CREDREG-EXPIRY-DATE ", in "
                   WS-DAYS-DISP " days - owner " CREDREG-OWNER
                   DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               PERFORM SEND-ALERT
               MOVE WS-DUE-LEAD TO CREDREG-WARNED-LEAD
               PERFORM REWRITE-CREDENTIAL
           END-IF.

      * Stamps today on the entry just alerted on and rewrites it.
      * A rewrite that fails only means the alert may be raised again
      * tomorrow; it is reported and the sweep goes on.
       REWRITE-CREDENTIAL.
           MOVE WS-TODAY TO CREDREG-WARNED-DATE
           REWRITE CREDREG-RECORD
               INVALID KEY
                   DISPLAY "[WARN ] " CREDREG-ENV-ID " host "
                       CREDREG-HOST-INDEX " " CREDREG-CRED-TYPE
                       " CREDREG rewrite failed, status "
                       WS-CREDREG-STATUS
           END-REWRITE.

      * Works out the day number of WS-DN-DATE (the Julian day
      * number, so two dates subtract to the days between them) and
      * its day of the week, 1 = Monday.
       COMPUTE-DAY-NUMBER.
           IF WS-DN-MONTH < 3
               MOVE 1 TO WS-DN-A
           ELSE
               MOVE 0 TO WS-DN-A
           END-IF
           COMPUTE WS-DN-Y = WS-DN-YEAR + 4800 - WS-DN-A
           COMPUTE WS-DN-M = WS-DN-MONTH + 12 * WS-DN-A - 3
           COMPUTE WS-DN-T1 = 153 * WS-DN-M + 2
           DIVIDE WS-DN-T1 BY 5 GIVING WS-DN-T1
           DIVIDE WS-DN-Y BY 4 GIVING WS-DN-T2
           DIVIDE WS-DN-Y BY 100 GIVING WS-DN-T3
           DIVIDE WS-DN-Y BY 400 GIVING WS-DN-T4
           COMPUTE WS-DN-DAYNUM = WS-DN-DAY + WS-DN-T1
               + 365 * WS-DN-Y + WS-DN-T2 - WS-DN-T3 + WS-DN-T4
               - 32045
           DIVIDE WS-DN-DAYNUM BY 7 GIVING WS-DN-QUOT
               REMAINDER WS-DN-REM
           COMPUTE WS-DN-WEEKDAY = WS-DN-REM + 1.

      * Appends one record to the operator alert queue, opening it on
      * the first alert of the run - the queue is shared with the
      * other jobs, so it is extended rather than rewritten; a queue
      * that does not exist yet (status 35) is created, since the
      * alerts are the whole product of this run.
       SEND-ALERT.
           IF WS-ALERTQ-OPENED = "N"
               OPEN EXTEND ALERT-QUEUE-FILE
               IF WS-ALERTQ-STATUS = "35"
                   OPEN OUTPUT ALERT-QUEUE-FILE
               END-IF
               IF WS-ALERTQ-STATUS = "00"
                   MOVE "Y" TO WS-ALERTQ-OPENED
               ELSE
                   DISPLAY "[WARN ] ALERTQ not available, expiry "
                       "alert not raised"
               END-IF
           END-IF
           IF WS-ALERTQ-OPENED = "Y"
               MOVE SPACES TO ALERTQ-RECORD
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-JOB-NAME TO ALERTQ-JOB-NAME
               MOVE WS-CURRENT-DATE TO ALERTQ-DATE
               MOVE WS-CURRENT-TIME TO ALERTQ-TIME
               MOVE WS-ALERT-SEVERITY TO ALERTQ-SEVERITY
               MOVE WS-ALERT-MESSAGE TO ALERTQ-MESSAGE
               IF WS-ALERT-SEQ = 99
                   MOVE 0 TO WS-ALERT-SEQ
               END-IF
               ADD 1 TO WS-ALERT-SEQ
               MOVE WS-CURRENT-DATE TO ALERTQ-ALERT-ID(1:8)
               MOVE WS-CURRENT-TIME TO ALERTQ-ALERT-ID(9:8)
               MOVE WS-ALERT-SEQ TO ALERTQ-ALERT-ID(17:2)
               SET ALERTQ-PENDING TO TRUE
               WRITE ALERTQ-RECORD
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

      * Puts this run on the nightly control board as started: today
      * as its business date, "*ALL" as its environment - the
      * register is checked whole - and the time it started.  The
      * record stays "running" until WRITE-RUN-END rewrites it, so a
      * run that never gets there shows up on the board as
      * overrunning.
       WRITE-RUN-START.
           PERFORM OPEN-RUN-STATUS
           IF WS-RUNSTAT-STATUS = "00"
               MOVE SPACES TO RUNSTAT-RECORD
               ACCEPT RUNSTAT-BUS-DATE FROM DATE YYYYMMDD
               MOVE "*ALL" TO RUNSTAT-ENV-ID
               MOVE "CREDCHK" TO RUNSTAT-PROGRAM
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
