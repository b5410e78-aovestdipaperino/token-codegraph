      * QUALRPT - Monthly partner data-quality scorecard.
      *
      * NETRPT covers how the connection behaved; this report covers
      * the quality of what each partner actually sent, per
      * environment and per dataset, month over month, for the
      * monthly service review:
      *   - nights expected (the environment's NETCFG-EXPECT-DAYS
      *     calendar less the HOLIDAYS dates) against nights the
      *     feed arrived, NETWORKING's FD01 missing-feed events
      *     being the nights it did not;
      *   - transfer-window nights met and missed (WM01 / WX01);
      *   - records for datasets no manifest carried, off the
      *     XFERACK trailers;
      *   - nights each dataset reconciled OK, MISMATCH or REFUSED,
      *     with its quarantine, duplicate and missing-sequence
      *     totals, off the XFERACK details - a night rerun counted
      *     once, on the rerun's figures;
      *   - how its quarantined records were resolved - released,
      *     corrected or rejected - off the SUSPAUD release audit,
      *     against the month the records were received for.
      *
      * XFERACK itself goes back to the partner every night, so the
      * verdicts are read from NETWORKING's XFERAKH history; XFERAKH
      * and SUSPAUD are kept by the month by NETHKEEP.  NETLOG is
      * whatever generations the JCL concatenates for the months
      * reported, read on its structured event codes as NETRPT does
      * (see the catalog in NETLOGRC.cpy).  The same figures go to
      * the QUALEXT extract (QUALXREC.cpy) for the partner.
      *
      * PARM (all optional, positional): the last month reported as
      * YYYYMM, the number of months ending with it (01-12), and one
      * environment to report on - e.g. 202609,03,PROD.  Defaults:
      * the last complete month, three months, every environment.
      *
      * Return codes: 0 report produced, 4 produced but some input
      * was missing or a table overflowed (the report says which),
      * 16 report or extract could not be written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALRPT.
       AUTHOR. TOKENSAVE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Connection parameters - read for each environment's
      * expected-nights calendar.
           SELECT NETCFG-FILE ASSIGN TO "NETCFG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NETCFG-ENV-ID
               FILE STATUS IS WS-NETCFG-STATUS.
      * The same holiday exception calendar NETWORKING's expected-
      * feed check reads - a listed date owes no manifest.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT NETLOG-FILE ASSIGN TO "NETLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NETLOG-STATUS.
      * NETWORKING's acknowledgment history.
           SELECT ACK-HIST-FILE ASSIGN TO "XFERAKH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERAKH-STATUS.
      * SUSPREL's release audit.
           SELECT AUDIT-FILE ASSIGN TO "SUSPAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPAUD-STATUS.
           SELECT QUALRPT-FILE ASSIGN TO "QUALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUALRPT-STATUS.
      * Machine-readable copy of the scorecard for the partner.
           SELECT QUALEXT-FILE ASSIGN TO "QUALEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUALEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NETCFG-FILE.
       COPY NETCFGRC.

       FD  HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
           05 HOLIDAY-DATE           PIC X(08).

       FD  NETLOG-FILE.
       COPY NETLOGRC.

       FD  ACK-HIST-FILE.
       COPY XFERAREC.

       FD  AUDIT-FILE.
       COPY SUSPAREC.

       FD  QUALRPT-FILE.
       01 QUALRPT-LINE           PIC X(80).

       FD  QUALEXT-FILE.
       COPY QUALXREC.

       WORKING-STORAGE SECTION.
      * File status fields, checked right after OPEN.
       01 WS-NETCFG-STATUS       PIC X(02) VALUE "00".
       01 WS-HOLIDAY-STATUS      PIC X(02) VALUE "00".
       01 WS-NETLOG-STATUS       PIC X(02) VALUE "00".
       01 WS-XFERAKH-STATUS      PIC X(02) VALUE "00".
       01 WS-SUSPAUD-STATUS      PIC X(02) VALUE "00".
       01 WS-QUALRPT-STATUS      PIC X(02) VALUE "00".
       01 WS-QUALEXT-STATUS      PIC X(02) VALUE "00".
      * End-of-file switches.
       01 WS-NETCFG-EOF          PIC X(01) VALUE "N".
           88 WS-NETCFG-EOF-YES      VALUE "Y".
       01 WS-HOLIDAY-EOF         PIC X(01) VALUE "N".
           88 WS-HOLIDAY-EOF-YES     VALUE "Y".
       01 WS-NETLOG-EOF          PIC X(01) VALUE "N".
           88 WS-NETLOG-EOF-YES      VALUE "Y".
       01 WS-XFERAKH-EOF         PIC X(01) VALUE "N".
           88 WS-XFERAKH-EOF-YES     VALUE "Y".
       01 WS-SUSPAUD-EOF         PIC X(01) VALUE "N".
           88 WS-SUSPAUD-EOF-YES     VALUE "Y".
      * Which inputs could not be read - each one leaves figures
      * out, which the report heading says and RC 4 flags.
       01 WS-NETCFG-MISSING      PIC X(01) VALUE "N".
       01 WS-NETLOG-MISSING      PIC X(01) VALUE "N".
       01 WS-XFERAKH-MISSING     PIC X(01) VALUE "N".
       01 WS-SUSPAUD-MISSING     PIC X(01) VALUE "N".
      * Today, and the run's return code (worst wins).
       01 WS-CURRENT-DATE        PIC 9(08).
       01 WS-RUN-RC              PIC 9(02) VALUE 0.

      * The PARM, once validated: last month reported, how many
      * months, and the environment ("*ALL" for every one).
       01 WS-END-MONTH.
           05 WS-END-YEAR            PIC 9(04).
           05 WS-END-MON             PIC 9(02).
       01 WS-MONTHS-WANTED       PIC 9(02) VALUE 3.
       01 WS-ENV-FILTER          PIC X(08) VALUE "*ALL".
      * Months as a count since year zero, for stepping back across
      * a year end.
       01 WS-MONTH-SERIAL        PIC 9(06).
       01 WS-MONTH-STEP          PIC 9(02).

      * The months reported, oldest first.
       01 WS-MONTH-COUNT         PIC 9(02) VALUE 0.
       01 WS-MONTH-INDEX         PIC 9(02).
       01 WS-MONTH-FOUND         PIC X(01).
       01 WS-MONTH-TABLE.
           05 WS-RPT-MONTH           OCCURS 12 TIMES.
               10 WS-RPT-YEAR            PIC 9(04).
               10 WS-RPT-MON             PIC 9(02).
      * The month of the record being folded in (YYYYMM).
       01 WS-REC-MONTH           PIC X(06).

      * Holiday dates, as NETWORKING loads them.
       01 WS-HOLIDAY-COUNT       PIC 9(03) VALUE 0.
       01 WS-HOLIDAY-INDEX       PIC 9(03).
       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-ENTRY       OCCURS 100 TIMES
                                     PIC X(08).
       01 WS-IS-HOLIDAY          PIC X(01).

      * One entry per environment reported: its NETCFG calendar,
      * the last night an FD01 and a window event were counted for
      * it (a rerun logging them again that night is not counted
      * twice), the last night a session trailer's unknown-dataset
      * count was counted and what it was (a rerun's trailer for the
      * same night replaces it), and its figures for each month
      * reported.
       01 WS-ENV-COUNT           PIC 9(02) VALUE 0.
       01 WS-ENV-INDEX           PIC 9(02).
       01 WS-ENV-FOUND           PIC X(01).
       01 WS-ENV-DROPPED         PIC 9(07) VALUE 0.
       01 WS-ENV-TABLE.
           05 WS-ENV-ENTRY           OCCURS 20 TIMES.
               10 WS-ENV-ID              PIC X(08).
               10 WS-ENV-ON-NETCFG       PIC X(01) VALUE "N".
               10 WS-ENV-EXPECT-DAYS     PIC X(07) VALUE SPACES.
               10 WS-ENV-LAST-FD01       PIC X(08) VALUE SPACES.
               10 WS-ENV-LAST-WINDOW     PIC X(08) VALUE SPACES.
               10 WS-ENV-LAST-TRAILER    PIC X(08) VALUE SPACES.
               10 WS-ENV-LAST-UNKNOWN    PIC 9(08) VALUE 0.
               10 WS-ENV-MONTH           OCCURS 12 TIMES.
                   15 WS-EM-EXPECTED         PIC 9(03) VALUE 0.
                   15 WS-EM-MISSING          PIC 9(03) VALUE 0.
                   15 WS-EM-WDW-MET          PIC 9(03) VALUE 0.
                   15 WS-EM-WDW-MISSED       PIC 9(03) VALUE 0.
                   15 WS-EM-UNKNOWN          PIC 9(08) VALUE 0.
      * The environment a record belongs to, for the lookup.
       01 WS-LOOKUP-ENV-ID       PIC X(08).

      * One entry per environment and dataset reported: the last
      * night an acknowledgment was counted for it and what that
      * night added - so a rerun's acknowledgment for the same night
      * replaces the night's figures instead of adding to them - and
      * its figures for each month.
       01 WS-DS-COUNT            PIC 9(03) VALUE 0.
       01 WS-DS-INDEX            PIC 9(03).
       01 WS-DS-FOUND            PIC X(01).
       01 WS-DS-DROPPED          PIC 9(07) VALUE 0.
       01 WS-DS-TABLE.
           05 WS-DS-ENTRY            OCCURS 200 TIMES.
               10 WS-DS-ENV-ID           PIC X(08).
               10 WS-DS-NAME             PIC X(08).
               10 WS-DS-LAST-DATE        PIC X(08) VALUE SPACES.
               10 WS-DS-LAST-VERDICT     PIC X(08) VALUE SPACES.
               10 WS-DS-LAST-QUARANTINE  PIC 9(08) VALUE 0.
               10 WS-DS-LAST-DUPS        PIC 9(08) VALUE 0.
               10 WS-DS-LAST-MISSING     PIC 9(08) VALUE 0.
               10 WS-DS-MONTH            OCCURS 12 TIMES.
                   15 WS-DM-OK               PIC 9(03) VALUE 0.
                   15 WS-DM-MISMATCH         PIC 9(03) VALUE 0.
                   15 WS-DM-REFUSED          PIC 9(03) VALUE 0.
                   15 WS-DM-QUARANTINE       PIC 9(08) VALUE 0.
                   15 WS-DM-DUPS             PIC 9(08) VALUE 0.
                   15 WS-DM-MISSING          PIC 9(08) VALUE 0.
                   15 WS-DM-RELEASED         PIC 9(08) VALUE 0.
                   15 WS-DM-CORRECTED        PIC 9(08) VALUE 0.
                   15 WS-DM-REJECTED         PIC 9(08) VALUE 0.
      * The dataset a record belongs to, for the lookup.
       01 WS-LOOKUP-DATASET      PIC X(08).

      * Release audit records carrying no environment - written
      * before SUSPREL carried it - skipped but reported.
       01 WS-AUDIT-UNATTRIBUTED  PIC 9(07) VALUE 0.

      * Walking a month's days for the expected-nights count.
       01 WS-DAY                 PIC 9(02).
       01 WS-MONTH-LEN           PIC 9(02).
       01 WS-LEAP-REM            PIC 9(04).
       01 WS-WEEKDAY             PIC 9(01).
       01 WS-CAL-DATE.
           05 WS-CAL-YEAR            PIC 9(04).
           05 WS-CAL-MONTH           PIC 9(02).
           05 WS-CAL-DAY             PIC 9(02).
      * Days in each month of a common year.
       01 WS-MONTH-DAYS-TEXT     PIC X(24)
                                 VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-TEXT.
           05 WS-MONTH-DAYS          OCCURS 12 TIMES
                                     PIC 9(02).
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

      * Nights received for the environment-month being written.
       01 WS-RECEIVED            PIC 9(03).
      * The month being written, as text.
       01 WS-MONTH-TEXT          PIC X(06).

      * Edited fields used to build report lines.
       01 WS-NIGHTS-DISP         PIC ZZ9.
       01 WS-RCVD-DISP           PIC ZZ9.
       01 WS-MISS-DISP           PIC ZZ9.
       01 WS-MET-DISP            PIC ZZ9.
       01 WS-WMISS-DISP          PIC ZZ9.
       01 WS-OK-DISP             PIC ZZ9.
       01 WS-MISM-DISP           PIC ZZ9.
       01 WS-REF-DISP            PIC ZZ9.
       01 WS-BIG-DISP            PIC ZZZ,ZZ9.
       01 WS-DUPS-DISP           PIC ZZZ,ZZ9.
       01 WS-GAPS-DISP           PIC ZZZ,ZZ9.
       01 WS-REL-DISP            PIC ZZ,ZZ9.
       01 WS-CORR-DISP           PIC ZZ,ZZ9.
       01 WS-REJ-DISP            PIC ZZ,ZZ9.
       01 WS-COUNT-DISP          PIC Z,ZZZ,ZZ9.

       LINKAGE SECTION.
      * JCL PARM - last month, months, environment; see above.
       01 LS-PARM-AREA.
           05 LS-PARM-LENGTH        PIC S9(04) COMP.
           05 LS-PARM-END-MONTH     PIC X(06).
           05 FILLER                PIC X(01).
           05 LS-PARM-MONTHS        PIC X(02).
           05 FILLER                PIC X(01).
           05 LS-PARM-ENV-ID        PIC X(08).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM READ-PARM
           PERFORM BUILD-MONTH-TABLE
           PERFORM OPEN-OUTPUT-FILES
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM LOAD-ENVIRONMENTS
           PERFORM READ-NETLOG-EVENTS
           PERFORM READ-ACK-HISTORY
           PERFORM READ-RELEASE-AUDIT
           PERFORM WRITE-REPORT
           CLOSE QUALRPT-FILE
           CLOSE QUALEXT-FILE
           DISPLAY "QUALRPT: " WS-ENV-COUNT " environment(s), "
               WS-DS-COUNT " dataset(s), " WS-MONTH-COUNT
               " month(s) reported"
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

      * Takes the report month, month count and environment off the
      * PARM where it carries them and they make sense; anything
      * else keeps the default - the last complete month, three
      * months, every environment.
       READ-PARM.
           MOVE WS-CURRENT-DATE(1:6) TO WS-END-MONTH
           IF WS-END-MON = 1
               SUBTRACT 1 FROM WS-END-YEAR
               MOVE 12 TO WS-END-MON
           ELSE
               SUBTRACT 1 FROM WS-END-MON
           END-IF
           IF LS-PARM-LENGTH > 5
               IF LS-PARM-END-MONTH NUMERIC
                   AND LS-PARM-END-MONTH(5:2) > "00"
                   AND LS-PARM-END-MONTH(5:2) < "13"
                   MOVE LS-PARM-END-MONTH TO WS-END-MONTH
               ELSE
                   DISPLAY "[WARN ] PARM month " LS-PARM-END-MONTH
                       " not YYYYMM, reporting to " WS-END-MONTH
               END-IF
           END-IF
           IF LS-PARM-LENGTH > 8
               IF LS-PARM-MONTHS NUMERIC
                   AND LS-PARM-MONTHS > "00"
                   AND LS-PARM-MONTHS < "13"
                   MOVE LS-PARM-MONTHS TO WS-MONTHS-WANTED
               ELSE
                   DISPLAY "[WARN ] PARM months " LS-PARM-MONTHS
                       " not 01-12, reporting " WS-MONTHS-WANTED
               END-IF
           END-IF
           IF LS-PARM-LENGTH > 10
               AND LS-PARM-ENV-ID NOT = SPACES
               MOVE LS-PARM-ENV-ID TO WS-ENV-FILTER
           END-IF.

      * Lays out the months reported, oldest first, stepping back
      * from the last month by whole months.
       BUILD-MONTH-TABLE.
           MOVE WS-MONTHS-WANTED TO WS-MONTH-COUNT
           PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
               UNTIL WS-MONTH-INDEX > WS-MONTH-COUNT
               COMPUTE WS-MONTH-STEP =
                   WS-MONTH-COUNT - WS-MONTH-INDEX
               COMPUTE WS-MONTH-SERIAL = WS-END-YEAR * 12
                   + WS-END-MON - 1 - WS-MONTH-STEP
               DIVIDE WS-MONTH-SERIAL BY 12
                   GIVING WS-RPT-YEAR(WS-MONTH-INDEX)
                   REMAINDER WS-RPT-MON(WS-MONTH-INDEX)
               ADD 1 TO WS-RPT-MON(WS-MONTH-INDEX)
           END-PERFORM.

      * Opens the report and the extract.  Without either there is
      * no scorecard to hand anyone, so the run stops with RC 16.
       OPEN-OUTPUT-FILES.
           OPEN OUTPUT QUALRPT-FILE
           OPEN OUTPUT QUALEXT-FILE
           IF WS-QUALRPT-STATUS NOT = "00"
               OR WS-QUALEXT-STATUS NOT = "00"
               DISPLAY "[ERROR] QUALRPT/QUALEXT not available, "
                   "status " WS-QUALRPT-STATUS " " WS-QUALEXT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Loads the holiday dates.  No file means no holidays, as it
      * does for NETWORKING; dates past the table are ignored.
       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS = "00"
               PERFORM UNTIL WS-HOLIDAY-EOF-YES
                   READ HOLIDAY-FILE
                       AT END
                           SET WS-HOLIDAY-EOF-YES TO TRUE
                       NOT AT END
                           IF WS-HOLIDAY-COUNT < 100
                               ADD 1 TO WS-HOLIDAY-COUNT
                               MOVE HOLIDAY-DATE TO
                                   WS-HOLIDAY-ENTRY(WS-HOLIDAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

      * Puts every environment on NETCFG (or the one the PARM
      * names) in the environment table with its calendar, and
      * works out its expected nights for each month.  Without
      * NETCFG no night is expected anywhere - the report says so.
       LOAD-ENVIRONMENTS.
           OPEN INPUT NETCFG-FILE
           IF WS-NETCFG-STATUS NOT = "00"
               DISPLAY "[WARN ] NETCFG not available, status "
                   WS-NETCFG-STATUS ", nights expected not counted"
               MOVE "Y" TO WS-NETCFG-MISSING
               MOVE 4 TO WS-RUN-RC
           ELSE
               IF WS-ENV-FILTER = "*ALL"
                   MOVE LOW-VALUES TO NETCFG-ENV-ID
                   START NETCFG-FILE
                       KEY IS NOT LESS THAN NETCFG-ENV-ID
                       INVALID KEY
                           SET WS-NETCFG-EOF-YES TO TRUE
                   END-START
                   PERFORM UNTIL WS-NETCFG-EOF-YES
                       READ NETCFG-FILE NEXT RECORD
                           AT END
                               SET WS-NETCFG-EOF-YES TO TRUE
                           NOT AT END
                               PERFORM LOAD-ONE-ENVIRONMENT
                       END-READ
                   END-PERFORM
               ELSE
                   MOVE WS-ENV-FILTER TO NETCFG-ENV-ID
                   READ NETCFG-FILE
                       INVALID KEY
                           DISPLAY "[WARN ] NETCFG record not found: "
                               WS-ENV-FILTER
                       NOT INVALID KEY
                           PERFORM LOAD-ONE-ENVIRONMENT
                   END-READ
               END-IF
               CLOSE NETCFG-FILE
           END-IF.

      * Adds the NETCFG record just read to the environment table
      * and counts its expected nights month by month.
       LOAD-ONE-ENVIRONMENT.
           MOVE NETCFG-ENV-ID TO WS-LOOKUP-ENV-ID
           PERFORM FIND-OR-ADD-ENV
           IF WS-ENV-INDEX > 0
               MOVE "Y" TO WS-ENV-ON-NETCFG(WS-ENV-INDEX)
               MOVE NETCFG-EXPECT-DAYS
                   TO WS-ENV-EXPECT-DAYS(WS-ENV-INDEX)
               IF NETCFG-EXPECT-DAYS NOT = SPACES
                   PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                       UNTIL WS-MONTH-INDEX > WS-MONTH-COUNT
                       PERFORM COUNT-EXPECTED-NIGHTS
                   END-PERFORM
               END-IF
           END-IF.

      * Counts the nights in the month at WS-MONTH-INDEX that the
      * environment at WS-ENV-INDEX owed a manifest: a weekday its
      * calendar flags Y that is not a holiday - the same test
      * NETWORKING's expected-feed check makes each night.  Nights
      * from today on have not been run yet and are not counted.
       COUNT-EXPECTED-NIGHTS.
           MOVE WS-RPT-YEAR(WS-MONTH-INDEX) TO WS-CAL-YEAR
           MOVE WS-RPT-MON(WS-MONTH-INDEX) TO WS-CAL-MONTH
           MOVE 1 TO WS-CAL-DAY
           PERFORM GET-MONTH-LENGTH
           MOVE WS-CAL-DATE TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DN-WEEKDAY TO WS-WEEKDAY
           PERFORM VARYING WS-DAY FROM 1 BY 1
               UNTIL WS-DAY > WS-MONTH-LEN
               MOVE WS-DAY TO WS-CAL-DAY
               IF WS-CAL-DATE < WS-CURRENT-DATE
                   AND WS-ENV-EXPECT-DAYS(WS-ENV-INDEX)
                       (WS-WEEKDAY:1) = "Y"
                   MOVE "N" TO WS-IS-HOLIDAY
                   PERFORM VARYING WS-HOLIDAY-INDEX FROM 1 BY 1
                       UNTIL WS-HOLIDAY-INDEX > WS-HOLIDAY-COUNT
                           OR WS-IS-HOLIDAY = "Y"
                       IF WS-HOLIDAY-ENTRY(WS-HOLIDAY-INDEX)
                           = WS-CAL-DATE
                           MOVE "Y" TO WS-IS-HOLIDAY
                       END-IF
                   END-PERFORM
                   IF WS-IS-HOLIDAY = "N"
                       ADD 1 TO WS-EM-EXPECTED
                           (WS-ENV-INDEX, WS-MONTH-INDEX)
                   END-IF
               END-IF
               IF WS-WEEKDAY = 7
                   MOVE 1 TO WS-WEEKDAY
               ELSE
                   ADD 1 TO WS-WEEKDAY
               END-IF
           END-PERFORM.

      * Length of WS-CAL-MONTH in WS-CAL-YEAR, February getting its
      * leap day in the usual century-aware way.
       GET-MONTH-LENGTH.
           MOVE WS-MONTH-DAYS(WS-CAL-MONTH) TO WS-MONTH-LEN
           IF WS-CAL-MONTH = 2
               DIVIDE WS-CAL-YEAR BY 4 GIVING WS-LEAP-REM
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   MOVE 29 TO WS-MONTH-LEN
                   DIVIDE WS-CAL-YEAR BY 100 GIVING WS-LEAP-REM
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       DIVIDE WS-CAL-YEAR BY 400 GIVING WS-LEAP-REM
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM NOT = 0
                           MOVE 28 TO WS-MONTH-LEN
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Works out the day number of WS-DN-DATE (the Julian day
      * number) and its day of the week, 1 = Monday - the order
      * NETCFG-EXPECT-DAYS keeps its flags in.
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

      * Reads the NETLOG generations for the missing-feed and
      * transfer-window events.  Records with no event code (the
      * old format) cannot be attributed and are passed over, as
      * NETRPT does.
       READ-NETLOG-EVENTS.
           OPEN INPUT NETLOG-FILE
           IF WS-NETLOG-STATUS NOT = "00"
               DISPLAY "[WARN ] NETLOG not available, status "
                   WS-NETLOG-STATUS ", missing feeds and window "
                   "not counted"
               MOVE "Y" TO WS-NETLOG-MISSING
               MOVE 4 TO WS-RUN-RC
           ELSE
               PERFORM UNTIL WS-NETLOG-EOF-YES
                   READ NETLOG-FILE
                       AT END
                           SET WS-NETLOG-EOF-YES TO TRUE
                       NOT AT END
                           IF NETLOG-EVENT-CODE = "FD01"
                               OR NETLOG-EVENT-CODE = "WM01"
                               OR NETLOG-EVENT-CODE = "WX01"
                               PERFORM APPLY-NETLOG-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NETLOG-FILE
           END-IF.

      * Folds the FD01, WM01 or WX01 record just read into its
      * environment's month.  An event already counted for the
      * environment that night (a rerun) is not counted again.
       APPLY-NETLOG-EVENT.
           MOVE NETLOG-DATE(1:6) TO WS-REC-MONTH
           PERFORM FIND-MONTH
           MOVE NETLOG-ENV-ID TO WS-LOOKUP-ENV-ID
           IF WS-MONTH-FOUND = "Y"
               AND (WS-ENV-FILTER = "*ALL"
                   OR WS-ENV-FILTER = WS-LOOKUP-ENV-ID)
               PERFORM FIND-OR-ADD-ENV
               IF WS-ENV-INDEX > 0
                   IF NETLOG-EVENT-CODE = "FD01"
                       IF WS-ENV-LAST-FD01(WS-ENV-INDEX)
                           NOT = NETLOG-DATE
                           MOVE NETLOG-DATE
                               TO WS-ENV-LAST-FD01(WS-ENV-INDEX)
                           ADD 1 TO WS-EM-MISSING
                               (WS-ENV-INDEX, WS-MONTH-INDEX)
                       END-IF
                   ELSE
                       IF WS-ENV-LAST-WINDOW(WS-ENV-INDEX)
                           NOT = NETLOG-DATE
                           MOVE NETLOG-DATE
                               TO WS-ENV-LAST-WINDOW(WS-ENV-INDEX)
                           IF NETLOG-EVENT-CODE = "WM01"
                               ADD 1 TO WS-EM-WDW-MET
                                   (WS-ENV-INDEX, WS-MONTH-INDEX)
                           ELSE
                               ADD 1 TO WS-EM-WDW-MISSED
                                   (WS-ENV-INDEX, WS-MONTH-INDEX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Reads the acknowledgment history: each detail record is one
      * dataset's verdict and counts for a night, each trailer the
      * session's unknown-dataset count.
       READ-ACK-HISTORY.
           OPEN INPUT ACK-HIST-FILE
           IF WS-XFERAKH-STATUS NOT = "00"
               DISPLAY "[WARN ] XFERAKH not available, status "
                   WS-XFERAKH-STATUS ", verdicts not counted"
               MOVE "Y" TO WS-XFERAKH-MISSING
               MOVE 4 TO WS-RUN-RC
           ELSE
               PERFORM UNTIL WS-XFERAKH-EOF-YES
                   READ ACK-HIST-FILE
                       AT END
                           SET WS-XFERAKH-EOF-YES TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN XFERACK-DET-REC
                                   PERFORM APPLY-ACK-DETAIL
                               WHEN XFERACK-TRL-REC
                                   PERFORM APPLY-ACK-TRAILER
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE ACK-HIST-FILE
           END-IF.

      * Folds one dataset's acknowledgment into its month.  XFERAKH
      * is in the order the runs wrote it, so a rerun's detail for
      * a night already counted comes after the first run's and
      * takes its place: the night's verdict and figures become the
      * rerun's.  A rerun REFUSED over a night already counted OK
      * is the same feed refused because the first run took it - the
      * night stays OK.
       APPLY-ACK-DETAIL.
           MOVE XFERACK-DET-DATE(1:6) TO WS-REC-MONTH
           PERFORM FIND-MONTH
           MOVE XFERACK-DET-ENV-ID TO WS-LOOKUP-ENV-ID
           MOVE XFERACK-DET-DATASET TO WS-LOOKUP-DATASET
           IF WS-MONTH-FOUND = "Y"
               AND (WS-ENV-FILTER = "*ALL"
                   OR WS-ENV-FILTER = WS-LOOKUP-ENV-ID)
               PERFORM FIND-OR-ADD-DATASET
               IF WS-DS-INDEX > 0
                   IF XFERACK-DET-DATE
                       NOT = WS-DS-LAST-DATE(WS-DS-INDEX)
                       PERFORM ADD-ACK-NIGHT
                   ELSE
                       IF XFERACK-DET-VERDICT NOT = "REFUSED"
                           OR WS-DS-LAST-VERDICT(WS-DS-INDEX) NOT = "OK"
                           PERFORM REMOVE-ACK-NIGHT
                           PERFORM ADD-ACK-NIGHT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Adds the acknowledgment detail just read to the dataset's
      * month, and keeps it as the dataset's last night counted.
       ADD-ACK-NIGHT.
           EVALUATE XFERACK-DET-VERDICT
               WHEN "OK"
                   ADD 1 TO WS-DM-OK
                       (WS-DS-INDEX, WS-MONTH-INDEX)
               WHEN "MISMATCH"
                   ADD 1 TO WS-DM-MISMATCH
                       (WS-DS-INDEX, WS-MONTH-INDEX)
               WHEN "REFUSED"
                   ADD 1 TO WS-DM-REFUSED
                       (WS-DS-INDEX, WS-MONTH-INDEX)
           END-EVALUATE
           MOVE XFERACK-DET-DATE TO WS-DS-LAST-DATE(WS-DS-INDEX)
           MOVE XFERACK-DET-VERDICT TO WS-DS-LAST-VERDICT(WS-DS-INDEX)
           MOVE 0 TO WS-DS-LAST-QUARANTINE(WS-DS-INDEX)
           MOVE 0 TO WS-DS-LAST-DUPS(WS-DS-INDEX)
           MOVE 0 TO WS-DS-LAST-MISSING(WS-DS-INDEX)
           IF XFERACK-DET-QUARANTINE NUMERIC
               ADD XFERACK-DET-QUARANTINE TO WS-DM-QUARANTINE
                   (WS-DS-INDEX, WS-MONTH-INDEX)
               MOVE XFERACK-DET-QUARANTINE
                   TO WS-DS-LAST-QUARANTINE(WS-DS-INDEX)
           END-IF
           IF XFERACK-DET-DUPS NUMERIC
               ADD XFERACK-DET-DUPS TO WS-DM-DUPS
                   (WS-DS-INDEX, WS-MONTH-INDEX)
               MOVE XFERACK-DET-DUPS TO WS-DS-LAST-DUPS(WS-DS-INDEX)
           END-IF
           IF XFERACK-DET-MISSING NUMERIC
               ADD XFERACK-DET-MISSING TO WS-DM-MISSING
                   (WS-DS-INDEX, WS-MONTH-INDEX)
               MOVE XFERACK-DET-MISSING
                   TO WS-DS-LAST-MISSING(WS-DS-INDEX)
           END-IF.

      * Takes the dataset's last night counted back out of its month,
      * for a rerun's acknowledgment of the same night to replace.
       REMOVE-ACK-NIGHT.
           EVALUATE WS-DS-LAST-VERDICT(WS-DS-INDEX)
               WHEN "OK"
                   SUBTRACT 1 FROM WS-DM-OK
                       (WS-DS-INDEX, WS-MONTH-INDEX)
               WHEN "MISMATCH"
                   SUBTRACT 1 FROM WS-DM-MISMATCH
                       (WS-DS-INDEX, WS-MONTH-INDEX)
               WHEN "REFUSED"
                   SUBTRACT 1 FROM WS-DM-REFUSED
                       (WS-DS-INDEX, WS-MONTH-INDEX)
           END-EVALUATE
           SUBTRACT WS-DS-LAST-QUARANTINE(WS-DS-INDEX)
               FROM WS-DM-QUARANTINE(WS-DS-INDEX, WS-MONTH-INDEX)
           SUBTRACT WS-DS-LAST-DUPS(WS-DS-INDEX)
               FROM WS-DM-DUPS(WS-DS-INDEX, WS-MONTH-INDEX)
           SUBTRACT WS-DS-LAST-MISSING(WS-DS-INDEX)
               FROM WS-DM-MISSING(WS-DS-INDEX, WS-MONTH-INDEX).

      * Folds a session's unknown-dataset count into its
      * environment's month, a rerun's trailer for a night already
      * counted replacing the first run's count.
       APPLY-ACK-TRAILER.
           MOVE XFERACK-TRL-DATE(1:6) TO WS-REC-MONTH
           PERFORM FIND-MONTH
           MOVE XFERACK-TRL-ENV-ID TO WS-LOOKUP-ENV-ID
           IF WS-MONTH-FOUND = "Y"
               AND (WS-ENV-FILTER = "*ALL"
                   OR WS-ENV-FILTER = WS-LOOKUP-ENV-ID)
               PERFORM FIND-OR-ADD-ENV
               IF WS-ENV-INDEX > 0
                   AND XFERACK-TRL-UNKNOWN NUMERIC
                   IF XFERACK-TRL-DATE
                       = WS-ENV-LAST-TRAILER(WS-ENV-INDEX)
                       SUBTRACT WS-ENV-LAST-UNKNOWN(WS-ENV-INDEX)
                           FROM WS-EM-UNKNOWN
                               (WS-ENV-INDEX, WS-MONTH-INDEX)
                   END-IF
                   ADD XFERACK-TRL-UNKNOWN TO WS-EM-UNKNOWN
                       (WS-ENV-INDEX, WS-MONTH-INDEX)
                   MOVE XFERACK-TRL-DATE
                       TO WS-ENV-LAST-TRAILER(WS-ENV-INDEX)
                   MOVE XFERACK-TRL-UNKNOWN
                       TO WS-ENV-LAST-UNKNOWN(WS-ENV-INDEX)
               END-IF
           END-IF.

      * Reads the release audit for how quarantined records were
      * resolved.  REFUSED entries resolved nothing - the record
      * stayed in suspense - and are passed over.
       READ-RELEASE-AUDIT.
           OPEN INPUT AUDIT-FILE
           IF WS-SUSPAUD-STATUS NOT = "00"
               DISPLAY "[WARN ] SUSPAUD not available, status "
                   WS-SUSPAUD-STATUS ", resolutions not counted"
               MOVE "Y" TO WS-SUSPAUD-MISSING
               MOVE 4 TO WS-RUN-RC
           ELSE
               PERFORM UNTIL WS-SUSPAUD-EOF-YES
                   READ AUDIT-FILE
                       AT END
                           SET WS-SUSPAUD-EOF-YES TO TRUE
                       NOT AT END
                           IF SUSPAUD-ACTION = "RELEASED"
                               OR SUSPAUD-ACTION = "CORR-REL"
                               OR SUSPAUD-ACTION = "REJECTED"
                               PERFORM APPLY-AUDIT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

      * Folds one resolution into the month the record was received
      * for, under the dataset and environment it came in on.  An
      * audit record without an environment predates SUSPREL
      * carrying one and is counted as unattributed instead.
       APPLY-AUDIT-RECORD.
           IF SUSPAUD-ENV-ID = SPACES
               OR SUSPAUD-BUS-DATE = SPACES
               ADD 1 TO WS-AUDIT-UNATTRIBUTED
           ELSE
               MOVE SUSPAUD-BUS-DATE(1:6) TO WS-REC-MONTH
               PERFORM FIND-MONTH
               MOVE SUSPAUD-ENV-ID TO WS-LOOKUP-ENV-ID
               MOVE SUSPAUD-DATASET TO WS-LOOKUP-DATASET
               IF WS-MONTH-FOUND = "Y"
                   AND (WS-ENV-FILTER = "*ALL"
                       OR WS-ENV-FILTER = WS-LOOKUP-ENV-ID)
                   PERFORM FIND-OR-ADD-DATASET
                   IF WS-DS-INDEX > 0
                       EVALUATE SUSPAUD-ACTION
                           WHEN "RELEASED"
                               ADD 1 TO WS-DM-RELEASED
                                   (WS-DS-INDEX, WS-MONTH-INDEX)
                           WHEN "CORR-REL"
                               ADD 1 TO WS-DM-CORRECTED
                                   (WS-DS-INDEX, WS-MONTH-INDEX)
                           WHEN "REJECTED"
                               ADD 1 TO WS-DM-REJECTED
                                   (WS-DS-INDEX, WS-MONTH-INDEX)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      * Looks WS-REC-MONTH up among the months reported, leaving
      * WS-MONTH-INDEX on it; WS-MONTH-FOUND says whether the
      * record falls inside the report at all.
       FIND-MONTH.
           MOVE "N" TO WS-MONTH-FOUND
           PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
               UNTIL WS-MONTH-INDEX > WS-MONTH-COUNT
                   OR WS-MONTH-FOUND = "Y"
               IF WS-RPT-MONTH(WS-MONTH-INDEX) = WS-REC-MONTH
                   MOVE "Y" TO WS-MONTH-FOUND
               END-IF
           END-PERFORM
           IF WS-MONTH-FOUND = "Y"
               SUBTRACT 1 FROM WS-MONTH-INDEX
           END-IF.

      * Looks WS-LOOKUP-ENV-ID up in the environment table,
      * appending it if it is new.  A full table leaves
      * WS-ENV-INDEX at zero and counts the record as dropped, so
      * the report can say so.
       FIND-OR-ADD-ENV.
           MOVE "N" TO WS-ENV-FOUND
           PERFORM VARYING WS-ENV-INDEX FROM 1 BY 1
               UNTIL WS-ENV-INDEX > WS-ENV-COUNT
                   OR WS-ENV-FOUND = "Y"
               IF WS-ENV-ID(WS-ENV-INDEX) = WS-LOOKUP-ENV-ID
                   MOVE "Y" TO WS-ENV-FOUND
               END-IF
           END-PERFORM
           IF WS-ENV-FOUND = "Y"
               SUBTRACT 1 FROM WS-ENV-INDEX
           ELSE
               IF WS-ENV-COUNT < 20
                   ADD 1 TO WS-ENV-COUNT
                   MOVE WS-ENV-COUNT TO WS-ENV-INDEX
                   MOVE WS-LOOKUP-ENV-ID TO WS-ENV-ID(WS-ENV-INDEX)
               ELSE
                   ADD 1 TO WS-ENV-DROPPED
                   MOVE 0 TO WS-ENV-INDEX
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

      * Looks the WS-LOOKUP-ENV-ID / WS-LOOKUP-DATASET pair up in
      * the dataset table, appending it (and its environment) if it
      * is new.  A full table leaves WS-DS-INDEX at zero and counts
      * the record as dropped.
       FIND-OR-ADD-DATASET.
           MOVE "N" TO WS-DS-FOUND
           PERFORM VARYING WS-DS-INDEX FROM 1 BY 1
               UNTIL WS-DS-INDEX > WS-DS-COUNT
                   OR WS-DS-FOUND = "Y"
               IF WS-DS-ENV-ID(WS-DS-INDEX) = WS-LOOKUP-ENV-ID
                   AND WS-DS-NAME(WS-DS-INDEX) = WS-LOOKUP-DATASET
                   MOVE "Y" TO WS-DS-FOUND
               END-IF
           END-PERFORM
           IF WS-DS-FOUND = "Y"
               SUBTRACT 1 FROM WS-DS-INDEX
           ELSE
               PERFORM FIND-OR-ADD-ENV
               IF WS-DS-COUNT < 200
                   AND WS-ENV-INDEX > 0
                   ADD 1 TO WS-DS-COUNT
                   MOVE WS-DS-COUNT TO WS-DS-INDEX
                   MOVE WS-LOOKUP-ENV-ID TO WS-DS-ENV-ID(WS-DS-INDEX)
                   MOVE WS-LOOKUP-DATASET TO WS-DS-NAME(WS-DS-INDEX)
               ELSE
                   ADD 1 TO WS-DS-DROPPED
                   MOVE 0 TO WS-DS-INDEX
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

      * Writes the scorecard: a heading naming the months and any
      * input that was missing, then each environment's monthly
      * figures followed by its datasets', with every figure also
      * going to the extract.
       WRITE-REPORT.
           MOVE "MONTHLY PARTNER DATA-QUALITY SCORECARD"
               TO QUALRPT-LINE
           WRITE QUALRPT-LINE
           MOVE SPACES TO QUALRPT-LINE
           STRING "MONTHS " WS-RPT-MONTH(1) " TO "
               WS-RPT-MONTH(WS-MONTH-COUNT) "   ENVIRONMENT "
               WS-ENV-FILTER "   RUN " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO QUALRPT-LINE
           WRITE QUALRPT-LINE
           IF WS-NETCFG-MISSING = "Y"
               MOVE "NETCFG NOT AVAILABLE - NIGHTS EXPECTED NOT COUNTED"
                   TO QUALRPT-LINE
               WRITE QUALRPT-LINE
           END-IF
           IF WS-NETLOG-MISSING = "Y"
               MOVE "NETLOG NOT AVAILABLE - MISSING FEEDS AND WINDOW"
                   TO QUALRPT-LINE
               MOVE "NOT COUNTED" TO QUALRPT-LINE(48:11)
               WRITE QUALRPT-LINE
           END-IF
           IF WS-XFERAKH-MISSING = "Y"
               MOVE "XFERAKH NOT AVAILABLE - VERDICTS AND COUNTS"
                   TO QUALRPT-LINE
               MOVE "NOT COUNTED" TO QUALRPT-LINE(45:11)
               WRITE QUALRPT-LINE
           END-IF
           IF WS-SUSPAUD-MISSING = "Y"
               MOVE "SUSPAUD NOT AVAILABLE - RESOLUTIONS NOT COUNTED"
                   TO QUALRPT-LINE
               WRITE QUALRPT-LINE
           END-IF
           PERFORM VARYING WS-ENV-INDEX FROM 1 BY 1
               UNTIL WS-ENV-INDEX > WS-ENV-COUNT
               PERFORM WRITE-ENV-BLOCK
           END-PERFORM
           IF WS-AUDIT-UNATTRIBUTED > 0
               MOVE WS-AUDIT-UNATTRIBUTED TO WS-COUNT-DISP
               MOVE SPACES TO QUALRPT-LINE
               WRITE QUALRPT-LINE
               MOVE SPACES TO QUALRPT-LINE
               STRING "RELEASE AUDIT RECORDS WITHOUT AN ENVIRONMENT : "
                   WS-COUNT-DISP " (OLD FORMAT, SKIPPED)"
                   DELIMITED BY SIZE INTO QUALRPT-LINE
               WRITE QUALRPT-LINE
           END-IF
           IF WS-ENV-DROPPED > 0
               OR WS-DS-DROPPED > 0
               MOVE WS-ENV-DROPPED TO WS-COUNT-DISP
               MOVE SPACES TO QUALRPT-LINE
               STRING WS-COUNT-DISP
                   " RECORDS PAST THE ENVIRONMENT TABLE NOT SHOWN"
                   DELIMITED BY SIZE INTO QUALRPT-LINE
               WRITE QUALRPT-LINE
               MOVE WS-DS-DROPPED TO WS-COUNT-DISP
               MOVE SPACES TO QUALRPT-LINE
               STRING WS-COUNT-DISP
                   " RECORDS PAST THE DATASET TABLE NOT SHOWN"
                   DELIMITED BY SIZE INTO QUALRPT-LINE
               WRITE QUALRPT-LINE
           END-IF.

      * Writes the environment at WS-ENV-INDEX: its monthly nights,
      * window and unknown-dataset figures, then its datasets.
       WRITE-ENV-BLOCK.
           MOVE SPACES TO QUALRPT-LINE
           WRITE QUALRPT-LINE
           MOVE SPACES TO QUALRPT-LINE
           IF WS-ENV-ON-NETCFG(WS-ENV-INDEX) = "Y"
               AND WS-ENV-EXPECT-DAYS(WS-ENV-INDEX) NOT = SPACES
               STRING "ENVIRONMENT " WS-ENV-ID(WS-ENV-INDEX)
                   "   EXPECTED DAYS (MON-SUN) "
                   WS-ENV-EXPECT-DAYS(WS-ENV-INDEX)
                   DELIMITED BY SIZE INTO QUALRPT-LINE
           ELSE
               STRING "ENVIRONMENT " WS-ENV-ID(WS-ENV-INDEX)
                   "   NO NETCFG CALENDAR - NO NIGHTS EXPECTED"
                   DELIMITED BY SIZE INTO QUALRPT-LINE
           END-IF
           WRITE QUALRPT-LINE
           MOVE "  MONTH NIGHTS-EXP RECEIVED  MISSING  WDW-MET"
               TO QUALRPT-LINE
           MOVE "WDW-MISS   UNKNOWN" TO QUALRPT-LINE(47:18)
           WRITE QUALRPT-LINE
           PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
               UNTIL WS-MONTH-INDEX > WS-MONTH-COUNT
               PERFORM WRITE-ENV-MONTH-LINE
           END-PERFORM
           MOVE "  DATASET  MONTH   OK  MIS  REF QUARANT    DUPS"
               TO QUALRPT-LINE
           MOVE "MISSSEQ RELEAS CORREL REJECT" TO QUALRPT-LINE(49:28)
           WRITE QUALRPT-LINE
           PERFORM VARYING WS-DS-INDEX FROM 1 BY 1
               UNTIL WS-DS-INDEX > WS-DS-COUNT
               IF WS-DS-ENV-ID(WS-DS-INDEX) = WS-ENV-ID(WS-ENV-INDEX)
                   PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                       UNTIL WS-MONTH-INDEX > WS-MONTH-COUNT
                       PERFORM WRITE-DS-MONTH-LINE
                   END-PERFORM
               END-IF
           END-PERFORM.

      * Writes the environment's figures for the month at
      * WS-MONTH-INDEX to the report and the extract.  Nights
      * received are the nights expected less those logged missing.
       WRITE-ENV-MONTH-LINE.
           MOVE WS-RPT-MONTH(WS-MONTH-INDEX) TO WS-MONTH-TEXT
           IF WS-EM-MISSING(WS-ENV-INDEX, WS-MONTH-INDEX)
               < WS-EM-EXPECTED(WS-ENV-INDEX, WS-MONTH-INDEX)
               COMPUTE WS-RECEIVED =
                   WS-EM-EXPECTED(WS-ENV-INDEX, WS-MONTH-INDEX)
                   - WS-EM-MISSING(WS-ENV-INDEX, WS-MONTH-INDEX)
           ELSE
               MOVE 0 TO WS-RECEIVED
           END-IF
           MOVE WS-EM-EXPECTED(WS-ENV-INDEX, WS-MONTH-INDEX)
               TO WS-NIGHTS-DISP
           MOVE WS-RECEIVED TO WS-RCVD-DISP
           MOVE WS-EM-MISSING(WS-ENV-INDEX, WS-MONTH-INDEX)
               TO WS-MISS-DISP
           MOVE WS-EM-WDW-MET(WS-ENV-INDEX, WS-MONTH-INDEX)
               TO WS-MET-DISP
           MOVE WS-EM-WDW-MISSED(WS-ENV-INDEX, WS-MONTH-INDEX)
               TO WS-WMISS-DISP
           MOVE WS-EM-UNKNOWN(WS-ENV-INDEX, WS-MONTH-INDEX)
               TO WS-BIG-DISP
           MOVE SPACES TO QUALRPT-LINE
           STRING "  " WS-MONTH-TEXT "       " WS-NIGHTS-DISP
               "      " WS-RCVD-DISP "      " WS-MISS-DISP
               "      " WS-MET-DISP "      " WS-WMISS-DISP
               "   " WS-BIG-DISP
               DELIMITED BY SIZE INTO QUALRPT-LINE
           WRITE QUALRPT-LINE
           MOVE SPACES TO QUALEXT-ENV-RECORD
           MOVE "E" TO QUALEXT-ENV-TYPE
           MOVE WS-MONTH-TEXT TO QUALEXT-ENV-MONTH
           MOVE WS-ENV-ID(WS-ENV-INDEX) TO QUALEXT-ENV-ID
           MOVE WS-EM-EXPECTED(WS-ENV-INDEX, WS-MONTH-INDEX)
               TO QUALEXT-ENV-EXPECTED
           MOVE WS-RECEIVED TO QUALEXT-ENV-RECEIVED
           MOVE WS-EM-MISSING(WS-ENV-INDEX, WS-MONTH-INDEX)
               TO QUALEXT-ENV-MISSING
           MOVE WS-EM-WDW-MET(WS-ENV-INDEX, WS-MONTH-INDEX)
               TO QUALEXT-ENV-WDW-MET
           MOVE WS-EM-WDW-MISSED(WS-ENV-INDEX, WS-MONTH-INDEX)
               TO QUALEXT-ENV-WDW-MISSED
           MOVE WS-EM-UNKNOWN(WS-ENV-INDEX, WS-MONTH-INDEX)
               TO QUALEXT-ENV-UNKNOWN
           WRITE QUALEXT-ENV-RECORD.

      * Writes the dataset at WS-DS-INDEX's figures for the month at
      * WS-MONTH-INDEX to the report and the extract.
       WRITE-DS-MONTH-LINE.
           MOVE WS-RPT-MONTH(WS-MONTH-INDEX) TO WS-MONTH-TEXT
           MOVE WS-DM-OK(WS-DS-INDEX, WS-MONTH-INDEX) TO WS-OK-DISP
           MOVE WS-DM-MISMATCH(WS-DS-INDEX, WS-MONTH-INDEX)
               TO WS-MISM-DISP
           MOVE WS-DM-REFUSED(WS-DS-INDEX, WS-MONTH-INDEX)
               TO WS-REF-DISP
           MOVE WS-DM-QUARANTINE(WS-DS-INDEX, WS-MONTH-INDEX)
               TO WS-BIG-DISP
           MOVE WS-DM-DUPS(WS-DS-INDEX, WS-MONTH-INDEX)
               TO WS-DUPS-DISP
           MOVE WS-DM-MISSING(WS-DS-INDEX, WS-MONTH-INDEX)
               TO WS-GAPS-DISP
           MOVE WS-DM-RELEASED(WS-DS-INDEX, WS-MONTH-INDEX)
               TO WS-REL-DISP
           MOVE WS-DM-CORRECTED(WS-DS-INDEX, WS-MONTH-INDEX)
               TO WS-CORR-DISP
           MOVE WS-DM-REJECTED(WS-DS-INDEX, WS-MONTH-INDEX)
               TO WS-REJ-DISP
           MOVE SPACES TO QUALRPT-LINE
           STRING "  " WS-DS-NAME(WS-DS-INDEX) " " WS-MONTH-TEXT
               " " WS-OK-DISP "  " WS-MISM-DISP "  " WS-REF-DISP
               " " WS-BIG-DISP " " WS-DUPS-DISP " " WS-GAPS-DISP
               " " WS-REL-DISP " " WS-CORR-DISP " " WS-REJ-DISP
               DELIMITED BY SIZE INTO QUALRPT-LINE
           WRITE QUALRPT-LINE
           MOVE SPACES TO QUALEXT-DS-RECORD
           MOVE "D" TO QUALEXT-DS-TYPE
           MOVE WS-MONTH-TEXT TO QUALEXT-DS-MONTH
           MOVE WS-DS-ENV-ID(WS-DS-INDEX) TO QUALEXT-DS-ENV-ID
           MOVE WS-DS-NAME(WS-DS-INDEX) TO QUALEXT-DS-DATASET
           MOVE WS-DM-OK(WS-DS-INDEX, WS-MONTH-INDEX)
               TO QUALEXT-DS-OK
           MOVE WS-DM-MISMATCH(WS-DS-INDEX, WS-MONTH-INDEX)
               TO QUALEXT-DS-MISMATCH
           MOVE WS-DM-REFUSED(WS-DS-INDEX, WS-MONTH-INDEX)
               TO QUALEXT-DS-REFUSED
           MOVE WS-DM-QUARANTINE(WS-DS-INDEX, WS-MONTH-INDEX)
               TO QUALEXT-DS-QUARANTINE
           MOVE WS-DM-DUPS(WS-DS-INDEX, WS-MONTH-INDEX)
               TO QUALEXT-DS-DUPS
           MOVE WS-DM-MISSING(WS-DS-INDEX, WS-MONTH-INDEX)
               TO QUALEXT-DS-MISSING
           MOVE WS-DM-RELEASED(WS-DS-INDEX, WS-MONTH-INDEX)
               TO QUALEXT-DS-RELEASED
           MOVE WS-DM-CORRECTED(WS-DS-INDEX, WS-MONTH-INDEX)
               TO QUALEXT-DS-CORRECTED
           MOVE WS-DM-REJECTED(WS-DS-INDEX, WS-MONTH-INDEX)
               TO QUALEXT-DS-REJECTED
           WRITE QUALEXT-DS-RECORD.
