      * them:
      *
      *   R  the record is re-checked through the same layout checks
      *      and DSRULES field edits the transfer run applies
      *      (CHECK-XFERDATA-RECORD below matches NETWORKING's) and,
      *      passing, is delivered to the downstream processing
      *      pickup and counted into the good per-dataset totals.
      *      A record that still fails the check is refused and
      *      stays in suspense - a sign-off cannot push garbage into
      *      processing.
      *   C  the same, but the corrected record keyed on the
      *      disposition is what is checked and released.
      *   J  the record is written to REJOUT to ride back to the
      *      sending side, and queued on SENDQ (see SENDQREC.cpy) as
      *      dataset REJOUT for the environment it came in on, so
      *      NETWORKING's send mode carries it back over that
      *      environment's own session.  A record with no environment
      *      (an older generation) or a queue that will not open
      *      still goes to REJOUT and is counted as not queued.
      *
      * A suspense record with no disposition is carried to SUSPNEW,
      * the generation the next review works from.  Every action is
      * operator id and a timestamp, so who released what, and when,
      * is on record.
      *
      * Released records reach downstream through the same delivery
      * stream NETWORKING releases clean datasets onto (DLVREADY, see
      * DLVRYREC.cpy): staged on RELOUT as they are released, then
      * delivered at the end of the run as one SUSPENSE unit per
      * environment, business date and dataset.
      *
      * Every suspense record carries the reason code and failing
      * field it was quarantined on; a refused release goes back to
      * suspense with the reason its re-check failed, and the audit
      * record shows the reason either way.
      *
      * The run is put on the nightly control board (RUNSTAT, see
      * RUNSTREC.cpy) as it starts and again as it ends, with its
      * release counts as the outcome.
      *
      * Return codes: 0 all dispositions applied clean, 4 a release
      * was refused or a disposition matched no record, 8 SUSPDISP
      * not available (nothing to apply), 16 XFERSUSP, an output
      * file or the delivery stream not available, or the released
      * records could not be read back off RELOUT to deliver.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPREL.
       AUTHOR. TOKENSAVE.
           SELECT DISP-FILE ASSIGN TO "SUSPDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.
      * Released records, in the XFERDATA layout, staged here as they
      * are released and read back at the end of the run to build
      * the delivery units.
           SELECT REL-OUT-FILE ASSIGN TO "RELOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-OUT-STATUS.
      * Delivery stream for the downstream pickup, shared with
      * NETWORKING - extended, never rewritten.
           SELECT DLV-READY-FILE ASSIGN TO "DLVREADY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLVREADY-STATUS.
      * Payload field edit rules per dataset (see DSRULREC.cpy) - the
      * same file the transfer run edits against.  Without it only
      * the layout checks apply.
           SELECT DSRULES-FILE ASSIGN TO "DSRULES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSRULES-KEY
               FILE STATUS IS WS-DSRULES-STATUS.
      * Rejected records, riding back to the sending side.
           SELECT REJ-OUT-FILE ASSIGN TO "REJOUT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT AUDIT-FILE ASSIGN TO "SUSPAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      * Outbound queue the rejections ride back to the sender on -
      * shared with NETWORKING, extended, never rewritten here.
           SELECT SEND-QUEUE-FILE ASSIGN TO "SENDQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENDQ-STATUS.
      * Nightly run control file (see RUNSTREC.cpy): this run's
      * start and end, for the NETBRD board.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNSTAT-KEY
               FILE STATUS IS WS-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 SUSP-IN-DATASET-NAME   PIC X(08).
           05 SUSP-IN-SEQ-FIELD      PIC X(08).
           05 SUSP-IN-PAYLOAD        PIC X(240).
      * The environment and business date the transfer run received
      * the record for - spaces on a generation written before they
      * were carried.
           05 FILLER                 PIC X(01).
           05 SUSP-IN-ENV-ID         PIC X(08).
           05 FILLER                 PIC X(01).
           05 SUSP-IN-BUS-DATE       PIC X(08).
      * Why the transfer run quarantined it, and the field that
      * failed (codes listed with NETWORKING's XFERSUSP-RECORD).
           05 FILLER                 PIC X(01).
           05 SUSP-IN-REASON         PIC X(04).
           05 FILLER                 PIC X(01).
           05 SUSP-IN-FIELD          PIC X(08).

       FD  DISP-FILE.
       COPY SUSPDREC.

       FD  REL-OUT-FILE.
      * The released record, then the environment and business date
      * of the delivery unit it belongs to.
       01 REL-OUT-RECORD.
           05 REL-OUT-DATA           PIC X(256).
           05 FILLER                 PIC X(01).
           05 REL-OUT-ENV-ID         PIC X(08).
           05 FILLER                 PIC X(01).
           05 REL-OUT-BUS-DATE       PIC X(08).

       FD  REJ-OUT-FILE.
       01 REJ-OUT-RECORD         PIC X(256).

       FD  SUSP-NEW-FILE.
      * The suspense record carried forward, its reason and field
      * restated when a refused release failed on something new.
       01 SUSP-NEW-RECORD.
           05 SUSP-NEW-DATA          PIC X(274).
           05 FILLER                 PIC X(01).
           05 SUSP-NEW-REASON        PIC X(04).
           05 FILLER                 PIC X(01).
           05 SUSP-NEW-FIELD         PIC X(08).

       FD  AUDIT-FILE.
       COPY SUSPAREC.

       FD  DLV-READY-FILE.
       COPY DLVRYREC.

       FD  DSRULES-FILE.
       01 DSRULES-FILE-RECORD.
           05 DSRULES-KEY            PIC X(08).
           05 FILLER                 PIC X(2296).

       FD  SEND-QUEUE-FILE.
       COPY SENDQREC.

       FD  RUN-STATUS-FILE.
       COPY RUNSTREC.

       WORKING-STORAGE SECTION.
      * File status fields, checked right after OPEN.
       01 WS-SUSP-IN-STATUS      PIC X(02) VALUE "00".
       01 WS-REJ-OUT-STATUS      PIC X(02) VALUE "00".
       01 WS-SUSP-NEW-STATUS     PIC X(02) VALUE "00".
       01 WS-AUDIT-STATUS        PIC X(02) VALUE "00".
       01 WS-DLVREADY-STATUS     PIC X(02) VALUE "00".
       01 WS-DSRULES-STATUS      PIC X(02) VALUE "00".
       01 WS-SENDQ-STATUS        PIC X(02) VALUE "00".
      * Whether the dataset edit rules opened - without them only the
      * layout checks apply.
       01 WS-DSRULES-OPENED      PIC X(01) VALUE "N".
      * Whether the outbound queue opened - without it rejections
      * still go to REJOUT, they just do not ride the send session.
       01 WS-SENDQ-OPENED        PIC X(01) VALUE "N".
      * RELOUT is closed and re-read once per delivery unit at the
      * end of the run, so whether it is open at close-down varies.
       01 WS-REL-OUT-OPENED      PIC X(01) VALUE "N".
      * End-of-file switches.
       01 WS-SUSP-IN-EOF         PIC X(01) VALUE "N".
           88 WS-SUSP-IN-EOF-YES     VALUE "Y".
       01 WS-DISP-EOF            PIC X(01) VALUE "N".
           88 WS-DISP-EOF-YES        VALUE "Y".
       01 WS-REL-OUT-EOF         PIC X(01) VALUE "N".
           88 WS-REL-OUT-EOF-YES     VALUE "Y".
      * Position of the suspense record just read in its generation -
      * the number the dispositions key on.
       01 WS-SUSP-SEQ-NO         PIC 9(08) VALUE 0.
           88 WS-XFERDATA-MALFORMED  VALUE "M".
      * Count of binary-garbage bytes found in the release candidate.
       01 WS-BAD-CHAR-COUNT      PIC 9(04) COMP VALUE 0.
      * Why the release candidate fails its re-check, and the field
      * that failed - or, for the audit trail, why the record was
      * quarantined in the first place.
       01 WS-SUSP-REASON         PIC X(04) VALUE SPACES.
       01 WS-SUSP-FIELD          PIC X(08) VALUE SPACES.
      * The edit rules of the release candidate's dataset.
       COPY DSRULREC.
      * The payload under the field edits, the rule entry being
      * applied, and that field's position and length within it.
       01 WS-CHECK-PAYLOAD       PIC X(240).
       01 WS-RULE-INDEX          PIC 9(02).
       01 WS-FLD-POS             PIC 9(03).
       01 WS-FLD-LEN             PIC 9(03).
      * Numeric field value and range bound, for a range check.
       01 WS-FLD-NUM             PIC 9(15).
       01 WS-BOUND-NUM           PIC 9(15).
      * Allowed-values check: whether any value is keyed for the
      * field, and whether the field matched one.
       01 WS-VALUE-INDEX         PIC 9(01).
       01 WS-VALUE-KEYED         PIC X(01).
       01 WS-VALUE-MATCH         PIC X(01).
      * Set by VALIDATE-ONE-RULE when a rule entry is usable.
       01 WS-RULE-VALID          PIC X(01).
      * Date field under a D edit, broken into parts for the
      * calendar check.
       01 WS-CHK-DATE.
           05 WS-CHK-YEAR            PIC 9(04).
           05 WS-CHK-MONTH           PIC 9(02).
           05 WS-CHK-DAY             PIC 9(02).
       01 WS-MONTH-LEN           PIC 9(02).
       01 WS-LEAP-REM            PIC 9(04).
      * Days in each month of a common year.
       01 WS-MONTH-DAYS-TEXT     PIC X(24)
                                 VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-TEXT.
           05 WS-MONTH-DAYS          OCCURS 12 TIMES
                                     PIC 9(02).
      * Per-dataset released counts - the good counts this run feeds
      * records back into, reported in the end-of-job summary - one
      * entry per environment, business date and dataset, each one
      * becoming a delivery unit of its own.  A release that would
      * need an entry past the table is refused rather than released
      * into a unit that will never be written.
       01 WS-REL-DS-COUNT        PIC 9(02) VALUE 0.
       01 WS-REL-DS-INDEX        PIC 9(02).
       01 WS-REL-DS-FOUND        PIC X(01).
       01 WS-REL-DS-TABLE.
           05 WS-REL-DS-ENTRY        OCCURS 10 TIMES.
               10 WS-REL-DS-NAME         PIC X(08).
               10 WS-REL-DS-ENV-ID       PIC X(08).
               10 WS-REL-DS-BUS-DATE     PIC X(08).
               10 WS-REL-DS-RELEASED     PIC 9(08).
      * Data records written into the delivery unit being built.
       01 WS-DLV-RECORDS         PIC 9(08) VALUE 0.
      * Run counts for the end-of-job accounting lines.
       01 WS-READ-COUNT          PIC 9(08) VALUE 0.
       01 WS-RELEASED-COUNT      PIC 9(05) VALUE 0.
       01 WS-CORRECTED-COUNT     PIC 9(05) VALUE 0.
       01 WS-REJECTED-COUNT      PIC 9(05) VALUE 0.
       01 WS-REJ-QUEUED-COUNT    PIC 9(05) VALUE 0.
       01 WS-REJ-UNQUEUED-COUNT  PIC 9(05) VALUE 0.
       01 WS-REFUSED-COUNT       PIC 9(05) VALUE 0.
       01 WS-CARRIED-COUNT       PIC 9(08) VALUE 0.
       01 WS-DISP-GARBLED-COUNT  PIC 9(05) VALUE 0.
      * Current date/time, stamped on every audit record.
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
           PERFORM UNTIL WS-SUSP-IN-EOF-YES
                       PERFORM PROCESS-ONE-SUSPENSE
               END-READ
           END-PERFORM
           PERFORM DELIVER-RELEASED-RECORDS
           PERFORM REPORT-UNMATCHED-DISPOSITIONS
           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES
           IF WS-RUN-RC > RETURN-CODE
               MOVE WS-RUN-RC TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-RUNSTAT-OUTCOME
           STRING "Released " WS-RELEASED-COUNT
               " corrected " WS-CORRECTED-COUNT
               " rejected " WS-REJECTED-COUNT
               " refused " WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO WS-RUNSTAT-OUTCOME
           PERFORM WRITE-RUN-END
           STOP RUN.

      * Opens every file of the run.  No XFERSUSP or no output file
               DISPLAY "[ERROR] XFERSUSP not available, status "
                   WS-SUSP-IN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "XFERSUSP not available, nothing applied"
                   TO WS-RUNSTAT-OUTCOME
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF
           OPEN INPUT DISP-FILE
                   WS-DISP-STATUS " - no dispositions to apply"
               MOVE 8 TO RETURN-CODE
               CLOSE SUSP-IN-FILE
               MOVE "SUSPDISP not available, no dispositions to apply"
                   TO WS-RUNSTAT-OUTCOME
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF
           OPEN OUTPUT REL-OUT-FILE
           IF WS-REL-OUT-STATUS = "00"
               MOVE "Y" TO WS-REL-OUT-OPENED
           END-IF
           OPEN OUTPUT REJ-OUT-FILE
           OPEN OUTPUT SUSP-NEW-FILE
           IF WS-REL-OUT-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               CLOSE SUSP-IN-FILE
               CLOSE DISP-FILE
               MOVE "Output file not available, nothing applied"
                   TO WS-RUNSTAT-OUTCOME
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF
      * The audit trail survives between runs, the way ALERTQ does
               CLOSE REL-OUT-FILE
               CLOSE REJ-OUT-FILE
               CLOSE SUSP-NEW-FILE
               MOVE "SUSPAUD not available, nothing applied"
                   TO WS-RUNSTAT-OUTCOME
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF
      * Released records must reach the pickup - a release the
      * delivery stream cannot take is not applied at all.
           OPEN EXTEND DLV-READY-FILE
           IF WS-DLVREADY-STATUS = "35"
               OPEN OUTPUT DLV-READY-FILE
           END-IF
           IF WS-DLVREADY-STATUS NOT = "00"
               DISPLAY "[ERROR] DLVREADY not available, status "
                   WS-DLVREADY-STATUS " - releases cannot be delivered"
               MOVE 16 TO RETURN-CODE
               CLOSE SUSP-IN-FILE
               CLOSE DISP-FILE
               CLOSE REL-OUT-FILE
               CLOSE REJ-OUT-FILE
               CLOSE SUSP-NEW-FILE
               CLOSE AUDIT-FILE
               MOVE "DLVREADY not available, nothing applied"
                   TO WS-RUNSTAT-OUTCOME
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF
      * The edit rules are optional: a release without them is still
      * held to the layout checks, as it was before they existed.
           OPEN INPUT DSRULES-FILE
           IF WS-DSRULES-STATUS = "00"
               MOVE "Y" TO WS-DSRULES-OPENED
           ELSE
               DISPLAY "[WARN ] DSRULES not available, status "
                   WS-DSRULES-STATUS " - payload field edits off"
           END-IF
      * The outbound queue is optional too: REJOUT is still written,
      * so a rejection is never lost for want of the queue.
           OPEN EXTEND SEND-QUEUE-FILE
           IF WS-SENDQ-STATUS = "35"
               OPEN OUTPUT SEND-QUEUE-FILE
           END-IF
           IF WS-SENDQ-STATUS = "00"
               MOVE "Y" TO WS-SENDQ-OPENED
           ELSE
               DISPLAY "[WARN ] SENDQ not available, status "
                   WS-SENDQ-STATUS " - rejections not queued to send"
           END-IF.

      * Closes every file once the generation has been worked.
       CLOSE-FILES.
           CLOSE SUSP-IN-FILE
           CLOSE DISP-FILE
           IF WS-REL-OUT-OPENED = "Y"
               CLOSE REL-OUT-FILE
           END-IF
           CLOSE REJ-OUT-FILE
           CLOSE SUSP-NEW-FILE
           CLOSE AUDIT-FILE
           CLOSE DLV-READY-FILE
           IF WS-DSRULES-OPENED = "Y"
               CLOSE DSRULES-FILE
           END-IF
           IF WS-SENDQ-OPENED = "Y"
               CLOSE SEND-QUEUE-FILE
           END-IF.

      * Loads the reviewed dispositions into the table the suspense
      * pass looks records up in.  A garbled record (non-numeric
                       "split the dispositions over two runs"
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES
                   MOVE "SUSPDISP exceeds table size, nothing applied"
                       TO WS-RUNSTAT-OUTCOME
                   PERFORM WRITE-RUN-END
                   STOP RUN
               END-IF
           END-IF.

      * Releases the record in WS-REL-RECORD - as received for an R
      * disposition, the corrected record for a C - after re-checking
      * it through the same layout checks and field edits the
      * transfer run applies.  Passing, it goes to RELOUT and into
      * the per-dataset released counts; failing - or with no room
      * left for its delivery unit - the release is refused, the
      * record as received stays in suspense under the reason the
      * re-check failed, and the refusal is on the audit trail for
      * the reviewer to see.
       RELEASE-SUSPENSE-RECORD.
           PERFORM CHECK-XFERDATA-RECORD
           MOVE "N" TO WS-REL-DS-FOUND
           IF WS-XFERDATA-GOOD
               PERFORM TALLY-RELEASED-DATASET
           END-IF
           IF WS-XFERDATA-GOOD
               AND WS-REL-DS-FOUND = "Y"
               MOVE SPACES TO REL-OUT-RECORD
               MOVE WS-REL-RECORD TO REL-OUT-DATA
               MOVE SUSP-IN-ENV-ID TO REL-OUT-ENV-ID
               MOVE SUSP-IN-BUS-DATE TO REL-OUT-BUS-DATE
               WRITE REL-OUT-RECORD
               MOVE SUSP-IN-REASON TO WS-SUSP-REASON
               MOVE SUSP-IN-FIELD TO WS-SUSP-FIELD
               IF WS-DISP-ACTION(WS-DISP-INDEX) = "C"
                   ADD 1 TO WS-CORRECTED-COUNT
                   MOVE "CORR-REL" TO SUSPAUD-ACTION
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 4 TO WS-RUN-RC
               IF WS-XFERDATA-GOOD
                   MOVE SUSP-IN-REASON TO WS-SUSP-REASON
                   MOVE SUSP-IN-FIELD TO WS-SUSP-FIELD
               END-IF
               MOVE SUSP-IN-RECORD TO SUSP-NEW-RECORD
               MOVE WS-SUSP-REASON TO SUSP-NEW-REASON
               MOVE WS-SUSP-FIELD TO SUSP-NEW-FIELD
               WRITE SUSP-NEW-RECORD
               MOVE "REFUSED" TO SUSPAUD-ACTION
               PERFORM WRITE-AUDIT-RECORD
               IF WS-XFERDATA-GOOD
                   DISPLAY "[WARN ] Release refused, record "
                       WS-SUSP-SEQ-NO " - more delivery units than "
                       "one run holds, release it next run"
               ELSE
                   DISPLAY "[WARN ] Release refused, record "
                       WS-SUSP-SEQ-NO " still fails the checks, "
                       "reason " WS-SUSP-REASON " field "
                       WS-SUSP-FIELD
               END-IF
           END-IF.

      * Returns the record to the sending side, queues it for the
      * send session of the environment it came in on, and puts the
      * rejection on the audit trail.
       REJECT-SUSPENSE-RECORD.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SUSP-IN-REASON TO WS-SUSP-REASON
           MOVE SUSP-IN-FIELD TO WS-SUSP-FIELD
           MOVE SUSP-IN-RECORD TO REJ-OUT-RECORD
           WRITE REJ-OUT-RECORD
           PERFORM QUEUE-REJECTED-RECORD
           MOVE "REJECTED" TO SUSPAUD-ACTION
           PERFORM WRITE-AUDIT-RECORD.

      * Queues the rejected record on SENDQ as dataset REJOUT, in the
      * layout the sender sent it (dataset, sequence, payload), for
      * the environment the transfer run received it for.
       QUEUE-REJECTED-RECORD.
           IF WS-SENDQ-OPENED = "Y"
               AND SUSP-IN-ENV-ID NOT = SPACES
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE SPACES TO SENDQ-RECORD
               MOVE SUSP-IN-ENV-ID TO SENDQ-ENV-ID
               MOVE "REJOUT" TO SENDQ-DATASET
               MOVE WS-CURRENT-DATE TO SENDQ-QUEUED-DATE
               MOVE WS-CURRENT-TIME TO SENDQ-QUEUED-TIME
               MOVE "SUSPREL" TO SENDQ-QUEUED-BY
               MOVE SUSP-IN-RECORD(1:256) TO SENDQ-DATA
               WRITE SENDQ-RECORD
               ADD 1 TO WS-REJ-QUEUED-COUNT
           ELSE
               ADD 1 TO WS-REJ-UNQUEUED-COUNT
           END-IF.

      * Checks the release candidate against the layout the sending
      * side owes us - the same checks NETWORKING applies to every
      * received record (see CHECK-XFERDATA-RECORD there): an 8-digit
      * numeric sequence number in front of the payload, no binary
      * garbage anywhere in the record, then its dataset's DSRULES
      * field edits, when it has any.  The first failure found sets
      * the reason code and field.
       CHECK-XFERDATA-RECORD.
           SET WS-XFERDATA-GOOD TO TRUE
           MOVE SPACES TO WS-SUSP-REASON
           MOVE SPACES TO WS-SUSP-FIELD
           IF WS-REL-SEQ-FIELD NOT NUMERIC
               SET WS-XFERDATA-MALFORMED TO TRUE
               MOVE "SEQN" TO WS-SUSP-REASON
               MOVE "SEQ-NO" TO WS-SUSP-FIELD
           END-IF
           MOVE 0 TO WS-BAD-CHAR-COUNT
           INSPECT WS-REL-RECORD
           INSPECT WS-REL-RECORD
               TALLYING WS-BAD-CHAR-COUNT FOR ALL HIGH-VALUE
           IF WS-BAD-CHAR-COUNT > 0
               AND WS-XFERDATA-GOOD
               SET WS-XFERDATA-MALFORMED TO TRUE
               MOVE "BINY" TO WS-SUSP-REASON
           END-IF
           IF WS-XFERDATA-GOOD
               AND WS-DSRULES-OPENED = "Y"
               MOVE WS-REL-DATASET-NAME TO DSRULES-KEY
               READ DSRULES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DSRULES-FILE-RECORD TO DSRULE-RECORD
                       PERFORM VALIDATE-DATASET-RULES
                       MOVE WS-REL-PAYLOAD TO WS-CHECK-PAYLOAD
                       PERFORM CHECK-PAYLOAD-FIELDS
               END-READ
           END-IF.

      * Applies the dataset's field edits in DSRULE-RECORD to the
      * payload in WS-CHECK-PAYLOAD, stopping at the first field
      * that fails.
       CHECK-PAYLOAD-FIELDS.
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > DSRULE-FIELD-COUNT
                   OR WS-XFERDATA-MALFORMED
               PERFORM CHECK-ONE-FIELD
           END-PERFORM.

      * Applies the rule entry at WS-RULE-INDEX.  A blank field
      * fails only when required; otherwise it is checked for its
      * type, its range and its allowed values, in that order.
      * Entries blanked out as unusable when the rules were loaded
      * are stepped over.
       CHECK-ONE-FIELD.
           IF DSRULE-FLD-NUMERIC(WS-RULE-INDEX)
               OR DSRULE-FLD-DATE(WS-RULE-INDEX)
               OR DSRULE-FLD-ALPHA(WS-RULE-INDEX)
               MOVE DSRULE-FLD-POS(WS-RULE-INDEX) TO WS-FLD-POS
               MOVE DSRULE-FLD-LEN(WS-RULE-INDEX) TO WS-FLD-LEN
               IF WS-CHECK-PAYLOAD(WS-FLD-POS:WS-FLD-LEN) = SPACES
                   IF DSRULE-FLD-MANDATORY(WS-RULE-INDEX)
                       MOVE "REQD" TO WS-SUSP-REASON
                       PERFORM FAIL-FIELD-EDIT
                   END-IF
               ELSE
                   EVALUATE TRUE
                       WHEN DSRULE-FLD-NUMERIC(WS-RULE-INDEX)
                           PERFORM CHECK-NUMERIC-FIELD
                       WHEN DSRULE-FLD-DATE(WS-RULE-INDEX)
                           PERFORM CHECK-DATE-FIELD
                       WHEN OTHER
                           PERFORM CHECK-ALPHA-FIELD
                   END-EVALUATE
                   IF WS-XFERDATA-GOOD
                       PERFORM CHECK-FIELD-VALUES
                   END-IF
               END-IF
           END-IF.

      * Numeric field: digits only, then within its bounds.
       CHECK-NUMERIC-FIELD.
           IF WS-CHECK-PAYLOAD(WS-FLD-POS:WS-FLD-LEN) NOT NUMERIC
               MOVE "NUMF" TO WS-SUSP-REASON
               PERFORM FAIL-FIELD-EDIT
           ELSE
               MOVE WS-CHECK-PAYLOAD(WS-FLD-POS:WS-FLD-LEN)
                   TO WS-FLD-NUM
               IF DSRULE-FLD-LOW(WS-RULE-INDEX) NUMERIC
                   MOVE DSRULE-FLD-LOW(WS-RULE-INDEX) TO WS-BOUND-NUM
                   IF WS-FLD-NUM < WS-BOUND-NUM
                       MOVE "RANG" TO WS-SUSP-REASON
                       PERFORM FAIL-FIELD-EDIT
                   END-IF
               END-IF
               IF DSRULE-FLD-HIGH(WS-RULE-INDEX) NUMERIC
                   AND WS-XFERDATA-GOOD
                   MOVE DSRULE-FLD-HIGH(WS-RULE-INDEX)
                       TO WS-BOUND-NUM
                   IF WS-FLD-NUM > WS-BOUND-NUM
                       MOVE "RANG" TO WS-SUSP-REASON
                       PERFORM FAIL-FIELD-EDIT
                   END-IF
               END-IF
           END-IF.

      * Date field: a real YYYYMMDD calendar date, then within its
      * bounds (YYYYMMDD text compares in date order).
       CHECK-DATE-FIELD.
           MOVE WS-CHECK-PAYLOAD(WS-FLD-POS:8) TO WS-CHK-DATE
           IF WS-CHK-DATE NOT NUMERIC
               MOVE "DATE" TO WS-SUSP-REASON
               PERFORM FAIL-FIELD-EDIT
           ELSE
               IF WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
                   OR WS-CHK-DAY < 1
                   MOVE "DATE" TO WS-SUSP-REASON
                   PERFORM FAIL-FIELD-EDIT
               ELSE
                   PERFORM GET-MONTH-LENGTH
                   IF WS-CHK-DAY > WS-MONTH-LEN
                       MOVE "DATE" TO WS-SUSP-REASON
                       PERFORM FAIL-FIELD-EDIT
                   END-IF
               END-IF
           END-IF
           IF WS-XFERDATA-GOOD
               IF DSRULE-FLD-LOW(WS-RULE-INDEX)(1:8) NOT = SPACES
                   AND WS-CHK-DATE < DSRULE-FLD-LOW(WS-RULE-INDEX)(1:8)
                   MOVE "RANG" TO WS-SUSP-REASON
                   PERFORM FAIL-FIELD-EDIT
               END-IF
               IF DSRULE-FLD-HIGH(WS-RULE-INDEX)(1:8) NOT = SPACES
                   AND WS-CHK-DATE
                       > DSRULE-FLD-HIGH(WS-RULE-INDEX)(1:8)
                   AND WS-XFERDATA-GOOD
                   MOVE "RANG" TO WS-SUSP-REASON
                   PERFORM FAIL-FIELD-EDIT
               END-IF
           END-IF.

      * Alphanumeric field: within its bounds, compared as text.
       CHECK-ALPHA-FIELD.
           IF DSRULE-FLD-LOW(WS-RULE-INDEX) NOT = SPACES
               AND WS-CHECK-PAYLOAD(WS-FLD-POS:WS-FLD-LEN)
                   < DSRULE-FLD-LOW(WS-RULE-INDEX)
               MOVE "RANG" TO WS-SUSP-REASON
               PERFORM FAIL-FIELD-EDIT
           END-IF
           IF DSRULE-FLD-HIGH(WS-RULE-INDEX) NOT = SPACES
               AND WS-CHECK-PAYLOAD(WS-FLD-POS:WS-FLD-LEN)
                   > DSRULE-FLD-HIGH(WS-RULE-INDEX)
               AND WS-XFERDATA-GOOD
               MOVE "RANG" TO WS-SUSP-REASON
               PERFORM FAIL-FIELD-EDIT
           END-IF.

      * Any type: when allowed values are keyed, the field must be
      * one of them.
       CHECK-FIELD-VALUES.
           MOVE "N" TO WS-VALUE-KEYED
           MOVE "N" TO WS-VALUE-MATCH
           PERFORM VARYING WS-VALUE-INDEX FROM 1 BY 1
               UNTIL WS-VALUE-INDEX > 4
               IF DSRULE-FLD-VALUE(WS-RULE-INDEX WS-VALUE-INDEX)
                   NOT = SPACES
                   MOVE "Y" TO WS-VALUE-KEYED
                   IF WS-CHECK-PAYLOAD(WS-FLD-POS:WS-FLD-LEN)
                       = DSRULE-FLD-VALUE(WS-RULE-INDEX WS-VALUE-INDEX)
                       MOVE "Y" TO WS-VALUE-MATCH
                   END-IF
               END-IF
           END-PERFORM
           IF WS-VALUE-KEYED = "Y"
               AND WS-VALUE-MATCH = "N"
               MOVE "VALU" TO WS-SUSP-REASON
               PERFORM FAIL-FIELD-EDIT
           END-IF.

      * Quarantines the record on the field at WS-RULE-INDEX, with
      * the reason code the caller set.
       FAIL-FIELD-EDIT.
           SET WS-XFERDATA-MALFORMED TO TRUE
           MOVE DSRULE-FLD-NAME(WS-RULE-INDEX) TO WS-SUSP-FIELD.

      * Length of WS-CHK-MONTH in WS-CHK-YEAR, February getting its
      * leap-year day (every fourth year, except centuries not
      * divisible by 400).
       GET-MONTH-LENGTH.
           MOVE WS-MONTH-DAYS(WS-CHK-MONTH) TO WS-MONTH-LEN
           IF WS-CHK-MONTH = 2
               DIVIDE WS-CHK-YEAR BY 4 GIVING WS-LEAP-REM
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   MOVE 29 TO WS-MONTH-LEN
                   DIVIDE WS-CHK-YEAR BY 100 GIVING WS-LEAP-REM
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       DIVIDE WS-CHK-YEAR BY 400 GIVING WS-LEAP-REM
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM NOT = 0
                           MOVE 28 TO WS-MONTH-LEN
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Checks every field entry of the rules just read.  An entry
      * that cannot be applied - position or length not numeric or
      * off the end of the payload, an unknown type, a numeric field
      * wider than 15 digits, a date not 8 bytes wide - is logged
      * and its type blanked so the edits step over it; the rest of
      * the dataset's rules still apply.  A field count past the
      * table is clamped the same way.
       VALIDATE-DATASET-RULES.
           IF DSRULE-FIELD-COUNT NOT NUMERIC
               MOVE 0 TO DSRULE-FIELD-COUNT
           END-IF
           IF DSRULE-FIELD-COUNT > 20
               DISPLAY "[WARN ] DSRULES " DSRULE-DATASET
                   " field count exceeds table size, first 20 used"
               MOVE 20 TO DSRULE-FIELD-COUNT
           END-IF
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > DSRULE-FIELD-COUNT
               PERFORM VALIDATE-ONE-RULE
               IF WS-RULE-VALID = "N"
                   MOVE SPACE TO DSRULE-FLD-TYPE(WS-RULE-INDEX)
                   DISPLAY "[WARN ] DSRULES " DSRULE-DATASET
                       " field " DSRULE-FLD-NAME(WS-RULE-INDEX)
                       " rule invalid, not applied"
               END-IF
           END-PERFORM.

      * Sets WS-RULE-VALID for the rule entry at WS-RULE-INDEX.
       VALIDATE-ONE-RULE.
           MOVE "Y" TO WS-RULE-VALID
           IF DSRULE-FLD-POS(WS-RULE-INDEX) NOT NUMERIC
               OR DSRULE-FLD-LEN(WS-RULE-INDEX) NOT NUMERIC
               MOVE "N" TO WS-RULE-VALID
           ELSE
               IF DSRULE-FLD-POS(WS-RULE-INDEX) = 0
                   OR DSRULE-FLD-LEN(WS-RULE-INDEX) = 0
                   OR DSRULE-FLD-POS(WS-RULE-INDEX)
                       + DSRULE-FLD-LEN(WS-RULE-INDEX) > 241
                   MOVE "N" TO WS-RULE-VALID
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN DSRULE-FLD-NUMERIC(WS-RULE-INDEX)
                   IF DSRULE-FLD-LEN(WS-RULE-INDEX) > 15
                       MOVE "N" TO WS-RULE-VALID
                   END-IF
               WHEN DSRULE-FLD-DATE(WS-RULE-INDEX)
                   IF DSRULE-FLD-LEN(WS-RULE-INDEX) NOT = 8
                       MOVE "N" TO WS-RULE-VALID
                   END-IF
               WHEN DSRULE-FLD-ALPHA(WS-RULE-INDEX)
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-RULE-VALID
           END-EVALUATE.

      * Folds the record about to be released into its delivery
      * unit's released count, adding the unit to the table on first
      * sight.  With the table full a new unit cannot be added:
      * WS-REL-DS-FOUND comes back "N" and the caller refuses the
      * release.
       TALLY-RELEASED-DATASET.
           MOVE "N" TO WS-REL-DS-FOUND
           PERFORM VARYING WS-REL-DS-INDEX FROM 1 BY 1
                   OR WS-REL-DS-FOUND = "Y"
               IF WS-REL-DS-NAME(WS-REL-DS-INDEX)
                   = WS-REL-DATASET-NAME
                   AND WS-REL-DS-ENV-ID(WS-REL-DS-INDEX)
                       = SUSP-IN-ENV-ID
                   AND WS-REL-DS-BUS-DATE(WS-REL-DS-INDEX)
                       = SUSP-IN-BUS-DATE
                   MOVE "Y" TO WS-REL-DS-FOUND
               END-IF
           END-PERFORM
                   ADD 1 TO WS-REL-DS-COUNT
                   MOVE WS-REL-DATASET-NAME
                       TO WS-REL-DS-NAME(WS-REL-DS-COUNT)
                   MOVE SUSP-IN-ENV-ID
                       TO WS-REL-DS-ENV-ID(WS-REL-DS-COUNT)
                   MOVE SUSP-IN-BUS-DATE
                       TO WS-REL-DS-BUS-DATE(WS-REL-DS-COUNT)
                   MOVE 1 TO WS-REL-DS-RELEASED(WS-REL-DS-COUNT)
                   MOVE "Y" TO WS-REL-DS-FOUND
               END-IF
           END-IF.

      * Delivers the records released this run onto the delivery
      * stream, one SUSPENSE unit per environment, business date and
      * dataset - header, the records read back off RELOUT in the
      * order they were released, then a trailer carrying the
      * released count.
       DELIVER-RELEASED-RECORDS.
           CLOSE REL-OUT-FILE
           MOVE "N" TO WS-REL-OUT-OPENED
           PERFORM VARYING WS-REL-DS-INDEX FROM 1 BY 1
               UNTIL WS-REL-DS-INDEX > WS-REL-DS-COUNT
               PERFORM DELIVER-ONE-UNIT
           END-PERFORM.

      * Writes the delivery unit for the table entry at
      * WS-REL-DS-INDEX.  RELOUT is opened before the header goes
      * out: if it cannot be read back the unit is not delivered at
      * all - no header without its records and trailer - and the
      * released records stay on RELOUT for operations to deliver.
       DELIVER-ONE-UNIT.
           MOVE "N" TO WS-REL-OUT-EOF
           OPEN INPUT REL-OUT-FILE
           IF WS-REL-OUT-STATUS NOT = "00"
               DISPLAY "[ERROR] RELOUT not available, status "
                   WS-REL-OUT-STATUS ", dataset "
                   WS-REL-DS-NAME(WS-REL-DS-INDEX) " env "
                   WS-REL-DS-ENV-ID(WS-REL-DS-INDEX) " date "
                   WS-REL-DS-BUS-DATE(WS-REL-DS-INDEX)
                   " not delivered"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM WRITE-DELIVERY-UNIT
               CLOSE REL-OUT-FILE
           END-IF.

      * Writes the header, the released records read back off the
      * open RELOUT, and the trailer of the unit at WS-REL-DS-INDEX.
       WRITE-DELIVERY-UNIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO XFERDLV-HEADER
           MOVE "H" TO XFERDLV-HDR-TYPE
           MOVE WS-REL-DS-NAME(WS-REL-DS-INDEX) TO XFERDLV-HDR-DATASET
           MOVE WS-REL-DS-ENV-ID(WS-REL-DS-INDEX)
               TO XFERDLV-HDR-ENV-ID
           MOVE WS-REL-DS-BUS-DATE(WS-REL-DS-INDEX)
               TO XFERDLV-HDR-BUS-DATE
           MOVE WS-CURRENT-DATE TO XFERDLV-HDR-DATE
           MOVE WS-CURRENT-TIME TO XFERDLV-HDR-TIME
           SET XFERDLV-FROM-SUSPENSE TO TRUE
           SET XFERDLV-RELEASED TO TRUE
           WRITE XFERDLV-HEADER
           MOVE 0 TO WS-DLV-RECORDS
           PERFORM UNTIL WS-REL-OUT-EOF-YES
               READ REL-OUT-FILE
                   AT END
                       SET WS-REL-OUT-EOF-YES TO TRUE
                   NOT AT END
                       IF REL-OUT-DATA(1:8)
                           = WS-REL-DS-NAME(WS-REL-DS-INDEX)
                           AND REL-OUT-ENV-ID
                               = WS-REL-DS-ENV-ID(WS-REL-DS-INDEX)
                           AND REL-OUT-BUS-DATE
                               = WS-REL-DS-BUS-DATE(WS-REL-DS-INDEX)
                           MOVE SPACES TO XFERDLV-DETAIL
                           MOVE "D" TO XFERDLV-DET-TYPE
                           MOVE WS-REL-DS-NAME(WS-REL-DS-INDEX)
                               TO XFERDLV-DET-DATASET
                           MOVE REL-OUT-DATA TO XFERDLV-DET-DATA
                           WRITE XFERDLV-DETAIL
                           ADD 1 TO WS-DLV-RECORDS
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO XFERDLV-TRAILER
           MOVE "T" TO XFERDLV-TRL-TYPE
           MOVE WS-REL-DS-NAME(WS-REL-DS-INDEX) TO XFERDLV-TRL-DATASET
           MOVE WS-DLV-RECORDS TO XFERDLV-TRL-RECORDS
           MOVE 0 TO XFERDLV-TRL-EXPECTED
           MOVE WS-DLV-RECORDS TO XFERDLV-TRL-GOOD
           MOVE 0 TO XFERDLV-TRL-QUARANTINE
           MOVE 0 TO XFERDLV-TRL-DUPS
           MOVE 0 TO XFERDLV-TRL-MISSING
           MOVE "RELEASED" TO XFERDLV-TRL-VERDICT
           WRITE XFERDLV-TRAILER.

      * Writes the audit record for the action just taken:
      * SUSPAUD-ACTION is already set by the caller, and so are
      * WS-SUSP-REASON and WS-SUSP-FIELD.
       WRITE-AUDIT-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-SUSP-SEQ-NO TO SUSPAUD-SEQ-NO
           MOVE SUSP-IN-DATASET-NAME TO SUSPAUD-DATASET
           MOVE SUSP-IN-RECORD(1:60) TO SUSPAUD-RECORD-TEXT
           MOVE WS-SUSP-REASON TO SUSPAUD-REASON
           MOVE WS-SUSP-FIELD TO SUSPAUD-FIELD
           MOVE SUSP-IN-ENV-ID TO SUSPAUD-ENV-ID
           MOVE SUSP-IN-BUS-DATE TO SUSPAUD-BUS-DATE
           WRITE SUSPAUD-RECORD.

      * Reports every disposition whose sequence number matched no
               " carried " WS-CARRIED-COUNT
               " garbled dispositions " WS-DISP-GARBLED-COUNT
               " unmatched " WS-DISP-UNMATCHED
           DISPLAY "SUSPREL: rejections queued to send "
               WS-REJ-QUEUED-COUNT " not queued "
               WS-REJ-UNQUEUED-COUNT
           PERFORM VARYING WS-REL-DS-INDEX FROM 1 BY 1
               UNTIL WS-REL-DS-INDEX > WS-REL-DS-COUNT
               DISPLAY "SUSPREL: dataset "
                   WS-REL-DS-NAME(WS-REL-DS-INDEX) " env "
                   WS-REL-DS-ENV-ID(WS-REL-DS-INDEX) " date "
                   WS-REL-DS-BUS-DATE(WS-REL-DS-INDEX) " released "
                   WS-REL-DS-RELEASED(WS-REL-DS-INDEX)
           END-PERFORM.

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
      * as its business date, environment "*ALL" - a suspense
      * generation holds every environment's records - and the time
      * it started.  The record stays "running" until WRITE-RUN-END
      * rewrites it, so a run that never gets there shows up on the
      * board as overrunning.
       WRITE-RUN-START.
           PERFORM OPEN-RUN-STATUS
           IF WS-RUNSTAT-STATUS = "00"
               MOVE SPACES TO RUNSTAT-RECORD
               ACCEPT RUNSTAT-BUS-DATE FROM DATE YYYYMMDD
               MOVE "*ALL" TO RUNSTAT-ENV-ID
               MOVE "SUSPREL" TO RUNSTAT-PROGRAM
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
