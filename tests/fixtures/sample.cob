           SELECT XFER-ACK-FILE ASSIGN TO "XFERACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERACK-STATUS.
      * Acknowledgment history - every XFERACK record written, kept
      * run over run (extended, never rewritten) so the monthly
      * data-quality scorecard has the verdicts to report on after
      * the night's XFERACK has gone back to the partner.  NETHKEEP
      * ages it off by month.
           SELECT XFER-ACK-HIST-FILE ASSIGN TO "XFERAKH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERAKH-STATUS.
      * Payload field edit rules per dataset (see DSRULREC.cpy),
      * maintained by operations.  A missing file means the layout
      * checks alone, as before the rules existed.
           SELECT DSRULES-FILE ASSIGN TO "DSRULES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSRULES-KEY
               FILE STATUS IS WS-DSRULES-STATUS.
      * Transfer register (see XREGREC.cpy) - every dataset accepted
      * and released, so a resent or rerun feed is refused instead of
      * flowing downstream twice.
           SELECT XFERREG-FILE ASSIGN TO "XFERREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XFERREG-KEY
               FILE STATUS IS WS-XFERREG-STATUS.
      * Accepted-volume history (see VOLHREC.cpy) - the same-weekday
      * averages the volume anomaly check compares each night with.
           SELECT VOLHIST-FILE ASSIGN TO "VOLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VOLHIST-KEY
               FILE STATUS IS WS-VOLHIST-STATUS.
      * NETCFG changes staged through NETMNT (see NETCPREC.cpy) - an
      * approved one whose effective time has come is put onto NETCFG
      * before the environment's settings are loaded, and the
      * activation written to the NETHIST change history.
           SELECT NETCFGP-FILE ASSIGN TO "NETCFGP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NETCFGP-KEY
               FILE STATUS IS WS-NETCFGP-STATUS.
           SELECT NETHIST-FILE ASSIGN TO "NETHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NETHIST-KEY
               FILE STATUS IS WS-NETHIST-STATUS.
      * Planned host maintenance calendar (see HOSTMREC.cpy) - a
      * candidate host inside one of its outages is passed over by
      * CONNECT-SERVER instead of being dialled.
           SELECT HOSTMNT-FILE ASSIGN TO "HOSTMNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOSTMNT-KEY
               FILE STATUS IS WS-HOSTMNT-STATUS.
      * Certificate and credential expiry register (see CREDREC.cpy)
      * - dialling a host whose credential has expired is logged as
      * such, so the failures that follow read for what they are.
           SELECT CREDREG-FILE ASSIGN TO "CREDREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREDREG-KEY
               FILE STATUS IS WS-CREDREG-STATUS.
      * Work file the reconcile stages each good record on while the
      * verdicts are still out, read back dataset by dataset once
      * they are in to build the delivery units below.
           SELECT DLV-WORK-FILE ASSIGN TO "DLVWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLVWORK-STATUS.
      * Delivery stream for the downstream pickup - one unit per
      * manifest dataset that reconciled clean (see DLVRYREC.cpy).
      * Extended run over run and drained by the pickup, the way
      * ALERTQ is by ALERTDSP.
           SELECT DLV-READY-FILE ASSIGN TO "DLVREADY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLVREADY-STATUS.
      * Held deliveries - one unit per manifest dataset that
      * reconciled MISMATCH, kept back from the pickup until
      * operations releases or purges it through DLVREL.
           SELECT DLV-HOLD-FILE ASSIGN TO "DLVHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLVHOLD-STATUS.
      * Outbound queue (see SENDQREC.cpy) - the records we owe each
      * partner.  A single-environment reconcile queues its XFERACK
      * here; send mode drains it, carrying what it did not send to
      * SENDQNEW for the copy-back step.
           SELECT SEND-QUEUE-FILE ASSIGN TO "SENDQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENDQ-STATUS.
           SELECT SEND-QUEUE-NEW-FILE ASSIGN TO "SENDQNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENDQNEW-STATUS.
      * Send mode's outbound manifest and data, built from the queue
      * for the partner's side to reconcile the way we reconcile
      * XFERCTL/XFERDATA - the manifest in the XFERCTL layout, each
      * data record stamped with its dataset name and sequence.
           SELECT OUT-CONTROL-FILE ASSIGN TO "OUTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTCTL-STATUS.
           SELECT OUT-DATA-FILE ASSIGN TO "OUTDATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTDATA-STATUS.
      * The partner's acknowledgment of what send mode sent,
      * returned over the same session in the XFERACK layout.
           SELECT SEND-ACK-FILE ASSIGN TO "SENDACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENDACK-STATUS.
      * Nightly run control file (see RUNSTREC.cpy): this run's
      * start and end, for the NETBRD board.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNSTAT-KEY
               FILE STATUS IS WS-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 XFERDATA-PAYLOAD      PIC X(240).

       FD  XFER-SUSPENSE-FILE.
      * The quarantined record exactly as received, then the
      * environment and business date it was received for, so the
      * records SUSPREL later releases can be delivered under the
      * right header, then why it was quarantined - a reason code
      * and the field that failed - so the NETINQ S browse shows the
      * reviewer the cause without decoding the record by eye.
      * Reason codes:
      *   SEQN sequence number not numeric (field SEQ-NO)
      *   BINY binary LOW-VALUE/HIGH-VALUE bytes in the record
      *   UNKD dataset not on the manifest (field DATASET)
      *   REQD required payload field blank
      *   NUMF numeric payload field not numeric
      *   DATE date payload field not a valid YYYYMMDD date
      *   RANG payload field outside its allowed range
      *   VALU payload field not one of its allowed values
      * The payload codes name the DSRULES field that failed.
       01 XFERSUSP-RECORD.
           05 XFERSUSP-DATA          PIC X(256).
           05 FILLER                 PIC X(01).
           05 XFERSUSP-ENV-ID        PIC X(08).
           05 FILLER                 PIC X(01).
           05 XFERSUSP-BUS-DATE      PIC X(08).
           05 FILLER                 PIC X(01).
           05 XFERSUSP-REASON        PIC X(04).
           05 FILLER                 PIC X(01).
           05 XFERSUSP-FIELD         PIC X(08).

       FD  CHECKPOINT-FILE.
       COPY CKPTREC.
       FD  XFER-ACK-FILE.
       COPY XFERAREC.

       FD  XFER-ACK-HIST-FILE.
      * An XFERACK detail or trailer exactly as it went out.
       01 XFERAKH-RECORD         PIC X(102).

       FD  DSRULES-FILE.
       01 DSRULES-FILE-RECORD.
           05 DSRULES-KEY            PIC X(08).
           05 FILLER                 PIC X(2296).

       FD  XFERREG-FILE.
       COPY XREGREC.

       FD  VOLHIST-FILE.
       COPY VOLHREC.

       FD  NETCFGP-FILE.
       COPY NETCPREC.

       FD  NETHIST-FILE.
       COPY NETHSREC.

       FD  HOSTMNT-FILE.
       COPY HOSTMREC.

       FD  CREDREG-FILE.
       COPY CREDREC.

       FD  DLV-WORK-FILE.
       01 DLVWORK-RECORD.
           05 DLVWORK-DATASET-NAME   PIC X(08).
           05 FILLER                 PIC X(248).

       FD  DLV-READY-FILE.
       01 DLVREADY-RECORD        PIC X(267).

       FD  DLV-HOLD-FILE.
       01 DLVHOLD-RECORD         PIC X(267).

       FD  SEND-QUEUE-FILE.
       COPY SENDQREC.

       FD  SEND-QUEUE-NEW-FILE.
       01 SENDQNEW-RECORD        PIC X(301).

       FD  OUT-CONTROL-FILE.
      * One record per dataset sent, in the XFERCTL layout (see
      * XFERCREC.cpy) - the name and the count of records it holds.
       01 OUTCTL-RECORD.
           05 OUTCTL-DATASET-NAME    PIC X(08).
           05 FILLER                 PIC X(01).
           05 OUTCTL-EXPECTED-COUNT  PIC 9(08).

       FD  OUT-DATA-FILE.
      * The queued record behind the dataset name and an 8-digit
      * sequence number ascending from 1 within the dataset - the
      * same stamping we ask of the partner on XFERDATA.
       01 OUTDATA-RECORD.
           05 OUTDATA-DATASET-NAME   PIC X(08).
           05 OUTDATA-SEQ-NO         PIC 9(08).
           05 OUTDATA-PAYLOAD        PIC X(256).

       FD  SEND-ACK-FILE.
      * The partner's acknowledgment in the XFERACK layout (see
      * XFERAREC.cpy): a D record per dataset, a T trailer.  Only
      * the detail fields the send reconcile needs are named.
       01 SENDACK-RECORD.
           05 SENDACK-TYPE           PIC X(01).
           05 FILLER                 PIC X(28).
           05 SENDACK-DATASET        PIC X(08).
           05 FILLER                 PIC X(01).
           05 SENDACK-EXPECTED       PIC 9(08).
           05 FILLER                 PIC X(01).
           05 SENDACK-GOOD           PIC 9(08).
           05 FILLER                 PIC X(28).
           05 SENDACK-VERDICT        PIC X(08).
           05 FILLER                 PIC X(11).

       FD  RUN-STATUS-FILE.
       COPY RUNSTREC.

       WORKING-STORAGE SECTION.
      * Environment whose NETCFG record should be loaded at startup.
       01 WS-ENV-ID              PIC X(08) VALUE "PROD".
           05 WS-SUMMARY-ENTRY       OCCURS 99 TIMES.
               10 WS-SUM-ENV-ID          PIC X(08).
               10 WS-SUM-CONNECT         PIC X(04).
      * File status for the NETCFG parameter file, and whether it is
      * open for update - it is read-only when the online region
      * holds it and the update open is refused, and the status that
      * refusal gave.
       01 WS-NETCFG-STATUS       PIC X(02) VALUE "00".
       01 WS-NETCFG-UPDATE       PIC X(01) VALUE "N".
       01 WS-NETCFG-IO-STATUS    PIC X(02) VALUE "00".
      * File status for the NETLOG audit file.
       01 WS-NETLOG-STATUS       PIC X(02) VALUE "00".
      * File status for the ALERT-QUEUE file.
      * itself unaffected) when it did not.
       01 WS-XFERACK-STATUS      PIC X(02) VALUE "00".
       01 WS-XFERACK-OPENED      PIC X(01) VALUE "N".
      * File status for the acknowledgment history, and whether it
      * opened.
       01 WS-XFERAKH-STATUS      PIC X(02) VALUE "00".
       01 WS-XFERAKH-OPENED      PIC X(01) VALUE "N".
      * Environment id stamped on the acknowledgment records: the
      * environment reconciled, or "*ALL" for the job-level reconcile
      * of an all-environments run.
      * Verdict handed to WRITE-ACK-DETAIL for the dataset at
      * WS-MANIFEST-INDEX.
       01 WS-ACK-VERDICT         PIC X(08) VALUE SPACES.
      * The night this run receives for, taken once at startup so a
      * session running past midnight stamps one date on everything
      * it writes.
       01 WS-BUSINESS-DATE       PIC X(08) VALUE SPACES.
      * File status for the delivery work, ready and hold files, and
      * whether all three opened - with any one missing, no dataset
      * can be delivered and the reconcile says so with an ERROR
      * instead of half-delivering the session.
       01 WS-DLVWORK-STATUS      PIC X(02) VALUE "00".
       01 WS-DLVREADY-STATUS     PIC X(02) VALUE "00".
       01 WS-DLVHOLD-STATUS      PIC X(02) VALUE "00".
       01 WS-DELIVERY-OPENED     PIC X(01) VALUE "N".
       01 WS-DLVWORK-EOF         PIC X(01) VALUE "N".
           88 WS-DLVWORK-EOF-YES     VALUE "Y".
      * Data records written into the delivery unit being built.
       01 WS-DLV-RECORDS         PIC 9(08) VALUE 0.
      * The delivery record being written, and which file it goes
      * to: R = DLVREADY, H = DLVHOLD.
       01 WS-DLV-OUT-RECORD      PIC X(267).
       01 WS-DLV-TARGET          PIC X(01) VALUE "R".
           88 WS-DLV-TO-READY        VALUE "R".
           88 WS-DLV-TO-HOLD         VALUE "H".
      * Delivery header, detail and trailer layouts - kept here
      * rather than under an FD since the same unit goes to either
      * the ready or the hold file.
       COPY DLVRYREC.
      * Reconciliation counts and end-of-file switches.  The good
      * count only includes records that passed CHECK-XFERDATA-RECORD
      * and named a dataset on the manifest; malformed and
                                         PIC 9(08).
               10 WS-MAN-GAP-SEQ         OCCURS 3 TIMES
                                         PIC 9(08).
      * The dataset's reconcile verdict, kept for the delivery pass
      * that releases or holds it once every verdict is in.
               10 WS-MAN-VERDICT         PIC X(08).
      * The dataset's DSRULES entry, read once when the manifest is
      * loaded rather than once per record, and whether it has one.
               10 WS-MAN-HAS-RULES       PIC X(01).
               10 WS-MAN-RULES           PIC X(2304).
      * What the transfer register keeps for the dataset: the first
      * good sequence number (the last is WS-MAN-LAST-SEQ) and the
      * fingerprint folded over its good records; then whether the
      * night's register entry already exists, and whether it is
      * being reprocessed under the override PARM.
               10 WS-MAN-FIRST-SEQ       PIC 9(08).
               10 WS-MAN-FINGERPRINT     PIC 9(15).
               10 WS-MAN-REG-EXISTS      PIC X(01).
               10 WS-MAN-REPROCESSED     PIC X(01).
      * Verdict from CHECK-XFERDATA-RECORD on the record just read.
       01 WS-XFERDATA-VERDICT    PIC X(01) VALUE "G".
           88 WS-XFERDATA-GOOD       VALUE "G".
           88 WS-XFERDATA-MALFORMED  VALUE "M".
      * Count of binary-garbage bytes found in the record just read.
       01 WS-BAD-CHAR-COUNT      PIC 9(04) COMP VALUE 0.
      * Why the record just read was quarantined, and the field that
      * failed - carried onto its suspense record (codes listed with
      * XFERSUSP-RECORD above).
       01 WS-SUSP-REASON         PIC X(04) VALUE SPACES.
       01 WS-SUSP-FIELD          PIC X(08) VALUE SPACES.
      * File status for the dataset edit rules, and whether they
      * opened - with no rules file only the layout checks apply.
       01 WS-DSRULES-STATUS      PIC X(02) VALUE "00".
       01 WS-DSRULES-OPENED      PIC X(01) VALUE "N".
      * The edit rules of the dataset being checked.
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
      * File status for the transfer register, whether it opened,
      * and the end of one dataset's history while it is scanned.
       01 WS-XFERREG-STATUS      PIC X(02) VALUE "00".
       01 WS-XFERREG-OPENED      PIC X(01) VALUE "N".
       01 WS-XFERREG-EOF         PIC X(01) VALUE "N".
           88 WS-XFERREG-EOF-YES     VALUE "Y".
      * Set by CHECK-TRANSFER-REGISTER when the dataset matches a
      * transfer already accepted, with the night it was accepted.
       01 WS-REG-DUPLICATE       PIC X(01) VALUE "N".
       01 WS-REG-MATCH-DATE      PIC X(08) VALUE SPACES.
      * Register override off the PARM (",REPROCESS" after the
      * environment id): lets a dataset the register would refuse be
      * accepted again - every dataset, or only the one named after
      * "=".  Every use is logged and alerted.
       01 WS-REG-OVERRIDE        PIC X(01) VALUE "N".
           88 WS-REG-OVERRIDE-YES    VALUE "Y".
       01 WS-REG-OVERRIDE-DATASET PIC X(08) VALUE SPACES.
      * The PARM text split into environment id and option, and an
      * option this program does not know, reported once the audit
      * trail is open.
       01 WS-PARM-LENGTH         PIC 9(02) VALUE 0.
       01 WS-PARM-ENV            PIC X(08) VALUE SPACES.
       01 WS-PARM-OPTION         PIC X(30) VALUE SPACES.
       01 WS-PARM-KEYWORD        PIC X(20) VALUE SPACES.
       01 WS-PARM-OPTION-BAD     PIC X(01) VALUE "N".
      * Content fingerprint work fields.  Each byte of a good record
      * is dropped into the low half of a halfword to read its code
      * as a number; the record's bytes, weighted by position, fold
      * into the dataset's running fingerprint modulo a prime, so the
      * same records in the same order always give the same figure.
       01 WS-FP-POS              PIC 9(03).
       01 WS-FP-BYTE-PAIR.
           05 WS-FP-BYTE-HI          PIC X(01) VALUE LOW-VALUE.
           05 WS-FP-BYTE-LO          PIC X(01) VALUE LOW-VALUE.
       01 WS-FP-BYTE-NUM REDEFINES WS-FP-BYTE-PAIR
                                 PIC 9(04) COMP.
       01 WS-FP-RECORD-SUM       PIC 9(08).
       01 WS-FP-WORK             PIC 9(17).
       01 WS-FP-QUOTIENT         PIC 9(17).
       01 WS-FP-MODULUS          PIC 9(15) VALUE 999999999999989.
      * File status for the volume history, whether it opened, and
      * the end of one dataset's history while it is read.
       01 WS-VOLHIST-STATUS      PIC X(02) VALUE "00".
       01 WS-VOLHIST-OPENED      PIC X(01) VALUE "N".
       01 WS-VOLHIST-EOF         PIC X(01) VALUE "N".
           88 WS-VOLHIST-EOF-YES     VALUE "Y".
      * The dataset's volume band, off DSRULES or the defaults.
       01 WS-VOL-WEEKS           PIC 9(02).
       01 WS-VOL-LOW-PCT         PIC 9(03).
       01 WS-VOL-HIGH-PCT        PIC 9(03).
      * History older than this many days is dropped - the longest
      * look-back a band can ask for (13 weeks).
       01 WS-VOL-KEEP-DAYS       PIC 9(03) VALUE 91.
      * Same-weekday samples found, their total, their average and
      * the band worked out from it, and the age of the entry read.
       01 WS-VOL-SAMPLES         PIC 9(02).
       01 WS-VOL-TOTAL           PIC 9(10).
       01 WS-VOL-AVG             PIC 9(08).
       01 WS-VOL-LOW-LIMIT       PIC 9(08).
       01 WS-VOL-HIGH-LIMIT      PIC 9(08).
       01 WS-VOL-AGE             PIC S9(07).
      * File status for the staged change file and the change
      * history, whether each opened, and the end of one
      * environment's staged changes while they are read.
       01 WS-NETCFGP-STATUS      PIC X(02) VALUE "00".
       01 WS-NETCFGP-OPENED      PIC X(01) VALUE "N".
       01 WS-NETCFGP-EOF         PIC X(01) VALUE "N".
           88 WS-NETCFGP-EOF-YES     VALUE "Y".
       01 WS-NETHIST-STATUS      PIC X(02) VALUE "00".
       01 WS-NETHIST-OPENED      PIC X(01) VALUE "N".
      * The date and HHMM time now, which a staged change's effective
      * date and time must have reached to be put in force, and the
      * clock as text for the activation stamps.
       01 WS-STAGE-NOW.
           05 WS-STAGE-NOW-DATE      PIC X(08).
           05 WS-STAGE-NOW-TIME      PIC X(04).
       01 WS-STAGE-CLOCK         PIC X(08).
       01 WS-STAGE-HSECS         PIC 9(02).
      * The NETCFG record as it stood before a staged change was put
      * onto it, to put back if the change cannot be marked activated.
       01 WS-NETCFG-BEFORE       PIC X(1024).
      * Subscript for the host entries moved to the history record.
       01 WS-HIST-SUB            PIC 9(01).
      * Planned host maintenance calendar status and whether it
      * opened; for each candidate host of the environment being
      * worked, whether it is inside an outage now and when that
      * outage ends; how many of the hosts are out; and the date and
      * HHMM time now that the outages are compared with.
       01 WS-HOSTMNT-STATUS      PIC X(02) VALUE "00".
       01 WS-HOSTMNT-OPENED      PIC X(01) VALUE "N".
       01 WS-HOSTMNT-EOF         PIC X(01) VALUE "N".
           88 WS-HOSTMNT-EOF-YES     VALUE "Y".
       01 WS-HOST-MAINT-TABLE.
           05 WS-HOST-MAINT-ENTRY   OCCURS 3 TIMES.
               10 WS-HOST-IN-MAINT      PIC X(01).
               10 WS-HOST-MAINT-END     PIC X(12).
       01 WS-MAINT-HOST-COUNT    PIC 9(01) VALUE 0.
       01 WS-MAINT-SUB           PIC 9(01).
       01 WS-MAINT-NOW.
           05 WS-MAINT-NOW-DATE      PIC X(08).
           05 WS-MAINT-NOW-TIME      PIC X(04).
       01 WS-MAINT-CLOCK         PIC X(08).
      * Credential register status and whether it opened; for each
      * candidate host of the environment being worked, whether a
      * credential it depends on has expired, and which one and
      * when; and today's date the expiry dates are compared with.
       01 WS-CREDREG-STATUS      PIC X(02) VALUE "00".
       01 WS-CREDREG-OPENED      PIC X(01) VALUE "N".
       01 WS-CREDREG-EOF         PIC X(01) VALUE "N".
           88 WS-CREDREG-EOF-YES     VALUE "Y".
       01 WS-HOST-CRED-TABLE.
           05 WS-HOST-CRED-ENTRY    OCCURS 3 TIMES.
               10 WS-HOST-CRED-EXPIRED  PIC X(01).
               10 WS-HOST-CRED-TYPE     PIC X(08).
               10 WS-HOST-CRED-EXPIRY   PIC X(08).
       01 WS-CRED-SUB            PIC 9(01).
       01 WS-CRED-TODAY          PIC X(08).
      * Volume flag and average handed to WRITE-ACK-DETAIL with the
      * verdict (see XFERACK-DET-VOL-FLAG).
       01 WS-ACK-VOL-FLAG        PIC X(01) VALUE SPACE.
       01 WS-ACK-VOL-AVG         PIC 9(08) VALUE 0.
      * The business date as a day number and day of the week
      * (1 = Monday), worked out once at startup.
       01 WS-BUS-DAYNUM          PIC 9(07) VALUE 0.
       01 WS-BUS-WEEKDAY         PIC 9(01) VALUE 0.
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
      * The good record's sequence number in numeric form, for the
      * continuity check against its dataset's last one seen.
       01 WS-SEQ-NO-NUM          PIC 9(08) VALUE 0.
           05 WS-HOLIDAY-ENTRY       OCCURS 100 TIMES
                                     PIC X(08).
       01 WS-TODAY-IS-HOLIDAY    PIC X(01) VALUE "N".
      * Send mode off the PARM ("env,SEND"): the environment's
      * session carries the records queued for it on SENDQ out to
      * the partner instead of reconciling what the partner dropped.
       01 WS-SEND-MODE           PIC X(01) VALUE "N".
           88 WS-SEND-MODE-YES       VALUE "Y".
      * File status for the outbound queue, its rewritten copy, the
      * outbound manifest and data, and the partner's acknowledgment;
      * whether the queue is open for this run's XFERACK, whether it
      * held anything at all for send mode to read, and whether the
      * rewritten copy opened.
       01 WS-SENDQ-STATUS        PIC X(02) VALUE "00".
       01 WS-SENDQNEW-STATUS     PIC X(02) VALUE "00".
       01 WS-OUTCTL-STATUS       PIC X(02) VALUE "00".
       01 WS-OUTDATA-STATUS      PIC X(02) VALUE "00".
       01 WS-SENDACK-STATUS      PIC X(02) VALUE "00".
       01 WS-SENDQ-OPENED        PIC X(01) VALUE "N".
       01 WS-SENDQ-PRESENT       PIC X(01) VALUE "N".
       01 WS-SENDQNEW-OPENED     PIC X(01) VALUE "N".
       01 WS-SENDQ-EOF           PIC X(01) VALUE "N".
           88 WS-SENDQ-EOF-YES       VALUE "Y".
       01 WS-SENDACK-EOF         PIC X(01) VALUE "N".
           88 WS-SENDACK-EOF-YES     VALUE "Y".
      * The datasets going out in this session, built from the queue
      * - the record count sent under each, and what the partner's
      * acknowledgment said of it.  A dataset past the table stays
      * queued for a later session rather than going out unlisted.
       01 WS-SEND-COUNT          PIC 9(02) VALUE 0.
       01 WS-SEND-INDEX          PIC 9(02).
       01 WS-SEND-FOUND          PIC X(01).
       01 WS-SEND-KEY            PIC X(08).
       01 WS-SEND-TABLE.
           05 WS-SEND-ENTRY          OCCURS 10 TIMES.
               10 WS-SEND-DATASET        PIC X(08).
               10 WS-SEND-RECORDS        PIC 9(08).
               10 WS-SEND-ACKED          PIC X(01).
               10 WS-SEND-VERDICT        PIC X(08).
               10 WS-SEND-ACK-EXPECTED   PIC 9(08).
               10 WS-SEND-ACK-GOOD       PIC 9(08).
      * Records put on the outbound data file, records of this
      * environment left queued (dataset past the table), and records
      * of this environment carried to SENDQNEW - other
      * environments' records are carried too, but not counted.
       01 WS-SEND-TOTAL          PIC 9(08) VALUE 0.
       01 WS-SEND-LEFT           PIC 9(08) VALUE 0.
       01 WS-SEND-CARRIED        PIC 9(08) VALUE 0.
      * Run control file status, and the key of this run's record -
      * kept from the start record so the end record rewrites the
      * same one; spaces when the start record could not be written.
      * A send run is recorded as NETSEND, so the board shows an
      * environment's send and receive runs as the steps they are.
       01 WS-RUNSTAT-STATUS      PIC X(02) VALUE "00".
       01 WS-RUNSTAT-KEY         PIC X(32) VALUE SPACES.
       01 WS-RUNSTAT-PROGRAM     PIC X(08) VALUE "NETWORK".
       01 WS-RUNSTAT-OUTCOME     PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM for this job step - the environment id (PROD, TEST,
      * DR, etc.) whose NETCFG record should be loaded.  A missing or
      * blank PARM leaves WS-ENV-ID at its compiled-in default, so
      * existing JCL that passes no PARM keeps running unchanged.
      * The environment id may be followed by ",REPROCESS" (or
      * ",REPROCESS=dataset") to override the transfer register for
      * a genuine reprocess - see WS-REG-OVERRIDE.
       01 LS-PARM-AREA.
           05 LS-PARM-LENGTH        PIC S9(04) COMP.
           05 LS-PARM-TEXT          PIC X(40).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROGRAM.
           IF LS-PARM-LENGTH > 0
               PERFORM PARSE-PARM
           END-IF
           IF WS-ENV-ID = "*ALL"
               SET WS-RUN-ALL-ENVS TO TRUE
           END-IF
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           MOVE WS-BUSINESS-DATE TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAYNUM TO WS-BUS-DAYNUM
           MOVE WS-DN-WEEKDAY TO WS-BUS-WEEKDAY
           PERFORM OPEN-NETLOG
           PERFORM OPEN-ALERTQ
           PERFORM LOG-PARM-OPTIONS
           PERFORM WRITE-RUN-START
           IF WS-RUN-ALL-ENVS
               AND WS-SEND-MODE-YES
               PERFORM REFUSE-ALL-ENVS-SEND
           END-IF
           PERFORM OPEN-SUSPENSE
           PERFORM OPEN-DSRULES
           PERFORM OPEN-STAGED-CHANGES
           PERFORM OPEN-HOST-MAINTENANCE
           PERFORM OPEN-CREDENTIAL-REGISTER
           PERFORM LOAD-HOLIDAY-CALENDAR
           IF WS-RUN-ALL-ENVS
               PERFORM RUN-ALL-ENVIRONMENTS
           ELSE
               PERFORM READ-NETCFG-PARMS
               PERFORM READ-CHECKPOINT
               IF WS-SEND-MODE-YES
                   PERFORM RUN-SEND-ENVIRONMENT
               ELSE
                   PERFORM RUN-ONE-ENVIRONMENT
               END-IF
           END-IF
           PERFORM CLOSE-SUSPENSE
           IF WS-DSRULES-OPENED = "Y"
               CLOSE DSRULES-FILE
           END-IF
           IF WS-NETCFGP-OPENED = "Y"
               CLOSE NETCFGP-FILE
           END-IF
           IF WS-NETHIST-OPENED = "Y"
               CLOSE NETHIST-FILE
           END-IF
           IF WS-HOSTMNT-OPENED = "Y"
               CLOSE HOSTMNT-FILE
           END-IF
           IF WS-CREDREG-OPENED = "Y"
               CLOSE CREDREG-FILE
           END-IF
           PERFORM SET-RUN-OUTCOME
           PERFORM WRITE-RUN-END
           PERFORM CLOSE-ALERTQ
           PERFORM CLOSE-NETLOG
           STOP RUN.

      * Splits the PARM into the environment id and the option after
      * the comma.  The options are the transfer register override,
      * REPROCESS, optionally naming the one dataset it applies to
      * after "=", and SEND, which runs the environment's session
      * outbound (see RUN-SEND-ENVIRONMENT).
       PARSE-PARM.
           IF LS-PARM-LENGTH > 40
               MOVE 40 TO WS-PARM-LENGTH
           ELSE
               MOVE LS-PARM-LENGTH TO WS-PARM-LENGTH
           END-IF
           UNSTRING LS-PARM-TEXT(1:WS-PARM-LENGTH) DELIMITED BY ","
               INTO WS-PARM-ENV WS-PARM-OPTION
           END-UNSTRING
           IF WS-PARM-ENV NOT = SPACES
               MOVE WS-PARM-ENV TO WS-ENV-ID
           END-IF
           IF WS-PARM-OPTION NOT = SPACES
               UNSTRING WS-PARM-OPTION DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-REG-OVERRIDE-DATASET
               END-UNSTRING
               EVALUATE WS-PARM-KEYWORD
                   WHEN "REPROCESS"
                       SET WS-REG-OVERRIDE-YES TO TRUE
                   WHEN "SEND"
                       SET WS-SEND-MODE-YES TO TRUE
                       MOVE SPACES TO WS-REG-OVERRIDE-DATASET
                   WHEN OTHER
                       MOVE SPACES TO WS-REG-OVERRIDE-DATASET
                       MOVE "Y" TO WS-PARM-OPTION-BAD
               END-EVALUATE
           END-IF.

      * Puts the PARM options on the audit trail once it is open.  A
      * register override is an operator decision to let a feed
      * through twice, so it is logged and alerted up front, before
      * any dataset is reprocessed under it.
       LOG-PARM-OPTIONS.
           IF WS-REG-OVERRIDE-YES
               MOVE "WARN" TO WS-LOG-LEVEL
               MOVE SPACES TO WS-LOG-MESSAGE
               IF WS-REG-OVERRIDE-DATASET = SPACES
                   STRING "Transfer register override in force, "
                       "REPROCESS for every dataset"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               ELSE
                   STRING "Transfer register override in force, "
                       "REPROCESS for dataset " WS-REG-OVERRIDE-DATASET
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-IF
               MOVE "XR02" TO WS-LOG-EVENT
               PERFORM LOG-MESSAGE
               PERFORM SEND-ALERT
           END-IF
           IF WS-PARM-OPTION-BAD = "Y"
               MOVE "WARN" TO WS-LOG-LEVEL
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PARM option not recognised, ignored: "
                   WS-PARM-OPTION
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "PM01" TO WS-LOG-EVENT
               PERFORM LOG-MESSAGE
           END-IF
           IF WS-SEND-MODE-YES
               MOVE "INFO" TO WS-LOG-LEVEL
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "Send mode, records queued for " WS-ENV-ID
                   " go out this session"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM LOG-MESSAGE
           END-IF.

      * Send mode works one partner link: the outbound files and the
      * partner's acknowledgment are one DD each, so an
      * all-environments run cannot keep one partner's send apart
      * from the next.  Refused before anything is opened for the
      * run - no session, nothing taken off the queue.
       REFUSE-ALL-ENVS-SEND.
           MOVE "ERROR" TO WS-LOG-LEVEL
           MOVE "Send mode needs one environment on the PARM, not *ALL"
               TO WS-LOG-MESSAGE
           MOVE "SD03" TO WS-LOG-EVENT
           PERFORM LOG-MESSAGE
           PERFORM SEND-ALERT
           MOVE 16 TO RETURN-CODE
           MOVE "Refused, send mode needs one environment"
               TO WS-RUNSTAT-OUTCOME
           PERFORM WRITE-RUN-END
           PERFORM CLOSE-ALERTQ
           PERFORM CLOSE-NETLOG
           STOP RUN.
      * job level afterwards (see MAIN-PROGRAM).  Checkpoints are
      * neither read nor written in this mode - after an abend the
      * job simply reruns every environment from the top of the file.
      * Opened for update where it can be, so a staged change that
      * has fallen due can be put onto the record as it is read (see
      * OPEN-NETCFG and APPLY-STAGED-CHANGES).
       RUN-ALL-ENVIRONMENTS.
           PERFORM OPEN-NETCFG
           IF WS-NETCFG-STATUS NOT = "00"
               MOVE "ERROR" TO WS-LOG-LEVEL
               MOVE "NETCFG not available, nothing to run"
                       NOT AT END
                           PERFORM RESET-ENVIRONMENT-STATE
                           MOVE NETCFG-ENV-ID TO WS-ENV-ID
                           PERFORM APPLY-STAGED-CHANGES
                           PERFORM LOAD-NETCFG-VALUES
                           PERFORM RUN-ONE-ENVIRONMENT
                           PERFORM RECORD-ENV-SUMMARY
       CLOSE-NETLOG.
           CLOSE NETLOG-FILE.

      * Opens the run control file for one record and no more - it
      * is closed again straight after, so the file is never held
      * through the session and the board sees each record as soon
      * as it is written.  A file not yet created (status 35) is
      * created.
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
               MOVE "WARN" TO WS-LOG-LEVEL
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "RUNSTAT not available, status "
                   WS-RUNSTAT-STATUS ", run not on the control board"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "RS01" TO WS-LOG-EVENT
               PERFORM LOG-MESSAGE
           END-IF.

      * Puts this run on the nightly control board as started: the
      * business date, the environment it runs for ("*ALL" for an
      * all-environments run) and the time it started.  The record
      * stays "running" until WRITE-RUN-END rewrites it, so a run
      * that never gets there shows up on the board as overrunning.
       WRITE-RUN-START.
           IF WS-SEND-MODE-YES
               MOVE "NETSEND" TO WS-RUNSTAT-PROGRAM
           END-IF
           PERFORM OPEN-RUN-STATUS
           IF WS-RUNSTAT-STATUS = "00"
               MOVE SPACES TO RUNSTAT-RECORD
               MOVE WS-BUSINESS-DATE TO RUNSTAT-BUS-DATE
               IF WS-RUN-ALL-ENVS
                   MOVE "*ALL" TO RUNSTAT-ENV-ID
               ELSE
                   MOVE WS-ENV-ID TO RUNSTAT-ENV-ID
               END-IF
               MOVE WS-RUNSTAT-PROGRAM TO RUNSTAT-PROGRAM
               ACCEPT RUNSTAT-START-TIME FROM TIME
               SET RUNSTAT-RUNNING TO TRUE
               MOVE 0 TO RUNSTAT-RC
               WRITE RUNSTAT-RECORD
               IF WS-RUNSTAT-STATUS = "00"
                   MOVE RUNSTAT-KEY TO WS-RUNSTAT-KEY
               ELSE
                   MOVE "WARN" TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "RUNSTAT start record not written, status "
                       WS-RUNSTAT-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "RS01" TO WS-LOG-EVENT
                   PERFORM LOG-MESSAGE
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
                       MOVE "WARN" TO WS-LOG-LEVEL
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "RUNSTAT end record not written, status "
                           WS-RUNSTAT-STATUS
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       MOVE "RS01" TO WS-LOG-EVENT
                       PERFORM LOG-MESSAGE
                   END-IF
                   CLOSE RUN-STATUS-FILE
               END-IF
           END-IF.

      * Words the run's outcome for the control board: the reconcile
      * result for a receiving run, what went out and what the
      * partner said of it for a send run.
       SET-RUN-OUTCOME.
           MOVE SPACES TO WS-RUNSTAT-OUTCOME
           IF WS-SEND-MODE-YES
               STRING "Sent " WS-SEND-TOTAL " records, ack "
                   WS-RECON-RESULT ", " WS-SEND-CARRIED
                   " left queued"
                   DELIMITED BY SIZE INTO WS-RUNSTAT-OUTCOME
           ELSE
               STRING "Transfer reconcile " WS-RECON-RESULT
                   DELIMITED BY SIZE INTO WS-RUNSTAT-OUTCOME
           END-IF.

      * Opens the operator alert queue before the first possible
      * failure.  The queue is shared with NETRPT and NETPING and
      * drained by ALERTDSP, whose dispatched marks must survive
               CLOSE XFER-SUSPENSE-FILE
           END-IF.

      * Opens the dataset edit rules for the whole run.  Not having
      * them is a WARN, not a failure: the transfer is then checked
      * on layout alone, the way it was before the rules existed.
       OPEN-DSRULES.
           OPEN INPUT DSRULES-FILE
           IF WS-DSRULES-STATUS = "00"
               MOVE "Y" TO WS-DSRULES-OPENED
           ELSE
               MOVE "WARN" TO WS-LOG-LEVEL
               MOVE "DSRULES not available, payload field edits off"
                   TO WS-LOG-MESSAGE
               MOVE "DR01" TO WS-LOG-EVENT
               PERFORM LOG-MESSAGE
           END-IF.

      * Opens the planned host maintenance calendar for the run.  No
      * HOSTMNT at all (status 35) just means no outage has ever been
      * keyed and is not logged; any other failure is a WARN, and
      * every candidate host is dialled as though none were out.
       OPEN-HOST-MAINTENANCE.
           OPEN INPUT HOSTMNT-FILE
           IF WS-HOSTMNT-STATUS = "00"
               MOVE "Y" TO WS-HOSTMNT-OPENED
           ELSE
               IF WS-HOSTMNT-STATUS NOT = "35"
                   MOVE "WARN" TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "HOSTMNT not available, status "
                       WS-HOSTMNT-STATUS ", no host passed over"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "MT03" TO WS-LOG-EVENT
                   PERFORM LOG-MESSAGE
               END-IF
           END-IF.

      * Opens the certificate and credential expiry register for the
      * run.  No CREDREG at all (status 35) just means nothing has
      * been registered and is not logged; any other failure is a
      * WARN, and no host is reported as carrying an expired
      * credential.
       OPEN-CREDENTIAL-REGISTER.
           OPEN INPUT CREDREG-FILE
           IF WS-CREDREG-STATUS = "00"
               MOVE "Y" TO WS-CREDREG-OPENED
           ELSE
               IF WS-CREDREG-STATUS NOT = "35"
                   MOVE "WARN" TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "CREDREG not available, status "
                       WS-CREDREG-STATUS ", credential expiry not "
                       "checked"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "CX02" TO WS-LOG-EVENT
                   PERFORM LOG-MESSAGE
               END-IF
           END-IF.

      * Loads the holiday exception calendar, once for the whole
      * run.  A missing file (status 35 or any other open failure)
      * simply means no holidays - the expected-feed check then
      * Loads host, port and retry settings for WS-ENV-ID from the
      * NETCFG parameter file so they can be changed without a
      * recompile.  Falls back to the compiled-in defaults above if
      * the file or the environment record is not found.  Opened
      * for update where it can be, as in RUN-ALL-ENVIRONMENTS.
       READ-NETCFG-PARMS.
           PERFORM OPEN-NETCFG
           IF WS-NETCFG-STATUS NOT = "00"
               MOVE "WARN" TO WS-LOG-LEVEL
               MOVE "NETCFG not available, using defaults"
                       MOVE "CF01" TO WS-LOG-EVENT
                       PERFORM LOG-MESSAGE
                   NOT INVALID KEY
                       PERFORM APPLY-STAGED-CHANGES
                       PERFORM LOAD-NETCFG-VALUES
               END-READ
               CLOSE NETCFG-FILE
           END-IF.

      * Opens NETCFG for update, so APPLY-STAGED-CHANGES can put a
      * due staged change onto it.  The online region keeps NETCFG
      * open for update through the day, so the update open can be
      * refused; the run then goes ahead on the live records, opened
      * for input, and any staged change that falls due is logged as
      * left pending for a later run.  WS-NETCFG-STATUS is "00" when
      * either open worked.
       OPEN-NETCFG.
           MOVE "N" TO WS-NETCFG-UPDATE
           OPEN I-O NETCFG-FILE
           IF WS-NETCFG-STATUS = "00"
               MOVE "Y" TO WS-NETCFG-UPDATE
           ELSE
               MOVE WS-NETCFG-STATUS TO WS-NETCFG-IO-STATUS
               OPEN INPUT NETCFG-FILE
               IF WS-NETCFG-STATUS = "00"
                   AND WS-NETCFGP-OPENED = "Y"
                   MOVE "WARN" TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "NETCFG not open for update, status "
                       WS-NETCFG-IO-STATUS
                       ", due staged changes left pending"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "CF03" TO WS-LOG-EVENT
                   PERFORM LOG-MESSAGE
               END-IF
           END-IF.

      * Folds the NETCFG record just read into the working host,
      * port and retry settings the connect cycle runs from.
       LOAD-NETCFG-VALUES.
           MOVE WS-HOST-NAME(1) TO WS-HOST
           MOVE WS-HOST-PORT-NUM(1) TO WS-PORT.

      * Opens the NETCFGP staged change file and the NETHIST change
      * history so APPLY-STAGED-CHANGES can put a due change onto
      * NETCFG.  No NETCFGP at all (status 35) just means nothing
      * has ever been staged and is not logged; any other failure,
      * or no NETHIST to record the activation on, is a WARN and
      * staged changes are left waiting for the next run.
       OPEN-STAGED-CHANGES.
           MOVE "N" TO WS-NETCFGP-OPENED
           MOVE "N" TO WS-NETHIST-OPENED
           OPEN I-O NETCFGP-FILE
           IF WS-NETCFGP-STATUS = "00"
               OPEN I-O NETHIST-FILE
               IF WS-NETHIST-STATUS = "00"
                   MOVE "Y" TO WS-NETCFGP-OPENED
                   MOVE "Y" TO WS-NETHIST-OPENED
               ELSE
                   CLOSE NETCFGP-FILE
                   MOVE "WARN" TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "NETHIST not available, status "
                       WS-NETHIST-STATUS ", staged changes not applied"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "CF03" TO WS-LOG-EVENT
                   PERFORM LOG-MESSAGE
               END-IF
           ELSE
               IF WS-NETCFGP-STATUS NOT = "35"
                   MOVE "WARN" TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "NETCFGP not available, status "
                       WS-NETCFGP-STATUS ", staged changes not applied"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "CF03" TO WS-LOG-EVENT
                   PERFORM LOG-MESSAGE
               END-IF
           END-IF.

      * Puts onto the NETCFG record just read every approved staged
      * change for its environment whose effective date and time
      * have come, in the order they fell due, so this run already
      * connects with the new values.  A change still waiting for
      * its second operator past its effective time is not applied
      * - it is logged, once per run, so it does not go unnoticed.
      * So is an approved change while NETCFG is open for input
      * only: the run goes on the live record, and the change is
      * put in force by the next run that can update NETCFG.
       APPLY-STAGED-CHANGES.
           IF WS-NETCFGP-OPENED = "Y"
               ACCEPT WS-STAGE-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-STAGE-CLOCK FROM TIME
               MOVE WS-STAGE-CLOCK(1:4) TO WS-STAGE-NOW-TIME
               MOVE "N" TO WS-NETCFGP-EOF
               MOVE NETCFG-ENV-ID TO NETCFGP-ENV-ID
               MOVE LOW-VALUES TO NETCFGP-EFFECTIVE
               START NETCFGP-FILE
                   KEY IS NOT LESS THAN NETCFGP-KEY
                   INVALID KEY
                       SET WS-NETCFGP-EOF-YES TO TRUE
               END-START
               PERFORM UNTIL WS-NETCFGP-EOF-YES
                   READ NETCFGP-FILE NEXT RECORD
                       AT END
                           SET WS-NETCFGP-EOF-YES TO TRUE
                       NOT AT END
                           IF NETCFGP-ENV-ID NOT = NETCFG-ENV-ID
                               OR NETCFGP-EFFECTIVE > WS-STAGE-NOW
                               SET WS-NETCFGP-EOF-YES TO TRUE
                           ELSE
                               IF NETCFGP-APPROVED
                                   AND WS-NETCFG-UPDATE = "Y"
                                   PERFORM ACTIVATE-STAGED-CHANGE
                               END-IF
                               IF NETCFGP-APPROVED
                                   AND WS-NETCFG-UPDATE = "N"
                                   MOVE "WARN" TO WS-LOG-LEVEL
                                   MOVE SPACES TO WS-LOG-MESSAGE
                                   STRING "Staged NETCFG change due "
                                       NETCFGP-EFF-DATE " "
                                       NETCFGP-EFF-TIME
                                       " left pending, NETCFG not"
                                       " open for update"
                                       DELIMITED BY SIZE
                                       INTO WS-LOG-MESSAGE
                                   MOVE "CF03" TO WS-LOG-EVENT
                                   PERFORM LOG-MESSAGE
                               END-IF
                               IF NETCFGP-PENDING
                                   MOVE "WARN" TO WS-LOG-LEVEL
                                   MOVE SPACES TO WS-LOG-MESSAGE
                                   STRING "Staged NETCFG change due "
                                       NETCFGP-EFF-DATE " "
                                       NETCFGP-EFF-TIME
                                       " awaiting approval, not applied"
                                       DELIMITED BY SIZE
                                       INTO WS-LOG-MESSAGE
                                   MOVE "CF03" TO WS-LOG-EVENT
                                   PERFORM LOG-MESSAGE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * Rewrites NETCFG with the staged record image, marks the
      * staged change activated under this job's name, and writes
      * the ACT entry to the change history with the values it
      * replaced.  If NETCFG cannot be rewritten the change is left
      * approved for the next run to try again.  If the staged
      * change cannot be marked activated, NETCFG is put back as it
      * was, so the change - still approved - is not applied again
      * on top of whatever NETMNT keys in before the next run.
       ACTIVATE-STAGED-CHANGE.
           PERFORM MOVE-OLD-VALUES-TO-HISTORY
           MOVE NETCFG-RECORD TO WS-NETCFG-BEFORE
           MOVE NETCFGP-CONFIG TO NETCFG-RECORD
           REWRITE NETCFG-RECORD
               INVALID KEY
                   MOVE "WARN" TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "NETCFG rewrite failed, status "
                       WS-NETCFG-STATUS ", staged change not applied"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "CF03" TO WS-LOG-EVENT
                   PERFORM LOG-MESSAGE
               NOT INVALID KEY
                   SET NETCFGP-ACTIVATED TO TRUE
                   MOVE WS-JOB-NAME TO NETCFGP-ACTIVATED-BY
                   MOVE WS-STAGE-NOW-DATE TO NETCFGP-ACTIVATED-DATE
                   MOVE WS-STAGE-CLOCK(1:6) TO NETCFGP-ACTIVATED-TIME
                   REWRITE NETCFGP-RECORD
                       INVALID KEY
                           PERFORM BACK-OUT-STAGED-CHANGE
                       NOT INVALID KEY
                           PERFORM WRITE-ACTIVATION-HISTORY
                           MOVE "INFO" TO WS-LOG-LEVEL
                           MOVE SPACES TO WS-LOG-MESSAGE
                           STRING "Staged NETCFG change effective "
                               NETCFGP-EFF-DATE " " NETCFGP-EFF-TIME
                               " applied, keyed by " NETCFGP-KEYED-BY
                               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                           MOVE "CF02" TO WS-LOG-EVENT
                           PERFORM LOG-MESSAGE
                   END-REWRITE
           END-REWRITE.

      * The staged change could not be marked activated: NETCFG is
      * rewritten as it stood before the change, which stays
      * approved for the next run.  Should NETCFG not go back
      * either, the change is in force but still approved - it is
      * recorded on the history as put in force, and the WARN says
      * the staged record needs marking by hand before it is applied
      * again.
       BACK-OUT-STAGED-CHANGE.
           MOVE WS-NETCFG-BEFORE TO NETCFG-RECORD
           REWRITE NETCFG-RECORD
               INVALID KEY
                   MOVE NETCFGP-CONFIG TO NETCFG-RECORD
                   PERFORM WRITE-ACTIVATION-HISTORY
                   MOVE "WARN" TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "Staged NETCFG change effective "
                       NETCFGP-EFF-DATE " " NETCFGP-EFF-TIME
                       " applied, not marked activated, status "
                       WS-NETCFGP-STATUS
                       " - mark it or it is applied again"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "CF03" TO WS-LOG-EVENT
                   PERFORM LOG-MESSAGE
                   PERFORM SEND-ALERT
               NOT INVALID KEY
                   MOVE "WARN" TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "Staged NETCFG change effective "
                       NETCFGP-EFF-DATE " " NETCFGP-EFF-TIME
                       " not marked activated, status "
                       WS-NETCFGP-STATUS ", backed out"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "CF03" TO WS-LOG-EVENT
                   PERFORM LOG-MESSAGE
           END-REWRITE.

      * Captures the live NETCFG record about to be replaced into
      * the history record's old-value fields, hosts at the 40
      * characters NETMNT maintains - as NETMNT's own paragraph of
      * the same name does.
       MOVE-OLD-VALUES-TO-HISTORY.
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > 3
               MOVE NETCFG-HOST(WS-HIST-SUB)(1:40)
                   TO NETHIST-OLD-HOST(WS-HIST-SUB)
               MOVE NETCFG-PORT(WS-HIST-SUB)
                   TO NETHIST-OLD-PORT(WS-HIST-SUB)
           END-PERFORM
           MOVE NETCFG-MAX-RETRIES TO NETHIST-OLD-MAX-RETRIES
           MOVE NETCFG-RETRY-BASE-SECS TO NETHIST-OLD-RETRY-BASE
           IF NETCFG-WINDOW-START NUMERIC
               MOVE NETCFG-WINDOW-START TO NETHIST-OLD-WINDOW-START
           ELSE
               MOVE ZERO TO NETHIST-OLD-WINDOW-START
           END-IF
           IF NETCFG-WINDOW-CUTOFF NUMERIC
               MOVE NETCFG-WINDOW-CUTOFF TO NETHIST-OLD-WINDOW-CUTOFF
           ELSE
               MOVE ZERO TO NETHIST-OLD-WINDOW-CUTOFF
           END-IF
           MOVE NETCFG-EXPECT-DAYS TO NETHIST-OLD-EXPECT-DAYS
           MOVE NETCFG-APPROVAL-REQD TO NETHIST-OLD-APPROVAL-REQD.

      * Writes the ACT change history entry for a staged change put
      * in force by this run: the job name stands in the operator
      * field, with no terminal, and the new values are the record
      * now on NETCFG.  Hundredths of a second from the clock stand
      * in for the millisecond, retried once a millisecond on if two
      * activations land in the same hundredth.  A history write
      * problem is logged but does not undo the activation.
       WRITE-ACTIVATION-HISTORY.
           MOVE NETCFG-ENV-ID TO NETHIST-ENV-ID
           MOVE WS-STAGE-NOW-DATE TO NETHIST-DATE
           MOVE SPACES TO NETHIST-TIME
           STRING WS-STAGE-CLOCK(1:2) ":" WS-STAGE-CLOCK(3:2) ":"
               WS-STAGE-CLOCK(5:2)
               DELIMITED BY SIZE INTO NETHIST-TIME
           MOVE WS-STAGE-CLOCK(7:2) TO WS-STAGE-HSECS
           COMPUTE NETHIST-MILLISEC = WS-STAGE-HSECS * 10
           MOVE "ACT" TO NETHIST-CHANGE-TYPE
           MOVE WS-JOB-NAME TO NETHIST-OPERATOR
           MOVE SPACES TO NETHIST-TERMINAL
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > 3
               MOVE NETCFG-HOST(WS-HIST-SUB)(1:40)
                   TO NETHIST-NEW-HOST(WS-HIST-SUB)
               MOVE NETCFG-PORT(WS-HIST-SUB)
                   TO NETHIST-NEW-PORT(WS-HIST-SUB)
           END-PERFORM
           MOVE NETCFG-MAX-RETRIES TO NETHIST-NEW-MAX-RETRIES
           MOVE NETCFG-RETRY-BASE-SECS TO NETHIST-NEW-RETRY-BASE
           MOVE NETCFG-WINDOW-START TO NETHIST-NEW-WINDOW-START
           MOVE NETCFG-WINDOW-CUTOFF TO NETHIST-NEW-WINDOW-CUTOFF
           MOVE NETCFG-EXPECT-DAYS TO NETHIST-NEW-EXPECT-DAYS
           MOVE NETCFG-APPROVAL-REQD TO NETHIST-NEW-APPROVAL-REQD
           MOVE NETCFGP-EFF-DATE TO NETHIST-EFF-DATE
           MOVE NETCFGP-EFF-TIME TO NETHIST-EFF-TIME
           MOVE NETCFGP-KEYED-BY TO NETHIST-KEYED-BY
           WRITE NETHIST-RECORD
               INVALID KEY
                   ADD 1 TO NETHIST-MILLISEC
                   WRITE NETHIST-RECORD
                       INVALID KEY
                           MOVE "WARN" TO WS-LOG-LEVEL
                           MOVE SPACES TO WS-LOG-MESSAGE
                           STRING "NETHIST write failed, status "
                               WS-NETHIST-STATUS
                               ", activation not on history"
                               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                           MOVE "CF03" TO WS-LOG-EVENT
                           PERFORM LOG-MESSAGE
                   END-WRITE
           END-WRITE.

      * Looks for a checkpoint left behind by a prior run of this job
      * that abended partway through CONNECT-SERVER's retry loop, so a
      * restart resumes on the candidate host it had reached, at the
      * secondary, DR), retrying up to WS-MAX-RETRIES times against
      * the current host before failing over to the next one, and
      * sets WS-CONN-STATUS to reflect the real outcome instead of
      * always claiming success.  A host inside a planned outage on
      * the HOSTMNT calendar is not dialled at all: it is logged as
      * passed over and the loop fails straight on to the next
      * candidate, without spending retries or backoff on it.  When
      * every candidate host is out, the one alert raised says so,
      * in place of the retries-exhausted alert.  A host carrying a
      * credential expired on the CREDREG register is still dialled,
      * but logged as such first (CX01).
       CONNECT-SERVER.
           MOVE 0 TO WS-CONNECTED
           PERFORM CHECK-TRANSFER-WINDOW
           PERFORM LOAD-HOST-MAINTENANCE
           PERFORM LOAD-HOST-CREDENTIALS
           PERFORM VARYING WS-HOST-INDEX FROM WS-HOST-INDEX BY 1
               UNTIL WS-HOST-INDEX > WS-HOST-COUNT
                   OR WS-CONNECTED = 1
                   OR WS-WINDOW-EXPIRED-YES
               MOVE WS-HOST-NAME(WS-HOST-INDEX) TO WS-HOST
               MOVE WS-HOST-PORT-NUM(WS-HOST-INDEX) TO WS-PORT
               MOVE SPACES TO WS-LOG-MESSAGE
               IF WS-HOST-IN-MAINT(WS-HOST-INDEX) = "Y"
                   MOVE "INFO" TO WS-LOG-LEVEL
                   STRING "Host " WS-HOST-INDEX
                       " in planned maintenance until "
                       WS-HOST-MAINT-END(WS-HOST-INDEX)(1:8) " "
                       WS-HOST-MAINT-END(WS-HOST-INDEX)(9:4)
                       ", passed over"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "MT01" TO WS-LOG-EVENT
               ELSE
                   MOVE "INFO" TO WS-LOG-LEVEL
                   STRING "Connecting to " WS-HOST ":" WS-PORT
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "CN01" TO WS-LOG-EVENT
               END-IF
               PERFORM LOG-MESSAGE
               IF WS-HOST-IN-MAINT(WS-HOST-INDEX) NOT = "Y"
                   AND WS-HOST-CRED-EXPIRED(WS-HOST-INDEX) = "Y"
                   MOVE "WARN" TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "Host " WS-HOST-INDEX " credential "
                       WS-HOST-CRED-TYPE(WS-HOST-INDEX)
                       " expired " WS-HOST-CRED-EXPIRY(WS-HOST-INDEX)
                       ", connect failures may be the credential"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "CX01" TO WS-LOG-EVENT
                   PERFORM LOG-MESSAGE
               END-IF
               PERFORM VARYING WS-RETRY-COUNT
                   FROM WS-RESUME-RETRY-COUNT BY 1
                   UNTIL WS-RETRY-COUNT > WS-MAX-RETRIES
                       OR WS-CONNECTED = 1
                       OR WS-WINDOW-EXPIRED-YES
                       OR WS-HOST-IN-MAINT(WS-HOST-INDEX) = "Y"
                   CALL "TCPCONN" USING WS-HOST WS-PORT WS-CONNECT-RC
                   IF WS-CONNECT-RC = 0
                       MOVE 1 TO WS-CONNECTED
               MOVE 1 TO WS-RESUME-RETRY-COUNT
               IF WS-CONNECTED NOT = 1
                   AND WS-HOST-INDEX < WS-HOST-COUNT
                   AND WS-HOST-IN-MAINT(WS-HOST-INDEX) NOT = "Y"
                   MOVE "WARN" TO WS-LOG-LEVEL
                   MOVE "Retries exhausted, failing over to next host"
                       TO WS-LOG-MESSAGE
                   PERFORM LOG-MESSAGE
                   PERFORM SEND-ALERT
               ELSE
                   IF WS-MAINT-HOST-COUNT = WS-HOST-COUNT
                       MOVE "ERROR" TO WS-LOG-LEVEL
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "All " WS-HOST-COUNT
                           " candidate hosts of " WS-ENV-ID
                           " in planned maintenance, no session"
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       MOVE "MT02" TO WS-LOG-EVENT
                   ELSE
                       MOVE "ERROR" TO WS-LOG-LEVEL
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "Exceeded max retries on all "
                           "candidate hosts"
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       MOVE "CN05" TO WS-LOG-EVENT
                   END-IF
                   PERFORM LOG-MESSAGE
                   PERFORM SEND-ALERT
               END-IF
               PERFORM CLEAR-CHECKPOINT
           END-IF.

      * Works out, for each candidate host of the environment, whether
      * it is inside a planned outage on the HOSTMNT calendar right
      * now, and how many of them are.  No calendar open leaves every
      * host in service.
       LOAD-HOST-MAINTENANCE.
           MOVE SPACES TO WS-HOST-MAINT-TABLE
           MOVE 0 TO WS-MAINT-HOST-COUNT
           IF WS-HOSTMNT-OPENED = "Y"
               ACCEPT WS-MAINT-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-MAINT-CLOCK FROM TIME
               MOVE WS-MAINT-CLOCK(1:4) TO WS-MAINT-NOW-TIME
               PERFORM VARYING WS-MAINT-SUB FROM 1 BY 1
                   UNTIL WS-MAINT-SUB > WS-HOST-COUNT
                   PERFORM FIND-HOST-MAINTENANCE
                   IF WS-HOST-IN-MAINT(WS-MAINT-SUB) = "Y"
                       ADD 1 TO WS-MAINT-HOST-COUNT
                   END-IF
               END-PERFORM
           END-IF.

      * Reads the calendar for the candidate host at WS-MAINT-SUB:
      * its outages browse in start order, so the read stops at the
      * first one not yet begun.  Of those begun and not yet over,
      * the one ending last is kept, so overlapping notices cannot
      * put the host back in service early.
       FIND-HOST-MAINTENANCE.
           MOVE "N" TO WS-HOST-IN-MAINT(WS-MAINT-SUB)
           MOVE "N" TO WS-HOSTMNT-EOF
           MOVE WS-ENV-ID TO HOSTMNT-ENV-ID
           MOVE WS-MAINT-SUB TO HOSTMNT-HOST-INDEX
           MOVE LOW-VALUES TO HOSTMNT-START
           START HOSTMNT-FILE
               KEY IS NOT LESS THAN HOSTMNT-KEY
               INVALID KEY
                   SET WS-HOSTMNT-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-HOSTMNT-EOF-YES
               READ HOSTMNT-FILE NEXT RECORD
                   AT END
                       SET WS-HOSTMNT-EOF-YES TO TRUE
                   NOT AT END
                       IF HOSTMNT-ENV-ID NOT = WS-ENV-ID
                           OR HOSTMNT-HOST-INDEX NOT = WS-MAINT-SUB
                           OR HOSTMNT-START > WS-MAINT-NOW
                           SET WS-HOSTMNT-EOF-YES TO TRUE
                       ELSE
                           IF HOSTMNT-END > WS-MAINT-NOW
                               AND HOSTMNT-END >
                                   WS-HOST-MAINT-END(WS-MAINT-SUB)
                               MOVE "Y"
                                   TO WS-HOST-IN-MAINT(WS-MAINT-SUB)
                               MOVE HOSTMNT-END
                                   TO WS-HOST-MAINT-END(WS-MAINT-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Works out, for each candidate host of the environment, whether
      * a certificate or credential it depends on has expired on the
      * CREDREG register.  No register open leaves every host clear.
       LOAD-HOST-CREDENTIALS.
           MOVE SPACES TO WS-HOST-CRED-TABLE
           IF WS-CREDREG-OPENED = "Y"
               ACCEPT WS-CRED-TODAY FROM DATE YYYYMMDD
               PERFORM VARYING WS-CRED-SUB FROM 1 BY 1
                   UNTIL WS-CRED-SUB > WS-HOST-COUNT
                   PERFORM FIND-HOST-CREDENTIAL
               END-PERFORM
           END-IF.

      * Reads the register for the candidate host at WS-CRED-SUB.
      * Of its credentials already expired, the one that expired
      * first is kept for the log - the longest-standing problem.
       FIND-HOST-CREDENTIAL.
           MOVE "N" TO WS-HOST-CRED-EXPIRED(WS-CRED-SUB)
           MOVE "N" TO WS-CREDREG-EOF
           MOVE WS-ENV-ID TO CREDREG-ENV-ID
           MOVE WS-CRED-SUB TO CREDREG-HOST-INDEX
           MOVE LOW-VALUES TO CREDREG-CRED-TYPE
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
                       IF CREDREG-ENV-ID NOT = WS-ENV-ID
                           OR CREDREG-HOST-INDEX NOT = WS-CRED-SUB
                           SET WS-CREDREG-EOF-YES TO TRUE
                       ELSE
                           IF CREDREG-EXPIRY-DATE NOT = SPACES
                               AND CREDREG-EXPIRY-DATE NOT >
                                   WS-CRED-TODAY
                               AND (WS-HOST-CRED-EXPIRED(WS-CRED-SUB)
                                   NOT = "Y"
                                   OR CREDREG-EXPIRY-DATE <
                                   WS-HOST-CRED-EXPIRY(WS-CRED-SUB))
                               MOVE "Y"
                                   TO WS-HOST-CRED-EXPIRED(WS-CRED-SUB)
                               MOVE CREDREG-CRED-TYPE
                                   TO WS-HOST-CRED-TYPE(WS-CRED-SUB)
                               MOVE CREDREG-EXPIRY-DATE
                                   TO WS-HOST-CRED-EXPIRY(WS-CRED-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Pauses between retry attempts, doubling the delay on every
      * failed attempt (WS-RETRY-BASE-SECS, then x2, x4, ...) so a
      * transient blip on the partner's end has a chance to clear
      * to the suspense file and is left out of the good counts, so a
      * transfer that is complete on count but garbled in content is
      * caught here too.  Skips silently (with a WARN) if either file
      * was not dropped for this run.  The good records are then
      * delivered dataset by dataset (DELIVER-TRANSFER-DATASETS) -
      * downstream reads the delivery stream, never raw XFERDATA -
      * except a dataset the transfer register shows was already
      * accepted, which is refused (RC 24) unless the override PARM
      * says to reprocess it.  Each dataset accepted is also checked
      * against its own volume history (CHECK-DATASET-VOLUME), a
      * flag and an alert when out of band, never a failure.
       RECONCILE-TRANSFER-COUNTS.
           MOVE 0 TO WS-ACTUAL-COUNT
           MOVE 0 TO WS-QUARANTINE-COUNT
                   PERFORM LOG-MESSAGE
               ELSE
                   PERFORM OPEN-ACK-FILE
                   PERFORM OPEN-DELIVERY-FILES
                   PERFORM OPEN-XFERREG
                   PERFORM OPEN-VOLHIST
                   SET WS-XFERDATA-EOF-NO TO TRUE
                   PERFORM UNTIL WS-XFERDATA-EOF-YES
                       READ XFER-DATA-FILE
                       PERFORM LOG-MESSAGE
                       PERFORM SEND-ALERT
                       MOVE "MISMATCH" TO WS-RECON-RESULT
                       IF WS-ENV-RC < 20
                           MOVE 20 TO WS-ENV-RC
                       END-IF
                   END-IF
                   PERFORM WRITE-ACK-TRAILER
                   PERFORM DELIVER-TRANSFER-DATASETS
               END-IF
           END-IF
           IF WS-XFERACK-OPENED = "Y"
               CLOSE XFER-ACK-FILE
               MOVE "N" TO WS-XFERACK-OPENED
           END-IF
           IF WS-XFERAKH-OPENED = "Y"
               CLOSE XFER-ACK-HIST-FILE
               MOVE "N" TO WS-XFERAKH-OPENED
           END-IF
           IF WS-SENDQ-OPENED = "Y"
               CLOSE SEND-QUEUE-FILE
               MOVE "N" TO WS-SENDQ-OPENED
           END-IF
           IF WS-DELIVERY-OPENED = "Y"
               CLOSE DLV-READY-FILE
               CLOSE DLV-HOLD-FILE
               MOVE "N" TO WS-DELIVERY-OPENED
           END-IF
           IF WS-XFERREG-OPENED = "Y"
               CLOSE XFERREG-FILE
               MOVE "N" TO WS-XFERREG-OPENED
           END-IF
           IF WS-VOLHIST-OPENED = "Y"
               CLOSE VOLHIST-FILE
               MOVE "N" TO WS-VOLHIST-OPENED
           END-IF
           IF WS-XFERCTL-OPENED = "Y"
               CLOSE XFER-CONTROL-FILE
           END-IF
                   MOVE 0 TO WS-MAN-DUP-COUNT(WS-MANIFEST-COUNT)
                   MOVE 0 TO WS-MAN-GAP-COUNT(WS-MANIFEST-COUNT)
                   MOVE 0 TO WS-MAN-GAP-EVENTS(WS-MANIFEST-COUNT)
                   MOVE SPACES TO WS-MAN-VERDICT(WS-MANIFEST-COUNT)
                   MOVE 0 TO WS-MAN-FIRST-SEQ(WS-MANIFEST-COUNT)
                   MOVE 0 TO WS-MAN-FINGERPRINT(WS-MANIFEST-COUNT)
                   MOVE "N" TO WS-MAN-REG-EXISTS(WS-MANIFEST-COUNT)
                   MOVE "N" TO WS-MAN-REPROCESSED(WS-MANIFEST-COUNT)
                   PERFORM LOAD-DATASET-RULES
                   PERFORM VARYING WS-OFFENDER-INDEX FROM 1 BY 1
                       UNTIL WS-OFFENDER-INDEX > 3
                       MOVE 0 TO WS-MAN-DUP-SEQ
                   PERFORM LOG-MESSAGE
                   PERFORM SEND-ALERT
                   MOVE "MISMATCH" TO WS-RECON-RESULT
                   IF WS-ENV-RC < 20
                       MOVE 20 TO WS-ENV-RC
                   END-IF
               END-IF
           END-IF.

      * Reads the DSRULES entry for the manifest dataset just added
      * and keeps it on the manifest entry, so the per-record edits
      * run from the table instead of a keyed read per record.  Rule
      * entries that cannot be applied are logged and left out.
       LOAD-DATASET-RULES.
           MOVE "N" TO WS-MAN-HAS-RULES(WS-MANIFEST-COUNT)
           MOVE SPACES TO WS-MAN-RULES(WS-MANIFEST-COUNT)
           IF WS-DSRULES-OPENED = "Y"
               MOVE XFERCTL-DATASET-NAME TO DSRULES-KEY
               READ DSRULES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DSRULES-FILE-RECORD TO DSRULE-RECORD
                       PERFORM VALIDATE-DATASET-RULES
                       MOVE DSRULE-RECORD
                           TO WS-MAN-RULES(WS-MANIFEST-COUNT)
                       MOVE "Y" TO WS-MAN-HAS-RULES(WS-MANIFEST-COUNT)
               END-READ
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
               MOVE "WARN" TO WS-LOG-LEVEL
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "DSRULES " DSRULE-DATASET
                   " field count exceeds table size, first 20 used"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "DR02" TO WS-LOG-EVENT
               PERFORM LOG-MESSAGE
               MOVE 20 TO DSRULE-FIELD-COUNT
           END-IF
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > DSRULE-FIELD-COUNT
               PERFORM VALIDATE-ONE-RULE
               IF WS-RULE-VALID = "N"
                   MOVE SPACE TO DSRULE-FLD-TYPE(WS-RULE-INDEX)
                   MOVE "WARN" TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "DSRULES " DSRULE-DATASET " field "
                       DSRULE-FLD-NAME(WS-RULE-INDEX)
                       " rule invalid, not applied"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "DR02" TO WS-LOG-EVENT
                   PERFORM LOG-MESSAGE
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

      * Folds the transfer record just read into its dataset's
      * counts: good when it names a manifest dataset and passes the
      * layout check and that dataset's field edits, quarantined
      * otherwise.  The manifest lookup comes first because the
      * field edits are the dataset's own.
       TALLY-XFERDATA-RECORD.
           PERFORM FIND-MANIFEST-ENTRY
           PERFORM CHECK-XFERDATA-RECORD
           IF WS-MAN-FOUND = "N"
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE "UNKD" TO WS-SUSP-REASON
               MOVE "DATASET" TO WS-SUSP-FIELD
               PERFORM WRITE-SUSPENSE-RECORD
           ELSE
               IF WS-XFERDATA-GOOD
                   ADD 1 TO WS-ACTUAL-COUNT
                   ADD 1 TO WS-MAN-GOOD(WS-MANIFEST-INDEX)
                   IF WS-MAN-GOOD(WS-MANIFEST-INDEX) = 1
                       MOVE XFERDATA-SEQ-NO
                           TO WS-MAN-FIRST-SEQ(WS-MANIFEST-INDEX)
                   END-IF
                   PERFORM CHECK-SEQUENCE-CONTINUITY
                   PERFORM FOLD-RECORD-FINGERPRINT
                   IF WS-DELIVERY-OPENED = "Y"
                       MOVE XFERDATA-RECORD TO DLVWORK-RECORD
                       WRITE DLVWORK-RECORD
                   END-IF
               ELSE
                   ADD 1 TO WS-QUARANTINE-COUNT
                   ADD 1 TO WS-MAN-QUARANTINED(WS-MANIFEST-INDEX)
                   PERFORM WRITE-SUSPENSE-RECORD
               END-IF
           END-IF.

                   TO WS-MAN-LAST-SEQ(WS-MANIFEST-INDEX)
           END-IF.

      * Folds the good record just read into its dataset's content
      * fingerprint: each byte's code weighted by its position in the
      * record, the record's sum added to the running figure times
      * 31, modulo WS-FP-MODULUS.  Order matters, so a resend with
      * records shuffled or swapped for others does not match.
       FOLD-RECORD-FINGERPRINT.
           MOVE 0 TO WS-FP-RECORD-SUM
           PERFORM VARYING WS-FP-POS FROM 1 BY 1
               UNTIL WS-FP-POS > 256
               MOVE XFERDATA-RECORD(WS-FP-POS:1) TO WS-FP-BYTE-LO
               COMPUTE WS-FP-RECORD-SUM =
                   WS-FP-RECORD-SUM + WS-FP-BYTE-NUM * WS-FP-POS
           END-PERFORM
           COMPUTE WS-FP-WORK =
               WS-MAN-FINGERPRINT(WS-MANIFEST-INDEX) * 31
               + WS-FP-RECORD-SUM
           DIVIDE WS-FP-WORK BY WS-FP-MODULUS GIVING WS-FP-QUOTIENT
               REMAINDER WS-MAN-FINGERPRINT(WS-MANIFEST-INDEX).

      * Looks the record's dataset name up on the manifest, leaving
      * WS-MANIFEST-INDEX on the matching entry.
       FIND-MANIFEST-ENTRY.
      * clean on count alone - exactly the resend glitch that has
      * slipped through twice before being caught downstream.
       RECONCILE-ONE-DATASET.
           MOVE SPACE TO WS-ACK-VOL-FLAG
           MOVE 0 TO WS-ACK-VOL-AVG
           IF WS-MAN-GOOD(WS-MANIFEST-INDEX)
                   = WS-MAN-EXPECTED(WS-MANIFEST-INDEX)
               AND WS-MAN-QUARANTINED(WS-MANIFEST-INDEX) = 0
               MOVE "RC04" TO WS-LOG-EVENT
               PERFORM LOG-MESSAGE
               MOVE "OK" TO WS-ACK-VERDICT
               PERFORM CHECK-TRANSFER-REGISTER
               IF WS-ACK-VERDICT = "OK"
                   PERFORM CHECK-DATASET-VOLUME
               END-IF
           ELSE
               MOVE "ERROR" TO WS-LOG-LEVEL
               MOVE SPACES TO WS-LOG-MESSAGE
               PERFORM SEND-ALERT
               PERFORM REPORT-SEQUENCE-OFFENDERS
               MOVE "MISMATCH" TO WS-RECON-RESULT
               IF WS-ENV-RC < 20
                   MOVE 20 TO WS-ENV-RC
               END-IF
               MOVE "MISMATCH" TO WS-ACK-VERDICT
           END-IF
           MOVE WS-ACK-VERDICT TO WS-MAN-VERDICT(WS-MANIFEST-INDEX)
           PERFORM WRITE-ACK-DETAIL.

      * Checks the clean dataset at WS-MANIFEST-INDEX against the
      * transfer register.  It was already accepted when the night's
      * entry for it exists (a rerun), or when an earlier night's
      * entry carries the same expected count, sequence range and
      * fingerprint (the sender re-dropping an old feed) - an empty
      * dataset is only ever matched on the night, since every empty
      * night looks the same.  An accepted-before dataset is refused:
      * not delivered, acknowledged REFUSED, logged, alerted and
      * RC 24 - unless the override PARM covers it, in which case it
      * goes through and the reprocess is logged and alerted.  With
      * no register the check is off (OPEN-XFERREG has said so).
       CHECK-TRANSFER-REGISTER.
           MOVE "N" TO WS-REG-DUPLICATE
           IF WS-XFERREG-OPENED = "Y"
               MOVE WS-ACK-ENV-ID TO XFERREG-ENV-ID
               MOVE WS-MAN-DATASET(WS-MANIFEST-INDEX)
                   TO XFERREG-DATASET
               MOVE WS-BUSINESS-DATE TO XFERREG-BUS-DATE
               READ XFERREG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-REG-DUPLICATE
                       MOVE "Y" TO WS-MAN-REG-EXISTS(WS-MANIFEST-INDEX)
                       MOVE XFERREG-BUS-DATE TO WS-REG-MATCH-DATE
               END-READ
               IF WS-REG-DUPLICATE = "N"
                   AND WS-MAN-GOOD(WS-MANIFEST-INDEX) > 0
                   PERFORM SCAN-REGISTER-HISTORY
               END-IF
           END-IF
           IF WS-REG-DUPLICATE = "Y"
               IF WS-REG-OVERRIDE-YES
                   AND (WS-REG-OVERRIDE-DATASET = SPACES
                       OR WS-REG-OVERRIDE-DATASET
                           = WS-MAN-DATASET(WS-MANIFEST-INDEX))
                   MOVE "Y" TO WS-MAN-REPROCESSED(WS-MANIFEST-INDEX)
                   MOVE "WARN" TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "Dataset " WS-MAN-DATASET(WS-MANIFEST-INDEX)
                       " accepted before for " WS-REG-MATCH-DATE
                       ", reprocessed under override"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "XR02" TO WS-LOG-EVENT
                   PERFORM LOG-MESSAGE
                   PERFORM SEND-ALERT
               ELSE
                   MOVE "ERROR" TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "Dataset " WS-MAN-DATASET(WS-MANIFEST-INDEX)
                       " refused, already accepted for "
                       WS-REG-MATCH-DATE " - resent or rerun feed"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "XR01" TO WS-LOG-EVENT
                   PERFORM LOG-MESSAGE
                   PERFORM SEND-ALERT
                   MOVE "REFUSED" TO WS-ACK-VERDICT
                   IF WS-RECON-RESULT NOT = "MISMATCH"
                       MOVE "REFUSED" TO WS-RECON-RESULT
                   END-IF
                   IF WS-ENV-RC < 24
                       MOVE 24 TO WS-ENV-RC
                   END-IF
               END-IF
           END-IF.

      * Reads the dataset's register history for this environment,
      * oldest night first, looking for an entry the transfer
      * matches on expected count, sequence range and fingerprint.
       SCAN-REGISTER-HISTORY.
           MOVE WS-ACK-ENV-ID TO XFERREG-ENV-ID
           MOVE WS-MAN-DATASET(WS-MANIFEST-INDEX) TO XFERREG-DATASET
           MOVE LOW-VALUES TO XFERREG-BUS-DATE
           MOVE "N" TO WS-XFERREG-EOF
           START XFERREG-FILE
               KEY IS NOT LESS THAN XFERREG-KEY
               INVALID KEY
                   SET WS-XFERREG-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-XFERREG-EOF-YES
                   OR WS-REG-DUPLICATE = "Y"
               READ XFERREG-FILE NEXT RECORD
                   AT END
                       SET WS-XFERREG-EOF-YES TO TRUE
                   NOT AT END
                       IF XFERREG-ENV-ID NOT = WS-ACK-ENV-ID
                           OR XFERREG-DATASET
                               NOT = WS-MAN-DATASET(WS-MANIFEST-INDEX)
                           SET WS-XFERREG-EOF-YES TO TRUE
                       ELSE
                           IF XFERREG-EXPECTED
                                   = WS-MAN-EXPECTED(WS-MANIFEST-INDEX)
                               AND XFERREG-FIRST-SEQ
                                   = WS-MAN-FIRST-SEQ(WS-MANIFEST-INDEX)
                               AND XFERREG-LAST-SEQ
                                   = WS-MAN-LAST-SEQ(WS-MANIFEST-INDEX)
                               AND XFERREG-FINGERPRINT
                                 = WS-MAN-FINGERPRINT(WS-MANIFEST-INDEX)
                               MOVE "Y" TO WS-REG-DUPLICATE
                               MOVE XFERREG-BUS-DATE
                                   TO WS-REG-MATCH-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Checks the accepted dataset at WS-MANIFEST-INDEX against its
      * own volume history: tonight's good count against the average
      * of the same weekday over the dataset's look-back, within the
      * band set on its DSRULES entry (defaults when it has none).
      * Out of band is a WARN, an alert and the XFERACK detail flag -
      * never a failed reconcile, since month-end and holiday spikes
      * are real.  Fewer than two same-weekday nights on file means
      * not enough history yet, and no check.
       CHECK-DATASET-VOLUME.
           MOVE WS-MAN-RULES(WS-MANIFEST-INDEX) TO DSRULE-RECORD
           IF WS-VOLHIST-OPENED = "Y"
               AND NOT DSRULE-VOL-OFF
               PERFORM LOAD-VOLUME-BAND
               PERFORM SCAN-VOLUME-HISTORY
               IF WS-VOL-SAMPLES > 1
                   DIVIDE WS-VOL-TOTAL BY WS-VOL-SAMPLES
                       GIVING WS-VOL-AVG ROUNDED
                   COMPUTE WS-VOL-LOW-LIMIT =
                       WS-VOL-AVG * WS-VOL-LOW-PCT / 100
                   COMPUTE WS-VOL-HIGH-LIMIT =
                       WS-VOL-AVG * WS-VOL-HIGH-PCT / 100
                   MOVE WS-VOL-AVG TO WS-ACK-VOL-AVG
                   IF WS-MAN-GOOD(WS-MANIFEST-INDEX) < WS-VOL-LOW-LIMIT
                       MOVE "L" TO WS-ACK-VOL-FLAG
                   END-IF
                   IF WS-MAN-GOOD(WS-MANIFEST-INDEX)
                       > WS-VOL-HIGH-LIMIT
                       MOVE "H" TO WS-ACK-VOL-FLAG
                   END-IF
                   IF WS-ACK-VOL-FLAG NOT = SPACE
                       MOVE "WARN" TO WS-LOG-LEVEL
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "Dataset "
                           WS-MAN-DATASET(WS-MANIFEST-INDEX)
                           " volume " WS-MAN-GOOD(WS-MANIFEST-INDEX)
                           " outside band " WS-VOL-LOW-LIMIT "-"
                           WS-VOL-HIGH-LIMIT ", same-weekday average "
                           WS-VOL-AVG " over " WS-VOL-SAMPLES
                           " nights"
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       MOVE "VA01" TO WS-LOG-EVENT
                       PERFORM LOG-MESSAGE
                       PERFORM SEND-ALERT
                   END-IF
               END-IF
           END-IF.

      * Takes the dataset's band off the DSRULES entry just moved to
      * DSRULE-RECORD, field by field, a blank or out-of-range
      * figure falling back to the default (4 weeks, 50 to 200
      * percent).
       LOAD-VOLUME-BAND.
           MOVE 4 TO WS-VOL-WEEKS
           MOVE 50 TO WS-VOL-LOW-PCT
           MOVE 200 TO WS-VOL-HIGH-PCT
           IF DSRULE-VOL-WEEKS NUMERIC
               IF DSRULE-VOL-WEEKS > 0
                   AND DSRULE-VOL-WEEKS < 14
                   MOVE DSRULE-VOL-WEEKS TO WS-VOL-WEEKS
               END-IF
           END-IF
           IF DSRULE-VOL-LOW-PCT NUMERIC
               MOVE DSRULE-VOL-LOW-PCT TO WS-VOL-LOW-PCT
           END-IF
           IF DSRULE-VOL-HIGH-PCT NUMERIC
               AND DSRULE-VOL-HIGH-PCT > 0
               MOVE DSRULE-VOL-HIGH-PCT TO WS-VOL-HIGH-PCT
           END-IF.

      * Reads the dataset's volume history for this environment,
      * totalling the nights on tonight's weekday within the
      * look-back.  Entries past the longest look-back any band can
      * ask for are deleted on the way - that is what keeps the
      * history rolling.
       SCAN-VOLUME-HISTORY.
           MOVE 0 TO WS-VOL-SAMPLES
           MOVE 0 TO WS-VOL-TOTAL
           MOVE WS-ACK-ENV-ID TO VOLHIST-ENV-ID
           MOVE WS-MAN-DATASET(WS-MANIFEST-INDEX) TO VOLHIST-DATASET
           MOVE LOW-VALUES TO VOLHIST-BUS-DATE
           MOVE "N" TO WS-VOLHIST-EOF
           START VOLHIST-FILE
               KEY IS NOT LESS THAN VOLHIST-KEY
               INVALID KEY
                   SET WS-VOLHIST-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-VOLHIST-EOF-YES
               READ VOLHIST-FILE NEXT RECORD
                   AT END
                       SET WS-VOLHIST-EOF-YES TO TRUE
                   NOT AT END
                       IF VOLHIST-ENV-ID NOT = WS-ACK-ENV-ID
                           OR VOLHIST-DATASET
                               NOT = WS-MAN-DATASET(WS-MANIFEST-INDEX)
                           SET WS-VOLHIST-EOF-YES TO TRUE
                       ELSE
                           PERFORM TAKE-VOLUME-SAMPLE
                       END-IF
               END-READ
           END-PERFORM.

      * Counts the history entry just read into the same-weekday
      * total when it falls inside the look-back, or drops it when
      * it has aged out of every look-back.
       TAKE-VOLUME-SAMPLE.
           COMPUTE WS-VOL-AGE = WS-BUS-DAYNUM - VOLHIST-DAYNUM
           IF WS-VOL-AGE > WS-VOL-KEEP-DAYS
               DELETE VOLHIST-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               IF VOLHIST-WEEKDAY = WS-BUS-WEEKDAY
                   AND WS-VOL-AGE > 0
                   AND WS-VOL-AGE NOT > WS-VOL-WEEKS * 7
                   AND WS-VOL-SAMPLES < 99
                   ADD 1 TO WS-VOL-SAMPLES
                   ADD VOLHIST-COUNT TO WS-VOL-TOTAL
               END-IF
           END-IF.

      * Puts the night's good count for the dataset at
      * WS-MANIFEST-INDEX, just released to the pickup, on the
      * volume history - replacing the night's entry on a rerun.
       RECORD-DATASET-VOLUME.
           IF WS-VOLHIST-OPENED = "Y"
               MOVE SPACES TO VOLHIST-RECORD
               MOVE WS-ACK-ENV-ID TO VOLHIST-ENV-ID
               MOVE WS-MAN-DATASET(WS-MANIFEST-INDEX)
                   TO VOLHIST-DATASET
               MOVE WS-BUSINESS-DATE TO VOLHIST-BUS-DATE
               MOVE WS-BUS-WEEKDAY TO VOLHIST-WEEKDAY
               MOVE WS-BUS-DAYNUM TO VOLHIST-DAYNUM
               MOVE WS-MAN-GOOD(WS-MANIFEST-INDEX) TO VOLHIST-COUNT
               WRITE VOLHIST-RECORD
                   INVALID KEY
                       REWRITE VOLHIST-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
           END-IF.

      * Opens the volume history for this reconcile, creating it on
      * first use (status 35).  Without it the volume check is off
      * for the run - a WARN, since the reconcile itself is whole.
       OPEN-VOLHIST.
           MOVE "N" TO WS-VOLHIST-OPENED
           OPEN I-O VOLHIST-FILE
           IF WS-VOLHIST-STATUS = "35"
               OPEN OUTPUT VOLHIST-FILE
               IF WS-VOLHIST-STATUS = "00"
                   CLOSE VOLHIST-FILE
                   OPEN I-O VOLHIST-FILE
               END-IF
           END-IF
           IF WS-VOLHIST-STATUS = "00"
               MOVE "Y" TO WS-VOLHIST-OPENED
           ELSE
               MOVE "WARN" TO WS-LOG-LEVEL
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "VOLHIST not available, status "
                   WS-VOLHIST-STATUS ", volume check off"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "VA02" TO WS-LOG-EVENT
               PERFORM LOG-MESSAGE
           END-IF.

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

      * Logs the offending sequence numbers kept for the dataset at
      * WS-MANIFEST-INDEX - the first few duplicates and the first
      * number of each of the first few gaps - so the morning call
      * Opens the acknowledgment manifest for this reconcile.  A
      * file that will not open only costs the partner their copy of
      * the verdicts - the reconcile, its alerts and its return
      * codes carry on regardless.  The history copy is extended (a
      * file not there yet, status 35, is created); without it only
      * the monthly scorecard loses the night.
       OPEN-ACK-FILE.
           IF WS-RUN-ALL-ENVS
               MOVE "*ALL" TO WS-ACK-ENV-ID
                   TO WS-LOG-MESSAGE
               MOVE "AK01" TO WS-LOG-EVENT
               PERFORM LOG-MESSAGE
           END-IF
           IF WS-XFERACK-OPENED = "Y"
               OPEN EXTEND XFER-ACK-HIST-FILE
               IF WS-XFERAKH-STATUS = "35"
                   OPEN OUTPUT XFER-ACK-HIST-FILE
               END-IF
               IF WS-XFERAKH-STATUS = "00"
                   MOVE "Y" TO WS-XFERAKH-OPENED
               ELSE
                   MOVE "WARN" TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "XFERAKH not available, status "
                       WS-XFERAKH-STATUS
                       ", acknowledgment history not kept"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "AK02" TO WS-LOG-EVENT
                   PERFORM LOG-MESSAGE
               END-IF
           END-IF
           IF WS-XFERACK-OPENED = "Y"
               AND WS-ACK-ENV-ID NOT = "*ALL"
               PERFORM OPEN-SEND-QUEUE
           END-IF.

      * Opens the outbound queue so this reconcile's acknowledgment
      * is queued for the partner's next send run as it is written -
      * extended, the way every writer treats it; a queue that does
      * not exist yet (status 35) is created.  The job-level
      * acknowledgment of an all-environments run belongs to no one
      * partner, so it is never queued.  Without the queue the
      * partner's copy has to go out by hand, which is a WARN.
       OPEN-SEND-QUEUE.
           OPEN EXTEND SEND-QUEUE-FILE
           IF WS-SENDQ-STATUS = "35"
               OPEN OUTPUT SEND-QUEUE-FILE
           END-IF
           IF WS-SENDQ-STATUS = "00"
               MOVE "Y" TO WS-SENDQ-OPENED
           ELSE
               MOVE "WARN" TO WS-LOG-LEVEL
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "SENDQ not available, status " WS-SENDQ-STATUS
                   ", acknowledgment not queued for the partner"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "SD08" TO WS-LOG-EVENT
               PERFORM LOG-MESSAGE
           END-IF.

      * Queues the acknowledgment record just written (held in
      * XFERAKH-RECORD) on the outbound queue under dataset XFERACK.
       QUEUE-ACK-RECORD.
           IF WS-SENDQ-OPENED = "Y"
               MOVE SPACES TO SENDQ-RECORD
               MOVE WS-ACK-ENV-ID TO SENDQ-ENV-ID
               MOVE "XFERACK" TO SENDQ-DATASET
               MOVE WS-CURRENT-DATE TO SENDQ-QUEUED-DATE
               MOVE WS-CURRENT-TIME TO SENDQ-QUEUED-TIME
               MOVE WS-JOB-NAME TO SENDQ-QUEUED-BY
               MOVE XFERAKH-RECORD TO SENDQ-DATA
               WRITE SENDQ-RECORD
           END-IF.

      * Writes the acknowledgment detail for the dataset at
               MOVE WS-MAN-GAP-COUNT(WS-MANIFEST-INDEX)
                   TO XFERACK-DET-MISSING
               MOVE WS-ACK-VERDICT TO XFERACK-DET-VERDICT
               MOVE WS-ACK-VOL-FLAG TO XFERACK-DET-VOL-FLAG
               MOVE WS-ACK-VOL-AVG TO XFERACK-DET-VOL-AVG
               MOVE XFERACK-DETAIL TO XFERAKH-RECORD
               WRITE XFERACK-DETAIL
               IF WS-XFERAKH-OPENED = "Y"
                   WRITE XFERAKH-RECORD
               END-IF
               PERFORM QUEUE-ACK-RECORD
           END-IF.

      * Closes the acknowledgment manifest with the session totals
               MOVE WS-ACTUAL-COUNT TO XFERACK-TRL-GOOD
               MOVE WS-QUARANTINE-COUNT TO XFERACK-TRL-QUARANTINE
               MOVE WS-UNKNOWN-COUNT TO XFERACK-TRL-UNKNOWN
               EVALUATE WS-RECON-RESULT
                   WHEN "MISMATCH"
                       MOVE "MISMATCH" TO XFERACK-TRL-RESULT
                   WHEN "REFUSED"
                       MOVE "REFUSED" TO XFERACK-TRL-RESULT
                   WHEN OTHER
                       MOVE "OK" TO XFERACK-TRL-RESULT
               END-EVALUATE
               MOVE XFERACK-TRAILER TO XFERAKH-RECORD
               WRITE XFERACK-TRAILER
               IF WS-XFERAKH-OPENED = "Y"
                   WRITE XFERAKH-RECORD
               END-IF
               PERFORM QUEUE-ACK-RECORD
           END-IF.

      * Opens the delivery files for this reconcile: the work file
      * good records are staged on, and the ready and hold streams
      * the units go to - both extended, since the pickup drains the
      * one and operations works the other off between runs; a file
      * that does not exist yet (status 35) is created.  With any of
      * the three unavailable nothing can be delivered, which pages:
      * the reconcile still runs and acknowledges, but downstream
      * gets nothing from this session until it is rerun.
       OPEN-DELIVERY-FILES.
           MOVE "N" TO WS-DELIVERY-OPENED
           OPEN OUTPUT DLV-WORK-FILE
           OPEN EXTEND DLV-READY-FILE
           IF WS-DLVREADY-STATUS = "35"
               OPEN OUTPUT DLV-READY-FILE
           END-IF
           OPEN EXTEND DLV-HOLD-FILE
           IF WS-DLVHOLD-STATUS = "35"
               OPEN OUTPUT DLV-HOLD-FILE
           END-IF
           IF WS-DLVWORK-STATUS = "00"
               AND WS-DLVREADY-STATUS = "00"
               AND WS-DLVHOLD-STATUS = "00"
               MOVE "Y" TO WS-DELIVERY-OPENED
           ELSE
               IF WS-DLVWORK-STATUS = "00"
                   CLOSE DLV-WORK-FILE
               END-IF
               IF WS-DLVREADY-STATUS = "00"
                   CLOSE DLV-READY-FILE
               END-IF
               IF WS-DLVHOLD-STATUS = "00"
                   CLOSE DLV-HOLD-FILE
               END-IF
               MOVE "ERROR" TO WS-LOG-LEVEL
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "Delivery files not available, status "
                   WS-DLVWORK-STATUS " " WS-DLVREADY-STATUS " "
                   WS-DLVHOLD-STATUS ", nothing delivered"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "DL03" TO WS-LOG-EVENT
               PERFORM LOG-MESSAGE
               PERFORM SEND-ALERT
               IF WS-ENV-RC < 16
                   MOVE 16 TO WS-ENV-RC
               END-IF
           END-IF.

      * Builds one delivery unit per manifest dataset from the good
      * records staged on the work file, once every verdict (and the
      * acknowledgment) is in: released to the downstream pickup
      * when the dataset reconciled OK, held for operations when it
      * reconciled MISMATCH.  A session failing only on records for
      * datasets not on the manifest still releases its clean
      * datasets - those records were quarantined, not delivered.
      * A dataset the transfer register refused gets no unit at all:
      * downstream already has it, and holding a copy would only
      * invite a second release.
       DELIVER-TRANSFER-DATASETS.
           IF WS-DELIVERY-OPENED = "Y"
               CLOSE DLV-WORK-FILE
               PERFORM VARYING WS-MANIFEST-INDEX FROM 1 BY 1
                   UNTIL WS-MANIFEST-INDEX > WS-MANIFEST-COUNT
                   IF WS-MAN-VERDICT(WS-MANIFEST-INDEX) NOT = "REFUSED"
                       PERFORM DELIVER-ONE-DATASET
                   END-IF
               END-PERFORM
           END-IF.

      * Writes the delivery unit for the dataset at WS-MANIFEST-INDEX:
      * header, its good records in the order received, then the
      * trailer with the counts its XFERACK detail carried.
       DELIVER-ONE-DATASET.
           IF WS-MAN-VERDICT(WS-MANIFEST-INDEX) = "OK"
               SET WS-DLV-TO-READY TO TRUE
           ELSE
               SET WS-DLV-TO-HOLD TO TRUE
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO XFERDLV-HEADER
           MOVE "H" TO XFERDLV-HDR-TYPE
           MOVE WS-MAN-DATASET(WS-MANIFEST-INDEX)
               TO XFERDLV-HDR-DATASET
           MOVE WS-ACK-ENV-ID TO XFERDLV-HDR-ENV-ID
           MOVE WS-BUSINESS-DATE TO XFERDLV-HDR-BUS-DATE
           MOVE WS-CURRENT-DATE TO XFERDLV-HDR-DATE
           MOVE WS-CURRENT-TIME TO XFERDLV-HDR-TIME
           SET XFERDLV-FROM-XFERDATA TO TRUE
           IF WS-DLV-TO-READY
               SET XFERDLV-RELEASED TO TRUE
           ELSE
               SET XFERDLV-HELD TO TRUE
           END-IF
           MOVE XFERDLV-HEADER TO WS-DLV-OUT-RECORD
           PERFORM WRITE-DELIVERY-RECORD
           MOVE 0 TO WS-DLV-RECORDS
           MOVE "N" TO WS-DLVWORK-EOF
           OPEN INPUT DLV-WORK-FILE
           PERFORM UNTIL WS-DLVWORK-EOF-YES
               READ DLV-WORK-FILE
                   AT END
                       SET WS-DLVWORK-EOF-YES TO TRUE
                   NOT AT END
                       IF DLVWORK-DATASET-NAME
                           = WS-MAN-DATASET(WS-MANIFEST-INDEX)
                           MOVE SPACES TO XFERDLV-DETAIL
                           MOVE "D" TO XFERDLV-DET-TYPE
                           MOVE DLVWORK-DATASET-NAME
                               TO XFERDLV-DET-DATASET
                           MOVE DLVWORK-RECORD TO XFERDLV-DET-DATA
                           MOVE XFERDLV-DETAIL TO WS-DLV-OUT-RECORD
                           PERFORM WRITE-DELIVERY-RECORD
                           ADD 1 TO WS-DLV-RECORDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DLV-WORK-FILE
           MOVE SPACES TO XFERDLV-TRAILER
           MOVE "T" TO XFERDLV-TRL-TYPE
           MOVE WS-MAN-DATASET(WS-MANIFEST-INDEX)
               TO XFERDLV-TRL-DATASET
           MOVE WS-DLV-RECORDS TO XFERDLV-TRL-RECORDS
           MOVE WS-MAN-EXPECTED(WS-MANIFEST-INDEX)
               TO XFERDLV-TRL-EXPECTED
           MOVE WS-MAN-GOOD(WS-MANIFEST-INDEX) TO XFERDLV-TRL-GOOD
           MOVE WS-MAN-QUARANTINED(WS-MANIFEST-INDEX)
               TO XFERDLV-TRL-QUARANTINE
           MOVE WS-MAN-DUP-COUNT(WS-MANIFEST-INDEX)
               TO XFERDLV-TRL-DUPS
           MOVE WS-MAN-GAP-COUNT(WS-MANIFEST-INDEX)
               TO XFERDLV-TRL-MISSING
           MOVE WS-MAN-VERDICT(WS-MANIFEST-INDEX)
               TO XFERDLV-TRL-VERDICT
           MOVE XFERDLV-TRAILER TO WS-DLV-OUT-RECORD
           PERFORM WRITE-DELIVERY-RECORD
           MOVE SPACES TO WS-LOG-MESSAGE
           IF WS-DLV-TO-READY
               MOVE "INFO" TO WS-LOG-LEVEL
               STRING "Dataset " WS-MAN-DATASET(WS-MANIFEST-INDEX)
                   " released for delivery, " WS-DLV-RECORDS
                   " records"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "DL01" TO WS-LOG-EVENT
               PERFORM LOG-MESSAGE
               PERFORM REGISTER-TRANSFER
               PERFORM RECORD-DATASET-VOLUME
           ELSE
               MOVE "WARN" TO WS-LOG-LEVEL
               STRING "Dataset " WS-MAN-DATASET(WS-MANIFEST-INDEX)
                   " held from delivery, " WS-DLV-RECORDS
                   " records await release or purge"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "DL02" TO WS-LOG-EVENT
               PERFORM LOG-MESSAGE
               PERFORM SEND-ALERT
           END-IF.

      * Opens the transfer register for this reconcile, creating it
      * on first use (status 35).  Without it a resent feed cannot
      * be caught, which pages and earns RC 16, but the session is
      * still delivered - holding clean data back for want of the
      * register would fail every night the file is out.
       OPEN-XFERREG.
           MOVE "N" TO WS-XFERREG-OPENED
           OPEN I-O XFERREG-FILE
           IF WS-XFERREG-STATUS = "35"
               OPEN OUTPUT XFERREG-FILE
               IF WS-XFERREG-STATUS = "00"
                   CLOSE XFERREG-FILE
                   OPEN I-O XFERREG-FILE
               END-IF
           END-IF
           IF WS-XFERREG-STATUS = "00"
               MOVE "Y" TO WS-XFERREG-OPENED
           ELSE
               MOVE "ERROR" TO WS-LOG-LEVEL
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "XFERREG not available, status "
                   WS-XFERREG-STATUS ", resent feeds not detected"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "XR03" TO WS-LOG-EVENT
               PERFORM LOG-MESSAGE
               PERFORM SEND-ALERT
               IF WS-ENV-RC < 16
                   MOVE 16 TO WS-ENV-RC
               END-IF
           END-IF.

      * Puts the dataset at WS-MANIFEST-INDEX, just released to the
      * pickup, on the transfer register.  A reprocess under the
      * override replaces the night's entry when there is one.  A
      * register that will not take the entry pages: the data is
      * already delivered, but tomorrow's resend check cannot see it.
       REGISTER-TRANSFER.
           IF WS-XFERREG-OPENED = "Y"
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE SPACES TO XFERREG-RECORD
               MOVE WS-ACK-ENV-ID TO XFERREG-ENV-ID
               MOVE WS-MAN-DATASET(WS-MANIFEST-INDEX)
                   TO XFERREG-DATASET
               MOVE WS-BUSINESS-DATE TO XFERREG-BUS-DATE
               MOVE WS-MAN-EXPECTED(WS-MANIFEST-INDEX)
                   TO XFERREG-EXPECTED
               MOVE WS-MAN-FIRST-SEQ(WS-MANIFEST-INDEX)
                   TO XFERREG-FIRST-SEQ
               MOVE WS-MAN-LAST-SEQ(WS-MANIFEST-INDEX)
                   TO XFERREG-LAST-SEQ
               MOVE WS-MAN-FINGERPRINT(WS-MANIFEST-INDEX)
                   TO XFERREG-FINGERPRINT
               MOVE WS-CURRENT-DATE TO XFERREG-ACCEPT-DATE
               MOVE WS-CURRENT-TIME TO XFERREG-ACCEPT-TIME
               MOVE WS-MAN-REPROCESSED(WS-MANIFEST-INDEX)
                   TO XFERREG-OVERRIDE
               IF WS-MAN-REG-EXISTS(WS-MANIFEST-INDEX) = "Y"
                   REWRITE XFERREG-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   WRITE XFERREG-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               IF WS-XFERREG-STATUS NOT = "00"
                   MOVE "ERROR" TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "Dataset " WS-MAN-DATASET(WS-MANIFEST-INDEX)
                       " not recorded on XFERREG, status "
                       WS-XFERREG-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "XR03" TO WS-LOG-EVENT
                   PERFORM LOG-MESSAGE
                   PERFORM SEND-ALERT
                   IF WS-ENV-RC < 16
                       MOVE 16 TO WS-ENV-RC
                   END-IF
               END-IF
           END-IF.

      * Writes WS-DLV-OUT-RECORD to the ready or the hold stream, as
      * WS-DLV-TARGET says for the unit being built.
       WRITE-DELIVERY-RECORD.
           IF WS-DLV-TO-READY
               MOVE WS-DLV-OUT-RECORD TO DLVREADY-RECORD
               WRITE DLVREADY-RECORD
           ELSE
               MOVE WS-DLV-OUT-RECORD TO DLVHOLD-RECORD
               WRITE DLVHOLD-RECORD
           END-IF.

      * Runs the environment's session outbound: the records queued
      * for it on SENDQ are built into an outbound manifest and data
      * file, carried over the same candidate host list, retry and
      * backoff and transfer window as an inbound run (CONNECT-
      * SERVER), and the partner's acknowledgment is reconciled
      * against what went out.  Whatever did not go out stays
      * queued for the next send run.  Return codes as inbound: 14
      * window, 16 connect failure or files not available, 12 no
      * acknowledgment came back, 20 the acknowledgment disagrees
      * with what was sent.
       RUN-SEND-ENVIRONMENT.
           MOVE 0 TO WS-ENV-RC
           MOVE "SKIPPED" TO WS-RECON-RESULT
           PERFORM VALIDATE-CONFIG
           IF WS-CONFIG-VALID
               PERFORM BUILD-OUTBOUND-SESSION
               IF WS-SEND-COUNT > 0
                   PERFORM CONNECT-SERVER
                   IF WS-CONN-SUCCESS
                       PERFORM DISCONNECT-SERVER
                       PERFORM LOG-WINDOW-SLA
                       PERFORM RECONCILE-SEND-ACK
                   ELSE
                       PERFORM LOG-WINDOW-SLA
                       IF WS-WINDOW-EXPIRED-YES
                           MOVE 14 TO WS-ENV-RC
                       ELSE
                           MOVE 16 TO WS-ENV-RC
                       END-IF
                   END-IF
               END-IF
               PERFORM REWRITE-SEND-QUEUE
           ELSE
               MOVE 16 TO WS-ENV-RC
           END-IF
           IF WS-ENV-RC > RETURN-CODE
               MOVE WS-ENV-RC TO RETURN-CODE
           END-IF.

      * Reads the outbound queue and builds this environment's
      * session from it: each queued record goes onto OUTDATA behind
      * its dataset name and the next sequence number of that
      * dataset, then OUTCTL gets one manifest record per dataset
      * with its count.  The rewritten queue is opened first - with
      * no SENDQNEW the queue could not be drained, and sending
      * without draining would send the same records again next
      * run - so any of the files not opening means no session.  No
      * SENDQ at all (status 35) is an empty queue.
       BUILD-OUTBOUND-SESSION.
           MOVE 0 TO WS-SEND-COUNT
           MOVE 0 TO WS-SEND-TOTAL
           MOVE 0 TO WS-SEND-LEFT
           MOVE "N" TO WS-SENDQ-PRESENT
           MOVE "N" TO WS-SENDQNEW-OPENED
           OPEN INPUT SEND-QUEUE-FILE
           IF WS-SENDQ-STATUS = "00"
               MOVE "Y" TO WS-SENDQ-PRESENT
           END-IF
           OPEN OUTPUT SEND-QUEUE-NEW-FILE
           OPEN OUTPUT OUT-CONTROL-FILE
           OPEN OUTPUT OUT-DATA-FILE
           IF (WS-SENDQ-STATUS = "00" OR WS-SENDQ-STATUS = "35")
               AND WS-SENDQNEW-STATUS = "00"
               AND WS-OUTCTL-STATUS = "00"
               AND WS-OUTDATA-STATUS = "00"
               MOVE "Y" TO WS-SENDQNEW-OPENED
               IF WS-SENDQ-PRESENT = "Y"
                   MOVE "N" TO WS-SENDQ-EOF
                   PERFORM UNTIL WS-SENDQ-EOF-YES
                       READ SEND-QUEUE-FILE
                           AT END
                               SET WS-SENDQ-EOF-YES TO TRUE
                           NOT AT END
                               IF SENDQ-ENV-ID = WS-ENV-ID
                                   PERFORM ADD-OUTBOUND-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEND-QUEUE-FILE
               END-IF
               PERFORM VARYING WS-SEND-INDEX FROM 1 BY 1
                   UNTIL WS-SEND-INDEX > WS-SEND-COUNT
                   MOVE SPACES TO OUTCTL-RECORD
                   MOVE WS-SEND-DATASET(WS-SEND-INDEX)
                       TO OUTCTL-DATASET-NAME
                   MOVE WS-SEND-RECORDS(WS-SEND-INDEX)
                       TO OUTCTL-EXPECTED-COUNT
                   WRITE OUTCTL-RECORD
               END-PERFORM
               CLOSE OUT-CONTROL-FILE
               CLOSE OUT-DATA-FILE
               PERFORM LOG-OUTBOUND-SESSION
           ELSE
               IF WS-SENDQ-PRESENT = "Y"
                   CLOSE SEND-QUEUE-FILE
               END-IF
               IF WS-SENDQNEW-STATUS = "00"
                   CLOSE SEND-QUEUE-NEW-FILE
               END-IF
               IF WS-OUTCTL-STATUS = "00"
                   CLOSE OUT-CONTROL-FILE
               END-IF
               IF WS-OUTDATA-STATUS = "00"
                   CLOSE OUT-DATA-FILE
               END-IF
               MOVE "ERROR" TO WS-LOG-LEVEL
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "Send files not available, status "
                   WS-SENDQ-STATUS " " WS-SENDQNEW-STATUS " "
                   WS-OUTCTL-STATUS " " WS-OUTDATA-STATUS
                   ", nothing sent"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "SD03" TO WS-LOG-EVENT
               PERFORM LOG-MESSAGE
               PERFORM SEND-ALERT
               MOVE 16 TO WS-ENV-RC
           END-IF.

      * Puts the queued record just read onto the outbound data
      * file under its dataset, adding the dataset to the session
      * when it is the first of its name.  A dataset that would need
      * an entry past the table is left queued, counted, for a later
      * session.
       ADD-OUTBOUND-RECORD.
           MOVE SENDQ-DATASET TO WS-SEND-KEY
           PERFORM FIND-SEND-ENTRY
           IF WS-SEND-FOUND = "N"
               AND WS-SEND-COUNT < 10
               ADD 1 TO WS-SEND-COUNT
               MOVE WS-SEND-COUNT TO WS-SEND-INDEX
               MOVE SENDQ-DATASET TO WS-SEND-DATASET(WS-SEND-INDEX)
               MOVE 0 TO WS-SEND-RECORDS(WS-SEND-INDEX)
               MOVE "N" TO WS-SEND-ACKED(WS-SEND-INDEX)
               MOVE SPACES TO WS-SEND-VERDICT(WS-SEND-INDEX)
               MOVE 0 TO WS-SEND-ACK-EXPECTED(WS-SEND-INDEX)
               MOVE 0 TO WS-SEND-ACK-GOOD(WS-SEND-INDEX)
               MOVE "Y" TO WS-SEND-FOUND
           END-IF
           IF WS-SEND-FOUND = "Y"
               ADD 1 TO WS-SEND-RECORDS(WS-SEND-INDEX)
               ADD 1 TO WS-SEND-TOTAL
               MOVE SPACES TO OUTDATA-RECORD
               MOVE SENDQ-DATASET TO OUTDATA-DATASET-NAME
               MOVE WS-SEND-RECORDS(WS-SEND-INDEX) TO OUTDATA-SEQ-NO
               MOVE SENDQ-DATA TO OUTDATA-PAYLOAD
               WRITE OUTDATA-RECORD
           ELSE
               ADD 1 TO WS-SEND-LEFT
           END-IF.

      * Looks the dataset in WS-SEND-KEY up among the datasets of
      * this session, leaving WS-SEND-INDEX on the matching entry.
       FIND-SEND-ENTRY.
           MOVE "N" TO WS-SEND-FOUND
           PERFORM VARYING WS-SEND-INDEX FROM 1 BY 1
               UNTIL WS-SEND-INDEX > WS-SEND-COUNT
                   OR WS-SEND-FOUND = "Y"
               IF WS-SEND-DATASET(WS-SEND-INDEX) = WS-SEND-KEY
                   MOVE "Y" TO WS-SEND-FOUND
               END-IF
           END-PERFORM
           IF WS-SEND-FOUND = "Y"
               SUBTRACT 1 FROM WS-SEND-INDEX
           END-IF.

      * Logs what the session will carry - or that nothing is queued
      * for the environment, in which case no session is opened - and
      * warns when datasets past the table were left queued.
       LOG-OUTBOUND-SESSION.
           MOVE SPACES TO WS-LOG-MESSAGE
           IF WS-SEND-COUNT = 0
               MOVE "INFO" TO WS-LOG-LEVEL
               STRING "Nothing queued for " WS-ENV-ID
                   ", no session opened"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "SD02" TO WS-LOG-EVENT
               PERFORM LOG-MESSAGE
           ELSE
               MOVE "INFO" TO WS-LOG-LEVEL
               STRING "Outbound session built, " WS-SEND-COUNT
                   " datasets, " WS-SEND-TOTAL " records"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "SD01" TO WS-LOG-EVENT
               PERFORM LOG-MESSAGE
           END-IF
           IF WS-SEND-LEFT > 0
               MOVE "WARN" TO WS-LOG-LEVEL
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "More datasets queued than one session carries, "
                   WS-SEND-LEFT " records left queued"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "SD07" TO WS-LOG-EVENT
               PERFORM LOG-MESSAGE
           END-IF.

      * Reconciles the partner's acknowledgment against what the
      * session sent, dataset by dataset: acknowledged when the
      * partner's detail for it shows the count we sent as both
      * expected and good with an OK verdict.  No acknowledgment at
      * all pages and earns RC 12 - the records left with no word
      * that they arrived, and stay queued (REWRITE-SEND-QUEUE) -
      * and a dataset missing from it or acknowledged otherwise
      * pages and earns RC 20.
       RECONCILE-SEND-ACK.
           OPEN INPUT SEND-ACK-FILE
           IF WS-SENDACK-STATUS NOT = "00"
               MOVE "ERROR" TO WS-LOG-LEVEL
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "Partner acknowledgment not returned, "
                   WS-SEND-TOTAL " records sent unconfirmed"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "SD06" TO WS-LOG-EVENT
               PERFORM LOG-MESSAGE
               PERFORM SEND-ALERT
               MOVE "NOACK" TO WS-RECON-RESULT
               IF WS-ENV-RC < 12
                   MOVE 12 TO WS-ENV-RC
               END-IF
           ELSE
               MOVE "OK" TO WS-RECON-RESULT
               MOVE "N" TO WS-SENDACK-EOF
               PERFORM UNTIL WS-SENDACK-EOF-YES
                   READ SEND-ACK-FILE
                       AT END
                           SET WS-SENDACK-EOF-YES TO TRUE
                       NOT AT END
                           IF SENDACK-TYPE = "D"
                               PERFORM MATCH-SEND-ACK-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEND-ACK-FILE
               PERFORM VARYING WS-SEND-INDEX FROM 1 BY 1
                   UNTIL WS-SEND-INDEX > WS-SEND-COUNT
                   PERFORM CHECK-ONE-SEND-ACK
               END-PERFORM
           END-IF.

      * Folds the partner's acknowledgment detail just read into the
      * dataset it names.  A detail for a dataset this session did
      * not send is ignored - it answers some other session.
       MATCH-SEND-ACK-DETAIL.
           MOVE SENDACK-DATASET TO WS-SEND-KEY
           PERFORM FIND-SEND-ENTRY
           IF WS-SEND-FOUND = "Y"
               MOVE "Y" TO WS-SEND-ACKED(WS-SEND-INDEX)
               MOVE SENDACK-VERDICT TO WS-SEND-VERDICT(WS-SEND-INDEX)
               IF SENDACK-EXPECTED NUMERIC
                   MOVE SENDACK-EXPECTED
                       TO WS-SEND-ACK-EXPECTED(WS-SEND-INDEX)
               END-IF
               IF SENDACK-GOOD NUMERIC
                   MOVE SENDACK-GOOD TO WS-SEND-ACK-GOOD(WS-SEND-INDEX)
               END-IF
           END-IF.

      * Reports the partner's verdict on the dataset at
      * WS-SEND-INDEX.
       CHECK-ONE-SEND-ACK.
           MOVE SPACES TO WS-LOG-MESSAGE
           IF WS-SEND-ACKED(WS-SEND-INDEX) = "N"
               MOVE "ERROR" TO WS-LOG-LEVEL
               STRING "Dataset " WS-SEND-DATASET(WS-SEND-INDEX)
                   " sent " WS-SEND-RECORDS(WS-SEND-INDEX)
                   " records, not on partner acknowledgment"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "SD05" TO WS-LOG-EVENT
               PERFORM LOG-MESSAGE
               PERFORM SEND-ALERT
               MOVE "MISMATCH" TO WS-RECON-RESULT
               MOVE 20 TO WS-ENV-RC
           ELSE
               IF WS-SEND-VERDICT(WS-SEND-INDEX) = "OK"
                   AND WS-SEND-ACK-EXPECTED(WS-SEND-INDEX)
                       = WS-SEND-RECORDS(WS-SEND-INDEX)
                   AND WS-SEND-ACK-GOOD(WS-SEND-INDEX)
                       = WS-SEND-RECORDS(WS-SEND-INDEX)
                   MOVE "INFO" TO WS-LOG-LEVEL
                   STRING "Dataset " WS-SEND-DATASET(WS-SEND-INDEX)
                       " acknowledged by partner, "
                       WS-SEND-RECORDS(WS-SEND-INDEX) " records"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "SD04" TO WS-LOG-EVENT
                   PERFORM LOG-MESSAGE
               ELSE
                   MOVE "ERROR" TO WS-LOG-LEVEL
                   STRING "Dataset " WS-SEND-DATASET(WS-SEND-INDEX)
                       " sent " WS-SEND-RECORDS(WS-SEND-INDEX)
                       ", partner expected "
                       WS-SEND-ACK-EXPECTED(WS-SEND-INDEX)
                       " good " WS-SEND-ACK-GOOD(WS-SEND-INDEX)
                       " verdict " WS-SEND-VERDICT(WS-SEND-INDEX)
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "SD05" TO WS-LOG-EVENT
                   PERFORM LOG-MESSAGE
                   PERFORM SEND-ALERT
                   MOVE "MISMATCH" TO WS-RECON-RESULT
                   MOVE 20 TO WS-ENV-RC
               END-IF
           END-IF.

      * Writes the queue back out to SENDQNEW for the copy-back
      * step, less what this session sent: a record of this
      * environment is dropped only when its dataset went out, the
      * session connected and the partner's acknowledgment came
      * back.  A failed session, or one the partner never
      * acknowledged, leaves every record queued for the next send
      * run, and says so.  An acknowledged mismatch is not resent
      * automatically - the records did go out, and the partner's
      * side has to be looked at first.
       REWRITE-SEND-QUEUE.
           IF WS-SENDQNEW-OPENED = "Y"
               MOVE 0 TO WS-SEND-CARRIED
               IF WS-SENDQ-PRESENT = "Y"
                   OPEN INPUT SEND-QUEUE-FILE
                   MOVE "N" TO WS-SENDQ-EOF
                   PERFORM UNTIL WS-SENDQ-EOF-YES
                       READ SEND-QUEUE-FILE
                           AT END
                               SET WS-SENDQ-EOF-YES TO TRUE
                           NOT AT END
                               PERFORM CARRY-QUEUED-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SEND-QUEUE-FILE
               END-IF
               CLOSE SEND-QUEUE-NEW-FILE
               MOVE "N" TO WS-SENDQNEW-OPENED
               IF WS-SEND-COUNT > 0
                   AND NOT WS-CONN-SUCCESS
                   MOVE "WARN" TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "Session not completed, " WS-SEND-TOTAL
                       " records left queued for the next send run"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "SD09" TO WS-LOG-EVENT
                   PERFORM LOG-MESSAGE
               END-IF
               IF WS-SEND-COUNT > 0
                   AND WS-CONN-SUCCESS
                   AND WS-RECON-RESULT = "NOACK"
                   MOVE "WARN" TO WS-LOG-LEVEL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "Session not acknowledged, " WS-SEND-TOTAL
                       " records left queued for the next send run"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "SD09" TO WS-LOG-EVENT
                   PERFORM LOG-MESSAGE
               END-IF
           END-IF.

      * Carries the queued record just read to SENDQNEW unless this
      * session sent it and the partner acknowledged the session,
      * counting the records of this environment carried.
       CARRY-QUEUED-RECORD.
           MOVE "N" TO WS-SEND-FOUND
           IF SENDQ-ENV-ID = WS-ENV-ID
               AND WS-CONN-SUCCESS
               AND WS-RECON-RESULT NOT = "NOACK"
               MOVE SENDQ-DATASET TO WS-SEND-KEY
               PERFORM FIND-SEND-ENTRY
           END-IF
           IF WS-SEND-FOUND = "N"
               MOVE SENDQ-RECORD TO SENDQNEW-RECORD
               WRITE SENDQNEW-RECORD
               IF SENDQ-ENV-ID = WS-ENV-ID
                   ADD 1 TO WS-SEND-CARRIED
               END-IF
           END-IF.

      * Checks the transfer record just read against the layout the
      * sending side owes us: an 8-digit numeric sequence number in
      * front of the payload, and no binary garbage anywhere in the
      * record.  A truncated record shows up here too - its sequence
      * number field ends up holding payload text or blanks.  A
      * record passing those is then put through its dataset's
      * DSRULES field edits, when it has any.  The first failure
      * found sets the reason code and field for the suspense record.
       CHECK-XFERDATA-RECORD.
           SET WS-XFERDATA-GOOD TO TRUE
           MOVE SPACES TO WS-SUSP-REASON
           MOVE SPACES TO WS-SUSP-FIELD
           IF XFERDATA-SEQ-NO NOT NUMERIC
               SET WS-XFERDATA-MALFORMED TO TRUE
               MOVE "SEQN" TO WS-SUSP-REASON
               MOVE "SEQ-NO" TO WS-SUSP-FIELD
           END-IF
           MOVE 0 TO WS-BAD-CHAR-COUNT
           INSPECT XFERDATA-RECORD
           INSPECT XFERDATA-RECORD
               TALLYING WS-BAD-CHAR-COUNT FOR ALL HIGH-VALUE
           IF WS-BAD-CHAR-COUNT > 0
               AND WS-XFERDATA-GOOD
               SET WS-XFERDATA-MALFORMED TO TRUE
               MOVE "BINY" TO WS-SUSP-REASON
           END-IF
           IF WS-XFERDATA-GOOD
               AND WS-MAN-FOUND = "Y"
               IF WS-MAN-HAS-RULES(WS-MANIFEST-INDEX) = "Y"
                   MOVE WS-MAN-RULES(WS-MANIFEST-INDEX)
                       TO DSRULE-RECORD
                   MOVE XFERDATA-PAYLOAD TO WS-CHECK-PAYLOAD
                   PERFORM CHECK-PAYLOAD-FIELDS
               END-IF
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

      * Quarantines the malformed record just read to the suspense
      * back to the sending side instead of vanishing into a count.
       WRITE-SUSPENSE-RECORD.
           IF WS-XFERSUSP-OPENED = "Y"
               MOVE SPACES TO XFERSUSP-RECORD
               MOVE XFERDATA-RECORD TO XFERSUSP-DATA
               MOVE WS-ACK-ENV-ID TO XFERSUSP-ENV-ID
               MOVE WS-BUSINESS-DATE TO XFERSUSP-BUS-DATE
               MOVE WS-SUSP-REASON TO XFERSUSP-REASON
               MOVE WS-SUSP-FIELD TO XFERSUSP-FIELD
               WRITE XFERSUSP-RECORD
           END-IF.
