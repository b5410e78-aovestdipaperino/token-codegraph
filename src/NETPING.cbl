      * no reachable host at all raises an ERROR, which the ALERTDSP
      * drain pages immediately.
      *
      * A candidate host inside a planned outage on the HOSTMNT
      * calendar (see HOSTMREC.cpy) is not dialled: it goes on
      * PINGHIST as MAINT, not DOWN, and raises no alert.  An
      * environment whose every candidate host is out raises one
      * ERROR saying so, in place of the no-reachable-host one.
      *
      * A candidate host carrying a certificate or credential that
      * has expired on the CREDREG register (see CREDREC.cpy) is
      * still dialled, but the dial is logged on NETLOG as event CX01
      * first - a NETLOG generation of this job's own, opened on the
      * first such event - so a failure that follows is not taken
      * for an ordinary outage.
      *
      * Return codes: 0 everything reachable, 4 a host down but every
      * environment still has a reachable candidate, 8 at least one
      * environment fully unreachable, 16 NETCFG unavailable.
      *
      * The run is put on the nightly control board (RUNSTAT, see
      * RUNSTREC.cpy) as it starts and again as it ends, with the
      * hosts found down as its outcome.
      *
      * An approved NETCFG change staged through NETMNT whose
      * effective time has come is put onto the environment's record
      * before its hosts are dialled, so the pre-flight checks the
      * endpoints the transfer run will use; NETWORKING does the same
      * if it runs first.  The activation goes on the NETHIST change
      * history under this job's name.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NETPING.
       AUTHOR. TOKENSAVE.
           SELECT PING-HIST-FILE ASSIGN TO "PINGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PINGHIST-STATUS.
      * NETCFG changes staged through NETMNT, and the change history
      * an activation is recorded on.
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
      * Planned host maintenance calendar (see HOSTMREC.cpy).
           SELECT HOSTMNT-FILE ASSIGN TO "HOSTMNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOSTMNT-KEY
               FILE STATUS IS WS-HOSTMNT-STATUS.
      * Certificate and credential expiry register (see CREDREC.cpy),
      * and the connection audit trail a dial of a host with an
      * expired credential is recorded on.
           SELECT CREDREG-FILE ASSIGN TO "CREDREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREDREG-KEY
               FILE STATUS IS WS-CREDREG-STATUS.
           SELECT NETLOG-FILE ASSIGN TO "NETLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NETLOG-STATUS.
      * Nightly run control file (see RUNSTREC.cpy): this run's
      * start and end, for the NETBRD board.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNSTAT-KEY
               FILE STATUS IS WS-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PING-HIST-FILE.
       COPY PINGHREC.

       FD  NETCFGP-FILE.
       COPY NETCPREC.

       FD  NETHIST-FILE.
       COPY NETHSREC.

       FD  HOSTMNT-FILE.
       COPY HOSTMREC.

       FD  CREDREG-FILE.
       COPY CREDREC.

       FD  NETLOG-FILE.
       COPY NETLOGRC.

       FD  RUN-STATUS-FILE.
       COPY RUNSTREC.

       WORKING-STORAGE SECTION.
      * File status fields, checked right after OPEN.
       01 WS-NETCFG-STATUS       PIC X(02) VALUE "00".
      * Whether NETCFG is open for update, and the status the update
      * open gave when the online region held it and it was refused.
       01 WS-NETCFG-UPDATE       PIC X(01) VALUE "N".
       01 WS-NETCFG-IO-STATUS    PIC X(02) VALUE "00".
       01 WS-ALERTQ-STATUS       PIC X(02) VALUE "00".
       01 WS-ALERTQ-OPENED       PIC X(01) VALUE "N".
      * File status for the pre-flight history, and whether it
      * How the environment being checked is doing.
       01 WS-ENV-UP-COUNT        PIC 9(1) VALUE 0.
       01 WS-ENV-DOWN-COUNT      PIC 9(1) VALUE 0.
       01 WS-ENV-MAINT-COUNT     PIC 9(1) VALUE 0.
      * Job-wide outcome, folded into the return code at end of job.
       01 WS-ANY-HOST-DOWN       PIC X(01) VALUE "N".
       01 WS-ANY-ENV-DEAD        PIC X(01) VALUE "N".
      * Count of environments checked, for the end-of-job line, and
      * of hosts found down and environments with none reachable,
      * for the run's outcome on the control board.
       01 WS-ENV-CHECKED         PIC 9(03) VALUE 0.
       01 WS-HOSTS-DOWN          PIC 9(03) VALUE 0.
       01 WS-HOSTS-MAINT         PIC 9(03) VALUE 0.
       01 WS-ENVS-DEAD           PIC 9(03) VALUE 0.
      * File status for the staged change file and the change
      * history, whether they opened, and the end of one
      * environment's staged changes while they are read.
       01 WS-NETCFGP-STATUS      PIC X(02) VALUE "00".
       01 WS-NETCFGP-OPENED      PIC X(01) VALUE "N".
       01 WS-NETCFGP-EOF         PIC X(01) VALUE "N".
           88 WS-NETCFGP-EOF-YES     VALUE "Y".
       01 WS-NETHIST-STATUS      PIC X(02) VALUE "00".
      * The NETCFG record as it stood before a staged change was put
      * onto it, to put back if the change cannot be marked activated.
       01 WS-NETCFG-BEFORE       PIC X(1024).
      * The date and HHMM time now, which a staged change's effective
      * date and time must have reached to be put in force, and the
      * clock as text for the activation stamps.
       01 WS-STAGE-NOW.
           05 WS-STAGE-NOW-DATE      PIC X(08).
           05 WS-STAGE-NOW-TIME      PIC X(04).
       01 WS-STAGE-CLOCK         PIC X(08).
       01 WS-STAGE-HSECS         PIC 9(02).
      * Subscript for the host entries moved to the history record.
       01 WS-HIST-SUB            PIC 9(01).
      * Planned host maintenance calendar status and whether it
      * opened; whether the host being checked is inside an outage
      * now and when that outage ends; and the date and HHMM time
      * now that the outages are compared with.
       01 WS-HOSTMNT-STATUS      PIC X(02) VALUE "00".
       01 WS-HOSTMNT-OPENED      PIC X(01) VALUE "N".
       01 WS-HOSTMNT-EOF         PIC X(01) VALUE "N".
           88 WS-HOSTMNT-EOF-YES     VALUE "Y".
       01 WS-HOST-IN-MAINT       PIC X(01) VALUE "N".
       01 WS-HOST-MAINT-END      PIC X(12) VALUE SPACES.
       01 WS-MAINT-NOW.
           05 WS-MAINT-NOW-DATE      PIC X(08).
           05 WS-MAINT-NOW-TIME      PIC X(04).
       01 WS-MAINT-CLOCK         PIC X(08).
      * Credential register status and whether it opened; whether a
      * credential the host being checked depends on has expired,
      * and which one and when; and today's date the expiry dates
      * are compared with.
       01 WS-CREDREG-STATUS      PIC X(02) VALUE "00".
       01 WS-CREDREG-OPENED      PIC X(01) VALUE "N".
       01 WS-CREDREG-EOF         PIC X(01) VALUE "N".
           88 WS-CREDREG-EOF-YES     VALUE "Y".
       01 WS-HOST-CRED-EXPIRED   PIC X(01) VALUE "N".
       01 WS-HOST-CRED-TYPE      PIC X(08) VALUE SPACES.
       01 WS-HOST-CRED-EXPIRY    PIC X(08) VALUE SPACES.
       01 WS-CRED-TODAY          PIC X(08).
      * NETLOG status and whether it has been opened - on the first
      * event this run logs, so a run with nothing to log writes
      * nothing there; "X" once it could not be, so it is not tried
      * again.
       01 WS-NETLOG-STATUS       PIC X(02) VALUE "00".
       01 WS-NETLOG-OPENED       PIC X(01) VALUE "N".
      * Run control file status, and the key of this run's record -
      * kept from the start record so the end record rewrites the
      * same one; spaces when the start record could not be written.
       01 WS-RUNSTAT-STATUS      PIC X(02) VALUE "00".
       01 WS-RUNSTAT-KEY         PIC X(32) VALUE SPACES.
       01 WS-RUNSTAT-OUTCOME     PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM - the environment to check, or "*ALL"/blank for the
               AND LS-PARM-ENV-ID NOT = SPACES
               MOVE LS-PARM-ENV-ID TO WS-ENV-ID
           END-IF
           PERFORM WRITE-RUN-START
           PERFORM OPEN-NETCFG
           IF WS-NETCFG-STATUS NOT = "00"
               DISPLAY "[ERROR] NETCFG not available, nothing to check"
               MOVE 16 TO RETURN-CODE
               MOVE "NETCFG not available, nothing checked"
                   TO WS-RUNSTAT-OUTCOME
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF
           PERFORM OPEN-STAGED-CHANGES
           PERFORM OPEN-HOST-MAINTENANCE
           PERFORM OPEN-CREDENTIAL-REGISTER
           OPEN OUTPUT PING-HIST-FILE
           IF WS-PINGHIST-STATUS = "00"
               MOVE "Y" TO WS-PINGHIST-OPENED
               PERFORM CHECK-ONE-KEYED-ENVIRONMENT
           END-IF
           CLOSE NETCFG-FILE
           IF WS-NETCFGP-OPENED = "Y"
               CLOSE NETCFGP-FILE
               CLOSE NETHIST-FILE
           END-IF
           IF WS-HOSTMNT-OPENED = "Y"
               CLOSE HOSTMNT-FILE
           END-IF
           IF WS-CREDREG-OPENED = "Y"
               CLOSE CREDREG-FILE
           END-IF
           IF WS-NETLOG-OPENED = "Y"
               CLOSE NETLOG-FILE
           END-IF
           IF WS-PINGHIST-OPENED = "Y"
               CLOSE PING-HIST-FILE
           END-IF
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE SPACES TO WS-RUNSTAT-OUTCOME
           STRING WS-ENV-CHECKED " envs, "
               WS-HOSTS-DOWN " hosts down, "
               WS-HOSTS-MAINT " in maint, "
               WS-ENVS-DEAD " no host up"
               DELIMITED BY SIZE INTO WS-RUNSTAT-OUTCOME
           PERFORM WRITE-RUN-END
           STOP RUN.

      * Sweeps every environment record on NETCFG.
           END-READ.

      * Dials each of the environment's candidate hosts once and
      * raises the alerts its results call for.  With every host in
      * planned maintenance the environment still has nothing to
      * connect to, and the one ERROR raised says why.
       CHECK-ENVIRONMENT.
           PERFORM APPLY-STAGED-CHANGES
           ADD 1 TO WS-ENV-CHECKED
           MOVE 0 TO WS-ENV-UP-COUNT
           MOVE 0 TO WS-ENV-DOWN-COUNT
           MOVE 0 TO WS-ENV-MAINT-COUNT
           MOVE NETCFG-HOST-COUNT TO WS-HOST-COUNT
           IF WS-HOST-COUNT = 0
               MOVE 1 TO WS-HOST-COUNT
           END-PERFORM
           IF WS-ENV-UP-COUNT = 0
               MOVE "Y" TO WS-ANY-ENV-DEAD
               ADD 1 TO WS-ENVS-DEAD
               MOVE "ERROR" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               IF WS-ENV-MAINT-COUNT = WS-HOST-COUNT
                   DISPLAY "[ERROR] " NETCFG-ENV-ID " all "
                       WS-HOST-COUNT " hosts in planned maintenance"
                   STRING "Pre-flight: all " WS-HOST-COUNT
                       " candidate hosts of " NETCFG-ENV-ID
                       " in planned maintenance"
                       DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               ELSE
                   STRING "Pre-flight: no reachable host for "
                       NETCFG-ENV-ID
                       DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               END-IF
               PERFORM SEND-ALERT
           END-IF.

      * Dials the candidate host at WS-HOST-INDEX once through
      * TCPCONN and records the outcome.  A host NETCFG carries blank
      * counts as down - the transfer run would burn retries on it
      * the same way.  A host inside a planned outage is not dialled
      * at all: it is recorded as MAINT, with no alert.
       PING-ONE-HOST.
           MOVE NETCFG-HOST(WS-HOST-INDEX) TO WS-HOST
           IF NETCFG-PORT(WS-HOST-INDEX) = ZERO
           ELSE
               MOVE NETCFG-PORT(WS-HOST-INDEX) TO WS-PORT
           END-IF
           PERFORM FIND-HOST-MAINTENANCE
           IF WS-HOST-IN-MAINT = "Y"
               ADD 1 TO WS-ENV-MAINT-COUNT
               ADD 1 TO WS-HOSTS-MAINT
               DISPLAY "[INFO ] " NETCFG-ENV-ID " host "
                   WS-HOST-INDEX " in planned maintenance until "
                   WS-HOST-MAINT-END(1:8) " " WS-HOST-MAINT-END(9:4)
               PERFORM WRITE-PING-HISTORY
           ELSE
               PERFORM DIAL-ONE-HOST
           END-IF.

      * Makes the one dial of the host at WS-HOST-INDEX and raises
      * the WARN an unreachable host calls for.  A host carrying an
      * expired credential is logged as such (CX01) before the dial.
       DIAL-ONE-HOST.
           IF WS-HOST = SPACES
               MOVE 1 TO WS-CONNECT-RC
           ELSE
               PERFORM FIND-HOST-CREDENTIAL
               IF WS-HOST-CRED-EXPIRED = "Y"
                   DISPLAY "[WARN ] " NETCFG-ENV-ID " host "
                       WS-HOST-INDEX " credential " WS-HOST-CRED-TYPE
                       " expired " WS-HOST-CRED-EXPIRY
                   PERFORM WRITE-CREDENTIAL-EVENT
               END-IF
               CALL "TCPCONN" USING WS-HOST WS-PORT WS-CONNECT-RC
           END-IF
           IF WS-CONNECT-RC = 0
               PERFORM WRITE-PING-HISTORY
           ELSE
               ADD 1 TO WS-ENV-DOWN-COUNT
               ADD 1 TO WS-HOSTS-DOWN
               MOVE "Y" TO WS-ANY-HOST-DOWN
               MOVE WS-CONNECT-RC TO WS-CONNECT-RC-DISP
               DISPLAY "[WARN ] " NETCFG-ENV-ID " host "
      * Writes the result of the dial just made to the pre-flight
      * history: which environment, which candidate host (and the
      * host:port text NETLOG stamps, so the files join), the
      * return code and the verdict - or MAINT and no return code
      * for a host passed over for planned maintenance.
       WRITE-PING-HISTORY.
           IF WS-PINGHIST-OPENED = "Y"
               MOVE SPACES TO PINGHIST-RECORD
                   INTO PINGHIST-HOST-PORT
               MOVE WS-CONNECT-RC TO WS-CONNECT-RC-DISP
               MOVE WS-CONNECT-RC-DISP TO PINGHIST-RC
               EVALUATE TRUE
                   WHEN WS-HOST-IN-MAINT = "Y"
                       MOVE SPACES TO PINGHIST-RC
                       MOVE "MAINT" TO PINGHIST-RESULT
                   WHEN WS-CONNECT-RC = 0
                       MOVE "UP" TO PINGHIST-RESULT
                   WHEN OTHER
                       MOVE "DOWN" TO PINGHIST-RESULT
               END-EVALUATE
               WRITE PINGHIST-RECORD
           END-IF.

               SET ALERTQ-PENDING TO TRUE
               WRITE ALERTQ-RECORD
           END-IF.

      * Opens the planned host maintenance calendar.  No HOSTMNT at
      * all (status 35) just means no outage has ever been keyed; any
      * other failure is reported, and every host is dialled as
      * though none were out.
       OPEN-HOST-MAINTENANCE.
           OPEN INPUT HOSTMNT-FILE
           IF WS-HOSTMNT-STATUS = "00"
               MOVE "Y" TO WS-HOSTMNT-OPENED
           ELSE
               IF WS-HOSTMNT-STATUS NOT = "35"
                   DISPLAY "[WARN ] HOSTMNT not available, status "
                       WS-HOSTMNT-STATUS ", no host passed over"
               END-IF
           END-IF.

      * Reads the calendar for the candidate host at WS-HOST-INDEX,
      * setting WS-HOST-IN-MAINT when one of its outages has begun
      * and is not yet over.  Its outages browse in start order, so
      * the read stops at the first one not yet begun; of those
      * running, the one ending last is kept.
       FIND-HOST-MAINTENANCE.
           MOVE "N" TO WS-HOST-IN-MAINT
           MOVE SPACES TO WS-HOST-MAINT-END
           IF WS-HOSTMNT-OPENED = "Y"
               ACCEPT WS-MAINT-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-MAINT-CLOCK FROM TIME
               MOVE WS-MAINT-CLOCK(1:4) TO WS-MAINT-NOW-TIME
               MOVE "N" TO WS-HOSTMNT-EOF
               MOVE NETCFG-ENV-ID TO HOSTMNT-ENV-ID
               MOVE WS-HOST-INDEX TO HOSTMNT-HOST-INDEX
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
                           IF HOSTMNT-ENV-ID NOT = NETCFG-ENV-ID
                               OR HOSTMNT-HOST-INDEX NOT = WS-HOST-INDEX
                               OR HOSTMNT-START > WS-MAINT-NOW
                               SET WS-HOSTMNT-EOF-YES TO TRUE
                           ELSE
                               IF HOSTMNT-END > WS-MAINT-NOW
                                   AND HOSTMNT-END > WS-HOST-MAINT-END
                                   MOVE "Y" TO WS-HOST-IN-MAINT
                                   MOVE HOSTMNT-END TO WS-HOST-MAINT-END
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * Opens the certificate and credential expiry register.  No
      * CREDREG at all (status 35) just means nothing has been
      * registered; any other failure is reported, and no host is
      * reported as carrying an expired credential.
       OPEN-CREDENTIAL-REGISTER.
           OPEN INPUT CREDREG-FILE
           IF WS-CREDREG-STATUS = "00"
               MOVE "Y" TO WS-CREDREG-OPENED
           ELSE
               IF WS-CREDREG-STATUS NOT = "35"
                   DISPLAY "[WARN ] CREDREG not available, status "
                       WS-CREDREG-STATUS ", credential expiry not "
                       "checked"
               END-IF
           END-IF.

      * Reads the register for the candidate host at WS-HOST-INDEX,
      * setting WS-HOST-CRED-EXPIRED when a credential it depends on
      * has reached its expiry date.  Of several expired, the one
      * that expired first is kept - the longest-standing problem.
       FIND-HOST-CREDENTIAL.
           MOVE "N" TO WS-HOST-CRED-EXPIRED
           MOVE SPACES TO WS-HOST-CRED-TYPE
           MOVE SPACES TO WS-HOST-CRED-EXPIRY
           IF WS-CREDREG-OPENED = "Y"
               ACCEPT WS-CRED-TODAY FROM DATE YYYYMMDD
               MOVE "N" TO WS-CREDREG-EOF
               MOVE NETCFG-ENV-ID TO CREDREG-ENV-ID
               MOVE WS-HOST-INDEX TO CREDREG-HOST-INDEX
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
                           IF CREDREG-ENV-ID NOT = NETCFG-ENV-ID
                               OR CREDREG-HOST-INDEX NOT = WS-HOST-INDEX
                               SET WS-CREDREG-EOF-YES TO TRUE
                           ELSE
                               PERFORM NOTE-EXPIRED-CREDENTIAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * Keeps the register entry just read if it has expired and
      * expired before any other of the host's found so far.
       NOTE-EXPIRED-CREDENTIAL.
           IF CREDREG-EXPIRY-DATE NOT = SPACES
               AND CREDREG-EXPIRY-DATE NOT > WS-CRED-TODAY
               IF WS-HOST-CRED-EXPIRED NOT = "Y"
                   OR CREDREG-EXPIRY-DATE < WS-HOST-CRED-EXPIRY
                   MOVE "Y" TO WS-HOST-CRED-EXPIRED
                   MOVE CREDREG-CRED-TYPE TO WS-HOST-CRED-TYPE
                   MOVE CREDREG-EXPIRY-DATE TO WS-HOST-CRED-EXPIRY
               END-IF
           END-IF.

      * Writes the CX01 NETLOG record for a dial of a host carrying
      * an expired credential, stamped the way NETWORKING stamps its
      * own, opening NETLOG on the first.  NETLOG not available is
      * reported once and the pre-flight carries on.
       WRITE-CREDENTIAL-EVENT.
           IF WS-NETLOG-OPENED = "N"
               OPEN OUTPUT NETLOG-FILE
               IF WS-NETLOG-STATUS = "00"
                   MOVE "Y" TO WS-NETLOG-OPENED
               ELSE
                   MOVE "X" TO WS-NETLOG-OPENED
                   DISPLAY "[WARN ] NETLOG not available, status "
                       WS-NETLOG-STATUS ", credential events not logged"
               END-IF
           END-IF
           IF WS-NETLOG-OPENED = "Y"
               MOVE SPACES TO NETLOG-RECORD
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-DATE TO NETLOG-DATE
               MOVE WS-CURRENT-TIME TO NETLOG-TIME
               MOVE "WARN" TO NETLOG-LEVEL
               MOVE 0 TO NETLOG-RETRY-COUNT
               STRING WS-HOST DELIMITED BY SPACE
                   ":" WS-PORT DELIMITED BY SIZE
                   INTO NETLOG-HOST-PORT
               STRING "Host " WS-HOST-INDEX " credential "
                   WS-HOST-CRED-TYPE " expired " WS-HOST-CRED-EXPIRY
                   ", pre-flight failure may be the credential"
                   DELIMITED BY SIZE INTO NETLOG-MESSAGE
               MOVE "CX01" TO NETLOG-EVENT-CODE
               MOVE NETCFG-ENV-ID TO NETLOG-ENV-ID
               MOVE 0 TO NETLOG-SESSION-SECS
               WRITE NETLOG-RECORD
           END-IF.

      * Opens NETCFG for update, so APPLY-STAGED-CHANGES can put a
      * due staged change onto it.  The online region keeps NETCFG
      * open for update through the day, so the update open can be
      * refused; the pre-flight then goes ahead on the live records,
      * opened for input, and due staged changes are left pending
      * for a later run.  WS-NETCFG-STATUS is "00" when either open
      * worked.
       OPEN-NETCFG.
           MOVE "N" TO WS-NETCFG-UPDATE
           OPEN I-O NETCFG-FILE
           IF WS-NETCFG-STATUS = "00"
               MOVE "Y" TO WS-NETCFG-UPDATE
           ELSE
               MOVE WS-NETCFG-STATUS TO WS-NETCFG-IO-STATUS
               OPEN INPUT NETCFG-FILE
               IF WS-NETCFG-STATUS = "00"
                   DISPLAY "[WARN ] NETCFG not open for update, status "
                       WS-NETCFG-IO-STATUS
                       ", due staged changes left pending"
               END-IF
           END-IF.

      * Opens the NETCFGP staged change file and the NETHIST change
      * history.  No NETCFGP at all (status 35) just means nothing
      * has ever been staged; any other failure, or no NETHIST to
      * record an activation on, leaves staged changes waiting for
      * the next run - the pre-flight itself goes ahead either way.
       OPEN-STAGED-CHANGES.
           OPEN I-O NETCFGP-FILE
           IF WS-NETCFGP-STATUS = "00"
               OPEN I-O NETHIST-FILE
               IF WS-NETHIST-STATUS = "00"
                   MOVE "Y" TO WS-NETCFGP-OPENED
               ELSE
                   CLOSE NETCFGP-FILE
                   DISPLAY "[WARN ] NETHIST not available, status "
                       WS-NETHIST-STATUS ", staged changes not applied"
               END-IF
           ELSE
               IF WS-NETCFGP-STATUS NOT = "35"
                   DISPLAY "[WARN ] NETCFGP not available, status "
                       WS-NETCFGP-STATUS ", staged changes not applied"
               END-IF
           END-IF.

      * Puts onto the NETCFG record just read every approved staged
      * change for its environment whose effective date and time
      * have come, in the order they fell due.  A change still
      * waiting for its second operator past its effective time is
      * not applied, only reported - as is an approved change while
      * NETCFG is open for input only, left for a later run.
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
                                   DISPLAY "[WARN ] " NETCFG-ENV-ID
                                       " staged change due "
                                       NETCFGP-EFF-DATE " "
                                       NETCFGP-EFF-TIME
                                       " left pending, NETCFG not"
                                       " open for update"
                               END-IF
                               IF NETCFGP-PENDING
                                   DISPLAY "[WARN ] " NETCFG-ENV-ID
                                       " staged change due "
                                       NETCFGP-EFF-DATE " "
                                       NETCFGP-EFF-TIME
                                       " awaiting approval"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * Rewrites NETCFG with the staged record image, marks the
      * staged change activated under this job's name, and writes
      * the ACT entry to the change history.  If NETCFG cannot be
      * rewritten the change is left approved for the next run.  If
      * the staged change cannot be marked activated, NETCFG is put
      * back as it was, so the change - still approved - is not
      * applied again on top of whatever NETMNT keys in meanwhile.
       ACTIVATE-STAGED-CHANGE.
           PERFORM MOVE-OLD-VALUES-TO-HISTORY
           MOVE NETCFG-RECORD TO WS-NETCFG-BEFORE
           MOVE NETCFGP-CONFIG TO NETCFG-RECORD
           REWRITE NETCFG-RECORD
               INVALID KEY
                   DISPLAY "[WARN ] " NETCFGP-ENV-ID
                       " NETCFG rewrite failed, status "
                       WS-NETCFG-STATUS ", staged change not applied"
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
                           DISPLAY "[INFO ] " NETCFG-ENV-ID
                               " staged change effective "
                               NETCFGP-EFF-DATE " " NETCFGP-EFF-TIME
                               " applied"
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
                   DISPLAY "[WARN ] " NETCFG-ENV-ID
                       " staged change effective " NETCFGP-EFF-DATE
                       " " NETCFGP-EFF-TIME
                       " applied, not marked activated, status "
                       WS-NETCFGP-STATUS
                       " - mark it or it is applied again"
               NOT INVALID KEY
                   DISPLAY "[WARN ] " NETCFG-ENV-ID
                       " staged change effective " NETCFGP-EFF-DATE
                       " " NETCFGP-EFF-TIME
                       " not marked activated, status "
                       WS-NETCFGP-STATUS ", backed out"
           END-REWRITE.

      * Captures the live NETCFG record about to be replaced into
      * the history record's old-value fields, hosts at the 40
      * characters NETMNT maintains.
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
      * in force by this run, the job name in the operator field and
      * no terminal.  Hundredths of a second stand in for the
      * millisecond, retried once a millisecond on if two
      * activations land in the same hundredth.
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
                           DISPLAY "[WARN ] " NETCFG-ENV-ID
                               " NETHIST write failed, status "
                               WS-NETHIST-STATUS
                   END-WRITE
           END-WRITE.

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
      * as its business date, the environment on the PARM ("*ALL"
      * for a sweep of the file) and the time it started.  The
      * record stays "running" until WRITE-RUN-END rewrites it, so a
      * run that never gets there shows up on the board as
      * overrunning.
       WRITE-RUN-START.
           PERFORM OPEN-RUN-STATUS
           IF WS-RUNSTAT-STATUS = "00"
               MOVE SPACES TO RUNSTAT-RECORD
               ACCEPT RUNSTAT-BUS-DATE FROM DATE YYYYMMDD
               MOVE WS-ENV-ID TO RUNSTAT-ENV-ID
               MOVE "NETPING" TO RUNSTAT-PROGRAM
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
