      *
      * Lets an authorized operator view and update the candidate
      * host list, ports, max retries, retry backoff base and
      * transfer window for one environment - no programmer or
      * recompile needed for a routine connectivity change.  A
      * change is either saved straight to NETCFG, taking effect on
      * the next NETWORKING run, or staged on NETCFGP for a second
      * operator's approval or a later effective time (see below).
      *
      * Pseudo-conversational: PF5 loads/refreshes the record named in
      * ENVID, ENTER saves the screen back to NETCFG, PF3 exits.
      * old values applied back to NETCFG in one PF9-confirmed
      * action - so a bad 02:00 change is undone from the history
      * itself instead of being re-keyed by hand under pressure.
      *
      * An environment flagged APPROVAL REQD (and PROD, always) is
      * not rewritten by ENTER or PF9: the change is staged on
      * NETCFGP as pending, and goes onto NETCFG only once a second
      * operator - never the one who keyed it - approves it.  Any
      * change can also carry an effective date and time, so a
      * partner cutover is keyed and approved days ahead and put in
      * force by the first NETWORKING or NETPING run after it.  PF10
      * steps through the loaded environment's staged changes, PF11
      * approves the one showing and PF12 rejects it (or withdraws
      * it, for its keyer).  Staging, approval, rejection and
      * activation each go on NETHIST with who did it.
      *
      * PF4 opens the planned host maintenance calendar (HOSTMNT) for
      * the loaded environment: the outages partners have told us
      * about, per candidate host, that are not yet over.  An outage
      * is added by keying its host, start, end and reason and
      * pressing ENTER, and deleted by typing D beside it.  While one
      * is running NETWORKING passes the host over and NETPING
      * records it as MAINT, neither alerting on it.
      *
      * PF2 opens the certificate and credential expiry register
      * (CREDREG) for the loaded environment: what each candidate
      * host's sessions depend on, when it expires, how many days
      * that leaves, and who renews it.  One is added - or renewed,
      * when the host already carries that type - by keying it and
      * pressing ENTER, and deleted by typing D beside it.  CREDCHK
      * warns ahead of each expiry from it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NETMNT.
       AUTHOR. TOKENSAVE.
       COPY NETMNTM.
       COPY NETCFGRC.
       COPY NETHSREC.
       COPY NETCPREC.
       COPY HOSTMREC.
       COPY CREDREC.

      * CICS response code from the most recent file control request.
       01 WS-RESP                PIC S9(8) COMP.
       01 WS-RB-WINDOW-START     PIC 9(04).
       01 WS-RB-WINDOW-CUTOFF    PIC 9(04).
       01 WS-RB-EXPECT-DAYS      PIC X(07).
      * Set by VALIDATE-STAGE-FIELDS when the approval flag holds
      * anything besides Y, N and blank, or the effective date/time
      * is not a plausible YYYYMMDD and HHMM.
       01 WS-APPRQ-INVALID       PIC X(01).
       01 WS-EFF-INVALID         PIC X(01).
      * Set by CHECK-CHANGE-CONTROL: "Y" in WS-CONTROLLED when the
      * live record needs a second operator's approval, and in
      * WS-STAGE-CHANGE when this change is to be staged on NETCFGP
      * rather than written straight through.
       01 WS-CONTROLLED          PIC X(01).
       01 WS-STAGE-CHANGE        PIC X(01).
      * The date and HHMMSS time now, off the CICS clock.
       01 WS-NOW-STAMP.
           05 WS-NOW-DATE            PIC X(08).
           05 WS-NOW-TIME            PIC X(06).
      * Effective date/HHMM time and origin of the change being
      * staged, and who keyed it; WRITE-HISTORY-RECORD stamps these
      * on the history record, so they stay blank for a change
      * written straight through.
       01 WS-STAGE-EFFECTIVE     VALUE SPACES.
           05 WS-STAGE-EFF-DATE      PIC X(08).
           05 WS-STAGE-EFF-TIME      PIC X(04).
       01 WS-STAGE-ORIGIN        PIC X(03) VALUE SPACES.
       01 WS-STAGE-KEYED-BY      PIC X(08) VALUE SPACES.
      * The signed-on operator, for the keyed-by/approved-by checks.
       01 WS-OPERATOR            PIC X(08).
      * Staged change browse: whether one was found, and the key of
      * the one showing, which PF10 steps past to reach the next.
       01 WS-PEND-FOUND          PIC X(01).
       01 WS-PEND-SKIP-KEY       PIC X(20).
      * Set when an approval put the change onto NETCFG there and
      * then, and when a history write failed.
       01 WS-ACTIVATED           PIC X(01).
       01 WS-HIST-FAILED         PIC X(01) VALUE "N".
      * The live NETCFG record as it stood before an approval put
      * the change onto it, to put back if the approval itself
      * cannot be recorded on NETCFGP.
       01 WS-NETCFG-BEFORE       PIC X(1024).
      * Outcome line for an approval or rejection, held while the
      * screen is rebuilt from the live record.
       01 WS-STAGE-MSG           PIC X(79) VALUE SPACES.
      * Host maintenance calendar: set when the outage keyed to be
      * added fails its checks; the host it is for; its start and
      * end, and the date and HHMM time now, as YYYYMMDDHHMM for
      * comparing; and the outcome line of an add or delete, held
      * while the calendar page is rebuilt.
       01 WS-CAL-INVALID         PIC X(01).
       01 WS-CAL-HOST            PIC 9(01).
       01 WS-CAL-START           PIC X(12).
       01 WS-CAL-END             PIC X(12).
       01 WS-CAL-NOW             PIC X(12).
       01 WS-CAL-MSG             PIC X(79) VALUE SPACES.
      * Credential register: set when the credential keyed fails its
      * checks; the host it is for; today as a day number and the
      * days an entry has left, for the DAYS column; and the outcome
      * line of an add, renewal or delete, held while the register
      * page is rebuilt.
       01 WS-CRD-INVALID         PIC X(01).
       01 WS-CRD-HOST            PIC 9(01).
       01 WS-CRD-TODAY-DAYNUM    PIC 9(07).
       01 WS-CRD-DAYS            PIC S9(07).
       01 WS-CRD-DAYS-DISP       PIC ZZZ9.
       01 WS-CRD-MSG             PIC X(79) VALUE SPACES.
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

       LINKAGE SECTION.
       01 DFHCOMMAREA.
      * screen - doing so would permanently truncate NETCFG-HOST.
           05 NETMNT-HOST-OVERSIZE    PIC X(01).
      * Which screen the operator is on: "M" maintenance, "L" the
      * environment list reached with PF6, "H" the change history,
      * "P" a staged change under review (PF10), "C" the host
      * maintenance calendar (PF4), "R" the credential register
      * (PF2).
           05 NETMNT-MODE             PIC X(01).
      * Env id of the last list row shown, where PF8 resumes; "Y" in
      * the paging flag tells the next page to skip the record its
           05 NETMNT-HIST-KEY         OCCURS 12 TIMES
                                      PIC X(27).
           05 NETMNT-ROLLBACK-KEY     PIC X(27).
      * NETCFGP key of the staged change showing in review mode,
      * which PF11/PF12 act on.
           05 NETMNT-PEND-KEY         PIC X(20).
      * Maintenance calendar state ("C" in the mode byte): the HOSTMNT
      * key of the last outage read, where PF8 resumes; the paging
      * flag; and the keys behind the rows showing, so the D the
      * operator types can be matched back to its outage.
           05 NETMNT-CAL-POS          PIC X(21).
           05 NETMNT-CAL-PAGING       PIC X(01).
           05 NETMNT-CAL-CNT          PIC 9(02).
           05 NETMNT-CAL-KEY          OCCURS 10 TIMES
                                      PIC X(21).
      * Credential register state ("R" in the mode byte), kept the
      * same way as the calendar's: the CREDREG key of the last entry
      * read, the paging flag, and the keys behind the rows showing.
           05 NETMNT-CRD-POS          PIC X(17).
           05 NETMNT-CRD-PAGING       PIC X(01).
           05 NETMNT-CRD-CNT          PIC 9(02).
           05 NETMNT-CRD-KEY          OCCURS 10 TIMES
                                      PIC X(17).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
               MOVE "N" TO NETMNT-HIST-PAGING
               MOVE 0 TO NETMNT-HIST-CNT
               MOVE SPACES TO NETMNT-ROLLBACK-KEY
               MOVE SPACES TO NETMNT-PEND-KEY
               MOVE SPACES TO NETMNT-CAL-POS
               MOVE "N" TO NETMNT-CAL-PAGING
               MOVE 0 TO NETMNT-CAL-CNT
               MOVE SPACES TO NETMNT-CRD-POS
               MOVE "N" TO NETMNT-CRD-PAGING
               MOVE 0 TO NETMNT-CRD-CNT
               PERFORM SEND-INITIAL-MAP
           ELSE
               EVALUATE TRUE
                       MOVE "M" TO NETMNT-MODE
                       MOVE SPACES TO NETMNT-ROLLBACK-KEY
                       PERFORM SEND-INITIAL-MAP
      * PF3 out of a staged change goes back to the live record,
      * not a blank screen - the operator is still on that
      * environment.
                   WHEN EIBAID = DFHPF3 AND NETMNT-MODE = "P"
                       MOVE SPACES TO WS-STAGE-MSG
                       PERFORM RETURN-TO-LIVE-RECORD
      * Likewise out of the maintenance calendar and the credential
      * register.
                   WHEN EIBAID = DFHPF3 AND NETMNT-MODE = "C"
                       MOVE SPACES TO WS-STAGE-MSG
                       PERFORM RETURN-TO-LIVE-RECORD
                   WHEN EIBAID = DFHPF3 AND NETMNT-MODE = "R"
                       MOVE SPACES TO WS-STAGE-MSG
                       PERFORM RETURN-TO-LIVE-RECORD
                   WHEN EIBAID = DFHPF3
                       EXEC CICS RETURN
                       END-EXEC
      * the same as the environment list below.
                   WHEN NETMNT-MODE = "H"
                       PERFORM RESHOW-HISTORY-PROMPT
                   WHEN NETMNT-MODE = "P" AND EIBAID = DFHPF10
                       MOVE NETMNT-PEND-KEY TO NETCFGP-KEY
                       MOVE NETMNT-PEND-KEY TO WS-PEND-SKIP-KEY
                       PERFORM SHOW-STAGED-CHANGE
                   WHEN NETMNT-MODE = "P" AND EIBAID = DFHPF11
                       PERFORM APPROVE-STAGED-CHANGE
                   WHEN NETMNT-MODE = "P" AND EIBAID = DFHPF12
                       PERFORM REJECT-STAGED-CHANGE
      * Anything else while a staged change is showing - ENTER
      * above all - gets the prompt back; the values on the screen
      * are the staged ones and must not be saved as a new change.
                   WHEN NETMNT-MODE = "P"
                       PERFORM RESHOW-STAGED-PROMPT
      * The maintenance calendar pages like the lists: PF8 on, PF7
      * back to the top, ENTER acts on what was typed, and any
      * other key gets the prompt back.
                   WHEN NETMNT-MODE = "C" AND EIBAID = DFHPF8
                       PERFORM SHOW-CALENDAR-LIST
                   WHEN NETMNT-MODE = "C" AND EIBAID = DFHPF7
                       PERFORM OPEN-CALENDAR-LIST
                   WHEN NETMNT-MODE = "C" AND EIBAID = DFHENTER
                       PERFORM PROCESS-CALENDAR-ENTRY
                   WHEN NETMNT-MODE = "C"
                       PERFORM RESHOW-CALENDAR-PROMPT
                   WHEN EIBAID = DFHPF4 AND NETMNT-MODE = "M"
                       PERFORM OPEN-CALENDAR-LIST
      * The credential register works the same way as the calendar.
                   WHEN NETMNT-MODE = "R" AND EIBAID = DFHPF8
                       PERFORM SHOW-CREDENTIAL-LIST
                   WHEN NETMNT-MODE = "R" AND EIBAID = DFHPF7
                       PERFORM OPEN-CREDENTIAL-LIST
                   WHEN NETMNT-MODE = "R" AND EIBAID = DFHENTER
                       PERFORM PROCESS-CREDENTIAL-ENTRY
                   WHEN NETMNT-MODE = "R"
                       PERFORM RESHOW-CREDENTIAL-PROMPT
                   WHEN EIBAID = DFHPF2 AND NETMNT-MODE = "M"
                       PERFORM OPEN-CREDENTIAL-LIST
                   WHEN EIBAID = DFHPF10 AND NETMNT-MODE = "M"
                       PERFORM OPEN-STAGED-REVIEW
                   WHEN EIBAID = DFHPF6
                       MOVE LOW-VALUES TO NETMNT-LIST-POS
                       MOVE "N" TO NETMNT-LIST-PAGING
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM MOVE-RECORD-TO-MAP
               PERFORM CHECK-HOST-OVERSIZE
               MOVE NETMNT-ENV-ID TO NETCFGP-ENV-ID
               MOVE LOW-VALUES TO NETCFGP-EFFECTIVE
               MOVE SPACES TO WS-PEND-SKIP-KEY
               PERFORM FIND-STAGED-CHANGE
               IF NETMNT-HOST-OVERSIZE = "Y"
                   MOVE "RECORD LOADED - HOST >40 CHARS, VIEW ONLY"
                       TO MSGO
               ELSE
                   IF WS-PEND-FOUND = "Y"
                       MOVE "RECORD LOADED - PF10 SHOWS STAGED CHANGE"
                           TO MSGO
                   ELSE
                       MOVE "RECORD LOADED" TO MSGO
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO NETMNT1O
      * undoes.  Refused when the live record now carries a host
      * name past the 40 characters the history holds, the same
      * guard SAVE-RECORD applies, so a rollback cannot truncate a
      * batch-loaded host.  An environment under second-operator
      * approval gets the rollback staged instead, like any other
      * change to it (see ROLLBACK-OR-STAGE).
       APPLY-ROLLBACK.
           IF NETMNT-ROLLBACK-KEY = SPACES
               MOVE "TYPE S AND ENTER TO PICK AN ENTRY FIRST"
                       ELSE
                           PERFORM MOVE-OLD-VALUES-TO-HISTORY
                           PERFORM APPLY-ROLLBACK-VALUES
                           PERFORM ROLLBACK-OR-STAGE
                           MOVE SPACES TO NETMNT-ROLLBACK-KEY
                           MOVE "M" TO NETMNT-MODE
                           PERFORM MOVE-RECORD-TO-MAP
               END-IF
           END-IF.

      * Writes the rollback values now on NETCFG-RECORD through to
      * the live record - or, for an environment that needs a second
      * operator's approval, stages them on NETCFGP to take effect
      * as soon as that approval is given, the same as a screen
      * change to it would be.
       ROLLBACK-OR-STAGE.
           MOVE "N" TO WS-CONTROLLED
           IF NETCFG-APPROVAL-ON OR NETCFG-ENV-ID = "PROD"
               MOVE "Y" TO WS-CONTROLLED
           END-IF
           IF WS-CONTROLLED = "Y"
               EXEC CICS UNLOCK FILE("NETCFG")
               END-EXEC
               PERFORM GET-CURRENT-STAMP
               MOVE WS-NOW-DATE TO WS-STAGE-EFF-DATE
               MOVE WS-NOW-TIME(1:4) TO WS-STAGE-EFF-TIME
               MOVE "RBK" TO WS-STAGE-ORIGIN
               PERFORM STAGE-CHANGE
           ELSE
               EXEC CICS REWRITE FILE("NETCFG")
                   FROM(NETCFG-RECORD)
               END-EXEC
      * The success message goes up before the history write, the
      * order SAVE-RECORD uses, so a failed RBK audit write shows
      * its warning instead of being overwritten by it.
               MOVE "ROLLED BACK - EFFECTIVE NEXT RUN"
                   TO MSGO
               MOVE "RBK" TO NETHIST-CHANGE-TYPE
               PERFORM WRITE-HISTORY-RECORD
           END-IF.

      * Redisplays the history prompt line after a rollback step
      * that stays on the history screen.
       SEND-HISTORY-DATAONLY.
               MOVE 0 TO WS-WINCUT-DISP
           END-IF
           MOVE WS-WINCUT-DISP TO WINCUTO
           MOVE NETCFG-EXPECT-DAYS TO EXPDAYSO
      * PROD shows Y whatever its flag says - it is held to approval
      * regardless.  The effective fields belong to a staged change
      * and start blank for every load.
           IF NETCFG-ENV-ID = "PROD"
               MOVE "Y" TO APPRQO
           ELSE
               MOVE NETCFG-APPROVAL-REQD TO APPRQO
           END-IF
           MOVE SPACES TO EFFDATEO
           MOVE SPACES TO EFFTIMEO.

      * Saves the operator's screen entries back to NETCFG, updating
      * the environment's record if it exists or adding it if it does
      * why - when a numeric field is garbled, when ENVID was changed
      * without reloading first, or when the loaded record already has
      * a host name this screen cannot hold without truncating it.
      * A change to an environment that needs a second operator's
      * approval, or one carrying a future effective time, is staged
      * on NETCFGP instead of rewriting the record (see
      * CHECK-CHANGE-CONTROL).  A brand-new environment is added
      * straight away - no run depends on a record not yet on file.
       SAVE-RECORD.
           EXEC CICS RECEIVE MAP("NETMNT1")
               MAPSET("NETMNTM")
           END-EXEC
           PERFORM VALIDATE-SCREEN-NUMERICS
           PERFORM VALIDATE-EXPECT-DAYS
           PERFORM VALIDATE-STAGE-FIELDS
           EVALUATE TRUE
               WHEN WS-SCREEN-INVALID = "Y"
                   MOVE "INVALID NUMERIC FIELD - CORRECT AND RE-ENTER"
               WHEN WS-DAYS-INVALID = "Y"
                   MOVE "EXPECT DAYS TAKES Y, N OR BLANK PER DAY"
                       TO MSGO
               WHEN WS-APPRQ-INVALID = "Y"
                   MOVE "APPROVAL REQD TAKES Y, N OR BLANK"
                       TO MSGO
               WHEN WS-EFF-INVALID = "Y"
                   MOVE "EFFECTIVE DATE/TIME MUST BE YYYYMMDD AND HHMM"
                       TO MSGO
               WHEN NETMNT-ENV-ID NOT = SPACES
                       AND ENVIDI NOT = NETMNT-ENV-ID
                   MOVE "ENV ID CHANGED - PRESS PF5 TO LOAD IT FIRST"
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       PERFORM MOVE-OLD-VALUES-TO-HISTORY
                       PERFORM CHECK-CHANGE-CONTROL
                       PERFORM MOVE-MAP-TO-RECORD
                       IF WS-STAGE-CHANGE = "Y"
                           EXEC CICS UNLOCK FILE("NETCFG")
                           END-EXEC
                           MOVE "UPD" TO WS-STAGE-ORIGIN
                           PERFORM STAGE-CHANGE
                       ELSE
                           EXEC CICS REWRITE FILE("NETCFG")
                               FROM(NETCFG-RECORD)
                           END-EXEC
                           MOVE "SAVED - EFFECTIVE NEXT NETWORKING RUN"
                               TO MSGO
                           MOVE NETCFG-ENV-ID TO NETMNT-ENV-ID
                           MOVE "N" TO NETMNT-HOST-OVERSIZE
                           MOVE "UPD" TO NETHIST-CHANGE-TYPE
                           PERFORM WRITE-HISTORY-RECORD
                       END-IF
                   ELSE
                       PERFORM ADD-NEW-ENVIRONMENT
                   END-IF
           END-EVALUATE
           EXEC CICS SEND MAP("NETMNT1")
               MAPSET("NETMNTM")
               DATAONLY
           END-EXEC.

      * Adds the screen's values as a new environment record.  An
      * effective date is refused rather than ignored - the operator
      * keyed one expecting the record to wait for it, and a new
      * record goes in at once.
       ADD-NEW-ENVIRONMENT.
           IF EFFDATEI NOT = SPACES
               MOVE "NEW ENVIRONMENT - LEAVE EFFECTIVE DATE BLANK"
                   TO MSGO
           ELSE
               EXEC CICS WRITE FILE("NETCFG")
                   FROM(NETCFG-RECORD)
                   RIDFLD(NETCFG-ENV-ID)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE "NEW ENVIRONMENT ADDED TO NETCFG"
                       TO MSGO
                   MOVE NETCFG-ENV-ID TO NETMNT-ENV-ID
                   MOVE "N" TO NETMNT-HOST-OVERSIZE
                   PERFORM CLEAR-OLD-HISTORY-VALUES
                   MOVE "ADD" TO NETHIST-CHANGE-TYPE
                   PERFORM WRITE-HISTORY-RECORD
               ELSE
                   MOVE "ADD FAILED - ENV ID ALREADY EXISTS"
                       TO MSGO
               END-IF
           END-IF.

      * Decides whether the change being saved goes straight onto
      * NETCFG or is staged on NETCFGP, from the live record just
      * read under UPDATE (so before the screen's values go over
      * it).  It is staged when the environment needs a second
      * operator's approval - flagged so, or PROD - or when the
      * operator keyed an effective time still to come.  A staged
      * change with no effective date keyed takes the time now,
      * so it is in force the moment it is approved; a date keyed
      * with no time means the start of that day.
       CHECK-CHANGE-CONTROL.
           MOVE "N" TO WS-CONTROLLED
           MOVE "N" TO WS-STAGE-CHANGE
           IF NETCFG-APPROVAL-ON OR NETCFG-ENV-ID = "PROD"
               MOVE "Y" TO WS-CONTROLLED
           END-IF
           PERFORM GET-CURRENT-STAMP
           IF EFFDATEI = SPACES
               MOVE WS-NOW-DATE TO WS-STAGE-EFF-DATE
               MOVE WS-NOW-TIME(1:4) TO WS-STAGE-EFF-TIME
           ELSE
               MOVE EFFDATEI TO WS-STAGE-EFF-DATE
               IF EFFTIMEI = SPACES
                   MOVE "0000" TO WS-STAGE-EFF-TIME
               ELSE
                   MOVE EFFTIMEI TO WS-STAGE-EFF-TIME
               END-IF
           END-IF
           IF WS-CONTROLLED = "Y"
               OR WS-STAGE-EFFECTIVE > WS-NOW-STAMP(1:12)
               MOVE "Y" TO WS-STAGE-CHANGE
           ELSE
               MOVE SPACES TO WS-STAGE-EFFECTIVE
           END-IF.

      * Writes the values now on NETCFG-RECORD to NETCFGP as a staged
      * change, effective at WS-STAGE-EFFECTIVE, and puts a PND entry
      * on NETHIST - old values the live record, new values the
      * staged ones.  Pending a second operator for an environment
      * that needs one; otherwise (a future-dated change to an
      * environment that does not) approved as it is keyed.
       STAGE-CHANGE.
           PERFORM GET-CURRENT-STAMP
           EXEC CICS ASSIGN USERID(WS-OPERATOR)
           END-EXEC
           MOVE SPACES TO NETCFGP-RECORD
           MOVE NETCFG-ENV-ID TO NETCFGP-ENV-ID
           MOVE WS-STAGE-EFFECTIVE TO NETCFGP-EFFECTIVE
           MOVE WS-STAGE-ORIGIN TO NETCFGP-ORIGIN
           MOVE WS-OPERATOR TO NETCFGP-KEYED-BY
           MOVE EIBTRMID TO NETCFGP-KEYED-TERMINAL
           MOVE WS-NOW-DATE TO NETCFGP-KEYED-DATE
           MOVE WS-NOW-TIME TO NETCFGP-KEYED-TIME
           IF WS-CONTROLLED = "Y"
               SET NETCFGP-PENDING TO TRUE
           ELSE
               SET NETCFGP-APPROVED TO TRUE
               MOVE WS-OPERATOR TO NETCFGP-DECIDED-BY
               MOVE WS-NOW-DATE TO NETCFGP-DECIDED-DATE
               MOVE WS-NOW-TIME TO NETCFGP-DECIDED-TIME
           END-IF
           MOVE NETCFG-RECORD TO NETCFGP-CONFIG
           EXEC CICS WRITE FILE("NETCFGP")
               FROM(NETCFGP-RECORD)
               RIDFLD(NETCFGP-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE NETCFG-ENV-ID TO NETMNT-ENV-ID
               MOVE "N" TO NETMNT-HOST-OVERSIZE
               MOVE SPACES TO MSGO
               IF WS-CONTROLLED = "Y"
                   STRING "STAGED - AWAITS SECOND OPERATOR APPROVAL, "
                       "EFFECTIVE " NETCFGP-EFF-DATE " "
                       NETCFGP-EFF-TIME
                       DELIMITED BY SIZE INTO MSGO
               ELSE
                   STRING "STAGED - GOES IN FORCE " NETCFGP-EFF-DATE
                       " " NETCFGP-EFF-TIME
                       DELIMITED BY SIZE INTO MSGO
               END-IF
               MOVE WS-OPERATOR TO WS-STAGE-KEYED-BY
               MOVE "PND" TO NETHIST-CHANGE-TYPE
               PERFORM WRITE-HISTORY-RECORD
           ELSE
               IF WS-RESP = DFHRESP(DUPREC)
                   MOVE "A CHANGE IS ALREADY STAGED FOR THAT TIME"
                       TO MSGO
               ELSE
                   MOVE "NETCFGP NOT AVAILABLE - CHANGE NOT SAVED"
                       TO MSGO
               END-IF
           END-IF.

      * Reads the CICS clock into WS-NOW-STAMP: YYYYMMDD and HHMMSS,
      * the forms NETCFGP's effective date and time compare with.
       GET-CURRENT-STAMP.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-NOW-DATE)
               TIME(WS-NOW-TIME)
           END-EXEC.

      * Opens the staged change review for the environment loaded on
      * the maintenance screen, at its first change still pending or
      * approved and waiting for its effective time.
       OPEN-STAGED-REVIEW.
           IF NETMNT-ENV-ID = SPACES
               MOVE "LOAD AN ENVIRONMENT (PF5) BEFORE ITS CHANGES"
                   TO MSGO
               EXEC CICS SEND MAP("NETMNT1")
                   MAPSET("NETMNTM")
                   DATAONLY
               END-EXEC
           ELSE
               MOVE NETMNT-ENV-ID TO NETCFGP-ENV-ID
               MOVE LOW-VALUES TO NETCFGP-EFFECTIVE
               MOVE SPACES TO WS-PEND-SKIP-KEY
               PERFORM SHOW-STAGED-CHANGE
           END-IF.

      * Finds the next staged change from NETCFGP-KEY on (past the one
      * in WS-PEND-SKIP-KEY) and puts it up on the maintenance screen
      * in review mode: its values as they will stand, its effective
      * date and time, and who keyed or approved it.
       SHOW-STAGED-CHANGE.
           PERFORM FIND-STAGED-CHANGE
           IF WS-PEND-FOUND = "N"
               IF NETMNT-MODE = "P"
                   MOVE "NO FURTHER STAGED CHANGES - PF3 TO GO BACK"
                       TO MSGO
               ELSE
                   MOVE "NO STAGED CHANGES WAITING FOR THIS ENVIRONMENT"
                       TO MSGO
               END-IF
               EXEC CICS SEND MAP("NETMNT1")
                   MAPSET("NETMNTM")
                   DATAONLY
               END-EXEC
           ELSE
               MOVE "P" TO NETMNT-MODE
               MOVE NETCFGP-KEY TO NETMNT-PEND-KEY
               MOVE NETCFGP-CONFIG TO NETCFG-RECORD
               PERFORM MOVE-RECORD-TO-MAP
               MOVE NETCFGP-EFF-DATE TO EFFDATEO
               MOVE NETCFGP-EFF-TIME TO EFFTIMEO
               MOVE SPACES TO MSGO
               IF NETCFGP-PENDING
                   STRING "KEYED BY " NETCFGP-KEYED-BY
                       " - PF11 APPROVE PF12 REJECT PF10 NEXT PF3 BACK"
                       DELIMITED BY SIZE INTO MSGO
               ELSE
                   STRING "APPROVED BY " NETCFGP-DECIDED-BY
                       " - PF12 CANCELS IT, PF10 NEXT, PF3 BACK"
                       DELIMITED BY SIZE INTO MSGO
               END-IF
               EXEC CICS SEND MAP("NETMNT1")
                   MAPSET("NETMNTM")
                   ERASE
               END-EXEC
           END-IF.

      * Browses NETCFGP forward from NETCFGP-KEY for the loaded
      * environment's next change still pending or approved, leaving
      * it in NETCFGP-RECORD with WS-PEND-FOUND set.  Rejected and
      * activated changes are passed over, as is the one in
      * WS-PEND-SKIP-KEY; the browse stops at the first record of
      * another environment - NETCFGP is keyed environment-first.
       FIND-STAGED-CHANGE.
           MOVE "N" TO WS-PEND-FOUND
           EXEC CICS STARTBR FILE("NETCFGP")
               RIDFLD(NETCFGP-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "N" TO WS-LIST-DONE
               PERFORM UNTIL WS-LIST-DONE = "Y" OR WS-PEND-FOUND = "Y"
                   EXEC CICS READNEXT FILE("NETCFGP")
                       INTO(NETCFGP-RECORD)
                       RIDFLD(NETCFGP-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       OR NETCFGP-ENV-ID NOT = NETMNT-ENV-ID
                       MOVE "Y" TO WS-LIST-DONE
                   ELSE
                       IF (NETCFGP-PENDING OR NETCFGP-APPROVED)
                           AND NETCFGP-KEY NOT = WS-PEND-SKIP-KEY
                           MOVE "Y" TO WS-PEND-FOUND
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE("NETCFGP")
               END-EXEC
           END-IF.

      * Puts the review prompt back up over the staged change already
      * showing.
       RESHOW-STAGED-PROMPT.
           MOVE "PF11 APPROVE, PF12 REJECT, PF10 NEXT, PF3 BACK"
               TO MSGO
           EXEC CICS SEND MAP("NETMNT1")
               MAPSET("NETMNTM")
               DATAONLY
           END-EXEC.

      * Approves the staged change showing.  Refused to the operator
      * who keyed it - the whole point is a second pair of eyes - and
      * for a change no longer pending.  Once approved, a change
      * whose effective time has already come goes onto NETCFG there
      * and then; a later one waits for the first NETWORKING or
      * NETPING run after its time.  The approval, and the
      * activation when there is one, go on NETHIST under the
      * approving operator.
       APPROVE-STAGED-CHANGE.
           MOVE NETMNT-PEND-KEY TO NETCFGP-KEY
           EXEC CICS READ FILE("NETCFGP")
               UPDATE
               INTO(NETCFGP-RECORD)
               RIDFLD(NETCFGP-KEY)
               RESP(WS-RESP)
           END-EXEC
           EXEC CICS ASSIGN USERID(WS-OPERATOR)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "STAGED CHANGE NO LONGER READABLE - PF3, PF10"
                       TO MSGO
                   PERFORM SEND-MAINT-DATAONLY
               WHEN NOT NETCFGP-PENDING
                   EXEC CICS UNLOCK FILE("NETCFGP")
                   END-EXEC
                   MOVE "NOT AWAITING APPROVAL - PF10 FOR THE NEXT ONE"
                       TO MSGO
                   PERFORM SEND-MAINT-DATAONLY
               WHEN NETCFGP-KEYED-BY = WS-OPERATOR
                   EXEC CICS UNLOCK FILE("NETCFGP")
                   END-EXEC
                   MOVE "YOU KEYED THIS - ANOTHER OPERATOR MUST APPROVE"
                       TO MSGO
                   PERFORM SEND-MAINT-DATAONLY
               WHEN OTHER
                   PERFORM GET-CURRENT-STAMP
                   SET NETCFGP-APPROVED TO TRUE
                   MOVE WS-OPERATOR TO NETCFGP-DECIDED-BY
                   MOVE WS-NOW-DATE TO NETCFGP-DECIDED-DATE
                   MOVE WS-NOW-TIME TO NETCFGP-DECIDED-TIME
                   PERFORM READ-LIVE-FOR-HISTORY
                   MOVE "N" TO WS-ACTIVATED
                   IF NETCFGP-EFFECTIVE NOT > WS-NOW-STAMP(1:12)
                       PERFORM ACTIVATE-STAGED-CHANGE
                   END-IF
                   EXEC CICS REWRITE FILE("NETCFGP")
                       FROM(NETCFGP-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE "APPROVAL NOT RECORDED - NETCFGP FAIL"
                           TO WS-STAGE-MSG
                       IF WS-ACTIVATED = "Y"
                           PERFORM BACK-OUT-ACTIVATION
                       END-IF
                   ELSE
                       PERFORM RECORD-APPROVAL
                   END-IF
                   PERFORM RETURN-TO-LIVE-RECORD
           END-EVALUATE.

      * Puts the approved change onto the live NETCFG record and
      * marks it activated by the approving operator.  An
      * environment since removed from NETCFG leaves the change
      * approved but not applied.
       ACTIVATE-STAGED-CHANGE.
           MOVE NETCFGP-ENV-ID TO NETCFG-ENV-ID
           EXEC CICS READ FILE("NETCFG")
               UPDATE
               INTO(NETCFG-RECORD)
               RIDFLD(NETCFG-ENV-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE NETCFG-RECORD TO WS-NETCFG-BEFORE
               MOVE NETCFGP-CONFIG TO NETCFG-RECORD
               EXEC CICS REWRITE FILE("NETCFG")
                   FROM(NETCFG-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   SET NETCFGP-ACTIVATED TO TRUE
                   MOVE WS-OPERATOR TO NETCFGP-ACTIVATED-BY
                   MOVE WS-NOW-DATE TO NETCFGP-ACTIVATED-DATE
                   MOVE WS-NOW-TIME TO NETCFGP-ACTIVATED-TIME
                   MOVE "Y" TO WS-ACTIVATED
               END-IF
           END-IF.

      * The approval could not be recorded on NETCFGP after the
      * change was put onto NETCFG: NETCFG is rewritten as it stood
      * before, so the change - still pending - is not in force with
      * no APR or ACT entry behind it, nor applied a second time
      * when it is approved again.  Should NETCFG not go back, the
      * operator is told the change is live but unrecorded.
       BACK-OUT-ACTIVATION.
           MOVE NETCFGP-ENV-ID TO NETCFG-ENV-ID
           EXEC CICS READ FILE("NETCFG")
               UPDATE
               INTO(NETCFG-RECORD)
               RIDFLD(NETCFG-ENV-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WS-NETCFG-BEFORE TO NETCFG-RECORD
               EXEC CICS REWRITE FILE("NETCFG")
                   FROM(NETCFG-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "NOT APPROVED - NETCFGP FAIL, NETCFG PUT BACK"
                   TO WS-STAGE-MSG
           ELSE
               MOVE "CHANGE LIVE BUT NOT RECORDED - CALL SUPPORT"
                   TO WS-STAGE-MSG
           END-IF.

      * Writes the APR history entry for the approval just recorded,
      * and the ACT entry when it went into force with it, then sets
      * the line the operator sees once the live record is back up.
       RECORD-APPROVAL.
           MOVE NETCFGP-EFF-DATE TO WS-STAGE-EFF-DATE
           MOVE NETCFGP-EFF-TIME TO WS-STAGE-EFF-TIME
           MOVE NETCFGP-KEYED-BY TO WS-STAGE-KEYED-BY
           MOVE NETCFGP-CONFIG TO NETCFG-RECORD
           MOVE "APR" TO NETHIST-CHANGE-TYPE
           PERFORM WRITE-HISTORY-RECORD
           IF WS-ACTIVATED = "Y"
               MOVE "ACT" TO NETHIST-CHANGE-TYPE
               PERFORM WRITE-HISTORY-RECORD
           END-IF
           MOVE SPACES TO WS-STAGE-MSG
           EVALUATE TRUE
               WHEN WS-HIST-FAILED = "Y"
                   MOVE "APPROVED, BUT CHANGE HISTORY NOT RECORDED"
                       TO WS-STAGE-MSG
               WHEN WS-ACTIVATED = "Y"
                   MOVE "APPROVED - NOW IN FORCE ON NETCFG"
                       TO WS-STAGE-MSG
               WHEN NETCFGP-EFFECTIVE > WS-NOW-STAMP(1:12)
                   STRING "APPROVED - GOES IN FORCE " NETCFGP-EFF-DATE
                       " " NETCFGP-EFF-TIME
                       DELIMITED BY SIZE INTO WS-STAGE-MSG
               WHEN OTHER
                   MOVE "APPROVED, BUT ENV NOT ON NETCFG - NOT APPLIED"
                       TO WS-STAGE-MSG
           END-EVALUATE.

      * Rejects the staged change showing - or, for the operator who
      * keyed it, withdraws it.  An approved change still waiting for
      * its effective time can be cancelled the same way.  The live
      * record is left as it is and the decision goes on NETHIST.
       REJECT-STAGED-CHANGE.
           MOVE NETMNT-PEND-KEY TO NETCFGP-KEY
           EXEC CICS READ FILE("NETCFGP")
               UPDATE
               INTO(NETCFGP-RECORD)
               RIDFLD(NETCFGP-KEY)
               RESP(WS-RESP)
           END-EXEC
           EXEC CICS ASSIGN USERID(WS-OPERATOR)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "STAGED CHANGE NO LONGER READABLE - PF3, PF10"
                       TO MSGO
                   PERFORM SEND-MAINT-DATAONLY
               WHEN NOT NETCFGP-PENDING AND NOT NETCFGP-APPROVED
                   EXEC CICS UNLOCK FILE("NETCFGP")
                   END-EXEC
                   MOVE "ALREADY REJECTED OR IN FORCE - PF10 FOR NEXT"
                       TO MSGO
                   PERFORM SEND-MAINT-DATAONLY
               WHEN OTHER
                   PERFORM GET-CURRENT-STAMP
                   SET NETCFGP-REJECTED TO TRUE
                   MOVE WS-OPERATOR TO NETCFGP-DECIDED-BY
                   MOVE WS-NOW-DATE TO NETCFGP-DECIDED-DATE
                   MOVE WS-NOW-TIME TO NETCFGP-DECIDED-TIME
                   EXEC CICS REWRITE FILE("NETCFGP")
                       FROM(NETCFGP-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE "REJECTION NOT RECORDED - NETCFGP FAIL"
                           TO WS-STAGE-MSG
                   ELSE
                       PERFORM RECORD-REJECTION
                   END-IF
                   PERFORM RETURN-TO-LIVE-RECORD
           END-EVALUATE.

      * Writes the REJ history entry for the rejection just recorded
      * and sets the line the operator sees.
       RECORD-REJECTION.
           PERFORM READ-LIVE-FOR-HISTORY
           MOVE NETCFGP-EFF-DATE TO WS-STAGE-EFF-DATE
           MOVE NETCFGP-EFF-TIME TO WS-STAGE-EFF-TIME
           MOVE NETCFGP-KEYED-BY TO WS-STAGE-KEYED-BY
           MOVE NETCFGP-CONFIG TO NETCFG-RECORD
           MOVE "REJ" TO NETHIST-CHANGE-TYPE
           PERFORM WRITE-HISTORY-RECORD
           EVALUATE TRUE
               WHEN WS-HIST-FAILED = "Y"
                   MOVE "REJECTED, BUT CHANGE HISTORY NOT RECORDED"
                       TO WS-STAGE-MSG
               WHEN NETCFGP-KEYED-BY = WS-OPERATOR
                   MOVE "STAGED CHANGE WITHDRAWN - NETCFG UNCHANGED"
                       TO WS-STAGE-MSG
               WHEN OTHER
                   MOVE "STAGED CHANGE REJECTED - NETCFG UNCHANGED"
                       TO WS-STAGE-MSG
           END-EVALUATE.

      * Captures the environment's live record into the history
      * record's old-value fields for an APR/REJ/ACT entry - blank
      * if the environment is no longer on NETCFG.
       READ-LIVE-FOR-HISTORY.
           MOVE NETCFGP-ENV-ID TO NETCFG-ENV-ID
           EXEC CICS READ FILE("NETCFG")
               INTO(NETCFG-RECORD)
               RIDFLD(NETCFG-ENV-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM MOVE-OLD-VALUES-TO-HISTORY
           ELSE
               PERFORM CLEAR-OLD-HISTORY-VALUES
           END-IF.

      * Leaves review mode for the maintenance screen, rebuilt from
      * the live record, with the outcome in WS-STAGE-MSG (when there
      * is one) over the usual load message.
       RETURN-TO-LIVE-RECORD.
           MOVE "M" TO NETMNT-MODE
           MOVE SPACES TO NETMNT-PEND-KEY
           MOVE NETMNT-ENV-ID TO NETCFG-ENV-ID
           PERFORM LOAD-ENV-RECORD
           IF WS-STAGE-MSG NOT = SPACES
               MOVE WS-STAGE-MSG TO MSGO
           END-IF
           EXEC CICS SEND MAP("NETMNT1")
               MAPSET("NETMNTM")
               ERASE
           END-EXEC.

      * Opens the maintenance calendar for the environment loaded on
      * the maintenance screen, at its first outage.  Nothing loaded
      * means no environment to key outages against - the operator
      * is told to load first, as for the history.
       OPEN-CALENDAR-LIST.
           IF NETMNT-ENV-ID = SPACES
               MOVE "LOAD AN ENVIRONMENT (PF5) BEFORE ITS OUTAGES"
                   TO MSGO
               EXEC CICS SEND MAP("NETMNT1")
                   MAPSET("NETMNTM")
                   DATAONLY
               END-EXEC
           ELSE
               MOVE LOW-VALUES TO NETMNT-CAL-POS
               MOVE NETMNT-ENV-ID TO NETMNT-CAL-POS(1:8)
               MOVE "N" TO NETMNT-CAL-PAGING
               PERFORM SHOW-CALENDAR-LIST
           END-IF.

      * Builds and sends a page of the environment's outages from
      * HOSTMNT, browsing forward from the saved position.  Outages
      * already over are passed by - they no longer affect any run -
      * and the browse stops at the first record of another
      * environment, HOSTMNT being keyed environment-first.  Each
      * row's key is kept in the commarea so a D typed against it
      * can be matched back to its outage.
       SHOW-CALENDAR-LIST.
           MOVE "C" TO NETMNT-MODE
           MOVE 0 TO NETMNT-CAL-CNT
           MOVE "N" TO WS-LIST-DONE
           PERFORM GET-CURRENT-STAMP
           MOVE WS-NOW-DATE TO WS-CAL-NOW(1:8)
           MOVE WS-NOW-TIME(1:4) TO WS-CAL-NOW(9:4)
           MOVE SPACES TO NETMNT4O
           MOVE NETMNT-ENV-ID TO M4ENVO
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 10
               MOVE SPACES TO NETMNT-CAL-KEY(WS-ROW)
           END-PERFORM
           MOVE NETMNT-CAL-POS TO HOSTMNT-KEY
           EXEC CICS STARTBR FILE("HOSTMNT")
               RIDFLD(HOSTMNT-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "N" TO NETMNT-CAL-PAGING
               MOVE "NO OUTAGES ON FILE - KEY ONE BELOW"
                   TO M4MSGO
           ELSE
               IF NETMNT-CAL-PAGING = "Y"
                   PERFORM READ-NEXT-CALENDAR-RECORD
               END-IF
               PERFORM UNTIL NETMNT-CAL-CNT >= 10
                   OR WS-LIST-DONE = "Y"
                   PERFORM READ-NEXT-CALENDAR-RECORD
                   IF WS-LIST-DONE = "N"
                       MOVE HOSTMNT-KEY TO NETMNT-CAL-POS
                       IF HOSTMNT-END > WS-CAL-NOW
                           ADD 1 TO NETMNT-CAL-CNT
                           PERFORM FORMAT-CALENDAR-ROW
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE("HOSTMNT")
               END-EXEC
               MOVE "Y" TO NETMNT-CAL-PAGING
               IF NETMNT-CAL-CNT = 0
                   MOVE "NO MORE OUTAGES - KEY ONE BELOW, PF7 FOR TOP"
                       TO M4MSGO
               ELSE
                   IF WS-LIST-DONE = "Y"
                       MOVE "D AND ENTER TO DELETE - END OF OUTAGES"
                           TO M4MSGO
                   ELSE
                       MOVE "D AND ENTER TO DELETE - PF8 FOR MORE"
                           TO M4MSGO
                   END-IF
               END-IF
           END-IF
           IF WS-CAL-MSG NOT = SPACES
               MOVE WS-CAL-MSG TO M4MSGO
           END-IF
           EXEC CICS SEND MAP("NETMNT4")
               MAPSET("NETMNTM")
               ERASE
           END-EXEC.

      * Reads the next HOSTMNT record for the calendar, flagging the
      * end of the browse on anything other than a normal response
      * or on the first outage of another environment.
       READ-NEXT-CALENDAR-RECORD.
           EXEC CICS READNEXT FILE("HOSTMNT")
               INTO(HOSTMNT-RECORD)
               RIDFLD(HOSTMNT-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-LIST-DONE
           ELSE
               IF HOSTMNT-ENV-ID NOT = NETMNT-ENV-ID
                   MOVE "Y" TO WS-LIST-DONE
               END-IF
           END-IF.

      * Fills the calendar row at NETMNT-CAL-CNT from the outage just
      * read.
       FORMAT-CALENDAR-ROW.
           MOVE HOSTMNT-HOST-INDEX TO M4HSO(NETMNT-CAL-CNT)
           MOVE HOSTMNT-START-DATE TO M4SDO(NETMNT-CAL-CNT)
           MOVE HOSTMNT-START-TIME TO M4STO(NETMNT-CAL-CNT)
           MOVE HOSTMNT-END-DATE TO M4EDO(NETMNT-CAL-CNT)
           MOVE HOSTMNT-END-TIME TO M4ETO(NETMNT-CAL-CNT)
           MOVE HOSTMNT-REASON TO M4RSO(NETMNT-CAL-CNT)
           MOVE HOSTMNT-KEY TO NETMNT-CAL-KEY(NETMNT-CAL-CNT).

      * Puts the key prompt back up over the calendar page already
      * showing, without moving the browse position.
       RESHOW-CALENDAR-PROMPT.
           MOVE "D AND ENTER DELETES, ENTER ADDS, PF8 MORE, PF3 BACK"
               TO M4MSGO
           EXEC CICS SEND MAP("NETMNT4")
               MAPSET("NETMNTM")
               DATAONLY
           END-EXEC.

      * Acts on what the operator typed on the calendar: the first
      * row marked D is deleted; otherwise an outage keyed on the
      * add lines is added.  Neither just gets the prompt back.
      * Fields the operator never touched come back as low-values,
      * turned to spaces here so the checks below see them blank.
       PROCESS-CALENDAR-ENTRY.
           EXEC CICS RECEIVE MAP("NETMNT4")
               MAPSET("NETMNTM")
           END-EXEC
           INSPECT M4AHSI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT M4ASDI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT M4ASTI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT M4AEDI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT M4AETI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT M4ARSI REPLACING ALL LOW-VALUE BY SPACE
           MOVE 0 TO WS-SEL-ROW
           PERFORM VARYING WS-ROW FROM 1 BY 1
               UNTIL WS-ROW > NETMNT-CAL-CNT
                   OR WS-SEL-ROW > 0
               IF M4SELI(WS-ROW) = "D"
                   AND NETMNT-CAL-KEY(WS-ROW) NOT = SPACES
                   MOVE WS-ROW TO WS-SEL-ROW
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SEL-ROW > 0
                   PERFORM DELETE-OUTAGE
               WHEN M4AHSI = SPACES AND M4ASDI = SPACES
                   AND M4ASTI = SPACES AND M4AEDI = SPACES
                   AND M4AETI = SPACES
                   MOVE "TYPE D BESIDE AN OUTAGE OR KEY ONE BELOW"
                       TO M4MSGO
                   EXEC CICS SEND MAP("NETMNT4")
                       MAPSET("NETMNTM")
                       DATAONLY
                   END-EXEC
               WHEN OTHER
                   PERFORM ADD-OUTAGE
           END-EVALUATE.

      * Deletes the outage marked D and puts the calendar back up
      * from the top with the outcome - an outage called off, or
      * finished early, no longer holds the host out of service.
       DELETE-OUTAGE.
           MOVE NETMNT-CAL-KEY(WS-SEL-ROW) TO HOSTMNT-KEY
           EXEC CICS DELETE FILE("HOSTMNT")
               RIDFLD(HOSTMNT-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               STRING "OUTAGE DELETED - HOST " HOSTMNT-HOST-INDEX
                   " FROM " HOSTMNT-START-DATE " " HOSTMNT-START-TIME
                   DELIMITED BY SIZE INTO WS-CAL-MSG
           ELSE
               MOVE "DELETE FAILED - OUTAGE NO LONGER ON FILE"
                   TO WS-CAL-MSG
           END-IF
           PERFORM OPEN-CALENDAR-LIST.

      * Adds the outage keyed on the add lines to HOSTMNT under the
      * signed-on operator, once it passes VALIDATE-OUTAGE-FIELDS,
      * and puts the calendar back up from the top with it.  A
      * refused one stays on the screen with the reason, for the
      * operator to correct.
       ADD-OUTAGE.
           PERFORM VALIDATE-OUTAGE-FIELDS
           IF WS-CAL-INVALID = "Y"
               EXEC CICS SEND MAP("NETMNT4")
                   MAPSET("NETMNTM")
                   DATAONLY
               END-EXEC
           ELSE
               EXEC CICS ASSIGN USERID(WS-OPERATOR)
               END-EXEC
               MOVE SPACES TO HOSTMNT-RECORD
               MOVE NETMNT-ENV-ID TO HOSTMNT-ENV-ID
               MOVE WS-CAL-HOST TO HOSTMNT-HOST-INDEX
               MOVE WS-CAL-START TO HOSTMNT-START
               MOVE WS-CAL-END TO HOSTMNT-END
               MOVE M4ARSI TO HOSTMNT-REASON
               MOVE WS-OPERATOR TO HOSTMNT-KEYED-BY
               MOVE WS-NOW-DATE TO HOSTMNT-KEYED-DATE
               MOVE WS-NOW-TIME TO HOSTMNT-KEYED-TIME
               EXEC CICS WRITE FILE("HOSTMNT")
                   FROM(HOSTMNT-RECORD)
                   RIDFLD(HOSTMNT-KEY)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       STRING "OUTAGE ADDED - HOST " WS-CAL-HOST
                           " FROM " HOSTMNT-START-DATE " "
                           HOSTMNT-START-TIME " TO " HOSTMNT-END-DATE
                           " " HOSTMNT-END-TIME
                           DELIMITED BY SIZE INTO WS-CAL-MSG
                       PERFORM OPEN-CALENDAR-LIST
                   WHEN WS-RESP = DFHRESP(DUPREC)
                       MOVE "HOST ALREADY HAS AN OUTAGE STARTING THEN"
                           TO M4MSGO
                       EXEC CICS SEND MAP("NETMNT4")
                           MAPSET("NETMNTM")
                           DATAONLY
                       END-EXEC
                   WHEN OTHER
                       MOVE "HOSTMNT NOT AVAILABLE - OUTAGE NOT ADDED"
                           TO M4MSGO
                       EXEC CICS SEND MAP("NETMNT4")
                           MAPSET("NETMNTM")
                           DATAONLY
                       END-EXEC
               END-EVALUATE
           END-IF.

      * Checks the outage keyed for adding: a candidate host 1-3 that
      * the environment's NETCFG record actually carries, a plausible
      * YYYYMMDD date and HHMM time for both start and end, an end
      * after the start, and an end still to come - an outage
      * already over would never be looked at.  The first failure
      * found goes on the message line.  M4ASD/M4AST/M4AED/M4AET
      * carry ATTRB=NUM for the same reason the ports do.
       VALIDATE-OUTAGE-FIELDS.
           MOVE "Y" TO WS-CAL-INVALID
           PERFORM GET-CURRENT-STAMP
           MOVE WS-NOW-DATE TO WS-CAL-NOW(1:8)
           MOVE WS-NOW-TIME(1:4) TO WS-CAL-NOW(9:4)
           MOVE M4ASDI TO WS-CAL-START(1:8)
           MOVE M4ASTI TO WS-CAL-START(9:4)
           MOVE M4AEDI TO WS-CAL-END(1:8)
           MOVE M4AETI TO WS-CAL-END(9:4)
           EVALUATE TRUE
               WHEN M4AHSI NOT = "1" AND M4AHSI NOT = "2"
                   AND M4AHSI NOT = "3"
                   MOVE "HOST MUST BE 1, 2 OR 3"
                       TO M4MSGO
               WHEN M4ASDI NOT NUMERIC
                   OR M4ASDI(5:2) < "01" OR M4ASDI(5:2) > "12"
                   OR M4ASDI(7:2) < "01" OR M4ASDI(7:2) > "31"
                   MOVE "START DATE MUST BE YYYYMMDD" TO M4MSGO
               WHEN M4ASTI NOT NUMERIC
                   OR M4ASTI(1:2) > "23" OR M4ASTI(3:2) > "59"
                   MOVE "START TIME MUST BE HHMM" TO M4MSGO
               WHEN M4AEDI NOT NUMERIC
                   OR M4AEDI(5:2) < "01" OR M4AEDI(5:2) > "12"
                   OR M4AEDI(7:2) < "01" OR M4AEDI(7:2) > "31"
                   MOVE "END DATE MUST BE YYYYMMDD" TO M4MSGO
               WHEN M4AETI NOT NUMERIC
                   OR M4AETI(1:2) > "23" OR M4AETI(3:2) > "59"
                   MOVE "END TIME MUST BE HHMM" TO M4MSGO
               WHEN WS-CAL-END NOT > WS-CAL-START
                   MOVE "END MUST BE AFTER START" TO M4MSGO
               WHEN WS-CAL-END NOT > WS-CAL-NOW
                   MOVE "THAT OUTAGE IS ALREADY OVER" TO M4MSGO
               WHEN OTHER
                   MOVE M4AHSI TO WS-CAL-HOST
                   MOVE NETMNT-ENV-ID TO NETCFG-ENV-ID
                   EXEC CICS READ FILE("NETCFG")
                       INTO(NETCFG-RECORD)
                       RIDFLD(NETCFG-ENV-ID)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE "ENVIRONMENT NO LONGER ON NETCFG" TO M4MSGO
                   ELSE
                       IF WS-CAL-HOST > NETCFG-HOST-COUNT
                           OR NETCFG-HOST(WS-CAL-HOST) = SPACES
                           MOVE "NO SUCH HOST ON NETCFG"
                               TO M4MSGO
                       ELSE
                           MOVE "N" TO WS-CAL-INVALID
                       END-IF
                   END-IF
           END-EVALUATE.

      * Opens the credential register for the environment loaded on
      * the maintenance screen, at its first entry.  Nothing loaded
      * means no environment to register credentials against.
       OPEN-CREDENTIAL-LIST.
           IF NETMNT-ENV-ID = SPACES
               MOVE "LOAD AN ENVIRONMENT (PF5) BEFORE ITS CREDENTIALS"
                   TO MSGO
               EXEC CICS SEND MAP("NETMNT1")
                   MAPSET("NETMNTM")
                   DATAONLY
               END-EXEC
           ELSE
               MOVE LOW-VALUES TO NETMNT-CRD-POS
               MOVE NETMNT-ENV-ID TO NETMNT-CRD-POS(1:8)
               MOVE "N" TO NETMNT-CRD-PAGING
               PERFORM SHOW-CREDENTIAL-LIST
           END-IF.

      * Builds and sends a page of the environment's registered
      * credentials from CREDREG, browsing forward from the saved
      * position and stopping at the first entry of another
      * environment.  Each row shows the days the credential has
      * left, or EXPD once it has expired, and its key is kept in
      * the commarea so a D typed against it can be matched back.
       SHOW-CREDENTIAL-LIST.
           MOVE "R" TO NETMNT-MODE
           MOVE 0 TO NETMNT-CRD-CNT
           MOVE "N" TO WS-LIST-DONE
           PERFORM GET-CURRENT-STAMP
           MOVE WS-NOW-DATE TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAYNUM TO WS-CRD-TODAY-DAYNUM
           MOVE SPACES TO NETMNT5O
           MOVE NETMNT-ENV-ID TO M5ENVO
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 10
               MOVE SPACES TO NETMNT-CRD-KEY(WS-ROW)
           END-PERFORM
           MOVE NETMNT-CRD-POS TO CREDREG-KEY
           EXEC CICS STARTBR FILE("CREDREG")
               RIDFLD(CREDREG-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "N" TO NETMNT-CRD-PAGING
               MOVE "NO CREDENTIALS ON FILE - KEY ONE BELOW"
                   TO M5MSGO
           ELSE
               IF NETMNT-CRD-PAGING = "Y"
                   PERFORM READ-NEXT-CREDENTIAL-RECORD
               END-IF
               PERFORM UNTIL NETMNT-CRD-CNT >= 10
                   OR WS-LIST-DONE = "Y"
                   PERFORM READ-NEXT-CREDENTIAL-RECORD
                   IF WS-LIST-DONE = "N"
                       MOVE CREDREG-KEY TO NETMNT-CRD-POS
                       ADD 1 TO NETMNT-CRD-CNT
                       PERFORM FORMAT-CREDENTIAL-ROW
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE("CREDREG")
               END-EXEC
               MOVE "Y" TO NETMNT-CRD-PAGING
               IF NETMNT-CRD-CNT = 0
                   MOVE "NO MORE CREDENTIALS - PF7 FOR TOP"
                       TO M5MSGO
               ELSE
                   IF WS-LIST-DONE = "Y"
                       MOVE "D AND ENTER TO DELETE - END OF CREDENTIALS"
                           TO M5MSGO
                   ELSE
                       MOVE "D AND ENTER TO DELETE - PF8 FOR MORE"
                           TO M5MSGO
                   END-IF
               END-IF
           END-IF
           IF WS-CRD-MSG NOT = SPACES
               MOVE WS-CRD-MSG TO M5MSGO
           END-IF
           EXEC CICS SEND MAP("NETMNT5")
               MAPSET("NETMNTM")
               ERASE
           END-EXEC.

      * Reads the next CREDREG entry for the register, flagging the
      * end of the browse on anything other than a normal response
      * or on the first entry of another environment.
       READ-NEXT-CREDENTIAL-RECORD.
           EXEC CICS READNEXT FILE("CREDREG")
               INTO(CREDREG-RECORD)
               RIDFLD(CREDREG-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-LIST-DONE
           ELSE
               IF CREDREG-ENV-ID NOT = NETMNT-ENV-ID
                   MOVE "Y" TO WS-LIST-DONE
               END-IF
           END-IF.

      * Fills the register row at NETMNT-CRD-CNT from the entry just
      * read, working out its days left from today's day number.
       FORMAT-CREDENTIAL-ROW.
           MOVE CREDREG-HOST-INDEX TO M5HSO(NETMNT-CRD-CNT)
           MOVE CREDREG-CRED-TYPE TO M5TPO(NETMNT-CRD-CNT)
           MOVE CREDREG-EXPIRY-DATE TO M5EXO(NETMNT-CRD-CNT)
           MOVE CREDREG-OWNER TO M5OWO(NETMNT-CRD-CNT)
           IF CREDREG-EXPIRY-DATE NUMERIC
               MOVE CREDREG-EXPIRY-DATE TO WS-DN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               COMPUTE WS-CRD-DAYS =
                   WS-DN-DAYNUM - WS-CRD-TODAY-DAYNUM
               IF WS-CRD-DAYS NOT > 0
                   MOVE "EXPD" TO M5DYO(NETMNT-CRD-CNT)
               ELSE
                   IF WS-CRD-DAYS > 9999
                       MOVE 9999 TO WS-CRD-DAYS
                   END-IF
                   MOVE WS-CRD-DAYS TO WS-CRD-DAYS-DISP
                   MOVE WS-CRD-DAYS-DISP TO M5DYO(NETMNT-CRD-CNT)
               END-IF
           END-IF
           MOVE CREDREG-KEY TO NETMNT-CRD-KEY(NETMNT-CRD-CNT).

      * Puts the key prompt back up over the register page already
      * showing, without moving the browse position.
       RESHOW-CREDENTIAL-PROMPT.
           MOVE "D AND ENTER DELETES, ENTER ADDS, PF8 MORE, PF3 BACK"
               TO M5MSGO
           EXEC CICS SEND MAP("NETMNT5")
               MAPSET("NETMNTM")
               DATAONLY
           END-EXEC.

      * Acts on what the operator typed on the register: the first
      * row marked D is deleted; otherwise the credential keyed on
      * the add lines is added or renewed.  Neither just gets the
      * prompt back.  Untouched fields come back as low-values,
      * turned to spaces here as on the calendar.
       PROCESS-CREDENTIAL-ENTRY.
           EXEC CICS RECEIVE MAP("NETMNT5")
               MAPSET("NETMNTM")
           END-EXEC
           INSPECT M5AHSI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT M5ATPI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT M5AEXI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT M5AOWI REPLACING ALL LOW-VALUE BY SPACE
           MOVE 0 TO WS-SEL-ROW
           PERFORM VARYING WS-ROW FROM 1 BY 1
               UNTIL WS-ROW > NETMNT-CRD-CNT
                   OR WS-SEL-ROW > 0
               IF M5SELI(WS-ROW) = "D"
                   AND NETMNT-CRD-KEY(WS-ROW) NOT = SPACES
                   MOVE WS-ROW TO WS-SEL-ROW
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SEL-ROW > 0
                   PERFORM DELETE-CREDENTIAL
               WHEN M5AHSI = SPACES AND M5ATPI = SPACES
                   AND M5AEXI = SPACES AND M5AOWI = SPACES
                   MOVE "TYPE D BESIDE A CREDENTIAL OR KEY ONE BELOW"
                       TO M5MSGO
                   EXEC CICS SEND MAP("NETMNT5")
                       MAPSET("NETMNTM")
                       DATAONLY
                   END-EXEC
               WHEN OTHER
                   PERFORM SAVE-CREDENTIAL
           END-EVALUATE.

      * Deletes the register entry marked D and puts the register
      * back up from the top with the outcome.
       DELETE-CREDENTIAL.
           MOVE NETMNT-CRD-KEY(WS-SEL-ROW) TO CREDREG-KEY
           EXEC CICS DELETE FILE("CREDREG")
               RIDFLD(CREDREG-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               STRING "CREDENTIAL DELETED - HOST " CREDREG-HOST-INDEX
                   " " CREDREG-CRED-TYPE
                   DELIMITED BY SIZE INTO WS-CRD-MSG
           ELSE
               MOVE "DELETE FAILED - CREDENTIAL NO LONGER ON FILE"
                   TO WS-CRD-MSG
           END-IF
           PERFORM OPEN-CREDENTIAL-LIST.

      * Adds the credential keyed on the add lines to CREDREG under
      * the signed-on operator once it passes
      * VALIDATE-CREDENTIAL-FIELDS - or, when the host already
      * carries that type, renews it: the new expiry date and owner
      * replace the old, and a changed expiry date clears the
      * warnings CREDCHK noted against the old one, so the new date
      * is warned on afresh.  A refused one stays on the screen
      * with the reason, for the operator to correct.
       SAVE-CREDENTIAL.
           PERFORM VALIDATE-CREDENTIAL-FIELDS
           IF WS-CRD-INVALID = "Y"
               EXEC CICS SEND MAP("NETMNT5")
                   MAPSET("NETMNTM")
                   DATAONLY
               END-EXEC
           ELSE
               EXEC CICS ASSIGN USERID(WS-OPERATOR)
               END-EXEC
               MOVE NETMNT-ENV-ID TO CREDREG-ENV-ID
               MOVE WS-CRD-HOST TO CREDREG-HOST-INDEX
               MOVE M5ATPI TO CREDREG-CRED-TYPE
               EXEC CICS READ FILE("CREDREG")
                   INTO(CREDREG-RECORD)
                   RIDFLD(CREDREG-KEY)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       IF CREDREG-EXPIRY-DATE NOT = M5AEXI
                           MOVE SPACES TO CREDREG-WARNED-LEAD
                           MOVE SPACES TO CREDREG-WARNED-DATE
                       END-IF
                       PERFORM MOVE-CREDENTIAL-FIELDS
                       EXEC CICS REWRITE FILE("CREDREG")
                           FROM(CREDREG-RECORD)
                           RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           STRING "CREDENTIAL RENEWED - HOST "
                               WS-CRD-HOST " " CREDREG-CRED-TYPE
                               " NOW EXPIRES " CREDREG-EXPIRY-DATE
                               DELIMITED BY SIZE INTO WS-CRD-MSG
                       END-IF
                   WHEN WS-RESP = DFHRESP(NOTFND)
                       MOVE SPACES TO CREDREG-RECORD
                       MOVE NETMNT-ENV-ID TO CREDREG-ENV-ID
                       MOVE WS-CRD-HOST TO CREDREG-HOST-INDEX
                       MOVE M5ATPI TO CREDREG-CRED-TYPE
                       PERFORM MOVE-CREDENTIAL-FIELDS
                       EXEC CICS WRITE FILE("CREDREG")
                           FROM(CREDREG-RECORD)
                           RIDFLD(CREDREG-KEY)
                           RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           STRING "CREDENTIAL ADDED - HOST "
                               WS-CRD-HOST " " CREDREG-CRED-TYPE
                               " EXPIRES " CREDREG-EXPIRY-DATE
                               DELIMITED BY SIZE INTO WS-CRD-MSG
                       END-IF
               END-EVALUATE
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM OPEN-CREDENTIAL-LIST
               ELSE
                   MOVE "CREDREG NOT AVAILABLE - CREDENTIAL NOT SAVED"
                       TO M5MSGO
                   EXEC CICS SEND MAP("NETMNT5")
                       MAPSET("NETMNTM")
                       DATAONLY
                   END-EXEC
               END-IF
           END-IF.

      * Moves the expiry date and owner keyed onto the register
      * entry, with who keyed them and when.
       MOVE-CREDENTIAL-FIELDS.
           MOVE M5AEXI TO CREDREG-EXPIRY-DATE
           MOVE M5AOWI TO CREDREG-OWNER
           MOVE WS-OPERATOR TO CREDREG-KEYED-BY
           MOVE WS-NOW-DATE TO CREDREG-KEYED-DATE
           MOVE WS-NOW-TIME TO CREDREG-KEYED-TIME.

      * Checks the credential keyed: a candidate host 1-3 that the
      * environment's NETCFG record actually carries, a type, a
      * plausible YYYYMMDD expiry date and an owner for the alerts
      * to name.  An expiry already past is accepted - registering a
      * credential found expired is how CREDCHK starts on it.  The
      * first failure found goes on the message line.
       VALIDATE-CREDENTIAL-FIELDS.
           MOVE "Y" TO WS-CRD-INVALID
           PERFORM GET-CURRENT-STAMP
           EVALUATE TRUE
               WHEN M5AHSI NOT = "1" AND M5AHSI NOT = "2"
                   AND M5AHSI NOT = "3"
                   MOVE "HOST MUST BE 1, 2 OR 3" TO M5MSGO
               WHEN M5ATPI = SPACES
                   MOVE "KEY THE CREDENTIAL TYPE - CERT, LOGIN ..."
                       TO M5MSGO
               WHEN M5AEXI NOT NUMERIC
                   OR M5AEXI(1:4) < "2000"
                   OR M5AEXI(5:2) < "01" OR M5AEXI(5:2) > "12"
                   OR M5AEXI(7:2) < "01" OR M5AEXI(7:2) > "31"
                   MOVE "EXPIRY DATE MUST BE YYYYMMDD" TO M5MSGO
               WHEN M5AOWI = SPACES
                   MOVE "KEY THE OWNER CONTACT TO CHASE FOR RENEWAL"
                       TO M5MSGO
               WHEN OTHER
                   MOVE M5AHSI TO WS-CRD-HOST
                   MOVE NETMNT-ENV-ID TO NETCFG-ENV-ID
                   EXEC CICS READ FILE("NETCFG")
                       INTO(NETCFG-RECORD)
                       RIDFLD(NETCFG-ENV-ID)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE "ENVIRONMENT NO LONGER ON NETCFG" TO M5MSGO
                   ELSE
                       IF WS-CRD-HOST > NETCFG-HOST-COUNT
                           OR NETCFG-HOST(WS-CRD-HOST) = SPACES
                           MOVE "NO SUCH HOST ON NETCFG" TO M5MSGO
                       ELSE
                           MOVE "N" TO WS-CRD-INVALID
                       END-IF
                   END-IF
           END-EVALUATE.

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

      * Redisplays the maintenance screen's message line after a
      * review step that stays on the staged change showing.
       SEND-MAINT-DATAONLY.
           EXEC CICS SEND MAP("NETMNT1")
               MAPSET("NETMNTM")
               DATAONLY
               END-IF
           END-PERFORM.

      * Rejects the approval flag if it is anything besides Y, N or
      * blank, and the effective date/time unless it is blank or a
      * plausible YYYYMMDD date with, optionally, an HHMM time.  EFFDATE
      * and EFFTIME carry ATTRB=NUM for the same reason the ports do.
       VALIDATE-STAGE-FIELDS.
           MOVE "N" TO WS-APPRQ-INVALID
           IF APPRQI NOT = "Y" AND APPRQI NOT = "N"
               AND APPRQI NOT = SPACE
               MOVE "Y" TO WS-APPRQ-INVALID
           END-IF
           MOVE "N" TO WS-EFF-INVALID
           IF EFFDATEI = SPACES
               IF EFFTIMEI NOT = SPACES
                   MOVE "Y" TO WS-EFF-INVALID
               END-IF
           ELSE
               IF EFFDATEI NOT NUMERIC
                   OR EFFDATEI(5:2) < "01" OR EFFDATEI(5:2) > "12"
                   OR EFFDATEI(7:2) < "01" OR EFFDATEI(7:2) > "31"
                   MOVE "Y" TO WS-EFF-INVALID
               END-IF
               IF EFFTIMEI NOT = SPACES
                   AND (EFFTIMEI NOT NUMERIC
                       OR EFFTIMEI(1:2) > "23"
                       OR EFFTIMEI(3:2) > "59")
                   MOVE "Y" TO WS-EFF-INVALID
               END-IF
           END-IF.

      * Builds NETCFG-RECORD from what the operator typed on screen.
      * A blank numeric field (by now known not to be garbled, per
      * VALIDATE-SCREEN-NUMERICS) goes in as zero rather than moved
           ELSE
               MOVE WINCUTI TO NETCFG-WINDOW-CUTOFF
           END-IF
           MOVE EXPDAYSI TO NETCFG-EXPECT-DAYS
           MOVE APPRQI TO NETCFG-APPROVAL-REQD.

      * Captures the record about to be replaced - as read back from
      * NETCFG under UPDATE, before the screen's values go in - into
           ELSE
               MOVE ZERO TO NETHIST-OLD-WINDOW-CUTOFF
           END-IF
           MOVE NETCFG-EXPECT-DAYS TO NETHIST-OLD-EXPECT-DAYS
           MOVE NETCFG-APPROVAL-REQD TO NETHIST-OLD-APPROVAL-REQD.

      * Blanks the history record's old-value fields for an ADD -
      * there was no prior record, and leftover values from an
           MOVE ZERO TO NETHIST-OLD-RETRY-BASE
           MOVE ZERO TO NETHIST-OLD-WINDOW-START
           MOVE ZERO TO NETHIST-OLD-WINDOW-CUTOFF
           MOVE SPACES TO NETHIST-OLD-EXPECT-DAYS
           MOVE SPACES TO NETHIST-OLD-APPROVAL-REQD.

      * Writes the before/after change record to NETHIST once a save
      * has gone through: who was signed on, at which terminal, when,
      * and the host/port/retry values both before and after.  A
      * history write problem is reported but does not undo the save
      * itself - NETCFG already holds the new values.  A staged
      * change's approval and activation are written in the same
      * task, possibly inside the same millisecond, so a duplicate
      * key is retried once a millisecond on.
       WRITE-HISTORY-RECORD.
           MOVE NETCFG-ENV-ID TO NETHIST-ENV-ID
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           MOVE NETCFG-WINDOW-START TO NETHIST-NEW-WINDOW-START
           MOVE NETCFG-WINDOW-CUTOFF TO NETHIST-NEW-WINDOW-CUTOFF
           MOVE NETCFG-EXPECT-DAYS TO NETHIST-NEW-EXPECT-DAYS
           MOVE NETCFG-APPROVAL-REQD TO NETHIST-NEW-APPROVAL-REQD
           MOVE WS-STAGE-EFF-DATE TO NETHIST-EFF-DATE
           MOVE WS-STAGE-EFF-TIME TO NETHIST-EFF-TIME
           MOVE WS-STAGE-KEYED-BY TO NETHIST-KEYED-BY
           EXEC CICS WRITE FILE("NETHIST")
               FROM(NETHIST-RECORD)
               RIDFLD(NETHIST-KEY)
               RESP(WS-HIST-RESP)
           END-EXEC
           IF WS-HIST-RESP = DFHRESP(DUPREC)
               IF NETHIST-MILLISEC = 999
                   MOVE 0 TO NETHIST-MILLISEC
               ELSE
                   ADD 1 TO NETHIST-MILLISEC
               END-IF
               EXEC CICS WRITE FILE("NETHIST")
                   FROM(NETHIST-RECORD)
                   RIDFLD(NETHIST-KEY)
                   RESP(WS-HIST-RESP)
               END-EXEC
           END-IF
           IF WS-HIST-RESP NOT = DFHRESP(NORMAL)
               MOVE "SAVED, BUT CHANGE HISTORY NOT RECORDED" TO MSGO
               MOVE "Y" TO WS-HIST-FAILED
           END-IF.
