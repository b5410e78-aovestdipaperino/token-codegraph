      * this screen is ever written back.  The S browse is how
      * quarantined records are reviewed for the SUSPREL release job:
      * the sequence number shown on each line is the one the
      * reviewer keys on the SUSPDISP disposition record, and the
      * reason code and failing field next to it say why the record
      * was quarantined (codes listed with NETWORKING's
      * XFERSUSP-RECORD).
      *
      * Pseudo-conversational under transid NINQ: PF5 starts the
      * browse at the keyed date, PF8 pages forward from where the
           05 WS-XFERSUSP-KEY-DATE  PIC X(08).
           05 WS-XFERSUSP-KEY-SEQ   PIC X(04).
      * One record of the keyed online copy of XFERSUSP: the browse
      * key in front, then the suspense record exactly as the
      * transfer run wrote it - the quarantined record, the
      * environment and business date it came in for, and the reason
      * code and field it was quarantined on.
       01 XFERSUSP-BROWSE-RECORD.
           05 XFERSUSP-BROWSE-KEY   PIC X(12).
           05 XFERSUSP-BROWSE-DATA  PIC X(256).
           05 FILLER                PIC X(01).
           05 XFERSUSP-BROWSE-ENV-ID
                                    PIC X(08).
           05 FILLER                PIC X(01).
           05 XFERSUSP-BROWSE-BUS-DATE
                                    PIC X(08).
           05 FILLER                PIC X(01).
           05 XFERSUSP-BROWSE-REASON
                                    PIC X(04).
           05 FILLER                PIC X(01).
           05 XFERSUSP-BROWSE-FIELD PIC X(08).
      * The suspense record's load sequence widened to the 8 digits
      * SUSPDISP-SEQ-NO takes, so the number on the screen is
      * exactly the number the reviewer keys on the disposition.
      * detail line: the generation date, the sequence number the
      * SUSPDISP disposition keys on - widened to the 8 digits the
      * disposition field takes, so what shows is what gets keyed -
      * the reason code and failing field, and the front of the
      * record as quarantined.
       FORMAT-XFERSUSP-LINE.
           MOVE 0 TO WS-SUSP-SEQ-8
           IF WS-XFERSUSP-KEY-SEQ NUMERIC
           END-IF
           STRING WS-XFERSUSP-KEY-DATE " "
               WS-SUSP-SEQ-8 " "
               XFERSUSP-BROWSE-REASON " "
               XFERSUSP-BROWSE-FIELD " "
               XFERSUSP-BROWSE-DATA(1:46)
               DELIMITED BY SIZE INTO LINEO(WS-LINE-IDX).
