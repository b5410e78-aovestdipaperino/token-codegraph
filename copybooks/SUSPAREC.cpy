      * The front of the record as dispatched, for eyeballing the
      * audit trail without pulling the generation back.
           05 SUSPAUD-RECORD-TEXT    PIC X(60).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * The reason code and field the record was quarantined on (see
      * NETWORKING's XFERSUSP-RECORD); for REFUSED, the reason the
      * re-check still fails.  Spaces on records written before the
      * reason was carried.
           05 SUSPAUD-REASON         PIC X(04).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 SUSPAUD-FIELD          PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * The environment and business date the record was received
      * for, off the suspense record, so the monthly scorecard can
      * put the resolution against the partner feed it came in on.
      * Spaces on records written before they were carried.
           05 SUSPAUD-ENV-ID         PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 SUSPAUD-BUS-DATE       PIC X(08).
