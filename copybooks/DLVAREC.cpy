      * DLVAREC - Record layout for the DLVAUD delivery release audit
      * file, written by the DLVREL job: one record per held delivery
      * unit released or purged, saying who did it, to which unit and
      * when.  Extended run over run, never rewritten, the same as
      * SUSPAUD.
       01 DLVAUD-RECORD.
           05 DLVAUD-DATE            PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DLVAUD-TIME            PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * The operator named on the disposition record.
           05 DLVAUD-OPERATOR        PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * RELEASED = sent on to the downstream pickup, PURGED = dropped.
           05 DLVAUD-ACTION          PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DLVAUD-ENV-ID          PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DLVAUD-BUS-DATE        PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DLVAUD-DATASET         PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * Data records in the unit released or purged.
           05 DLVAUD-RECORDS         PIC 9(08).
