      * QUALXREC - Record layouts for the QUALEXT data-quality
      * extract QUALRPT writes alongside the printed monthly
      * scorecard: the same figures, one record per environment per
      * month and one per environment, dataset and month, in fixed
      * columns with single-space separators so it can be handed to
      * the partner (or loaded into their own tooling) as it stands.
      *
      * Environment id is the environment the figures belong to, or
      * "*ALL" for the job-level reconcile of an all-environments
      * run, exactly as XFERACK carried it.  Months are YYYYMM.
       01 QUALEXT-ENV-RECORD.
           05 QUALEXT-ENV-TYPE       PIC X(01).
               88 QUALEXT-ENV-REC        VALUE "E".
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 QUALEXT-ENV-MONTH      PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 QUALEXT-ENV-ID         PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * Nights the environment's NETCFG calendar owed a manifest
      * (holidays excluded), the nights one arrived, and the nights
      * NETWORKING logged the feed missing (FD01).
           05 QUALEXT-ENV-EXPECTED   PIC 9(03).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 QUALEXT-ENV-RECEIVED   PIC 9(03).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 QUALEXT-ENV-MISSING    PIC 9(03).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * Transfer-window nights met and missed (WM01 / WX01).
           05 QUALEXT-ENV-WDW-MET    PIC 9(03).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 QUALEXT-ENV-WDW-MISSED PIC 9(03).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * Records received for datasets no manifest carried.
           05 QUALEXT-ENV-UNKNOWN    PIC 9(08).

       01 QUALEXT-DS-RECORD.
           05 QUALEXT-DS-TYPE        PIC X(01).
               88 QUALEXT-DS-REC         VALUE "D".
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 QUALEXT-DS-MONTH       PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 QUALEXT-DS-ENV-ID      PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 QUALEXT-DS-DATASET     PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * Nights the dataset reconciled OK, MISMATCH or REFUSED, off
      * the XFERACK verdicts.
           05 QUALEXT-DS-OK          PIC 9(03).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 QUALEXT-DS-MISMATCH    PIC 9(03).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 QUALEXT-DS-REFUSED     PIC 9(03).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * Records quarantined, duplicate records and sequence numbers
      * that never arrived, totalled over the month.
           05 QUALEXT-DS-QUARANTINE  PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 QUALEXT-DS-DUPS        PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 QUALEXT-DS-MISSING     PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * How quarantined records received that month were resolved,
      * off the SUSPAUD actions: released as received, corrected and
      * released, or rejected back to the sending side.
           05 QUALEXT-DS-RELEASED    PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 QUALEXT-DS-CORRECTED   PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 QUALEXT-DS-REJECTED    PIC 9(08).
