      * XREGREC - Record layout for the XFERREG transfer register:
      * one record per environment, dataset and business date whose
      * transfer NETWORKING accepted - reconciled OK and released
      * onto the delivery stream.  NETWORKING consults it before
      * releasing a dataset, so a feed the sending side re-drops, or
      * a rerun of the job after a late abend, cannot carry the same
      * records downstream a second time: a dataset already on the
      * register for the night, or matching an earlier night's entry
      * on expected count, sequence range and content fingerprint,
      * is refused.  Keyed dataset-within-environment so one
      * dataset's history reads back in date order.
      *
      * Extended run over run, never rewritten, except that a
      * reprocess under the override PARM replaces the night's entry
      * and marks it reprocessed.
       01 XFERREG-RECORD.
           05 XFERREG-KEY.
      * The environment reconciled, or "*ALL" for the job-level
      * reconcile of an all-environments run.
               10 XFERREG-ENV-ID         PIC X(08).
               10 XFERREG-DATASET        PIC X(08).
      * The night the transfer was received for (YYYYMMDD).
               10 XFERREG-BUS-DATE       PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * The manifest's expected count for the dataset.
           05 XFERREG-EXPECTED       PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * First and last sequence numbers received good.
           05 XFERREG-FIRST-SEQ      PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 XFERREG-LAST-SEQ       PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * Checksum folded over every good record's bytes in the order
      * received - the same records in the same order give the same
      * figure whatever night they arrive.
           05 XFERREG-FINGERPRINT    PIC 9(15).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * When the dataset was accepted.
           05 XFERREG-ACCEPT-DATE    PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 XFERREG-ACCEPT-TIME    PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * Y = accepted again under the override PARM.
           05 XFERREG-OVERRIDE       PIC X(01).
               88 XFERREG-REPROCESSED    VALUE "Y".
