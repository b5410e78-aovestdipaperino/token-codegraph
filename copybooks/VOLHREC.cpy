      * VOLHREC - Record layout for the VOLHIST accepted-volume
      * history: one record per environment, dataset and business
      * date NETWORKING accepted, carrying the night's good count.
      * Each night's count is checked against the same weekday's
      * average over the last few weeks (the band is set per dataset
      * on DSRULES), so a broken extract that ships 40 records of a
      * dataset that normally carries 60,000 is flagged even though
      * it reconciles clean against its own manifest.
      *
      * Keyed dataset-within-environment so one dataset's history
      * reads back in date order.  Rolling: NETWORKING drops entries
      * older than the longest look-back as it reads them.
       01 VOLHIST-RECORD.
           05 VOLHIST-KEY.
      * The environment reconciled, or "*ALL" for the job-level
      * reconcile of an all-environments run.
               10 VOLHIST-ENV-ID         PIC X(08).
               10 VOLHIST-DATASET        PIC X(08).
      * The night the transfer was received for (YYYYMMDD).
               10 VOLHIST-BUS-DATE       PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * Day of the week of the business date, 1 = Monday.
           05 VOLHIST-WEEKDAY        PIC 9(01).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * Day number of the business date, for the age arithmetic.
           05 VOLHIST-DAYNUM         PIC 9(07).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * Good records accepted for the dataset that night.
           05 VOLHIST-COUNT          PIC 9(08).
