      * DLVRYREC - Record layouts for the transfer delivery stream.
      * Downstream processing no longer reads the raw XFERDATA file:
      * each manifest dataset's good records are delivered as a unit
      * of their own - a header naming the dataset, environment,
      * business date, source and release status, the records
      * themselves in the XFERDATA layout, then a trailer carrying
      * the same counts and verdict the XFERACK detail sent the
      * partner - so one bad detail file can no longer be loaded
      * alongside a clean master.
      *
      * Units on DLVREADY are released for the downstream pickup.
      * Units on DLVHOLD (a dataset that reconciled MISMATCH) wait
      * there until operations releases or purges them through the
      * DLVREL job.  SUSPREL delivers the records it releases out of
      * suspense onto DLVREADY the same way, so downstream has one
      * place to read from.
      *
      * Machine-readable (fixed columns, single-space separators),
      * record type in column 1: H header, D data, T trailer.
       01 XFERDLV-HEADER.
           05 XFERDLV-HDR-TYPE       PIC X(01).
               88 XFERDLV-HDR-REC        VALUE "H".
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 XFERDLV-HDR-DATASET    PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * The environment reconciled, or "*ALL" for the job-level
      * reconcile of an all-environments run.
           05 XFERDLV-HDR-ENV-ID     PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * The night the records were received for (YYYYMMDD).
           05 XFERDLV-HDR-BUS-DATE   PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * When the unit was written, or last released.
           05 XFERDLV-HDR-DATE       PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 XFERDLV-HDR-TIME       PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * XFERDATA = the nightly transfer reconcile, SUSPENSE = records
      * released out of suspense by SUSPREL.
           05 XFERDLV-HDR-SOURCE     PIC X(08).
               88 XFERDLV-FROM-XFERDATA  VALUE "XFERDATA".
               88 XFERDLV-FROM-SUSPENSE  VALUE "SUSPENSE".
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 XFERDLV-HDR-STATUS     PIC X(08).
               88 XFERDLV-RELEASED       VALUE "RELEASED".
               88 XFERDLV-HELD           VALUE "HELD".
           05 FILLER                 PIC X(01) VALUE SPACE.
      * Who released a held unit through DLVREL - spaces when the
      * unit was released on its own reconcile verdict.
           05 XFERDLV-HDR-OPERATOR   PIC X(08).

       01 XFERDLV-DETAIL.
           05 XFERDLV-DET-TYPE       PIC X(01).
               88 XFERDLV-DET-REC        VALUE "D".
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 XFERDLV-DET-DATASET    PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * The record exactly as received, in the XFERDATA layout
      * (dataset name, sequence number, payload).
           05 XFERDLV-DET-DATA       PIC X(256).

       01 XFERDLV-TRAILER.
           05 XFERDLV-TRL-TYPE       PIC X(01).
               88 XFERDLV-TRL-REC        VALUE "T".
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 XFERDLV-TRL-DATASET    PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * How many data records ride between the header and this
      * trailer.
           05 XFERDLV-TRL-RECORDS    PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * The XFERACK counts for the dataset.  A SUSPENSE unit carries
      * its released count as good and zero elsewhere.
           05 XFERDLV-TRL-EXPECTED   PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 XFERDLV-TRL-GOOD       PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 XFERDLV-TRL-QUARANTINE PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 XFERDLV-TRL-DUPS       PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 XFERDLV-TRL-MISSING    PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * The reconcile verdict (OK or MISMATCH), or RELEASED for a
      * SUSPENSE unit.
           05 XFERDLV-TRL-VERDICT    PIC X(08).
