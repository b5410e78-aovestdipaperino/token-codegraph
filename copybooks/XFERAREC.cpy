           05 FILLER                 PIC X(01) VALUE SPACE.
           05 XFERACK-DET-MISSING    PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * "OK" when the dataset reconciled clean, "MISMATCH" otherwise,
      * "REFUSED" when it reconciled clean but had already been
      * accepted (a resent or rerun feed) and was not taken again.
           05 XFERACK-DET-VERDICT    PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * Volume anomaly check on a dataset that reconciled OK: L or H
      * when the good count fell below or above the dataset's band
      * around its same-weekday average (a flag, not a failure -
      * month-end and holiday spikes are real), space when in band
      * or not checked.  The average checked against rides along,
      * zero when there was not enough history to check.
           05 XFERACK-DET-VOL-FLAG   PIC X(01).
               88 XFERACK-VOL-LOW        VALUE "L".
               88 XFERACK-VOL-HIGH       VALUE "H".
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 XFERACK-DET-VOL-AVG    PIC 9(08).

       01 XFERACK-TRAILER.
           05 XFERACK-TRL-TYPE       PIC X(01).
      * a session-level figure, since they attribute to no dataset.
           05 XFERACK-TRL-UNKNOWN    PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * The session verdict: OK, MISMATCH when any dataset (or the
      * unknown-dataset check) failed, otherwise REFUSED when any
      * dataset was refused as already accepted.
           05 XFERACK-TRL-RESULT     PIC X(08).
