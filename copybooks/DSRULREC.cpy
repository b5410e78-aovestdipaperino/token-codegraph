      * DSRULREC - Record layout for the DSRULES dataset edit rules
      * file: one record per transfer dataset, keyed on the dataset
      * name the sending side puts in front of every XFERDATA record,
      * listing the payload fields that dataset carries and what each
      * one must hold.  Maintained by operations alongside NETCFG
      * whenever a partner's record layout changes.
      *
      * NETWORKING's and SUSPREL's CHECK-XFERDATA-RECORD apply these
      * rules after the layout checks, so a blank account number or
      * letters in an amount field is quarantined instead of counted
      * good.  A dataset with no record here gets the layout checks
      * only, exactly as before the file existed.
      *
      * Position is the field's first byte within the 240-byte
      * payload (1 = the byte after the sequence number).  Numeric
      * range bounds are keyed right-justified and zero-filled to the
      * full 15 digits, in the field's own implied scale; date bounds
      * are YYYYMMDD in the first 8 bytes; alphanumeric bounds
      * compare as text.  Blank bounds and blank allowed values mean
      * no restriction.
      *
      * The volume band at the back is NETWORKING's volume anomaly
      * check for the dataset (see VOLHREC.cpy).  Blank fields take
      * the defaults: on, 4 weeks, 50 to 200 percent.
       01 DSRULE-RECORD.
           05 DSRULE-DATASET         PIC X(08).
           05 FILLER                 PIC X(01).
      * How many of the field entries below are in use.
           05 DSRULE-FIELD-COUNT     PIC 9(02).
           05 FILLER                 PIC X(01).
           05 DSRULE-FIELD           OCCURS 20 TIMES.
      * Name the failing field is reported under on the suspense
      * record and the NETINQ S browse.
               10 DSRULE-FLD-NAME        PIC X(08).
               10 FILLER                 PIC X(01).
               10 DSRULE-FLD-POS         PIC 9(03).
               10 FILLER                 PIC X(01).
               10 DSRULE-FLD-LEN         PIC 9(03).
               10 FILLER                 PIC X(01).
      * N = unsigned numeric (up to 15 digits), D = YYYYMMDD date,
      * A = alphanumeric.
               10 DSRULE-FLD-TYPE        PIC X(01).
                   88 DSRULE-FLD-NUMERIC     VALUE "N".
                   88 DSRULE-FLD-DATE        VALUE "D".
                   88 DSRULE-FLD-ALPHA       VALUE "A".
               10 FILLER                 PIC X(01).
      * Y = the field may not be blank.  A blank optional field
      * passes without the type, range or value checks.
               10 DSRULE-FLD-REQUIRED    PIC X(01).
                   88 DSRULE-FLD-MANDATORY   VALUE "Y".
               10 FILLER                 PIC X(01).
               10 DSRULE-FLD-LOW         PIC X(15).
               10 FILLER                 PIC X(01).
               10 DSRULE-FLD-HIGH        PIC X(15).
               10 FILLER                 PIC X(01).
      * Up to four allowed values; when any is keyed the field must
      * match one of them exactly.
               10 DSRULE-FLD-VALUE       OCCURS 4 TIMES
                                         PIC X(15).
               10 FILLER                 PIC X(01).
      * N = no volume anomaly check for the dataset.
           05 DSRULE-VOL-CHECK       PIC X(01).
               88 DSRULE-VOL-OFF         VALUE "N".
           05 FILLER                 PIC X(01).
      * How many weeks back the same-weekday average reaches (1-13).
           05 DSRULE-VOL-WEEKS       PIC 9(02).
           05 FILLER                 PIC X(01).
      * The band, as percentages of that average: a night's good
      * count below the low or above the high figure is flagged.
           05 DSRULE-VOL-LOW-PCT     PIC 9(03).
           05 FILLER                 PIC X(01).
           05 DSRULE-VOL-HIGH-PCT    PIC 9(03).
