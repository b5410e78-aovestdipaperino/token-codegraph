      * DLVDREC - Record layout for the DLVDISP delivery disposition
      * file, keyed by operations for the units NETWORKING left on
      * DLVHOLD because their dataset reconciled MISMATCH.  One
      * record per held unit being worked, identified by the same
      * environment, business date and dataset its header carries.
      * The DLVREL job applies these dispositions; a held unit with
      * no disposition simply stays held.
       01 DLVDISP-RECORD.
           05 DLVDISP-ENV-ID         PIC X(08).
           05 FILLER                 PIC X(01).
           05 DLVDISP-BUS-DATE       PIC X(08).
           05 FILLER                 PIC X(01).
           05 DLVDISP-DATASET        PIC X(08).
           05 FILLER                 PIC X(01).
      * R = release to the downstream pickup as held (the sending
      * side has confirmed the data is usable), P = purge (the
      * sending side will resend it).
           05 DLVDISP-ACTION         PIC X(01).
               88 DLVDISP-RELEASE        VALUE "R".
               88 DLVDISP-PURGE          VALUE "P".
           05 FILLER                 PIC X(01).
      * Who signed off on this disposition - carried onto the
      * released header and the DLVAUD audit record.
           05 DLVDISP-OPERATOR       PIC X(08).
