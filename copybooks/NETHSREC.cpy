      * rollback that applied a prior entry's old values back to
      * NETCFG - the rollback itself is on the history like any
      * other change, old values showing what it replaced.
      * A change staged on NETCFGP rather than written straight
      * through gets "PND" when it is keyed, "APR" or "REJ" when
      * the second operator decides it, and "ACT" when it is put
      * onto NETCFG at its effective time - by NETMNT at approval,
      * or by whichever of NETWORKING/NETPING runs first after it,
      * whose job name then stands in the operator field.  Old
      * values are the live record at that moment, new values the
      * staged ones.
           05 NETHIST-CHANGE-TYPE   PIC X(03).
           05 NETHIST-OPERATOR      PIC X(08).
           05 NETHIST-TERMINAL      PIC X(04).
               10 NETHIST-NEW-WINDOW-START PIC 9(04).
               10 NETHIST-NEW-WINDOW-CUTOFF PIC 9(04).
               10 NETHIST-NEW-EXPECT-DAYS PIC X(07).
      * Approval-required flag before/after, and for the staged
      * change entries (PND/APR/REJ/ACT) its effective date and
      * HHMM time and the operator who keyed it.  Appended the same
      * way, so older history reads back as spaces here.
           05 NETHIST-STAGE-EXTENSION.
               10 NETHIST-OLD-APPROVAL-REQD PIC X(01).
               10 NETHIST-NEW-APPROVAL-REQD PIC X(01).
               10 NETHIST-EFF-DATE      PIC X(08).
               10 NETHIST-EFF-TIME      PIC X(04).
               10 NETHIST-KEYED-BY      PIC X(08).
