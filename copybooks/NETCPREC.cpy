      * NETCPREC - Record layout for the NETCFGP staged change file.
      * A NETCFG change to an environment that needs a second
      * operator's approval (NETCFG-APPROVAL-REQD, and PROD always),
      * or one keyed to take effect at a later date and time, is
      * written here by NETMNT instead of onto the live record.  It
      * waits as pending until another operator - never the one who
      * keyed it - approves or rejects it through NETMNT, and an
      * approved change goes onto NETCFG once its effective time
      * comes: straight away at approval if that time has passed,
      * otherwise by the first NETWORKING or NETPING run after it,
      * so a partner cutover can be keyed and approved days ahead.
      *
      * Keyed environment first, then effective date and time, so
      * an environment's staged changes browse in the order they
      * fall due.  A change keyed with no effective time is stamped
      * with the time it was keyed, so it is in force the moment it
      * is approved.
       01 NETCFGP-RECORD.
           05 NETCFGP-KEY.
               10 NETCFGP-ENV-ID        PIC X(08).
               10 NETCFGP-EFFECTIVE.
                   15 NETCFGP-EFF-DATE      PIC X(08).
                   15 NETCFGP-EFF-TIME      PIC X(04).
      * P = keyed, awaiting the second operator; A = approved, not
      * yet in force; R = rejected (or withdrawn by its keyer);
      * X = activated onto NETCFG.  Only A records are ever applied.
           05 NETCFGP-STATUS         PIC X(01).
               88 NETCFGP-PENDING        VALUE "P".
               88 NETCFGP-APPROVED       VALUE "A".
               88 NETCFGP-REJECTED       VALUE "R".
               88 NETCFGP-ACTIVATED      VALUE "X".
      * "UPD" for values keyed on the maintenance screen, "RBK" for
      * a rollback picked off the change history.
           05 NETCFGP-ORIGIN         PIC X(03).
      * Who keyed the change, where and when.
           05 NETCFGP-KEYED-BY       PIC X(08).
           05 NETCFGP-KEYED-TERMINAL PIC X(04).
           05 NETCFGP-KEYED-DATE     PIC X(08).
           05 NETCFGP-KEYED-TIME     PIC X(08).
      * Who approved or rejected it, and when.  A future-dated
      * change to an environment that needs no approval is approved
      * as it is keyed, under the keyer's own id.
           05 NETCFGP-DECIDED-BY     PIC X(08).
           05 NETCFGP-DECIDED-DATE   PIC X(08).
           05 NETCFGP-DECIDED-TIME   PIC X(08).
      * Who put it onto NETCFG - the approving operator, or the job
      * name of the batch run that found it due - and when.
           05 NETCFGP-ACTIVATED-BY   PIC X(08).
           05 NETCFGP-ACTIVATED-DATE PIC X(08).
           05 NETCFGP-ACTIVATED-TIME PIC X(08).
      * The whole NETCFG record as it will stand once the change is
      * in force, moved to and from NETCFG-RECORD as one group.
      * Sized with room over the NETCFGRC.cpy record, so fields
      * appended there later still fit without reloading this file.
           05 NETCFGP-CONFIG         PIC X(1024).
