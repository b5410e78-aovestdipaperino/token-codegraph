      * CREDREC - Record layout for the CREDREG certificate and
      * credential expiry register: one record per certificate, login
      * or key a session to a partner endpoint depends on, for one
      * candidate host (1 primary, 2 secondary, 3 DR - the NETCFG
      * host slots) of one environment, keyed on NETMNT's register
      * screen (PF2).
      *
      * CREDCHK reads it every day and raises an ALERTQ WARN as each
      * credential comes within one of its lead times of expiring,
      * and an ERROR every day once it has expired.  NETWORKING and
      * NETPING log NETLOG event CX01 when they dial a host carrying
      * an expired credential, so the connect failures that follow
      * are not taken for an ordinary outage.
      *
      * A credential counts as expired from its expiry date on.
      *
      * Keyed environment, host, then credential type, so one host's
      * credentials browse together.
       01 CREDREG-RECORD.
           05 CREDREG-KEY.
               10 CREDREG-ENV-ID        PIC X(08).
               10 CREDREG-HOST-INDEX    PIC 9(01).
      * What the credential is - CERT, LOGIN, SSHKEY, PGPKEY and the
      * like; free text, so one host can carry several.
               10 CREDREG-CRED-TYPE     PIC X(08).
      * YYYYMMDD the credential stops working.
           05 CREDREG-EXPIRY-DATE    PIC X(08).
      * Who renews it - the partner contact or our own owner, as the
      * alerts should name them.
           05 CREDREG-OWNER          PIC X(40).
      * The lead time, in days, of the last expiry warning CREDCHK
      * raised for this expiry date, and the day it was raised - so
      * each lead time warns once.  "000" once the expired ERROR has
      * been raised; spaces until the first warning, and again
      * whenever the expiry date is renewed through NETMNT.
           05 CREDREG-WARNED-LEAD    PIC X(03).
           05 CREDREG-WARNED-DATE    PIC X(08).
      * Who keyed or last renewed the credential, and when.
           05 CREDREG-KEYED-BY       PIC X(08).
           05 CREDREG-KEYED-DATE     PIC X(08).
           05 CREDREG-KEYED-TIME     PIC X(08).
           05 FILLER                 PIC X(20).
