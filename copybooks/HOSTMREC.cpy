      * HOSTMREC - Record layout for the HOSTMNT planned host
      * maintenance calendar: one record per outage a partner has
      * told us about ahead of time, for one candidate host (1
      * primary, 2 secondary, 3 DR - the NETCFG host slots) of one
      * environment, keyed on NETMNT's calendar screen (PF4).
      *
      * From its start up to (not including) its end, NETWORKING's
      * CONNECT-SERVER passes the host over and fails straight on to
      * the next candidate, and NETPING records it as MAINT instead
      * of dialling it - neither raises an alert for it.  Only when
      * every candidate host of the environment is out at once is
      * one alert raised, saying so.
      *
      * Keyed environment, host, then start date and time, so one
      * host's outages browse in the order they begin and the batch
      * lookup stops at the first one not yet started.
       01 HOSTMNT-RECORD.
           05 HOSTMNT-KEY.
               10 HOSTMNT-ENV-ID        PIC X(08).
               10 HOSTMNT-HOST-INDEX    PIC 9(01).
               10 HOSTMNT-START.
                   15 HOSTMNT-START-DATE    PIC X(08).
                   15 HOSTMNT-START-TIME    PIC X(04).
      * YYYYMMDD and HHMM the host is back in service.
           05 HOSTMNT-END.
               10 HOSTMNT-END-DATE      PIC X(08).
               10 HOSTMNT-END-TIME      PIC X(04).
      * Free text from the partner's notice - change number, what
      * is being done.
           05 HOSTMNT-REASON         PIC X(40).
      * Who keyed the outage, and when.
           05 HOSTMNT-KEYED-BY       PIC X(08).
           05 HOSTMNT-KEYED-DATE     PIC X(08).
           05 HOSTMNT-KEYED-TIME     PIC X(08).
           05 FILLER                 PIC X(20).
