      * every missing manifest stays a quiet skip.  Holiday
      * exceptions ride in the HOLIDAYS dataset, not here.
           05 NETCFG-EXPECT-DAYS    PIC X(07).
      * Y = changes keyed through NETMNT are not written here
      * directly but staged on NETCFGP (see NETCPREC.cpy) until a
      * second operator approves them.  PROD is held to that
      * whatever this flag says; spaces (records predating the
      * field) or N means a save goes straight to this record.
           05 NETCFG-APPROVAL-REQD  PIC X(01).
               88 NETCFG-APPROVAL-ON     VALUE "Y".
