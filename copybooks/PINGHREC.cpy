           05 PINGHIST-HOST-PORT     PIC X(262).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * TCPCONN return code, edited for reading; the verdict field
      * is what reporting keys on.  Blank for a host not dialled.
           05 PINGHIST-RC            PIC X(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * "UP" when the dial connected, "DOWN" otherwise, and "MAINT"
      * for a host not dialled because it is inside a planned outage
      * on the HOSTMNT calendar.  The field is last on the record,
      * so generations written before "MAINT" existed read the same.
           05 PINGHIST-RESULT        PIC X(05).
