      * NETBRDM - Symbolic map for the NETBRD mapset/map NETBRD1, as
      * generated from bms/NETBRDM.bms and then hand-edited the way
      * this shop does for repeating screen lines: the fourteen
      * LINE01-LINE14 board lines are carried as one OCCURS group
      * (same byte layout as the DSECT) so NETBRD can fill them - and
      * set each line's attribute byte - with a subscript instead of
      * fourteen copies of the same MOVE.
       01 NETBRD1I.
           02 FILLER                PIC X(12).
           02 BDATEL                COMP PIC S9(4).
           02 BDATEF                PICTURE X.
           02 FILLER REDEFINES BDATEF.
               03 BDATEA                PICTURE X.
           02 BDATEI                PIC X(8).
           02 BENVL                 COMP PIC S9(4).
           02 BENVF                 PICTURE X.
           02 FILLER REDEFINES BENVF.
               03 BENVA                 PICTURE X.
           02 BENVI                 PIC X(8).
           02 BASATL                COMP PIC S9(4).
           02 BASATF                PICTURE X.
           02 FILLER REDEFINES BASATF.
               03 BASATA                PICTURE X.
           02 BASATI                PIC X(5).
           02 NETBRD-LINE-GRP       OCCURS 14 TIMES.
               03 LINEL                 COMP PIC S9(4).
               03 LINEF                 PICTURE X.
               03 FILLER REDEFINES LINEF.
                   04 LINEA                 PICTURE X.
               03 LINEI                 PIC X(79).
           02 MSGL                  COMP PIC S9(4).
           02 MSGF                  PICTURE X.
           02 FILLER REDEFINES MSGF.
               03 MSGA                  PICTURE X.
           02 MSGI                  PIC X(79).
       01 NETBRD1O REDEFINES NETBRD1I.
           02 FILLER                PIC X(12).
           02 FILLER                PIC X(3).
           02 BDATEO                PIC X(8).
           02 FILLER                PIC X(3).
           02 BENVO                 PIC X(8).
           02 FILLER                PIC X(3).
           02 BASATO                PIC X(5).
           02 NETBRD-LINE-GRPO      OCCURS 14 TIMES.
               03 FILLER                PIC X(3).
               03 LINEO                 PIC X(79).
           02 FILLER                PIC X(3).
           02 MSGO                  PIC X(79).
