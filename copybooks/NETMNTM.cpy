           02 FILLER REDEFINES EXPDAYSF.
               03 EXPDAYSA              PICTURE X.
           02 EXPDAYSI              PIC X(7).
           02 APPRQL                COMP PIC S9(4).
           02 APPRQF                PICTURE X.
           02 FILLER REDEFINES APPRQF.
               03 APPRQA                PICTURE X.
           02 APPRQI                PIC X(1).
           02 EFFDATEL              COMP PIC S9(4).
           02 EFFDATEF              PICTURE X.
           02 FILLER REDEFINES EFFDATEF.
               03 EFFDATEA              PICTURE X.
           02 EFFDATEI              PIC X(8).
           02 EFFTIMEL              COMP PIC S9(4).
           02 EFFTIMEF              PICTURE X.
           02 FILLER REDEFINES EFFTIMEF.
               03 EFFTIMEA              PICTURE X.
           02 EFFTIMEI              PIC X(4).
           02 MSGL                  COMP PIC S9(4).
           02 MSGF                  PICTURE X.
           02 FILLER REDEFINES MSGF.
           02 FILLER                PIC X(3).
           02 EXPDAYSO              PIC X(7).
           02 FILLER                PIC X(3).
           02 APPRQO                PIC X(1).
           02 FILLER                PIC X(3).
           02 EFFDATEO              PIC X(8).
           02 FILLER                PIC X(3).
           02 EFFTIMEO              PIC X(4).
           02 FILLER                PIC X(3).
           02 MSGO                  PIC X(79).
      * Symbolic map for the NETMNT2 environment list screen, as
      * generated from the same mapset and then hand-edited the way
               03 M3VALO                PIC X(40).
           02 FILLER                PIC X(3).
           02 M3MSGO                PIC X(79).
      * Symbolic map for the NETMNT4 host maintenance calendar
      * screen, as generated from the same mapset and then hand-edited
      * the way this shop does for repeating screen lines (see
      * NETINQM.cpy): the ten SEL/host/start/end/reason rows are
      * carried as one OCCURS group over the DSECT's byte layout, so
      * the program fills and scans them with a subscript.
       01 NETMNT4I.
           02 FILLER                PIC X(12).
           02 M4ENVL                COMP PIC S9(4).
           02 M4ENVF                PICTURE X.
           02 FILLER REDEFINES M4ENVF.
               03 M4ENVA                PICTURE X.
           02 M4ENVI                PIC X(8).
           02 NETMNT-CAL-ROW        OCCURS 10 TIMES.
               03 M4SELL                COMP PIC S9(4).
               03 M4SELF                PICTURE X.
               03 M4SELI                PIC X(1).
               03 M4HSL                 COMP PIC S9(4).
               03 M4HSF                 PICTURE X.
               03 M4HSI                 PIC X(1).
               03 M4SDL                 COMP PIC S9(4).
               03 M4SDF                 PICTURE X.
               03 M4SDI                 PIC X(8).
               03 M4STL                 COMP PIC S9(4).
               03 M4STF                 PICTURE X.
               03 M4STI                 PIC X(4).
               03 M4EDL                 COMP PIC S9(4).
               03 M4EDF                 PICTURE X.
               03 M4EDI                 PIC X(8).
               03 M4ETL                 COMP PIC S9(4).
               03 M4ETF                 PICTURE X.
               03 M4ETI                 PIC X(4).
               03 M4RSL                 COMP PIC S9(4).
               03 M4RSF                 PICTURE X.
               03 M4RSI                 PIC X(40).
           02 M4AHSL                COMP PIC S9(4).
           02 M4AHSF                PICTURE X.
           02 FILLER REDEFINES M4AHSF.
               03 M4AHSA                PICTURE X.
           02 M4AHSI                PIC X(1).
           02 M4ASDL                COMP PIC S9(4).
           02 M4ASDF                PICTURE X.
           02 FILLER REDEFINES M4ASDF.
               03 M4ASDA                PICTURE X.
           02 M4ASDI                PIC X(8).
           02 M4ASTL                COMP PIC S9(4).
           02 M4ASTF                PICTURE X.
           02 FILLER REDEFINES M4ASTF.
               03 M4ASTA                PICTURE X.
           02 M4ASTI                PIC X(4).
           02 M4AEDL                COMP PIC S9(4).
           02 M4AEDF                PICTURE X.
           02 FILLER REDEFINES M4AEDF.
               03 M4AEDA                PICTURE X.
           02 M4AEDI                PIC X(8).
           02 M4AETL                COMP PIC S9(4).
           02 M4AETF                PICTURE X.
           02 FILLER REDEFINES M4AETF.
               03 M4AETA                PICTURE X.
           02 M4AETI                PIC X(4).
           02 M4ARSL                COMP PIC S9(4).
           02 M4ARSF                PICTURE X.
           02 FILLER REDEFINES M4ARSF.
               03 M4ARSA                PICTURE X.
           02 M4ARSI                PIC X(40).
           02 M4MSGL                COMP PIC S9(4).
           02 M4MSGF                PICTURE X.
           02 FILLER REDEFINES M4MSGF.
               03 M4MSGA                PICTURE X.
           02 M4MSGI                PIC X(79).
       01 NETMNT4O REDEFINES NETMNT4I.
           02 FILLER                PIC X(12).
           02 FILLER                PIC X(3).
           02 M4ENVO                PIC X(8).
           02 NETMNT-CAL-ROWO       OCCURS 10 TIMES.
               03 FILLER                PIC X(3).
               03 M4SELO                PIC X(1).
               03 FILLER                PIC X(3).
               03 M4HSO                 PIC X(1).
               03 FILLER                PIC X(3).
               03 M4SDO                 PIC X(8).
               03 FILLER                PIC X(3).
               03 M4STO                 PIC X(4).
               03 FILLER                PIC X(3).
               03 M4EDO                 PIC X(8).
               03 FILLER                PIC X(3).
               03 M4ETO                 PIC X(4).
               03 FILLER                PIC X(3).
               03 M4RSO                 PIC X(40).
           02 FILLER                PIC X(3).
           02 M4AHSO                PIC X(1).
           02 FILLER                PIC X(3).
           02 M4ASDO                PIC X(8).
           02 FILLER                PIC X(3).
           02 M4ASTO                PIC X(4).
           02 FILLER                PIC X(3).
           02 M4AEDO                PIC X(8).
           02 FILLER                PIC X(3).
           02 M4AETO                PIC X(4).
           02 FILLER                PIC X(3).
           02 M4ARSO                PIC X(40).
           02 FILLER                PIC X(3).
           02 M4MSGO                PIC X(79).
      * Symbolic map for the NETMNT5 credential expiry register
      * screen, hand-edited the same way as NETMNT4's above: the
      * ten SEL/host/type/expiry/days/owner rows are carried as one
      * OCCURS group over the DSECT's byte layout.
       01 NETMNT5I.
           02 FILLER                PIC X(12).
           02 M5ENVL                COMP PIC S9(4).
           02 M5ENVF                PICTURE X.
           02 FILLER REDEFINES M5ENVF.
               03 M5ENVA                PICTURE X.
           02 M5ENVI                PIC X(8).
           02 NETMNT-CRD-ROW        OCCURS 10 TIMES.
               03 M5SELL                COMP PIC S9(4).
               03 M5SELF                PICTURE X.
               03 M5SELI                PIC X(1).
               03 M5HSL                 COMP PIC S9(4).
               03 M5HSF                 PICTURE X.
               03 M5HSI                 PIC X(1).
               03 M5TPL                 COMP PIC S9(4).
               03 M5TPF                 PICTURE X.
               03 M5TPI                 PIC X(8).
               03 M5EXL                 COMP PIC S9(4).
               03 M5EXF                 PICTURE X.
               03 M5EXI                 PIC X(8).
               03 M5DYL                 COMP PIC S9(4).
               03 M5DYF                 PICTURE X.
               03 M5DYI                 PIC X(4).
               03 M5OWL                 COMP PIC S9(4).
               03 M5OWF                 PICTURE X.
               03 M5OWI                 PIC X(40).
           02 M5AHSL                COMP PIC S9(4).
           02 M5AHSF                PICTURE X.
           02 FILLER REDEFINES M5AHSF.
               03 M5AHSA                PICTURE X.
           02 M5AHSI                PIC X(1).
           02 M5ATPL                COMP PIC S9(4).
           02 M5ATPF                PICTURE X.
           02 FILLER REDEFINES M5ATPF.
               03 M5ATPA                PICTURE X.
           02 M5ATPI                PIC X(8).
           02 M5AEXL                COMP PIC S9(4).
           02 M5AEXF                PICTURE X.
           02 FILLER REDEFINES M5AEXF.
               03 M5AEXA                PICTURE X.
           02 M5AEXI                PIC X(8).
           02 M5AOWL                COMP PIC S9(4).
           02 M5AOWF                PICTURE X.
           02 FILLER REDEFINES M5AOWF.
               03 M5AOWA                PICTURE X.
           02 M5AOWI                PIC X(40).
           02 M5MSGL                COMP PIC S9(4).
           02 M5MSGF                PICTURE X.
           02 FILLER REDEFINES M5MSGF.
               03 M5MSGA                PICTURE X.
           02 M5MSGI                PIC X(79).
       01 NETMNT5O REDEFINES NETMNT5I.
           02 FILLER                PIC X(12).
           02 FILLER                PIC X(3).
           02 M5ENVO                PIC X(8).
           02 NETMNT-CRD-ROWO       OCCURS 10 TIMES.
               03 FILLER                PIC X(3).
               03 M5SELO                PIC X(1).
               03 FILLER                PIC X(3).
               03 M5HSO                 PIC X(1).
               03 FILLER                PIC X(3).
               03 M5TPO                 PIC X(8).
               03 FILLER                PIC X(3).
               03 M5EXO                 PIC X(8).
               03 FILLER                PIC X(3).
               03 M5DYO                 PIC X(4).
               03 FILLER                PIC X(3).
               03 M5OWO                 PIC X(40).
           02 FILLER                PIC X(3).
           02 M5AHSO                PIC X(1).
           02 FILLER                PIC X(3).
           02 M5ATPO                PIC X(8).
           02 FILLER                PIC X(3).
           02 M5AEXO                PIC X(8).
           02 FILLER                PIC X(3).
           02 M5AOWO                PIC X(40).
           02 FILLER                PIC X(3).
           02 M5MSGO                PIC X(79).
