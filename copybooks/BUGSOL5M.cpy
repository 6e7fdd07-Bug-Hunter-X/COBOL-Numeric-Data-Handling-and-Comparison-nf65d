      * SYMBOLIC MAP FOR MAPSET BUGSOL5, MAP BUGSOL5 (1 SCREEN, 24X80)
       01  BUGSOL5I.
           02  FILLER                PIC X(12).
           02  ACCTL                 COMP PIC S9(4).
           02  ACCTF                 PICTURE X.
           02  FILLER REDEFINES ACCTF.
               03  ACCTA             PICTURE X.
           02  ACCTI                 PIC X(4).
           02  H01L                  COMP PIC S9(4).
           02  H01F                  PICTURE X.
           02  FILLER REDEFINES H01F.
               03  H01A              PICTURE X.
           02  H01I                  PIC X(79).
           02  H02L                  COMP PIC S9(4).
           02  H02F                  PICTURE X.
           02  FILLER REDEFINES H02F.
               03  H02A              PICTURE X.
           02  H02I                  PIC X(79).
           02  H03L                  COMP PIC S9(4).
           02  H03F                  PICTURE X.
           02  FILLER REDEFINES H03F.
               03  H03A              PICTURE X.
           02  H03I                  PIC X(79).
           02  H04L                  COMP PIC S9(4).
           02  H04F                  PICTURE X.
           02  FILLER REDEFINES H04F.
               03  H04A              PICTURE X.
           02  H04I                  PIC X(79).
           02  H05L                  COMP PIC S9(4).
           02  H05F                  PICTURE X.
           02  FILLER REDEFINES H05F.
               03  H05A              PICTURE X.
           02  H05I                  PIC X(79).
           02  H06L                  COMP PIC S9(4).
           02  H06F                  PICTURE X.
           02  FILLER REDEFINES H06F.
               03  H06A              PICTURE X.
           02  H06I                  PIC X(79).
           02  H07L                  COMP PIC S9(4).
           02  H07F                  PICTURE X.
           02  FILLER REDEFINES H07F.
               03  H07A              PICTURE X.
           02  H07I                  PIC X(79).
           02  H08L                  COMP PIC S9(4).
           02  H08F                  PICTURE X.
           02  FILLER REDEFINES H08F.
               03  H08A              PICTURE X.
           02  H08I                  PIC X(79).
           02  H09L                  COMP PIC S9(4).
           02  H09F                  PICTURE X.
           02  FILLER REDEFINES H09F.
               03  H09A              PICTURE X.
           02  H09I                  PIC X(79).
           02  H10L                  COMP PIC S9(4).
           02  H10F                  PICTURE X.
           02  FILLER REDEFINES H10F.
               03  H10A              PICTURE X.
           02  H10I                  PIC X(79).
           02  MSGL                  COMP PIC S9(4).
           02  MSGF                  PICTURE X.
           02  FILLER REDEFINES MSGF.
               03  MSGA              PICTURE X.
           02  MSGI                  PIC X(60).

       01  BUGSOL5O REDEFINES BUGSOL5I.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  ACCTO                 PIC X(4).
           02  FILLER                PIC X(3).
           02  H01O                  PIC X(79).
           02  FILLER                PIC X(3).
           02  H02O                  PIC X(79).
           02  FILLER                PIC X(3).
           02  H03O                  PIC X(79).
           02  FILLER                PIC X(3).
           02  H04O                  PIC X(79).
           02  FILLER                PIC X(3).
           02  H05O                  PIC X(79).
           02  FILLER                PIC X(3).
           02  H06O                  PIC X(79).
           02  FILLER                PIC X(3).
           02  H07O                  PIC X(79).
           02  FILLER                PIC X(3).
           02  H08O                  PIC X(79).
           02  FILLER                PIC X(3).
           02  H09O                  PIC X(79).
           02  FILLER                PIC X(3).
           02  H10O                  PIC X(79).
           02  FILLER                PIC X(3).
           02  MSGO                  PIC X(60).
