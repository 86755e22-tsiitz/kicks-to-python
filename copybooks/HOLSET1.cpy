      *****************************************************************
      *    HOLSET1 - SYMBOLIC MAP FOR HOLMNT1 (MAPSET HOLSET1)
      *    HOLMAP1 = KEY SCREEN (HOLIDAY DATE / ACTION CODE)
      *    HOLMAP2 = ADD/CHANGE/DELETE-CONFIRM DETAIL SCREEN
      *****************************************************************
       01  HOLMAP1I.
           05  FILLER                    PIC X(12).
           05  HDATEL                    PIC S9(4)   COMP.
           05  HDATEF                    PIC X.
           05  FILLER REDEFINES HDATEF   PIC X.
           05  HDATEI                    PIC X(8).
           05  ACTIONL                   PIC S9(4)   COMP.
           05  ACTIONF                   PIC X.
           05  FILLER REDEFINES ACTIONF  PIC X.
           05  ACTIONI                   PIC X.
           05  MESSAGEL                  PIC S9(4)   COMP.
           05  MESSAGEF                  PIC X.
           05  FILLER REDEFINES MESSAGEF PIC X.
           05  MESSAGEI                  PIC X(78).
      *
       01  HOLMAP1O REDEFINES HOLMAP1I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  HDATEO                    PIC X(8).
           05  FILLER                    PIC X(3).
           05  ACTIONO                   PIC X.
           05  FILLER                    PIC X(3).
           05  MESSAGEO                  PIC X(78).
      *
       01  HOLMAP2I.
           05  FILLER                    PIC X(12).
           05  HDATEL2                   PIC S9(4)   COMP.
           05  HDATEF2                   PIC X.
           05  FILLER REDEFINES HDATEF2  PIC X.
           05  HDATEI2                   PIC X(8).
           05  DAYNAMEL                  PIC S9(4)   COMP.
           05  DAYNAMEF                  PIC X.
           05  FILLER REDEFINES DAYNAMEF PIC X.
           05  DAYNAMEI                  PIC X(9).
           05  DESCL                     PIC S9(4)   COMP.
           05  DESCF                     PIC X.
           05  FILLER REDEFINES DESCF    PIC X.
           05  DESCI                     PIC X(30).
           05  INSTRUCTL                 PIC S9(4)   COMP.
           05  INSTRUCTF                 PIC X.
           05  FILLER REDEFINES INSTRUCTF PIC X.
           05  INSTRUCTI                 PIC X(40).
           05  MESSAGEL2                 PIC S9(4)   COMP.
           05  MESSAGEF2                 PIC X.
           05  FILLER REDEFINES MESSAGEF2 PIC X.
           05  MESSAGEI2                 PIC X(78).
      *
       01  HOLMAP2O REDEFINES HOLMAP2I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  HDATEO2                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  DAYNAMEO                  PIC X(9).
           05  FILLER                    PIC X(3).
           05  DESCO                     PIC X(30).
           05  FILLER                    PIC X(3).
           05  INSTRUCTO                 PIC X(40).
           05  FILLER                    PIC X(3).
           05  MESSAGEO2                 PIC X(78).
