      *****************************************************************
      *    FRTSET1 - SYMBOLIC MAP FOR FRTMNT1 (MAPSET FRTSET1)
      *    FRTMAP1 = KEY SCREEN (CARRIER CODE / ZONE / WEIGHT BAND
      *              CEILING / ACTION CODE)
      *    FRTMAP2 = ADD/CHANGE/DELETE-CONFIRM DETAIL SCREEN - THE
      *              BASE CHARGE AND RATE PER POUND ARE KEYED AS
      *              DOLLARS AND CENTS
      *****************************************************************
       01  FRTMAP1I.
           05  FILLER                    PIC X(12).
           05  CARCDL                    PIC S9(4)   COMP.
           05  CARCDF                    PIC X.
           05  FILLER REDEFINES CARCDF   PIC X.
           05  CARCDI                    PIC X(10).
           05  ZONEL                     PIC S9(4)   COMP.
           05  ZONEF                     PIC X.
           05  FILLER REDEFINES ZONEF    PIC X.
           05  ZONEI                     PIC XX.
           05  WTLIML                    PIC S9(4)   COMP.
           05  WTLIMF                    PIC X.
           05  FILLER REDEFINES WTLIMF   PIC X.
           05  WTLIMI                    PIC X(5).
           05  ACTIONL                   PIC S9(4)   COMP.
           05  ACTIONF                   PIC X.
           05  FILLER REDEFINES ACTIONF  PIC X.
           05  ACTIONI                   PIC X.
           05  MESSAGEL                  PIC S9(4)   COMP.
           05  MESSAGEF                  PIC X.
           05  FILLER REDEFINES MESSAGEF PIC X.
           05  MESSAGEI                  PIC X(78).
      *
       01  FRTMAP1O REDEFINES FRTMAP1I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  CARCDO                    PIC X(10).
           05  FILLER                    PIC X(3).
           05  ZONEO                     PIC XX.
           05  FILLER                    PIC X(3).
           05  WTLIMO                    PIC X(5).
           05  FILLER                    PIC X(3).
           05  ACTIONO                   PIC X.
           05  FILLER                    PIC X(3).
           05  MESSAGEO                  PIC X(78).
      *
       01  FRTMAP2I.
           05  FILLER                    PIC X(12).
           05  CARCDL2                   PIC S9(4)   COMP.
           05  CARCDF2                   PIC X.
           05  FILLER REDEFINES CARCDF2  PIC X.
           05  CARCDI2                   PIC X(10).
           05  CNAMEL2                   PIC S9(4)   COMP.
           05  CNAMEF2                   PIC X.
           05  FILLER REDEFINES CNAMEF2  PIC X.
           05  CNAMEI2                   PIC X(30).
           05  ZONEL2                    PIC S9(4)   COMP.
           05  ZONEF2                    PIC X.
           05  FILLER REDEFINES ZONEF2   PIC X.
           05  ZONEI2                    PIC XX.
           05  WTLIML2                   PIC S9(4)   COMP.
           05  WTLIMF2                   PIC X.
           05  FILLER REDEFINES WTLIMF2  PIC X.
           05  WTLIMI2                   PIC X(5).
           05  BASEL                     PIC S9(4)   COMP.
           05  BASEF                     PIC X.
           05  FILLER REDEFINES BASEF    PIC X.
           05  BASEI                     PIC X(10).
           05  RATEL                     PIC S9(4)   COMP.
           05  RATEF                     PIC X.
           05  FILLER REDEFINES RATEF    PIC X.
           05  RATEI                     PIC X(10).
           05  INSTRUCTL                 PIC S9(4)   COMP.
           05  INSTRUCTF                 PIC X.
           05  FILLER REDEFINES INSTRUCTF PIC X.
           05  INSTRUCTI                 PIC X(40).
           05  MESSAGEL2                 PIC S9(4)   COMP.
           05  MESSAGEF2                 PIC X.
           05  FILLER REDEFINES MESSAGEF2 PIC X.
           05  MESSAGEI2                 PIC X(78).
      *
       01  FRTMAP2O REDEFINES FRTMAP2I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  CARCDO2                   PIC X(10).
           05  FILLER                    PIC X(3).
           05  CNAMEO2                   PIC X(30).
           05  FILLER                    PIC X(3).
           05  ZONEO2                    PIC 99.
           05  FILLER                    PIC X(3).
           05  WTLIMO2                   PIC ZZZZ9.
           05  FILLER                    PIC X(3).
           05  BASEO                     PIC X(10).
           05  FILLER                    PIC X(3).
           05  RATEO                     PIC X(10).
           05  FILLER                    PIC X(3).
           05  INSTRUCTO                 PIC X(40).
           05  FILLER                    PIC X(3).
           05  MESSAGEO2                 PIC X(78).
