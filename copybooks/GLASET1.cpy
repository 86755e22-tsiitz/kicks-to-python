      *****************************************************************
      *    GLASET1 - SYMBOLIC MAP FOR GLAMNT1 (MAPSET GLASET1)
      *    GLAMAP1 = KEY SCREEN (POSTING CODE / ACTION CODE)
      *    GLAMAP2 = ADD/CHANGE/DELETE-CONFIRM DETAIL SCREEN
      *****************************************************************
       01  GLAMAP1I.
           05  FILLER                    PIC X(12).
           05  PCODEL                    PIC S9(4)   COMP.
           05  PCODEF                    PIC X.
           05  FILLER REDEFINES PCODEF   PIC X.
           05  PCODEI                    PIC X(8).
           05  ACTIONL                   PIC S9(4)   COMP.
           05  ACTIONF                   PIC X.
           05  FILLER REDEFINES ACTIONF  PIC X.
           05  ACTIONI                   PIC X.
           05  MESSAGEL                  PIC S9(4)   COMP.
           05  MESSAGEF                  PIC X.
           05  FILLER REDEFINES MESSAGEF PIC X.
           05  MESSAGEI                  PIC X(78).
      *
       01  GLAMAP1O REDEFINES GLAMAP1I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  PCODEO                    PIC X(8).
           05  FILLER                    PIC X(3).
           05  ACTIONO                   PIC X.
           05  FILLER                    PIC X(3).
           05  MESSAGEO                  PIC X(78).
      *
       01  GLAMAP2I.
           05  FILLER                    PIC X(12).
           05  PCODEL2                   PIC S9(4)   COMP.
           05  PCODEF2                   PIC X.
           05  FILLER REDEFINES PCODEF2  PIC X.
           05  PCODEI2                   PIC X(8).
           05  ACCTL                     PIC S9(4)   COMP.
           05  ACCTF                     PIC X.
           05  FILLER REDEFINES ACCTF    PIC X.
           05  ACCTI                     PIC X(12).
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
       01  GLAMAP2O REDEFINES GLAMAP2I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  PCODEO2                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  ACCTO                     PIC X(12).
           05  FILLER                    PIC X(3).
           05  DESCO                     PIC X(30).
           05  FILLER                    PIC X(3).
           05  INSTRUCTO                 PIC X(40).
           05  FILLER                    PIC X(3).
           05  MESSAGEO2                 PIC X(78).
