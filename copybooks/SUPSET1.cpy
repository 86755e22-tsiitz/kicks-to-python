      *****************************************************************
      *    SUPSET1 - SYMBOLIC MAP FOR SUPMNT1 (MAPSET SUPSET1)
      *    SUPMAP1 = KEY SCREEN (SUPPLIER CODE / ACTION CODE)
      *    SUPMAP2 = ADD/CHANGE/DELETE-CONFIRM DETAIL SCREEN - THE
      *              LEAD TIME IS KEYED AS WHOLE DAYS
      *****************************************************************
       01  SUPMAP1I.
           05  FILLER                    PIC X(12).
           05  SUPCDL                    PIC S9(4)   COMP.
           05  SUPCDF                    PIC X.
           05  FILLER REDEFINES SUPCDF   PIC X.
           05  SUPCDI                    PIC X(6).
           05  ACTIONL                   PIC S9(4)   COMP.
           05  ACTIONF                   PIC X.
           05  FILLER REDEFINES ACTIONF  PIC X.
           05  ACTIONI                   PIC X.
           05  MESSAGEL                  PIC S9(4)   COMP.
           05  MESSAGEF                  PIC X.
           05  FILLER REDEFINES MESSAGEF PIC X.
           05  MESSAGEI                  PIC X(78).
      *
       01  SUPMAP1O REDEFINES SUPMAP1I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  SUPCDO                    PIC X(6).
           05  FILLER                    PIC X(3).
           05  ACTIONO                   PIC X.
           05  FILLER                    PIC X(3).
           05  MESSAGEO                  PIC X(78).
      *
       01  SUPMAP2I.
           05  FILLER                    PIC X(12).
           05  SUPCDL2                   PIC S9(4)   COMP.
           05  SUPCDF2                   PIC X.
           05  FILLER REDEFINES SUPCDF2  PIC X.
           05  SUPCDI2                   PIC X(6).
           05  SNAMEL                    PIC S9(4)   COMP.
           05  SNAMEF                    PIC X.
           05  FILLER REDEFINES SNAMEF   PIC X.
           05  SNAMEI                    PIC X(30).
           05  SADDRL                    PIC S9(4)   COMP.
           05  SADDRF                    PIC X.
           05  FILLER REDEFINES SADDRF   PIC X.
           05  SADDRI                    PIC X(30).
           05  SCITYL                    PIC S9(4)   COMP.
           05  SCITYF                    PIC X.
           05  FILLER REDEFINES SCITYF   PIC X.
           05  SCITYI                    PIC X(20).
           05  SSTATEL                   PIC S9(4)   COMP.
           05  SSTATEF                   PIC X.
           05  FILLER REDEFINES SSTATEF  PIC X.
           05  SSTATEI                   PIC XX.
           05  SZIPL                     PIC S9(4)   COMP.
           05  SZIPF                     PIC X.
           05  FILLER REDEFINES SZIPF    PIC X.
           05  SZIPI                     PIC X(10).
           05  SPHONEL                   PIC S9(4)   COMP.
           05  SPHONEF                   PIC X.
           05  FILLER REDEFINES SPHONEF  PIC X.
           05  SPHONEI                   PIC X(14).
           05  SCONTL                    PIC S9(4)   COMP.
           05  SCONTF                    PIC X.
           05  FILLER REDEFINES SCONTF   PIC X.
           05  SCONTI                    PIC X(30).
           05  SLEADL                    PIC S9(4)   COMP.
           05  SLEADF                    PIC X.
           05  FILLER REDEFINES SLEADF   PIC X.
           05  SLEADI                    PIC X(3).
           05  SSTATL                    PIC S9(4)   COMP.
           05  SSTATF                    PIC X.
           05  FILLER REDEFINES SSTATF   PIC X.
           05  SSTATI                    PIC X.
           05  INSTRUCTL                 PIC S9(4)   COMP.
           05  INSTRUCTF                 PIC X.
           05  FILLER REDEFINES INSTRUCTF PIC X.
           05  INSTRUCTI                 PIC X(40).
           05  MESSAGEL2                 PIC S9(4)   COMP.
           05  MESSAGEF2                 PIC X.
           05  FILLER REDEFINES MESSAGEF2 PIC X.
           05  MESSAGEI2                 PIC X(78).
      *
       01  SUPMAP2O REDEFINES SUPMAP2I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  SUPCDO2                   PIC X(6).
           05  FILLER                    PIC X(3).
           05  SNAMEO                    PIC X(30).
           05  FILLER                    PIC X(3).
           05  SADDRO                    PIC X(30).
           05  FILLER                    PIC X(3).
           05  SCITYO                    PIC X(20).
           05  FILLER                    PIC X(3).
           05  SSTATEO                   PIC XX.
           05  FILLER                    PIC X(3).
           05  SZIPO                     PIC X(10).
           05  FILLER                    PIC X(3).
           05  SPHONEO                   PIC X(14).
           05  FILLER                    PIC X(3).
           05  SCONTO                    PIC X(30).
           05  FILLER                    PIC X(3).
           05  SLEADO                    PIC X(3).
           05  FILLER                    PIC X(3).
           05  SSTATO                    PIC X.
           05  FILLER                    PIC X(3).
           05  INSTRUCTO                 PIC X(40).
           05  FILLER                    PIC X(3).
           05  MESSAGEO2                 PIC X(78).
