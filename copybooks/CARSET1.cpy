      *****************************************************************
      *    CARSET1 - SYMBOLIC MAP FOR CARMNT1 (MAPSET CARSET1)
      *    CARMAP1 = KEY SCREEN (CARRIER CODE / ACTION CODE)
      *    CARMAP2 = ADD/CHANGE/DELETE-CONFIRM DETAIL SCREEN - THE
      *              MINIMUM CHARGE IS KEYED AS DOLLARS AND CENTS,
      *              THE TEN ZONES ONE PER LEADING ZIP CODE DIGIT
      *****************************************************************
       01  CARMAP1I.
           05  FILLER                    PIC X(12).
           05  CARCDL                    PIC S9(4)   COMP.
           05  CARCDF                    PIC X.
           05  FILLER REDEFINES CARCDF   PIC X.
           05  CARCDI                    PIC X(10).
           05  ACTIONL                   PIC S9(4)   COMP.
           05  ACTIONF                   PIC X.
           05  FILLER REDEFINES ACTIONF  PIC X.
           05  ACTIONI                   PIC X.
           05  MESSAGEL                  PIC S9(4)   COMP.
           05  MESSAGEF                  PIC X.
           05  FILLER REDEFINES MESSAGEF PIC X.
           05  MESSAGEI                  PIC X(78).
      *
       01  CARMAP1O REDEFINES CARMAP1I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  CARCDO                    PIC X(10).
           05  FILLER                    PIC X(3).
           05  ACTIONO                   PIC X.
           05  FILLER                    PIC X(3).
           05  MESSAGEO                  PIC X(78).
      *
       01  CARMAP2I.
           05  FILLER                    PIC X(12).
           05  CARCDL2                   PIC S9(4)   COMP.
           05  CARCDF2                   PIC X.
           05  FILLER REDEFINES CARCDF2  PIC X.
           05  CARCDI2                   PIC X(10).
           05  CNAMEL                    PIC S9(4)   COMP.
           05  CNAMEF                    PIC X.
           05  FILLER REDEFINES CNAMEF   PIC X.
           05  CNAMEI                    PIC X(30).
           05  CSTATL                    PIC S9(4)   COMP.
           05  CSTATF                    PIC X.
           05  FILLER REDEFINES CSTATF   PIC X.
           05  CSTATI                    PIC X.
           05  CSTDL                     PIC S9(4)   COMP.
           05  CSTDF                     PIC X.
           05  FILLER REDEFINES CSTDF    PIC X.
           05  CSTDI                     PIC X.
           05  CMINL                     PIC S9(4)   COMP.
           05  CMINF                     PIC X.
           05  FILLER REDEFINES CMINF    PIC X.
           05  CMINI                     PIC X(10).
           05  CAR-ZONE-I OCCURS 10 TIMES.
               10  CZONEL                PIC S9(4)   COMP.
               10  CZONEF                PIC X.
               10  FILLER REDEFINES CZONEF PIC X.
               10  CZONEI                PIC XX.
           05  INSTRUCTL                 PIC S9(4)   COMP.
           05  INSTRUCTF                 PIC X.
           05  FILLER REDEFINES INSTRUCTF PIC X.
           05  INSTRUCTI                 PIC X(40).
           05  MESSAGEL2                 PIC S9(4)   COMP.
           05  MESSAGEF2                 PIC X.
           05  FILLER REDEFINES MESSAGEF2 PIC X.
           05  MESSAGEI2                 PIC X(78).
      *
       01  CARMAP2O REDEFINES CARMAP2I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  CARCDO2                   PIC X(10).
           05  FILLER                    PIC X(3).
           05  CNAMEO                    PIC X(30).
           05  FILLER                    PIC X(3).
           05  CSTATO                    PIC X.
           05  FILLER                    PIC X(3).
           05  CSTDO                     PIC X.
           05  FILLER                    PIC X(3).
           05  CMINO                     PIC X(10).
           05  CAR-ZONE-O OCCURS 10 TIMES.
               10  FILLER                PIC X(3).
               10  CZONEO                PIC XX.
           05  FILLER                    PIC X(3).
           05  INSTRUCTO                 PIC X(40).
           05  FILLER                    PIC X(3).
           05  MESSAGEO2                 PIC X(78).
