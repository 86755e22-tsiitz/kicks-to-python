      *****************************************************************
      *    KITSET1 - SYMBOLIC MAP FOR KITMNT1 (MAPSET KITSET1)
      *    KITMAP1 = KEY SCREEN (KIT PRODUCT CODE / COMPONENT PRODUCT
      *              CODE / ACTION CODE)
      *    KITMAP2 = ADD/CHANGE/DELETE-CONFIRM DETAIL SCREEN - SHOWS
      *              BOTH PRODUCTS AND HOW MANY COMPONENTS THE KIT
      *              ALREADY HAS; THE QUANTITY PER KIT IS KEYED
      *****************************************************************
       01  KITMAP1I.
           05  FILLER                    PIC X(12).
           05  KITCDL                    PIC S9(4)   COMP.
           05  KITCDF                    PIC X.
           05  FILLER REDEFINES KITCDF   PIC X.
           05  KITCDI                    PIC X(10).
           05  COMPCDL                   PIC S9(4)   COMP.
           05  COMPCDF                   PIC X.
           05  FILLER REDEFINES COMPCDF  PIC X.
           05  COMPCDI                   PIC X(10).
           05  ACTIONL                   PIC S9(4)   COMP.
           05  ACTIONF                   PIC X.
           05  FILLER REDEFINES ACTIONF  PIC X.
           05  ACTIONI                   PIC X.
           05  MESSAGEL                  PIC S9(4)   COMP.
           05  MESSAGEF                  PIC X.
           05  FILLER REDEFINES MESSAGEF PIC X.
           05  MESSAGEI                  PIC X(78).
      *
       01  KITMAP1O REDEFINES KITMAP1I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  KITCDO                    PIC X(10).
           05  FILLER                    PIC X(3).
           05  COMPCDO                   PIC X(10).
           05  FILLER                    PIC X(3).
           05  ACTIONO                   PIC X.
           05  FILLER                    PIC X(3).
           05  MESSAGEO                  PIC X(78).
      *
       01  KITMAP2I.
           05  FILLER                    PIC X(12).
           05  KITCDL2                   PIC S9(4)   COMP.
           05  KITCDF2                   PIC X.
           05  FILLER REDEFINES KITCDF2  PIC X.
           05  KITCDI2                   PIC X(10).
           05  KITDSL2                   PIC S9(4)   COMP.
           05  KITDSF2                   PIC X.
           05  FILLER REDEFINES KITDSF2  PIC X.
           05  KITDSI2                   PIC X(25).
           05  KITPRL                    PIC S9(4)   COMP.
           05  KITPRF                    PIC X.
           05  FILLER REDEFINES KITPRF   PIC X.
           05  KITPRI                    PIC X(10).
           05  COMPCDL2                  PIC S9(4)   COMP.
           05  COMPCDF2                  PIC X.
           05  FILLER REDEFINES COMPCDF2 PIC X.
           05  COMPCDI2                  PIC X(10).
           05  COMPDSL2                  PIC S9(4)   COMP.
           05  COMPDSF2                  PIC X.
           05  FILLER REDEFINES COMPDSF2 PIC X.
           05  COMPDSI2                  PIC X(25).
           05  COMPPRL                   PIC S9(4)   COMP.
           05  COMPPRF                   PIC X.
           05  FILLER REDEFINES COMPPRF  PIC X.
           05  COMPPRI                   PIC X(10).
           05  COMPCTL                   PIC S9(4)   COMP.
           05  COMPCTF                   PIC X.
           05  FILLER REDEFINES COMPCTF  PIC X.
           05  COMPCTI                   PIC X(3).
           05  QTYPERL                   PIC S9(4)   COMP.
           05  QTYPERF                   PIC X.
           05  FILLER REDEFINES QTYPERF  PIC X.
           05  QTYPERI                   PIC X(3).
           05  INSTRUCTL                 PIC S9(4)   COMP.
           05  INSTRUCTF                 PIC X.
           05  FILLER REDEFINES INSTRUCTF PIC X.
           05  INSTRUCTI                 PIC X(40).
           05  MESSAGEL2                 PIC S9(4)   COMP.
           05  MESSAGEF2                 PIC X.
           05  FILLER REDEFINES MESSAGEF2 PIC X.
           05  MESSAGEI2                 PIC X(78).
      *
       01  KITMAP2O REDEFINES KITMAP2I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  KITCDO2                   PIC X(10).
           05  FILLER                    PIC X(3).
           05  KITDSO2                   PIC X(25).
           05  FILLER                    PIC X(3).
           05  KITPRO                    PIC ZZZZZZ9.99.
           05  FILLER                    PIC X(3).
           05  COMPCDO2                  PIC X(10).
           05  FILLER                    PIC X(3).
           05  COMPDSO2                  PIC X(25).
           05  FILLER                    PIC X(3).
           05  COMPPRO                   PIC ZZZZZZ9.99.
           05  FILLER                    PIC X(3).
           05  COMPCTO                   PIC ZZ9.
           05  FILLER                    PIC X(3).
           05  QTYPERO                   PIC X(3).
           05  FILLER                    PIC X(3).
           05  INSTRUCTO                 PIC X(40).
           05  FILLER                    PIC X(3).
           05  MESSAGEO2                 PIC X(78).
