      *****************************************************************
      *    LOCSET1 - SYMBOLIC MAP FOR LOCMNT1 (MAPSET LOCSET1)
      *    LOCMAP1 = KEY SCREEN (LOCATION CODE / ACTION CODE)
      *    LOCMAP2 = ADD/CHANGE/DELETE-CONFIRM DETAIL SCREEN
      *****************************************************************
       01  LOCMAP1I.
           05  FILLER                    PIC X(12).
           05  LOCCDL                    PIC S9(4)   COMP.
           05  LOCCDF                    PIC X.
           05  FILLER REDEFINES LOCCDF   PIC X.
           05  LOCCDI                    PIC X(3).
           05  ACTIONL                   PIC S9(4)   COMP.
           05  ACTIONF                   PIC X.
           05  FILLER REDEFINES ACTIONF  PIC X.
           05  ACTIONI                   PIC X.
           05  MESSAGEL                  PIC S9(4)   COMP.
           05  MESSAGEF                  PIC X.
           05  FILLER REDEFINES MESSAGEF PIC X.
           05  MESSAGEI                  PIC X(78).
      *
       01  LOCMAP1O REDEFINES LOCMAP1I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  LOCCDO                    PIC X(3).
           05  FILLER                    PIC X(3).
           05  ACTIONO                   PIC X.
           05  FILLER                    PIC X(3).
           05  MESSAGEO                  PIC X(78).
      *
       01  LOCMAP2I.
           05  FILLER                    PIC X(12).
           05  LOCCDL2                   PIC S9(4)   COMP.
           05  LOCCDF2                   PIC X.
           05  FILLER REDEFINES LOCCDF2  PIC X.
           05  LOCCDI2                   PIC X(3).
           05  LNAMEL                    PIC S9(4)   COMP.
           05  LNAMEF                    PIC X.
           05  FILLER REDEFINES LNAMEF   PIC X.
           05  LNAMEI                    PIC X(30).
           05  LADDRL                    PIC S9(4)   COMP.
           05  LADDRF                    PIC X.
           05  FILLER REDEFINES LADDRF   PIC X.
           05  LADDRI                    PIC X(30).
           05  LCITYL                    PIC S9(4)   COMP.
           05  LCITYF                    PIC X.
           05  FILLER REDEFINES LCITYF   PIC X.
           05  LCITYI                    PIC X(20).
           05  LSTATEL                   PIC S9(4)   COMP.
           05  LSTATEF                   PIC X.
           05  FILLER REDEFINES LSTATEF  PIC X.
           05  LSTATEI                   PIC XX.
           05  LZIPL                     PIC S9(4)   COMP.
           05  LZIPF                     PIC X.
           05  FILLER REDEFINES LZIPF    PIC X.
           05  LZIPI                     PIC X(10).
           05  LPHONEL                   PIC S9(4)   COMP.
           05  LPHONEF                   PIC X.
           05  FILLER REDEFINES LPHONEF  PIC X.
           05  LPHONEI                   PIC X(14).
           05  LMGRL                     PIC S9(4)   COMP.
           05  LMGRF                     PIC X.
           05  FILLER REDEFINES LMGRF    PIC X.
           05  LMGRI                     PIC X(30).
           05  LSTATL                    PIC S9(4)   COMP.
           05  LSTATF                    PIC X.
           05  FILLER REDEFINES LSTATF   PIC X.
           05  LSTATI                    PIC X.
           05  INSTRUCTL                 PIC S9(4)   COMP.
           05  INSTRUCTF                 PIC X.
           05  FILLER REDEFINES INSTRUCTF PIC X.
           05  INSTRUCTI                 PIC X(40).
           05  MESSAGEL2                 PIC S9(4)   COMP.
           05  MESSAGEF2                 PIC X.
           05  FILLER REDEFINES MESSAGEF2 PIC X.
           05  MESSAGEI2                 PIC X(78).
      *
       01  LOCMAP2O REDEFINES LOCMAP2I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  LOCCDO2                   PIC X(3).
           05  FILLER                    PIC X(3).
           05  LNAMEO                    PIC X(30).
           05  FILLER                    PIC X(3).
           05  LADDRO                    PIC X(30).
           05  FILLER                    PIC X(3).
           05  LCITYO                    PIC X(20).
           05  FILLER                    PIC X(3).
           05  LSTATEO                   PIC XX.
           05  FILLER                    PIC X(3).
           05  LZIPO                     PIC X(10).
           05  FILLER                    PIC X(3).
           05  LPHONEO                   PIC X(14).
           05  FILLER                    PIC X(3).
           05  LMGRO                     PIC X(30).
           05  FILLER                    PIC X(3).
           05  LSTATO                    PIC X.
           05  FILLER                    PIC X(3).
           05  INSTRUCTO                 PIC X(40).
           05  FILLER                    PIC X(3).
           05  MESSAGEO2                 PIC X(78).
