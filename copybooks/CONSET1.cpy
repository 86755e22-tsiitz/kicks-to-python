      *****************************************************************
      *    CONSET1 - SYMBOLIC MAP FOR CONMNT1 (MAPSET CONSET1)
      *    CONMAP1 = KEY SCREEN (CUSTOMER NUMBER / PRODUCT CODE /
      *              ACTION CODE)
      *    CONMAP2 = ADD/CHANGE/DELETE-CONFIRM DETAIL SCREEN - THE
      *              CONTRACT PRICE IS KEYED AS DOLLARS AND CENTS, THE
      *              START AND END DATES AS YYYYMMDD
      *****************************************************************
       01  CONMAP1I.
           05  FILLER                    PIC X(12).
           05  CUSTNOL                   PIC S9(4)   COMP.
           05  CUSTNOF                   PIC X.
           05  FILLER REDEFINES CUSTNOF  PIC X.
           05  CUSTNOI                   PIC X(6).
           05  PCODEL                    PIC S9(4)   COMP.
           05  PCODEF                    PIC X.
           05  FILLER REDEFINES PCODEF   PIC X.
           05  PCODEI                    PIC X(10).
           05  ACTIONL                   PIC S9(4)   COMP.
           05  ACTIONF                   PIC X.
           05  FILLER REDEFINES ACTIONF  PIC X.
           05  ACTIONI                   PIC X.
           05  MESSAGEL                  PIC S9(4)   COMP.
           05  MESSAGEF                  PIC X.
           05  FILLER REDEFINES MESSAGEF PIC X.
           05  MESSAGEI                  PIC X(78).
      *
       01  CONMAP1O REDEFINES CONMAP1I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  CUSTNOO                   PIC X(6).
           05  FILLER                    PIC X(3).
           05  PCODEO                    PIC X(10).
           05  FILLER                    PIC X(3).
           05  ACTIONO                   PIC X.
           05  FILLER                    PIC X(3).
           05  MESSAGEO                  PIC X(78).
      *
       01  CONMAP2I.
           05  FILLER                    PIC X(12).
           05  CUSTNOL2                  PIC S9(4)   COMP.
           05  CUSTNOF2                  PIC X.
           05  FILLER REDEFINES CUSTNOF2 PIC X.
           05  CUSTNOI2                  PIC X(6).
           05  CNAMEL2                   PIC S9(4)   COMP.
           05  CNAMEF2                   PIC X.
           05  FILLER REDEFINES CNAMEF2  PIC X.
           05  CNAMEI2                   PIC X(30).
           05  PCODEL2                   PIC S9(4)   COMP.
           05  PCODEF2                   PIC X.
           05  FILLER REDEFINES PCODEF2  PIC X.
           05  PCODEI2                   PIC X(10).
           05  PDESCL2                   PIC S9(4)   COMP.
           05  PDESCF2                   PIC X.
           05  FILLER REDEFINES PDESCF2  PIC X.
           05  PDESCI2                   PIC X(25).
           05  LISTPL                    PIC S9(4)   COMP.
           05  LISTPF                    PIC X.
           05  FILLER REDEFINES LISTPF   PIC X.
           05  LISTPI                    PIC X(10).
           05  CONPRL                    PIC S9(4)   COMP.
           05  CONPRF                    PIC X.
           05  FILLER REDEFINES CONPRF   PIC X.
           05  CONPRI                    PIC X(10).
           05  STRDTL                    PIC S9(4)   COMP.
           05  STRDTF                    PIC X.
           05  FILLER REDEFINES STRDTF   PIC X.
           05  STRDTI                    PIC X(8).
           05  ENDDTL                    PIC S9(4)   COMP.
           05  ENDDTF                    PIC X.
           05  FILLER REDEFINES ENDDTF   PIC X.
           05  ENDDTI                    PIC X(8).
           05  INSTRUCTL                 PIC S9(4)   COMP.
           05  INSTRUCTF                 PIC X.
           05  FILLER REDEFINES INSTRUCTF PIC X.
           05  INSTRUCTI                 PIC X(40).
           05  MESSAGEL2                 PIC S9(4)   COMP.
           05  MESSAGEF2                 PIC X.
           05  FILLER REDEFINES MESSAGEF2 PIC X.
           05  MESSAGEI2                 PIC X(78).
      *
       01  CONMAP2O REDEFINES CONMAP2I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  CUSTNOO2                  PIC X(6).
           05  FILLER                    PIC X(3).
           05  CNAMEO2                   PIC X(30).
           05  FILLER                    PIC X(3).
           05  PCODEO2                   PIC X(10).
           05  FILLER                    PIC X(3).
           05  PDESCO2                   PIC X(25).
           05  FILLER                    PIC X(3).
           05  LISTPO                    PIC ZZZZZZ9.99.
           05  FILLER                    PIC X(3).
           05  CONPRO                    PIC X(10).
           05  FILLER                    PIC X(3).
           05  STRDTO                    PIC X(8).
           05  FILLER                    PIC X(3).
           05  ENDDTO                    PIC X(8).
           05  FILLER                    PIC X(3).
           05  INSTRUCTO                 PIC X(40).
           05  FILLER                    PIC X(3).
           05  MESSAGEO2                 PIC X(78).
