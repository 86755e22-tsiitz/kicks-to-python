      *****************************************************************
      *    CRDSET1 - SYMBOLIC MAP FOR CRDAPL1 (MAPSET CRDSET1)
      *    CRDMAP1 = KEY SCREEN - ENTER A CUSTOMER NUMBER
      *    CRDMAP2 = ON-ACCOUNT CREDIT SCREEN - SHOWS THE CUSTOMER'S
      *              AVAILABLE CREDIT, UP TO 6 OPEN OR REFUND-
      *              REQUESTED CRDMAS CREDITS AND UP TO 6 OPEN
      *              INVOICES, AND TAKES AN ACTION (A = APPLY A
      *              CREDIT TO AN INVOICE, R = REQUEST A REFUND),
      *              A CREDIT NUMBER, AN INVOICE NUMBER, AND AN
      *              AMOUNT (BLANK = AS MUCH AS WILL FIT)
      *****************************************************************
       01  CRDMAP1I.
           05  FILLER                    PIC X(12).
           05  CUSTNOL                   PIC S9(4)   COMP.
           05  CUSTNOF                   PIC X.
           05  FILLER REDEFINES CUSTNOF  PIC X.
           05  CUSTNOI                   PIC X(6).
           05  MESSAGEL                  PIC S9(4)   COMP.
           05  MESSAGEF                  PIC X.
           05  FILLER REDEFINES MESSAGEF PIC X.
           05  MESSAGEI                  PIC X(78).
      *
       01  CRDMAP1O REDEFINES CRDMAP1I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  CUSTNOO                   PIC X(6).
           05  FILLER                    PIC X(3).
           05  MESSAGEO                  PIC X(78).
      *
       01  CRDMAP2I.
           05  FILLER                    PIC X(12).
           05  CUSTNOL2                  PIC S9(4)   COMP.
           05  CUSTNOF2                  PIC X.
           05  FILLER REDEFINES CUSTNOF2 PIC X.
           05  CUSTNOI2                  PIC X(6).
           05  CNAMEL2                   PIC S9(4)   COMP.
           05  CNAMEF2                   PIC X.
           05  FILLER REDEFINES CNAMEF2  PIC X.
           05  CNAMEI2                   PIC X(30).
           05  CRAVLL                    PIC S9(4)   COMP.
           05  CRAVLF                    PIC X.
           05  FILLER REDEFINES CRAVLF   PIC X.
           05  CRAVLI                    PIC X(14).
           05  CRD-LINE-I OCCURS 6 TIMES.
               10  CRNOL                 PIC S9(4)   COMP.
               10  CRNOF                 PIC X.
               10  FILLER REDEFINES CRNOF PIC X.
               10  CRNOI                 PIC X(8).
               10  CRTYPL                PIC S9(4)   COMP.
               10  CRTYPF                PIC X.
               10  FILLER REDEFINES CRTYPF PIC X.
               10  CRTYPI                PIC X(4).
               10  CRDTL                 PIC S9(4)   COMP.
               10  CRDTF                 PIC X.
               10  FILLER REDEFINES CRDTF PIC X.
               10  CRDTI                 PIC X(8).
               10  CRSRCL                PIC S9(4)   COMP.
               10  CRSRCF                PIC X.
               10  FILLER REDEFINES CRSRCF PIC X.
               10  CRSRCI                PIC X(8).
               10  CRORGL                PIC S9(4)   COMP.
               10  CRORGF                PIC X.
               10  FILLER REDEFINES CRORGF PIC X.
               10  CRORGI                PIC X(14).
               10  CRREML                PIC S9(4)   COMP.
               10  CRREMF                PIC X.
               10  FILLER REDEFINES CRREMF PIC X.
               10  CRREMI                PIC X(14).
               10  CRSTAL                PIC S9(4)   COMP.
               10  CRSTAF                PIC X.
               10  FILLER REDEFINES CRSTAF PIC X.
               10  CRSTAI                PIC X(6).
           05  INV-LINE-I OCCURS 6 TIMES.
               10  IVNOL                 PIC S9(4)   COMP.
               10  IVNOF                 PIC X.
               10  FILLER REDEFINES IVNOF PIC X.
               10  IVNOI                 PIC X(8).
               10  IVDTL                 PIC S9(4)   COMP.
               10  IVDTF                 PIC X.
               10  FILLER REDEFINES IVDTF PIC X.
               10  IVDTI                 PIC X(8).
               10  IVGRSL                PIC S9(4)   COMP.
               10  IVGRSF                PIC X.
               10  FILLER REDEFINES IVGRSF PIC X.
               10  IVGRSI                PIC X(14).
               10  IVBALL                PIC S9(4)   COMP.
               10  IVBALF                PIC X.
               10  FILLER REDEFINES IVBALF PIC X.
               10  IVBALI                PIC X(14).
           05  ACTIONL                   PIC S9(4)   COMP.
           05  ACTIONF                   PIC X.
           05  FILLER REDEFINES ACTIONF  PIC X.
           05  ACTIONI                   PIC X.
           05  APPCRDL                   PIC S9(4)   COMP.
           05  APPCRDF                   PIC X.
           05  FILLER REDEFINES APPCRDF  PIC X.
           05  APPCRDI                   PIC X(8).
           05  APPINVL                   PIC S9(4)   COMP.
           05  APPINVF                   PIC X.
           05  FILLER REDEFINES APPINVF  PIC X.
           05  APPINVI                   PIC X(8).
           05  APPAMTL                   PIC S9(4)   COMP.
           05  APPAMTF                   PIC X.
           05  FILLER REDEFINES APPAMTF  PIC X.
           05  APPAMTI                   PIC X(10).
           05  INSTRUCTL                 PIC S9(4)   COMP.
           05  INSTRUCTF                 PIC X.
           05  FILLER REDEFINES INSTRUCTF PIC X.
           05  INSTRUCTI                 PIC X(40).
           05  MESSAGEL2                 PIC S9(4)   COMP.
           05  MESSAGEF2                 PIC X.
           05  FILLER REDEFINES MESSAGEF2 PIC X.
           05  MESSAGEI2                 PIC X(78).
      *
       01  CRDMAP2O REDEFINES CRDMAP2I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  CUSTNOO2                  PIC X(6).
           05  FILLER                    PIC X(3).
           05  CNAMEO2                   PIC X(30).
           05  FILLER                    PIC X(3).
           05  CRAVLO                    PIC ZZZ,ZZZ,ZZ9.99.
           05  CRD-LINE-O OCCURS 6 TIMES.
               10  FILLER                PIC X(3).
               10  CRNOO                 PIC X(8).
               10  FILLER                PIC X(3).
               10  CRTYPO                PIC X(4).
               10  FILLER                PIC X(3).
               10  CRDTO                 PIC X(8).
               10  FILLER                PIC X(3).
               10  CRSRCO                PIC X(8).
               10  FILLER                PIC X(3).
               10  CRORGO                PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(3).
               10  CRREMO                PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(3).
               10  CRSTAO                PIC X(6).
           05  INV-LINE-O OCCURS 6 TIMES.
               10  FILLER                PIC X(3).
               10  IVNOO                 PIC X(8).
               10  FILLER                PIC X(3).
               10  IVDTO                 PIC X(8).
               10  FILLER                PIC X(3).
               10  IVGRSO                PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(3).
               10  IVBALO                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3).
           05  ACTIONO                   PIC X.
           05  FILLER                    PIC X(3).
           05  APPCRDO                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  APPINVO                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  APPAMTO                   PIC X(10).
           05  FILLER                    PIC X(3).
           05  INSTRUCTO                 PIC X(40).
           05  FILLER                    PIC X(3).
           05  MESSAGEO2                 PIC X(78).
