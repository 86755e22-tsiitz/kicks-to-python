      *****************************************************************
      *    XFRSET1 - SYMBOLIC MAP FOR XFRENT1 (MAPSET XFRSET1)
      *    XFRMAP1 = KEY SCREEN - ACTION 1 SHIPS A NEW TRANSFER,
      *              ACTION 2 RECEIVES THE TRANSFER NUMBER KEYED
      *    XFRMAP2 = SHIP SCREEN - PRODUCT, FROM AND TO LOCATIONS
      *              AND THE QUANTITY LEAVING THE SENDING BUILDING
      *    XFRMAP3 = RECEIVE SCREEN - SHOWS THE TRANSFER AND TAKES
      *              THE QUANTITY THAT ACTUALLY ARRIVED
      *****************************************************************
       01  XFRMAP1I.
           05  FILLER                    PIC X(12).
           05  XFRNOL                    PIC S9(4)   COMP.
           05  XFRNOF                    PIC X.
           05  FILLER REDEFINES XFRNOF   PIC X.
           05  XFRNOI                    PIC X(8).
           05  ACTIONL                   PIC S9(4)   COMP.
           05  ACTIONF                   PIC X.
           05  FILLER REDEFINES ACTIONF  PIC X.
           05  ACTIONI                   PIC X.
           05  MESSAGEL                  PIC S9(4)   COMP.
           05  MESSAGEF                  PIC X.
           05  FILLER REDEFINES MESSAGEF PIC X.
           05  MESSAGEI                  PIC X(78).
      *
       01  XFRMAP1O REDEFINES XFRMAP1I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  XFRNOO                    PIC X(8).
           05  FILLER                    PIC X(3).
           05  ACTIONO                   PIC X.
           05  FILLER                    PIC X(3).
           05  MESSAGEO                  PIC X(78).
      *
       01  XFRMAP2I.
           05  FILLER                    PIC X(12).
           05  XFRNOL2                   PIC S9(4)   COMP.
           05  XFRNOF2                   PIC X.
           05  FILLER REDEFINES XFRNOF2  PIC X.
           05  XFRNOI2                   PIC X(8).
           05  PRODL2                    PIC S9(4)   COMP.
           05  PRODF2                    PIC X.
           05  FILLER REDEFINES PRODF2   PIC X.
           05  PRODI2                    PIC X(10).
           05  PDESCL2                   PIC S9(4)   COMP.
           05  PDESCF2                   PIC X.
           05  FILLER REDEFINES PDESCF2  PIC X.
           05  PDESCI2                   PIC X(25).
           05  FLOCL2                    PIC S9(4)   COMP.
           05  FLOCF2                    PIC X.
           05  FILLER REDEFINES FLOCF2   PIC X.
           05  FLOCI2                    PIC X(3).
           05  TLOCL2                    PIC S9(4)   COMP.
           05  TLOCF2                    PIC X.
           05  FILLER REDEFINES TLOCF2   PIC X.
           05  TLOCI2                    PIC X(3).
           05  AVAILL2                   PIC S9(4)   COMP.
           05  AVAILF2                   PIC X.
           05  FILLER REDEFINES AVAILF2  PIC X.
           05  AVAILI2                   PIC X(9).
           05  XQTYL2                    PIC S9(4)   COMP.
           05  XQTYF2                    PIC X.
           05  FILLER REDEFINES XQTYF2   PIC X.
           05  XQTYI2                    PIC X(7).
           05  INSTRUCTL2                PIC S9(4)   COMP.
           05  INSTRUCTF2                PIC X.
           05  FILLER REDEFINES INSTRUCTF2 PIC X.
           05  INSTRUCTI2                PIC X(40).
           05  MESSAGEL2                 PIC S9(4)   COMP.
           05  MESSAGEF2                 PIC X.
           05  FILLER REDEFINES MESSAGEF2 PIC X.
           05  MESSAGEI2                 PIC X(78).
      *
       01  XFRMAP2O REDEFINES XFRMAP2I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  XFRNOO2                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  PRODO2                    PIC X(10).
           05  FILLER                    PIC X(3).
           05  PDESCO2                   PIC X(25).
           05  FILLER                    PIC X(3).
           05  FLOCO2                    PIC X(3).
           05  FILLER                    PIC X(3).
           05  TLOCO2                    PIC X(3).
           05  FILLER                    PIC X(3).
           05  AVAILO2                   PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(3).
           05  XQTYO2                    PIC X(7).
           05  FILLER                    PIC X(3).
           05  INSTRUCTO2                PIC X(40).
           05  FILLER                    PIC X(3).
           05  MESSAGEO2                 PIC X(78).
      *
       01  XFRMAP3I.
           05  FILLER                    PIC X(12).
           05  XFRNOL3                   PIC S9(4)   COMP.
           05  XFRNOF3                   PIC X.
           05  FILLER REDEFINES XFRNOF3  PIC X.
           05  XFRNOI3                   PIC X(8).
           05  PRODL3                    PIC S9(4)   COMP.
           05  PRODF3                    PIC X.
           05  FILLER REDEFINES PRODF3   PIC X.
           05  PRODI3                    PIC X(10).
           05  PDESCL3                   PIC S9(4)   COMP.
           05  PDESCF3                   PIC X.
           05  FILLER REDEFINES PDESCF3  PIC X.
           05  PDESCI3                   PIC X(25).
           05  FLOCL3                    PIC S9(4)   COMP.
           05  FLOCF3                    PIC X.
           05  FILLER REDEFINES FLOCF3   PIC X.
           05  FLOCI3                    PIC X(3).
           05  TLOCL3                    PIC S9(4)   COMP.
           05  TLOCF3                    PIC X.
           05  FILLER REDEFINES TLOCF3   PIC X.
           05  TLOCI3                    PIC X(3).
           05  SHPDTL3                   PIC S9(4)   COMP.
           05  SHPDTF3                   PIC X.
           05  FILLER REDEFINES SHPDTF3  PIC X.
           05  SHPDTI3                   PIC X(8).
           05  SHPQL3                    PIC S9(4)   COMP.
           05  SHPQF3                    PIC X.
           05  FILLER REDEFINES SHPQF3   PIC X.
           05  SHPQI3                    PIC X(9).
           05  RCVQL3                    PIC S9(4)   COMP.
           05  RCVQF3                    PIC X.
           05  FILLER REDEFINES RCVQF3   PIC X.
           05  RCVQI3                    PIC X(7).
           05  INSTRUCTL3                PIC S9(4)   COMP.
           05  INSTRUCTF3                PIC X.
           05  FILLER REDEFINES INSTRUCTF3 PIC X.
           05  INSTRUCTI3                PIC X(40).
           05  MESSAGEL3                 PIC S9(4)   COMP.
           05  MESSAGEF3                 PIC X.
           05  FILLER REDEFINES MESSAGEF3 PIC X.
           05  MESSAGEI3                 PIC X(78).
      *
       01  XFRMAP3O REDEFINES XFRMAP3I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  XFRNOO3                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  PRODO3                    PIC X(10).
           05  FILLER                    PIC X(3).
           05  PDESCO3                   PIC X(25).
           05  FILLER                    PIC X(3).
           05  FLOCO3                    PIC X(3).
           05  FILLER                    PIC X(3).
           05  TLOCO3                    PIC X(3).
           05  FILLER                    PIC X(3).
           05  SHPDTO3                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  SHPQO3                    PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(3).
           05  RCVQO3                    PIC X(7).
           05  FILLER                    PIC X(3).
           05  INSTRUCTO3                PIC X(40).
           05  FILLER                    PIC X(3).
           05  MESSAGEO3                 PIC X(78).
