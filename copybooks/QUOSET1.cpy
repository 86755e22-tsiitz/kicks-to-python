      *****************************************************************
      *    QUOSET1 - SYMBOLIC MAP FOR QUOENT1 (MAPSET QUOSET1)
      *    QUOMAP1 = KEY SCREEN (QUOTE NUMBER / ACTION CODE / LINE
      *              NUMBER FOR THE LINE-DELETE ACTION)
      *    QUOMAP2 = QUOTE HEADER SCREEN (CUSTOMER, SHIP-TO
      *              SEQUENCE, EXPIRY DATE, STATUS) - ALSO THE
      *              CONVERT AND DELETE CONFIRMATION
      *    QUOMAP3 = QUOTE LINE SCREEN (PRODUCT, QUANTITY,
      *              LOCATION, WITH THE QUOTED PRICE ECHOED)
      *****************************************************************
       01  QUOMAP1I.
           05  FILLER                    PIC X(12).
           05  QUONOL                    PIC S9(4)   COMP.
           05  QUONOF                    PIC X.
           05  FILLER REDEFINES QUONOF   PIC X.
           05  QUONOI                    PIC X(8).
           05  ACTIONL                   PIC S9(4)   COMP.
           05  ACTIONF                   PIC X.
           05  FILLER REDEFINES ACTIONF  PIC X.
           05  ACTIONI                   PIC X.
           05  LINENOL                   PIC S9(4)   COMP.
           05  LINENOF                   PIC X.
           05  FILLER REDEFINES LINENOF  PIC X.
           05  LINENOI                   PIC X(3).
           05  MESSAGEL                  PIC S9(4)   COMP.
           05  MESSAGEF                  PIC X.
           05  FILLER REDEFINES MESSAGEF PIC X.
           05  MESSAGEI                  PIC X(78).
      *
       01  QUOMAP1O REDEFINES QUOMAP1I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  QUONOO                    PIC X(8).
           05  FILLER                    PIC X(3).
           05  ACTIONO                   PIC X.
           05  FILLER                    PIC X(3).
           05  LINENOO                   PIC X(3).
           05  FILLER                    PIC X(3).
           05  MESSAGEO                  PIC X(78).
      *
       01  QUOMAP2I.
           05  FILLER                    PIC X(12).
           05  QUONOL2                   PIC S9(4)   COMP.
           05  QUONOF2                   PIC X.
           05  FILLER REDEFINES QUONOF2  PIC X.
           05  QUONOI2                   PIC X(8).
           05  CUSTNOL2                  PIC S9(4)   COMP.
           05  CUSTNOF2                  PIC X.
           05  FILLER REDEFINES CUSTNOF2 PIC X.
           05  CUSTNOI2                  PIC X(6).
           05  CUSTNML2                  PIC S9(4)   COMP.
           05  CUSTNMF2                  PIC X.
           05  FILLER REDEFINES CUSTNMF2 PIC X.
           05  CUSTNMI2                  PIC X(30).
           05  SHIPSQL2                  PIC S9(4)   COMP.
           05  SHIPSQF2                  PIC X.
           05  FILLER REDEFINES SHIPSQF2 PIC X.
           05  SHIPSQI2                  PIC X(3).
           05  QUODTL2                   PIC S9(4)   COMP.
           05  QUODTF2                   PIC X.
           05  FILLER REDEFINES QUODTF2  PIC X.
           05  QUODTI2                   PIC X(8).
           05  EXPDTL2                   PIC S9(4)   COMP.
           05  EXPDTF2                   PIC X.
           05  FILLER REDEFINES EXPDTF2  PIC X.
           05  EXPDTI2                   PIC X(8).
           05  QSTATL2                   PIC S9(4)   COMP.
           05  QSTATF2                   PIC X.
           05  FILLER REDEFINES QSTATF2  PIC X.
           05  QSTATI2                   PIC X.
           05  LINESL2                   PIC S9(4)   COMP.
           05  LINESF2                   PIC X.
           05  FILLER REDEFINES LINESF2  PIC X.
           05  LINESI2                   PIC X(3).
           05  QTOTALL2                  PIC S9(4)   COMP.
           05  QTOTALF2                  PIC X.
           05  FILLER REDEFINES QTOTALF2 PIC X.
           05  QTOTALI2                  PIC X(14).
           05  ORDNOL2                   PIC S9(4)   COMP.
           05  ORDNOF2                   PIC X.
           05  FILLER REDEFINES ORDNOF2  PIC X.
           05  ORDNOI2                   PIC X(8).
           05  INSTRUCTL2                PIC S9(4)   COMP.
           05  INSTRUCTF2                PIC X.
           05  FILLER REDEFINES INSTRUCTF2 PIC X.
           05  INSTRUCTI2                PIC X(40).
           05  MESSAGEL2                 PIC S9(4)   COMP.
           05  MESSAGEF2                 PIC X.
           05  FILLER REDEFINES MESSAGEF2 PIC X.
           05  MESSAGEI2                 PIC X(78).
      *
       01  QUOMAP2O REDEFINES QUOMAP2I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  QUONOO2                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  CUSTNOO2                  PIC X(6).
           05  FILLER                    PIC X(3).
           05  CUSTNMO2                  PIC X(30).
           05  FILLER                    PIC X(3).
           05  SHIPSQO2                  PIC X(3).
           05  FILLER                    PIC X(3).
           05  QUODTO2                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  EXPDTO2                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  QSTATO2                   PIC X.
           05  FILLER                    PIC X(3).
           05  LINESO2                   PIC ZZ9.
           05  FILLER                    PIC X(3).
           05  QTOTALO2                  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3).
           05  ORDNOO2                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  INSTRUCTO2                PIC X(40).
           05  FILLER                    PIC X(3).
           05  MESSAGEO2                 PIC X(78).
      *
       01  QUOMAP3I.
           05  FILLER                    PIC X(12).
           05  QUONOL3                   PIC S9(4)   COMP.
           05  QUONOF3                   PIC X.
           05  FILLER REDEFINES QUONOF3  PIC X.
           05  QUONOI3                   PIC X(8).
           05  LINENOL3                  PIC S9(4)   COMP.
           05  LINENOF3                  PIC X.
           05  FILLER REDEFINES LINENOF3 PIC X.
           05  LINENOI3                  PIC X(3).
           05  PRODL3                    PIC S9(4)   COMP.
           05  PRODF3                    PIC X.
           05  FILLER REDEFINES PRODF3   PIC X.
           05  PRODI3                    PIC X(10).
           05  DESCL3                    PIC S9(4)   COMP.
           05  DESCF3                    PIC X.
           05  FILLER REDEFINES DESCF3   PIC X.
           05  DESCI3                    PIC X(25).
           05  QTYL3                     PIC S9(4)   COMP.
           05  QTYF3                     PIC X.
           05  FILLER REDEFINES QTYF3    PIC X.
           05  QTYI3                     PIC X(5).
           05  LOCL3                     PIC S9(4)   COMP.
           05  LOCF3                     PIC X.
           05  FILLER REDEFINES LOCF3    PIC X.
           05  LOCI3                     PIC X(3).
           05  PRICEL3                   PIC S9(4)   COMP.
           05  PRICEF3                   PIC X.
           05  FILLER REDEFINES PRICEF3  PIC X.
           05  PRICEI3                   PIC X(10).
           05  INSTRUCTL3                PIC S9(4)   COMP.
           05  INSTRUCTF3                PIC X.
           05  FILLER REDEFINES INSTRUCTF3 PIC X.
           05  INSTRUCTI3                PIC X(40).
           05  MESSAGEL3                 PIC S9(4)   COMP.
           05  MESSAGEF3                 PIC X.
           05  FILLER REDEFINES MESSAGEF3 PIC X.
           05  MESSAGEI3                 PIC X(78).
      *
       01  QUOMAP3O REDEFINES QUOMAP3I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  QUONOO3                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  LINENOO3                  PIC ZZ9.
           05  FILLER                    PIC X(3).
           05  PRODO3                    PIC X(10).
           05  FILLER                    PIC X(3).
           05  DESCO3                    PIC X(25).
           05  FILLER                    PIC X(3).
           05  QTYO3                     PIC X(5).
           05  FILLER                    PIC X(3).
           05  LOCO3                     PIC X(3).
           05  FILLER                    PIC X(3).
           05  PRICEO3                   PIC ZZZZZZ9.99.
           05  FILLER                    PIC X(3).
           05  INSTRUCTO3                PIC X(40).
           05  FILLER                    PIC X(3).
           05  MESSAGEO3                 PIC X(78).
