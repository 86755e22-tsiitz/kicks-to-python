      *****************************************************************
      *    LSTSET1 - SYMBOLIC MAP FOR CUSTLST (MAPSET LSTSET1)
      *    LSTMAP1 = 15-ROW SCROLLABLE CUSTOMER LIST SCREEN
      *    SELNO   = LINE NUMBER (1-15) KEYED TO OPEN THAT CUSTOMER'S
      *              ACCOUNT SUMMARY
      *****************************************************************
       01  LSTMAP1I.
           05  FILLER                    PIC X(12).
               10  LSTSTF                PIC X.
               10  FILLER REDEFINES LSTSTF PIC X.
               10  LSTSTI                PIC XX.
           05  SELNOL                    PIC S9(4)   COMP.
           05  SELNOF                    PIC X.
           05  FILLER REDEFINES SELNOF   PIC X.
           05  SELNOI                    PIC X(2).
      *
       01  LSTMAP1O REDEFINES LSTMAP1I.
           05  FILLER                    PIC X(12).
               10  LSTCITYO              PIC X(20).
               10  FILLER                PIC X(3).
               10  LSTSTO                PIC XX.
           05  FILLER                    PIC X(3).
           05  SELNOO                    PIC X(2).
