           05  REPF                      PIC X.
           05  FILLER REDEFINES REPF     PIC X.
           05  REPI                      PIC X(3).
           05  FRTXL                     PIC S9(4)   COMP.
           05  FRTXF                     PIC X.
           05  FILLER REDEFINES FRTXF    PIC X.
           05  FRTXI                     PIC X.
           05  REASONL                   PIC S9(4)   COMP.
           05  REASONF                   PIC X.
           05  FILLER REDEFINES REASONF  PIC X.
      *
           05  FILLER                    PIC X(3).
           05  REPO                      PIC X(3).
      *
      *        Y = FREE-FREIGHT ACCOUNT, N OR BLANK = PAYS FREIGHT
      *
           05  FILLER                    PIC X(3).
           05  FRTXO                     PIC X.
           05  FILLER                    PIC X(3).
           05  REASONO                   PIC X.
           05  FILLER                    PIC X(3).
