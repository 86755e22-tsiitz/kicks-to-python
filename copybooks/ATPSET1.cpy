      *****************************************************************
      *    ATPSET1 - SYMBOLIC MAP FOR ATPINQ1 (MAPSET ATPSET1)
      *    ATPMAP1 = PRODUCT AVAILABILITY - KEY A PRODUCT AND AN
      *              OPTIONAL QUANTITY WANTED AND SEE THE COMPANY
      *              TOTALS, UP TO 6 PRDLOC LOCATIONS (ON-HAND,
      *              ALLOCATED, AVAILABLE, BACKORDERED), UP TO 6 OPEN
      *              POS IN EXPECTED-DATE ORDER WITH THE QUANTITY
      *              STILL TO COME AND THE AVAILABLE FIGURE ONCE EACH
      *              ARRIVES, AND THE DATE THE QUANTITY WANTED CAN BE
      *              FILLED BY
      *****************************************************************
       01  ATPMAP1I.
           05  FILLER                    PIC X(12).
           05  APRODL                    PIC S9(4)   COMP.
           05  APRODF                    PIC X.
           05  FILLER REDEFINES APRODF   PIC X.
           05  APRODI                    PIC X(10).
           05  AREQL                     PIC S9(4)   COMP.
           05  AREQF                     PIC X.
           05  FILLER REDEFINES AREQF    PIC X.
           05  AREQI                     PIC X(7).
           05  ADESCL                    PIC S9(4)   COMP.
           05  ADESCF                    PIC X.
           05  FILLER REDEFINES ADESCF   PIC X.
           05  ADESCI                    PIC X(25).
           05  ATONHL                    PIC S9(4)   COMP.
           05  ATONHF                    PIC X.
           05  FILLER REDEFINES ATONHF   PIC X.
           05  ATONHI                    PIC X(9).
           05  ATALCL                    PIC S9(4)   COMP.
           05  ATALCF                    PIC X.
           05  FILLER REDEFINES ATALCF   PIC X.
           05  ATALCI                    PIC X(9).
           05  ATAVLL                    PIC S9(4)   COMP.
           05  ATAVLF                    PIC X.
           05  FILLER REDEFINES ATAVLF   PIC X.
           05  ATAVLI                    PIC X(10).
           05  ATBAKL                    PIC S9(4)   COMP.
           05  ATBAKF                    PIC X.
           05  FILLER REDEFINES ATBAKF   PIC X.
           05  ATBAKI                    PIC X(9).
           05  ATINCL                    PIC S9(4)   COMP.
           05  ATINCF                    PIC X.
           05  FILLER REDEFINES ATINCF   PIC X.
           05  ATINCI                    PIC X(9).
           05  ATP-LOC-LINE-I OCCURS 6 TIMES.
               10  LLOCL                 PIC S9(4)   COMP.
               10  LLOCF                 PIC X.
               10  FILLER REDEFINES LLOCF PIC X.
               10  LLOCI                 PIC X(3).
               10  LONHL                 PIC S9(4)   COMP.
               10  LONHF                 PIC X.
               10  FILLER REDEFINES LONHF PIC X.
               10  LONHI                 PIC X(9).
               10  LALCL                 PIC S9(4)   COMP.
               10  LALCF                 PIC X.
               10  FILLER REDEFINES LALCF PIC X.
               10  LALCI                 PIC X(9).
               10  LAVLL                 PIC S9(4)   COMP.
               10  LAVLF                 PIC X.
               10  FILLER REDEFINES LAVLF PIC X.
               10  LAVLI                 PIC X(10).
               10  LBAKL                 PIC S9(4)   COMP.
               10  LBAKF                 PIC X.
               10  FILLER REDEFINES LBAKF PIC X.
               10  LBAKI                 PIC X(9).
           05  ATP-PO-LINE-I OCCURS 6 TIMES.
               10  PPONOL                PIC S9(4)   COMP.
               10  PPONOF                PIC X.
               10  FILLER REDEFINES PPONOF PIC X.
               10  PPONOI                PIC X(8).
               10  PSUPL                 PIC S9(4)   COMP.
               10  PSUPF                 PIC X.
               10  FILLER REDEFINES PSUPF PIC X.
               10  PSUPI                 PIC X(6).
               10  PEXPL                 PIC S9(4)   COMP.
               10  PEXPF                 PIC X.
               10  FILLER REDEFINES PEXPF PIC X.
               10  PEXPI                 PIC X(8).
               10  POUTL                 PIC S9(4)   COMP.
               10  POUTF                 PIC X.
               10  FILLER REDEFINES POUTF PIC X.
               10  POUTI                 PIC X(9).
               10  PCUML                 PIC S9(4)   COMP.
               10  PCUMF                 PIC X.
               10  FILLER REDEFINES PCUMF PIC X.
               10  PCUMI                 PIC X(10).
           05  APROJL                    PIC S9(4)   COMP.
           05  APROJF                    PIC X.
           05  FILLER REDEFINES APROJF   PIC X.
           05  APROJI                    PIC X(60).
           05  MESSAGEL                  PIC S9(4)   COMP.
           05  MESSAGEF                  PIC X.
           05  FILLER REDEFINES MESSAGEF PIC X.
           05  MESSAGEI                  PIC X(78).
      *
       01  ATPMAP1O REDEFINES ATPMAP1I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  APRODO                    PIC X(10).
           05  FILLER                    PIC X(3).
           05  AREQO                     PIC 9(7).
           05  FILLER                    PIC X(3).
           05  ADESCO                    PIC X(25).
           05  FILLER                    PIC X(3).
           05  ATONHO                    PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(3).
           05  ATALCO                    PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(3).
           05  ATAVLO                    PIC --,---,--9.
           05  FILLER                    PIC X(3).
           05  ATBAKO                    PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(3).
           05  ATINCO                    PIC Z,ZZZ,ZZ9.
           05  ATP-LOC-LINE-O OCCURS 6 TIMES.
               10  FILLER                PIC X(3).
               10  LLOCO                 PIC X(3).
               10  FILLER                PIC X(3).
               10  LONHO                 PIC Z,ZZZ,ZZ9.
               10  FILLER                PIC X(3).
               10  LALCO                 PIC Z,ZZZ,ZZ9.
               10  FILLER                PIC X(3).
               10  LAVLO                 PIC --,---,--9.
               10  FILLER                PIC X(3).
               10  LBAKO                 PIC Z,ZZZ,ZZ9.
           05  ATP-PO-LINE-O OCCURS 6 TIMES.
               10  FILLER                PIC X(3).
               10  PPONOO                PIC X(8).
               10  FILLER                PIC X(3).
               10  PSUPO                 PIC X(6).
               10  FILLER                PIC X(3).
               10  PEXPO                 PIC X(8).
               10  FILLER                PIC X(3).
               10  POUTO                 PIC Z,ZZZ,ZZ9.
               10  FILLER                PIC X(3).
               10  PCUMO                 PIC --,---,--9.
           05  FILLER                    PIC X(3).
           05  APROJO                    PIC X(60).
           05  FILLER                    PIC X(3).
           05  MESSAGEO                  PIC X(78).
