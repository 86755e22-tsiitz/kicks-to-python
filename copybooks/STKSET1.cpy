      *****************************************************************
      *    STKSET1 - SYMBOLIC MAP FOR STKINQ1 (MAPSET STKSET1)
      *    STKMAP1 = STOCK MOVEMENT HISTORY - KEY A PRODUCT AND A
      *              LOCATION (BLANK = DEFAULT BUILDING) AND SEE ITS
      *              CURRENT PRDLOC FIGURES AND UP TO 15 STKTRN
      *              MOVEMENTS, NEWEST FIRST: DATE, TIME, TYPE,
      *              QUANTITY, ON-HAND BEFORE AND AFTER, SOURCE
      *              DOCUMENT, AND OPERATOR
      *****************************************************************
       01  STKMAP1I.
           05  FILLER                    PIC X(12).
           05  SPRODL                    PIC S9(4)   COMP.
           05  SPRODF                    PIC X.
           05  FILLER REDEFINES SPRODF   PIC X.
           05  SPRODI                    PIC X(10).
           05  SLOCL                     PIC S9(4)   COMP.
           05  SLOCF                     PIC X.
           05  FILLER REDEFINES SLOCF    PIC X.
           05  SLOCI                     PIC X(3).
           05  SDESCL                    PIC S9(4)   COMP.
           05  SDESCF                    PIC X.
           05  FILLER REDEFINES SDESCF   PIC X.
           05  SDESCI                    PIC X(25).
           05  SONHL                     PIC S9(4)   COMP.
           05  SONHF                     PIC X.
           05  FILLER REDEFINES SONHF    PIC X.
           05  SONHI                     PIC X(9).
           05  SALLOCL                   PIC S9(4)   COMP.
           05  SALLOCF                   PIC X.
           05  FILLER REDEFINES SALLOCF  PIC X.
           05  SALLOCI                   PIC X(9).
           05  STRANL                    PIC S9(4)   COMP.
           05  STRANF                    PIC X.
           05  FILLER REDEFINES STRANF   PIC X.
           05  STRANI                    PIC X(9).
           05  STK-LINE-I OCCURS 15 TIMES.
               10  SDATEL                PIC S9(4)   COMP.
               10  SDATEF                PIC X.
               10  FILLER REDEFINES SDATEF PIC X.
               10  SDATEI                PIC X(8).
               10  STIMEL                PIC S9(4)   COMP.
               10  STIMEF                PIC X.
               10  FILLER REDEFINES STIMEF PIC X.
               10  STIMEI                PIC X(6).
               10  STYPEL                PIC S9(4)   COMP.
               10  STYPEF                PIC X.
               10  FILLER REDEFINES STYPEF PIC X.
               10  STYPEI                PIC X(8).
               10  SQTYL                 PIC S9(4)   COMP.
               10  SQTYF                 PIC X.
               10  FILLER REDEFINES SQTYF PIC X.
               10  SQTYI                 PIC X(10).
               10  SBEFL                 PIC S9(4)   COMP.
               10  SBEFF                 PIC X.
               10  FILLER REDEFINES SBEFF PIC X.
               10  SBEFI                 PIC X(7).
               10  SAFTL                 PIC S9(4)   COMP.
               10  SAFTF                 PIC X.
               10  FILLER REDEFINES SAFTF PIC X.
               10  SAFTI                 PIC X(7).
               10  SSRCL                 PIC S9(4)   COMP.
               10  SSRCF                 PIC X.
               10  FILLER REDEFINES SSRCF PIC X.
               10  SSRCI                 PIC X(16).
               10  SOPIDL                PIC S9(4)   COMP.
               10  SOPIDF                PIC X.
               10  FILLER REDEFINES SOPIDF PIC X.
               10  SOPIDI                PIC X(3).
           05  MESSAGEL                  PIC S9(4)   COMP.
           05  MESSAGEF                  PIC X.
           05  FILLER REDEFINES MESSAGEF PIC X.
           05  MESSAGEI                  PIC X(78).
      *
       01  STKMAP1O REDEFINES STKMAP1I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  SPRODO                    PIC X(10).
           05  FILLER                    PIC X(3).
           05  SLOCO                     PIC X(3).
           05  FILLER                    PIC X(3).
           05  SDESCO                    PIC X(25).
           05  FILLER                    PIC X(3).
           05  SONHO                     PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(3).
           05  SALLOCO                   PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(3).
           05  STRANO                    PIC Z,ZZZ,ZZ9.
           05  STK-LINE-O OCCURS 15 TIMES.
               10  FILLER                PIC X(3).
               10  SDATEO                PIC X(8).
               10  FILLER                PIC X(3).
               10  STIMEO                PIC X(6).
               10  FILLER                PIC X(3).
               10  STYPEO                PIC X(8).
               10  FILLER                PIC X(3).
               10  SQTYO                 PIC -Z,ZZZ,ZZ9.
               10  FILLER                PIC X(3).
               10  SBEFO                 PIC ZZZZZZ9.
               10  FILLER                PIC X(3).
               10  SAFTO                 PIC ZZZZZZ9.
               10  FILLER                PIC X(3).
               10  SSRCO                 PIC X(16).
               10  FILLER                PIC X(3).
               10  SOPIDO                PIC X(3).
           05  FILLER                    PIC X(3).
           05  MESSAGEO                  PIC X(78).
