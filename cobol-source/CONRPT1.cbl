       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  CONRPT1.
      *
      ************************************************************
      * MONTHLY CONTRACT PRICE EXPIRY REPORT (BATCH)             *
      *                                                          *
      * READS CONPRC FROM BEGINNING TO END AGAINST THE BUSINESS  *
      * DATE IN THE BUSDATE PARAMETER AND LISTS EVERY CUSTOMER   *
      * CONTRACT PRICE WHOSE END DATE FALLS IN THE NEXT 60 DAYS  *
      * (TODAY INCLUDED), WITH THE CUSTOMER, PRODUCT, CONTRACT   *
      * AND LIST PRICES, AND DAYS LEFT. ONCE A CONTRACT LAPSES   *
      * ORDER ENTRY QUIETLY GOES BACK TO LIST AND BREAK PRICING, *
      * SO SALES WORKS FROM THIS LIST TO RENEGOTIATE FIRST.      *
      * THE 60-DAY WINDOW IS FIGURED WITH THE SAME LONGHAND      *
      * DAY-COUNT CONVERSIONS THE STANDING ORDER RELEASE USES.   *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT CONPRC-FILE ASSIGN TO CONPRC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CON-KEY
               FILE STATUS IS WS-CONPRC-STATUS.
      *
           SELECT CUSTMAS-FILE ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAS-STATUS.
      *
           SELECT PRODMAS-FILE ASSIGN TO PRODMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRODMAS-STATUS.
      *
           SELECT CONTRACT-REPORT-FILE ASSIGN TO CONRPT1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT PARM-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
      *
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CONPRC-FILE.
      *
       COPY CONREC.
      *
       FD  CUSTMAS-FILE.
      *
       COPY CUSTREC.
      *
       FD  PRODMAS-FILE.
      *
       COPY PRODREC.
      *
       FD  CONTRACT-REPORT-FILE.
      *
       01  CONTRACT-REPORT-RECORD        PIC X(132).
      *
       FD  PARM-FILE.
      *
       01  PARM-RECORD.
           05  PARM-BUSINESS-DATE        PIC X(8).
           05  FILLER                    PIC X(72).
      *
       FD  RUNCTL-FILE.
      *
       COPY RUNREC.
      *
       WORKING-STORAGE SECTION.
      *
      *    RUN-CONTROL PLUMBING - THE JOB POSTS ITS START AND
      *    FINISH ON RUNCTL SO THE MORNING OPERATOR SEES THE
      *    STREAM AT A GLANCE ON THE RUN1 SCREEN
      *
       01  WS-RUNCTL-STATUS              PIC XX.
       01  WS-RC-STAMP-FIELDS.
           05  WS-RC-DATE                PIC 9(6).
           05  WS-RC-TIME                PIC 9(8).
       01  WS-RC-STAMP                   PIC 9(14).
       01  WS-RC-BUSINESS-DATE           PIC 9(8).
      *
       01  SWITCHES.
           05  END-OF-FILE-SW            PIC X       VALUE 'N'.
               88  END-OF-FILE                       VALUE 'Y'.
      *
       01  WS-FILE-STATUSES.
           05  WS-CONPRC-STATUS          PIC XX.
           05  WS-CUSTMAS-STATUS         PIC XX.
           05  WS-PRODMAS-STATUS         PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-PARM-STATUS            PIC XX.
      *
       01  WS-COUNTERS.
           05  WS-CONTRACTS-READ         PIC S9(7)   COMP VALUE ZERO.
           05  WS-CONTRACTS-EXPIRING     PIC S9(7)   COMP VALUE ZERO.
      *
      *    THE BUSINESS DATE COMES FROM THE BUSDATE PARAMETER FILE,
      *    THE SAME AS THE NIGHTLY PRINTS, SO A MISSED MONTH CAN BE
      *    RERUN FOR ITS OWN DATE. THE WINDOW RUNS FROM THE
      *    BUSINESS DATE THROUGH THE 59TH DAY AFTER IT.
      *
       01  WS-RUN-DATE-YMD               PIC 9(8).
       01  WS-RUN-DAY-COUNT              PIC S9(9)   COMP.
       01  WS-WINDOW-END-DATE            PIC 9(8).
       01  WS-WINDOW-DAYS                PIC S9(4)   COMP VALUE 59.
      *
      *    DAY-COUNT WORK FIELDS - THE SAME LONGHAND CONVERSIONS
      *    THE STANDING ORDER RELEASE USES TO ROLL ITS DATES
      *
       01  WS-CONVERT-DATE               PIC 9(8).
       01  WS-CONVERT-PARTS REDEFINES WS-CONVERT-DATE.
           05  WS-CONVERT-YYYY           PIC 9(4).
           05  WS-CONVERT-MM             PIC 99.
           05  WS-CONVERT-DD             PIC 99.
       01  WS-DAY-COUNT-FIELDS.
           05  WS-DAY-COUNT              PIC S9(9)   COMP.
           05  WS-DAYS-LEFT              PIC S9(9)   COMP.
           05  WS-YEAR-DAYS              PIC S9(4)   COMP.
           05  WS-MONTH-DAYS-WORK        PIC S9(4)   COMP.
           05  WS-YEAR-SUB               PIC S9(5)   COMP.
           05  WS-MONTH-SUB              PIC S9(4)   COMP.
           05  WS-LEAP-WORK              PIC S9(5)   COMP.
           05  WS-LEAP-REM               PIC S9(5)   COMP.
           05  WS-LEAP-SW                PIC X.
               88  WS-LEAP-YEAR                      VALUE 'Y'.
      *
       01  WS-MONTH-DAY-VALUES.
           05  FILLER                    PIC X(24)   VALUE
               '312831303130313130313031'.
       01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
           05  WS-MONTH-DAYS             PIC 99      OCCURS 12 TIMES.
      *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40)   VALUE SPACES.
           05  FILLER                    PIC X(36)
               VALUE 'CONTRACT PRICE EXPIRY REPORT'.
      *
       01  WS-DATE-LINE.
           05  FILLER                    PIC X(28)
               VALUE 'BUSINESS DATE           : '.
           05  DTL-RUN-DATE              PIC 9(8).
           05  FILLER                    PIC X(18)
               VALUE '   WINDOW THROUGH '.
           05  DTL-WINDOW-END            PIC 9(8).
      *
       01  WS-SECTION-HEADING.
           05  FILLER                    PIC X(45)
               VALUE 'CONTRACTS EXPIRING IN THE NEXT 60 DAYS'.
      *
       01  WS-COLUMN-LINE.
           05  FILLER                    PIC X(6)    VALUE 'CUST'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(30)   VALUE 'NAME'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(10)   VALUE 'PRODUCT'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(25)
               VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(11)   VALUE
               '   CONTRACT'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(11)   VALUE
               '       LIST'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(8)    VALUE 'STARTS'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(8)    VALUE 'ENDS'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(4)    VALUE 'DAYS'.
      *
       01  WS-EXPIRING-LINE.
           05  EL-CUSTOMER-NUMBER        PIC 9(6).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  EL-CUSTOMER-NAME          PIC X(30).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  EL-PRODUCT-CODE           PIC X(10).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  EL-PRODUCT-DESC           PIC X(25).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  EL-CONTRACT-PRICE         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(1)    VALUE SPACES.
           05  EL-LIST-PRICE             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  EL-START-DATE             PIC 9(8).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  EL-END-DATE               PIC 9(8).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  EL-DAYS-LEFT              PIC ZZZ9.
      *
       01  WS-NONE-EXPIRING-LINE.
           05  FILLER                    PIC X(45)
               VALUE '  NO CONTRACTS EXPIRE IN THE WINDOW'.
      *
       01  WS-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
               VALUE 'CONTRACTS READ          : '.
           05  TL1-CONTRACTS-READ        PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-2.
           05  FILLER                    PIC X(28)
               VALUE 'CONTRACTS EXPIRING      : '.
           05  TL2-CONTRACTS-EXPIRING    PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       0000-PRODUCE-CONTRACT-REPORT.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 8900-OPEN-RUN-CONTROL.
      *
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-READ-CONTRACT-RECORD
               IF NOT END-OF-FILE
                   PERFORM 3000-SELECT-CONTRACT
               END-IF
           END-PERFORM.
      *
           IF WS-CONTRACTS-EXPIRING = ZERO
               WRITE CONTRACT-REPORT-RECORD FROM WS-NONE-EXPIRING-LINE
           END-IF.
      *
           PERFORM 9000-TERMINATE.
      *
           PERFORM 8950-CLOSE-RUN-CONTROL.
           STOP RUN.
      *
       1000-INITIALIZE.
      *
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END
                   MOVE SPACES TO PARM-BUSINESS-DATE
           END-READ.
           CLOSE PARM-FILE.
      *
           IF PARM-BUSINESS-DATE IS NUMERIC
               MOVE PARM-BUSINESS-DATE TO WS-RUN-DATE-YMD
           ELSE
               DISPLAY 'CONRPT1 - BUSINESS DATE PARAMETER MISSING '
                       'OR NOT NUMERIC - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           MOVE WS-RUN-DATE-YMD TO WS-CONVERT-DATE.
           PERFORM 8500-CONVERT-DATE-TO-DAYS.
           MOVE WS-DAY-COUNT TO WS-RUN-DAY-COUNT.
           ADD WS-WINDOW-DAYS TO WS-DAY-COUNT.
           PERFORM 8600-CONVERT-DAYS-TO-DATE.
           MOVE WS-CONVERT-DATE TO WS-WINDOW-END-DATE.
      *
           OPEN INPUT CONPRC-FILE.
           OPEN INPUT CUSTMAS-FILE.
           OPEN INPUT PRODMAS-FILE.
           OPEN OUTPUT CONTRACT-REPORT-FILE.
      *
           WRITE CONTRACT-REPORT-RECORD FROM WS-HEADING-LINE-1.
           MOVE SPACES TO CONTRACT-REPORT-RECORD.
           WRITE CONTRACT-REPORT-RECORD.
           MOVE WS-RUN-DATE-YMD TO DTL-RUN-DATE.
           MOVE WS-WINDOW-END-DATE TO DTL-WINDOW-END.
           WRITE CONTRACT-REPORT-RECORD FROM WS-DATE-LINE.
           MOVE SPACES TO CONTRACT-REPORT-RECORD.
           WRITE CONTRACT-REPORT-RECORD.
           WRITE CONTRACT-REPORT-RECORD FROM WS-SECTION-HEADING.
           MOVE SPACES TO CONTRACT-REPORT-RECORD.
           WRITE CONTRACT-REPORT-RECORD.
           WRITE CONTRACT-REPORT-RECORD FROM WS-COLUMN-LINE.
           MOVE SPACES TO CONTRACT-REPORT-RECORD.
           WRITE CONTRACT-REPORT-RECORD.
      *
       2000-READ-CONTRACT-RECORD.
      *
           READ CONPRC-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SW
           END-READ.
      *
           IF NOT END-OF-FILE
               ADD 1 TO WS-CONTRACTS-READ
           END-IF.
      *
       3000-SELECT-CONTRACT.
      *
      *    A CONTRACT ALREADY PAST ITS END DATE HAS LAPSED AND IS
      *    NO LONGER PRICING ANYTHING - ONLY THE ONES STILL LIVE
      *    AND ENDING INSIDE THE WINDOW PRINT
      *
           IF CON-END-DATE NOT < WS-RUN-DATE-YMD AND
              CON-END-DATE NOT > WS-WINDOW-END-DATE
               PERFORM 3100-PRINT-EXPIRING-CONTRACT
           END-IF.
      *
       3100-PRINT-EXPIRING-CONTRACT.
      *
           MOVE CON-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAS-FILE
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-MASTER-RECORD
                   MOVE '** CUSTOMER RECORD MISSING **'
                       TO CM-LAST-NAME
           END-READ.
      *
           MOVE CON-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           READ PRODMAS-FILE
               INVALID KEY
                   MOVE SPACES TO PRODUCT-MASTER-RECORD
                   MOVE '** PRODUCT NOT ON FILE **'
                       TO PRD-PRODUCT-DESC
                   MOVE ZERO TO PRD-LIST-PRICE
           END-READ.
      *
           MOVE CON-END-DATE TO WS-CONVERT-DATE.
           PERFORM 8500-CONVERT-DATE-TO-DAYS.
      *
           MOVE SPACES TO WS-EXPIRING-LINE.
           MOVE CON-CUSTOMER-NUMBER TO EL-CUSTOMER-NUMBER.
           MOVE CM-LAST-NAME TO EL-CUSTOMER-NAME.
           MOVE CON-PRODUCT-CODE TO EL-PRODUCT-CODE.
           MOVE PRD-PRODUCT-DESC TO EL-PRODUCT-DESC.
           MOVE CON-CONTRACT-PRICE TO EL-CONTRACT-PRICE.
           MOVE PRD-LIST-PRICE TO EL-LIST-PRICE.
           MOVE CON-START-DATE TO EL-START-DATE.
           MOVE CON-END-DATE TO EL-END-DATE.
           COMPUTE EL-DAYS-LEFT = WS-DAY-COUNT - WS-RUN-DAY-COUNT.
      *
           WRITE CONTRACT-REPORT-RECORD FROM WS-EXPIRING-LINE.
           ADD 1 TO WS-CONTRACTS-EXPIRING.
      *
       8500-CONVERT-DATE-TO-DAYS.
      *
      *    YYYYMMDD IN WS-CONVERT-DATE TO DAYS SINCE 1 JAN 1900 -
      *    WHOLE YEARS, THEN THE MONTHS IN FRONT, THEN THE DAYS
      *
           MOVE ZERO TO WS-DAY-COUNT.
      *
           PERFORM VARYING WS-YEAR-SUB FROM 1900 BY 1
                   UNTIL WS-YEAR-SUB >= WS-CONVERT-YYYY
               PERFORM 8700-CHECK-LEAP-YEAR
               IF WS-LEAP-YEAR
                   ADD 366 TO WS-DAY-COUNT
               ELSE
                   ADD 365 TO WS-DAY-COUNT
               END-IF
           END-PERFORM.
      *
           MOVE WS-CONVERT-YYYY TO WS-YEAR-SUB.
           PERFORM 8700-CHECK-LEAP-YEAR.
      *
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB >= WS-CONVERT-MM
               ADD WS-MONTH-DAYS(WS-MONTH-SUB) TO WS-DAY-COUNT
               IF WS-MONTH-SUB = 2 AND WS-LEAP-YEAR
                   ADD 1 TO WS-DAY-COUNT
               END-IF
           END-PERFORM.
      *
           COMPUTE WS-DAY-COUNT = WS-DAY-COUNT + WS-CONVERT-DD - 1.
      *
       8600-CONVERT-DAYS-TO-DATE.
      *
      *    THE REVERSE WALK - DAYS SINCE 1 JAN 1900 BACK TO
      *    YYYYMMDD
      *
           MOVE WS-DAY-COUNT TO WS-DAYS-LEFT.
           MOVE 1900 TO WS-YEAR-SUB.
      *
           PERFORM 8700-CHECK-LEAP-YEAR.
           IF WS-LEAP-YEAR
               MOVE 366 TO WS-YEAR-DAYS
           ELSE
               MOVE 365 TO WS-YEAR-DAYS
           END-IF.
      *
           PERFORM UNTIL WS-DAYS-LEFT < WS-YEAR-DAYS
               SUBTRACT WS-YEAR-DAYS FROM WS-DAYS-LEFT
               ADD 1 TO WS-YEAR-SUB
               PERFORM 8700-CHECK-LEAP-YEAR
               IF WS-LEAP-YEAR
                   MOVE 366 TO WS-YEAR-DAYS
               ELSE
                   MOVE 365 TO WS-YEAR-DAYS
               END-IF
           END-PERFORM.
      *
           MOVE WS-YEAR-SUB TO WS-CONVERT-YYYY.
           MOVE 1 TO WS-MONTH-SUB.
           PERFORM 8800-SET-MONTH-LENGTH.
      *
           PERFORM UNTIL WS-DAYS-LEFT < WS-MONTH-DAYS-WORK
               SUBTRACT WS-MONTH-DAYS-WORK FROM WS-DAYS-LEFT
               ADD 1 TO WS-MONTH-SUB
               PERFORM 8800-SET-MONTH-LENGTH
           END-PERFORM.
      *
           MOVE WS-MONTH-SUB TO WS-CONVERT-MM.
           COMPUTE WS-CONVERT-DD = WS-DAYS-LEFT + 1.
      *
       8700-CHECK-LEAP-YEAR.
      *
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-YEAR-SUB BY 4
               GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
               MOVE 'Y' TO WS-LEAP-SW
               DIVIDE WS-YEAR-SUB BY 100
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 'N' TO WS-LEAP-SW
                   DIVIDE WS-YEAR-SUB BY 400
                       GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 'Y' TO WS-LEAP-SW
                   END-IF
               END-IF
           END-IF.
      *
       8800-SET-MONTH-LENGTH.
      *
           MOVE WS-MONTH-DAYS(WS-MONTH-SUB) TO WS-MONTH-DAYS-WORK.
           IF WS-MONTH-SUB = 2 AND WS-LEAP-YEAR
               ADD 1 TO WS-MONTH-DAYS-WORK
           END-IF.
      *
       9000-TERMINATE.
      *
           MOVE SPACES TO CONTRACT-REPORT-RECORD.
           WRITE CONTRACT-REPORT-RECORD.
           MOVE WS-CONTRACTS-READ TO TL1-CONTRACTS-READ.
           WRITE CONTRACT-REPORT-RECORD FROM WS-TOTAL-LINE-1.
           MOVE WS-CONTRACTS-EXPIRING TO TL2-CONTRACTS-EXPIRING.
           WRITE CONTRACT-REPORT-RECORD FROM WS-TOTAL-LINE-2.
      *
           CLOSE CONPRC-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE PRODMAS-FILE.
           CLOSE CONTRACT-REPORT-FILE.
      *
       8900-OPEN-RUN-CONTROL.
      *
      *    POST THE JOB'S START ON THE RUN-CONTROL FILE. A RERUN
      *    FOR THE SAME BUSINESS DATE REWRITES ITS OWN RECORD.
      *
           ACCEPT WS-RC-DATE FROM DATE.
           ACCEPT WS-RC-TIME FROM TIME.
           COMPUTE WS-RC-STAMP =
               WS-RC-DATE * 100000000 + WS-RC-TIME.
           MOVE WS-RUN-DATE-YMD TO WS-RC-BUSINESS-DATE.
      *
           OPEN I-O RUNCTL-FILE.
      *
           MOVE 'CONRPT1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           MOVE 'CONRPT1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           MOVE WS-RC-STAMP TO RUN-START-STAMP.
           MOVE ZERO TO RUN-END-STAMP.
           MOVE ZERO TO RUN-RETURN-CODE.
           MOVE ZERO TO RUN-RECORDS-PROCESSED.
           SET RUN-STATUS-RUNNING TO TRUE.
      *
           IF WS-RUNCTL-STATUS = '00'
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
           END-IF.
      *
       8950-CLOSE-RUN-CONTROL.
      *
      *    POST THE FINISH - END STAMP, RETURN CODE, AND RECORDS
      *    PROCESSED - AND MARK THE RUN ENDED
      *
           ACCEPT WS-RC-DATE FROM DATE.
           ACCEPT WS-RC-TIME FROM TIME.
           COMPUTE WS-RC-STAMP =
               WS-RC-DATE * 100000000 + WS-RC-TIME.
      *
           MOVE 'CONRPT1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-RUNCTL-STATUS = '00'
               MOVE WS-RC-STAMP TO RUN-END-STAMP
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-CONTRACTS-READ TO RUN-RECORDS-PROCESSED
               SET RUN-STATUS-ENDED TO TRUE
               REWRITE RUN-CONTROL-RECORD
           END-IF.
      *
           CLOSE RUNCTL-FILE.
