       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  CRVRPT1.
      *
      ************************************************************
      * QUARTERLY CREDIT LIMIT REVIEW (BATCH)                    *
      *                                                          *
      * CM-CREDIT-LIMIT IS SET WHEN THE ACCOUNT IS OPENED AND    *
      * ORDER ENTRY HAS ENFORCED IT EVER SINCE, HOWEVER STALE.   *
      * THIS STEP LOOKS AT HOW EACH CUSTOMER HAS ACTUALLY PAID   *
      * OVER THE TWELVE CALENDAR MONTHS ENDING WITH THE BUSINESS *
      * DATE'S MONTH AND RECOMMENDS A NEW LIMIT:                 *
      *   - CSHLOG CASH PUT AGAINST AN INVOICE GIVES THE DAYS    *
      *     FROM THE INVOICE DATE (INVMAS) TO THE PAYMENT - THE  *
      *     AVERAGE IS WEIGHTED BY THE DOLLARS PAID. APPLIED     *
      *     ON-ACCOUNT CREDIT IS NOT CASH AND IS NOT TIMED.      *
      *   - PAST TERMS COUNTS PAYMENTS MADE MORE THAN 30 DAYS    *
      *     AFTER THE INVOICE PLUS INVOICES STILL OPEN PAST 30.  *
      *   - THE HIGHEST BALANCE IS THE LARGEST MONTH-END OPEN    *
      *     RECEIVABLE, WALKED BACK FROM TODAY'S OPEN INVMAS     *
      *     BALANCE MONTH BY MONTH - LESS EACH MONTH'S INVOICES, *
      *     PLUS EACH MONTH'S CSHLOG POSTINGS. A RETURN CREDIT   *
      *     SETTLED STRAIGHT AGAINST AN INVOICE NEVER REACHES    *
      *     CSHLOG, SO A MONTH BEFORE A RETURN CAN READ LOW BY   *
      *     THE CREDIT - THE REVIEW ERRS ON THE TIGHT SIDE.      *
      * THE RATING SETS THE HEADROOM OVER THE HIGHEST BALANCE:   *
      *   GOOD  AVG <= 30 DAYS, <= 10% PAST TERMS   150%         *
      *   FAIR  AVG <= 45 DAYS, <= 25% PAST TERMS   125%         *
      *   NEW   NO PAYMENTS YET, NOTHING PAST TERMS 125%         *
      *   SLOW  AVG <= 60 DAYS, <= 50% PAST TERMS   100%         *
      *   POOR  ANYTHING WORSE                       75%         *
      * ROUNDED UP TO THE NEXT $100, NEVER UNDER $500. A LIMIT   *
      * THAT WOULD CHANGE (OR A ZERO, NEVER-ASSIGNED LIMIT) GOES *
      * ON THE CRVREVW FILE FOR THE CREDIT MANAGER TO APPROVE;   *
      * CRVEXT1 FEEDS THE APPROVED ONES TO CUSTUPD1. NOTHING ON  *
      * CUSTMAS IS CHANGED HERE.                                 *
      *                                                          *
      * PER-CUSTOMER ACCUMULATORS ARE A BOUNDED TABLE LIKE       *
      * ARAGE1'S - OVERFLOW IS COUNTED AND NOTED ON THE REPORT.  *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT INVMAS-FILE ASSIGN TO INVMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-INVOICE-NUMBER
               FILE STATUS IS WS-INVMAS-STATUS.
      *
           SELECT PAYMENT-LOG-FILE ASSIGN TO CSHLOG
               FILE STATUS IS WS-CSHLOG-STATUS.
      *
           SELECT CUSTMAS-FILE ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAS-STATUS.
      *
           SELECT REVIEW-REPORT-FILE ASSIGN TO CRVRPT1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT REVIEW-FILE ASSIGN TO CRVREVW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
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
       FD  INVMAS-FILE.
      *
       COPY INVREC.
      *
       FD  PAYMENT-LOG-FILE.
      *
       COPY PAYREC.
      *
       FD  CUSTMAS-FILE.
      *
       COPY CUSTREC.
      *
       FD  REVIEW-REPORT-FILE.
      *
       01  REVIEW-REPORT-RECORD          PIC X(132).
      *
       FD  REVIEW-FILE.
      *
       COPY CRVREC.
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
           05  END-OF-PAYMENTS-SW        PIC X       VALUE 'N'.
               88  END-OF-PAYMENTS                   VALUE 'Y'.
           05  INVOICE-FOUND-SW          PIC X       VALUE 'N'.
               88  INVOICE-FOUND                     VALUE 'Y'.
      *
       01  WS-FILE-STATUSES.
           05  WS-INVMAS-STATUS          PIC XX.
           05  WS-CSHLOG-STATUS          PIC XX.
           05  WS-CUSTMAS-STATUS         PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-REVIEW-STATUS          PIC XX.
           05  WS-PARM-STATUS            PIC XX.
      *
       01  WS-COUNTERS.
           05  WS-PAYMENTS-READ          PIC S9(7)   COMP VALUE ZERO.
           05  WS-INVOICES-READ          PIC S9(7)   COMP VALUE ZERO.
           05  WS-RECORDS-READ           PIC S9(7)   COMP VALUE ZERO.
           05  WS-CUSTOMERS-REVIEWED     PIC S9(7)   COMP VALUE ZERO.
           05  WS-CHANGES-RECOMMENDED    PIC S9(7)   COMP VALUE ZERO.
           05  WS-OVERFLOW-COUNT         PIC S9(7)   COMP VALUE ZERO.
           05  WS-LINE-COUNT             PIC S9(3)   COMP VALUE 99.
           05  WS-PAGE-COUNT             PIC S9(5)   COMP VALUE ZERO.
      *
       01  WS-RUN-DATE-YMD               PIC 9(8).
       01  WS-RUN-DAY-COUNT              PIC S9(9)   COMP.
       01  WS-INVOICE-DAY-COUNT          PIC S9(9)   COMP.
       01  WS-PAYMENT-DAY-COUNT          PIC S9(9)   COMP.
       01  WS-DAYS-TO-PAY                PIC S9(9)   COMP.
       01  WS-INVOICE-AGE-DAYS           PIC S9(9)   COMP.
       01  WS-INVOICE-BALANCE            PIC 9(9)V99.
       01  WS-FIND-CUSTOMER              PIC 9(6).
      *
      *    THE REVIEW WINDOW - THE FIRST DAY (AS A DAY COUNT) OF
      *    EACH OF THE TWELVE MONTHS, OLDEST FIRST, THE BUSINESS
      *    DATE'S MONTH TWELFTH
      *
       01  WS-WINDOW-FIELDS.
           05  WS-MONTH-START            PIC S9(9)   COMP
                                         OCCURS 12 TIMES.
           05  WS-WINDOW-YYYY            PIC 9(4).
           05  WS-WINDOW-MM              PIC 99.
           05  WS-WINDOW-SUB             PIC S9(4)   COMP.
           05  WS-BUCKET-SUB             PIC S9(4)   COMP.
           05  WS-FIND-DAY-COUNT         PIC S9(9)   COMP.
      *
      *    DATE-TO-DAY-COUNT WORK FIELDS (DAYS SINCE 1 JAN 1900),
      *    THE SAME LONGHAND CONVERSION ARAGE1 AGES WITH. CICS
      *    ABSTIME ON CSHLOG IS MILLISECONDS SINCE THE SAME DAY,
      *    SO A PAYMENT'S DAY COUNT IS ITS STAMP OVER 86,400,000
      *
       01  WS-CONVERT-DATE               PIC 9(8).
       01  WS-CONVERT-PARTS REDEFINES WS-CONVERT-DATE.
           05  WS-CONVERT-YYYY           PIC 9(4).
           05  WS-CONVERT-MM             PIC 99.
           05  WS-CONVERT-DD             PIC 99.
       01  WS-DAY-COUNT-FIELDS.
           05  WS-DAY-COUNT              PIC S9(9)   COMP.
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
      *    PER-CUSTOMER ACCUMULATORS - 500 CUSTOMERS ACTIVE IN A
      *    YEAR, THE SAME CEILING ARAGE1 CARRIES. EACH MONTH
      *    HOLDS WHAT WAS INVOICED AND WHAT WAS POSTED AGAINST
      *    INVOICES, FOR WALKING THE BALANCE BACK
      *
       01  WS-REVIEW-TABLE.
           05  WS-REV-ENTRY              OCCURS 500 TIMES.
               10  WS-REV-CUSTOMER       PIC 9(6).
               10  WS-REV-INVOICES       PIC S9(5)   COMP.
               10  WS-REV-PAYMENTS       PIC S9(5)   COMP.
               10  WS-REV-LATE-PAYMENTS  PIC S9(5)   COMP.
               10  WS-REV-OPEN-PAST-TERMS
                                         PIC S9(5)   COMP.
               10  WS-REV-CASH-DOLLARS   PIC 9(11)V99.
               10  WS-REV-DAY-DOLLARS    PIC 9(15)V99.
               10  WS-REV-OPEN-BALANCE   PIC 9(11)V99.
               10  WS-REV-MONTH          OCCURS 12 TIMES.
                   15  WS-REV-INVOICED   PIC 9(11)V99.
                   15  WS-REV-POSTED     PIC 9(11)V99.
       01  WS-REV-ENTRY-COUNT            PIC S9(4)   COMP VALUE ZERO.
       01  WS-REV-SUB                    PIC S9(4)   COMP.
      *
      *    ONE CUSTOMER'S REVIEW FIGURES WHILE ITS LINE IS BUILT
      *
       01  WS-REVIEW-FIGURES.
           05  WS-AVERAGE-DAYS           PIC 9(5).
           05  WS-PAST-TERMS-COUNT       PIC S9(7)   COMP.
           05  WS-TERMS-BASE-COUNT       PIC S9(7)   COMP.
           05  WS-PAST-TERMS-PCT         PIC 9(3).
           05  WS-WALK-BALANCE           PIC S9(11)V99.
           05  WS-HIGH-BALANCE           PIC S9(11)V99.
           05  WS-HEADROOM-PCT           PIC 9(3).
           05  WS-RECOMMENDED-WORK       PIC 9(11)V99.
           05  WS-RECOMMENDED-HUNDREDS   PIC 9(9).
           05  WS-RECOMMENDED-LIMIT      PIC 9(9).
           05  WS-CURRENT-LIMIT          PIC 9(7).
           05  WS-RATING                 PIC X(4).
           05  WS-ACTION                 PIC X(10).
      *
      *    THE RATING THRESHOLDS AND THE FLOOR, KEPT TOGETHER SO
      *    CREDIT POLICY CHANGES ARE MADE IN ONE PLACE
      *
       01  WS-REVIEW-POLICY.
           05  WS-TERMS-DAYS             PIC S9(3)   COMP VALUE 30.
           05  WS-MINIMUM-LIMIT          PIC 9(9)    VALUE 500.
      *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40)   VALUE SPACES.
           05  FILLER                    PIC X(33)
               VALUE 'CREDIT LIMIT REVIEW'.
           05  FILLER                    PIC X(5)    VALUE SPACES.
           05  FILLER                    PIC X(5)    VALUE 'PAGE '.
           05  HL1-PAGE-NUMBER           PIC ZZZZ9.
      *
       01  WS-DATE-LINE.
           05  FILLER                    PIC X(28)
               VALUE 'TWELVE MONTHS ENDING    : '.
           05  DT-BUSINESS-DATE          PIC 9(8).
      *
       01  WS-COLUMN-HEADING-LINE-1.
           05  FILLER                    PIC X(25)   VALUE SPACES.
           05  FILLER                    PIC X(14)
               VALUE '   INVOICES  '.
           05  FILLER                    PIC X(7)    VALUE '   AVG'.
           05  FILLER                    PIC X(11)
               VALUE '   PAST'.
           05  FILLER                    PIC X(14)
               VALUE '       HIGHEST'.
           05  FILLER                    PIC X(14)
               VALUE '          OPEN'.
           05  FILLER                    PIC X(10)
               VALUE '   CURRENT'.
           05  FILLER                    PIC X(10)
               VALUE '       NEW'.
      *
       01  WS-COLUMN-HEADING-LINE-2.
           05  FILLER                    PIC X(6)    VALUE 'CUST #'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(17)   VALUE 'NAME'.
           05  FILLER                    PIC X(7)    VALUE '  CUT'.
           05  FILLER                    PIC X(7)    VALUE '   PAID'.
           05  FILLER                    PIC X(7)    VALUE '  DAYS'.
           05  FILLER                    PIC X(11)
               VALUE '  TERMS   %'.
           05  FILLER                    PIC X(14)
               VALUE '       BALANCE'.
           05  FILLER                    PIC X(14)
               VALUE '       BALANCE'.
           05  FILLER                    PIC X(10)
               VALUE '     LIMIT'.
           05  FILLER                    PIC X(10)
               VALUE '     LIMIT'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(6)    VALUE 'RATING'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(10)   VALUE 'ACTION'.
      *
       01  WS-DETAIL-LINE.
           05  DL-CUSTOMER-NUMBER        PIC 9(6).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-CUSTOMER-NAME          PIC X(16).
           05  FILLER                    PIC X       VALUE SPACES.
           05  DL-INVOICES               PIC ZZ,ZZ9.
           05  FILLER                    PIC X       VALUE SPACES.
           05  DL-PAYMENTS               PIC ZZ,ZZ9.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  DL-AVERAGE-DAYS           PIC ZZZ9.
           05  FILLER                    PIC X       VALUE SPACES.
           05  DL-PAST-TERMS             PIC ZZ,ZZ9.
           05  FILLER                    PIC X       VALUE SPACES.
           05  DL-PAST-TERMS-PCT         PIC ZZ9.
           05  FILLER                    PIC X       VALUE SPACES.
           05  DL-HIGH-BALANCE           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X       VALUE SPACES.
           05  DL-OPEN-BALANCE           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X       VALUE SPACES.
           05  DL-CURRENT-LIMIT          PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X       VALUE SPACES.
           05  DL-RECOMMENDED-LIMIT      PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  DL-RATING                 PIC X(4).
           05  FILLER                    PIC X(4)    VALUE SPACES.
           05  DL-ACTION                 PIC X(10).
      *
       01  WS-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
               VALUE 'PAYMENTS READ           : '.
           05  TL1-PAYMENTS-READ         PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-2.
           05  FILLER                    PIC X(28)
               VALUE 'INVOICES READ           : '.
           05  TL2-INVOICES-READ         PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-3.
           05  FILLER                    PIC X(28)
               VALUE 'CUSTOMERS REVIEWED      : '.
           05  TL3-CUSTOMERS-REVIEWED    PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-4.
           05  FILLER                    PIC X(28)
               VALUE 'CHANGES FOR APPROVAL    : '.
           05  TL4-CHANGES-RECOMMENDED   PIC ZZZ,ZZ9.
      *
       01  WS-OVERFLOW-LINE.
           05  FILLER                    PIC X(34)
               VALUE 'CUSTOMER TABLE OVERFLOWED - '.
           05  OV-OVERFLOW-COUNT         PIC ZZ,ZZ9.
           05  FILLER                    PIC X(30)
               VALUE ' RECORDS NOT REVIEWED ABOVE'.
      *
       PROCEDURE DIVISION.
      *
       0000-REVIEW-CREDIT-LIMITS.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 8900-OPEN-RUN-CONTROL.
      *
           PERFORM UNTIL END-OF-PAYMENTS
               PERFORM 2000-READ-PAYMENT-RECORD
               IF NOT END-OF-PAYMENTS
                   IF PAY-INVOICE-NUMBER NOT = ZERO
                       PERFORM 3000-POST-PAYMENT
                   END-IF
               END-IF
           END-PERFORM.
      *
           PERFORM 2400-START-INVOICE-BROWSE.
           PERFORM UNTIL END-OF-FILE
               PERFORM 2500-READ-INVOICE-RECORD
               IF NOT END-OF-FILE
                   PERFORM 3500-POST-INVOICE
               END-IF
           END-PERFORM.
      *
           PERFORM 4000-PRINT-REVIEW-LINES.
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
               DISPLAY 'CRVRPT1 - BUSINESS DATE PARAMETER MISSING '
                       'OR NOT NUMERIC - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           MOVE WS-RUN-DATE-YMD TO WS-CONVERT-DATE.
           PERFORM 8000-CONVERT-DATE-TO-DAYS.
           MOVE WS-DAY-COUNT TO WS-RUN-DAY-COUNT.
           PERFORM 1100-SET-REVIEW-WINDOW.
      *
           OPEN INPUT PAYMENT-LOG-FILE.
           OPEN INPUT INVMAS-FILE.
           OPEN INPUT CUSTMAS-FILE.
           OPEN OUTPUT REVIEW-REPORT-FILE.
           OPEN OUTPUT REVIEW-FILE.
      *
       1100-SET-REVIEW-WINDOW.
      *
      *    STEP BACK FROM THE BUSINESS DATE'S MONTH ONE CALENDAR
      *    MONTH AT A TIME, TAKING THE FIRST OF EACH AS A DAY COUNT
      *
           MOVE WS-RUN-DATE-YMD TO WS-CONVERT-DATE.
           MOVE WS-CONVERT-YYYY TO WS-WINDOW-YYYY.
           MOVE WS-CONVERT-MM TO WS-WINDOW-MM.
      *
           PERFORM VARYING WS-WINDOW-SUB FROM 12 BY -1
                   UNTIL WS-WINDOW-SUB < 1
               MOVE WS-WINDOW-YYYY TO WS-CONVERT-YYYY
               MOVE WS-WINDOW-MM TO WS-CONVERT-MM
               MOVE 1 TO WS-CONVERT-DD
               PERFORM 8000-CONVERT-DATE-TO-DAYS
               MOVE WS-DAY-COUNT TO WS-MONTH-START(WS-WINDOW-SUB)
               IF WS-WINDOW-MM = 1
                   MOVE 12 TO WS-WINDOW-MM
                   SUBTRACT 1 FROM WS-WINDOW-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-WINDOW-MM
               END-IF
           END-PERFORM.
      *
       2000-READ-PAYMENT-RECORD.
      *
           READ PAYMENT-LOG-FILE
               AT END
                   MOVE 'Y' TO END-OF-PAYMENTS-SW
           END-READ.
      *
           IF NOT END-OF-PAYMENTS
               ADD 1 TO WS-PAYMENTS-READ
           END-IF.
      *
       2400-START-INVOICE-BROWSE.
      *
           MOVE ZERO TO INV-INVOICE-NUMBER.
           START INVMAS-FILE KEY IS NOT LESS THAN INV-INVOICE-NUMBER
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE-SW
           END-START.
      *
       2500-READ-INVOICE-RECORD.
      *
           READ INVMAS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE-SW
           END-READ.
      *
           IF NOT END-OF-FILE
               ADD 1 TO WS-INVOICES-READ
           END-IF.
      *
       3000-POST-PAYMENT.
      *
      *    CASH OR APPLIED CREDIT POSTED AGAINST AN INVOICE INSIDE
      *    THE WINDOW. BOTH TAKE THE INVOICE'S BALANCE DOWN; ONLY
      *    CASH SAYS HOW FAST THE CUSTOMER PAYS
      *
           DIVIDE PAY-TIMESTAMP BY 86400000
               GIVING WS-PAYMENT-DAY-COUNT.
      *
           MOVE WS-PAYMENT-DAY-COUNT TO WS-FIND-DAY-COUNT.
           PERFORM 3900-FIND-WINDOW-MONTH.
      *
           IF WS-BUCKET-SUB > ZERO
               MOVE PAY-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER
               PERFORM 3100-FIND-CUSTOMER-ENTRY
               IF WS-REV-SUB > ZERO
                   ADD PAY-AMOUNT
                       TO WS-REV-POSTED(WS-REV-SUB, WS-BUCKET-SUB)
                   IF PAY-SOURCE-CASH
                       PERFORM 3200-TIME-CASH-PAYMENT
                   END-IF
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
       3100-FIND-CUSTOMER-ENTRY.
      *
           PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                   UNTIL WS-REV-SUB > WS-REV-ENTRY-COUNT
                   OR WS-REV-CUSTOMER(WS-REV-SUB) =
                      WS-FIND-CUSTOMER
               CONTINUE
           END-PERFORM.
      *
           IF WS-REV-SUB > WS-REV-ENTRY-COUNT
               IF WS-REV-ENTRY-COUNT < 500
                   ADD 1 TO WS-REV-ENTRY-COUNT
                   MOVE WS-REV-ENTRY-COUNT TO WS-REV-SUB
                   INITIALIZE WS-REV-ENTRY(WS-REV-SUB)
                   MOVE WS-FIND-CUSTOMER
                       TO WS-REV-CUSTOMER(WS-REV-SUB)
               ELSE
                   MOVE ZERO TO WS-REV-SUB
               END-IF
           END-IF.
      *
       3200-TIME-CASH-PAYMENT.
      *
           MOVE PAY-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
           MOVE 'Y' TO INVOICE-FOUND-SW.
           READ INVMAS-FILE
               INVALID KEY
                   MOVE 'N' TO INVOICE-FOUND-SW
           END-READ.
      *
           IF INVOICE-FOUND
               MOVE INV-INVOICE-DATE TO WS-CONVERT-DATE
               PERFORM 8000-CONVERT-DATE-TO-DAYS
               COMPUTE WS-DAYS-TO-PAY =
                   WS-PAYMENT-DAY-COUNT - WS-DAY-COUNT
               IF WS-DAYS-TO-PAY < ZERO
                   MOVE ZERO TO WS-DAYS-TO-PAY
               END-IF
               ADD 1 TO WS-REV-PAYMENTS(WS-REV-SUB)
               IF WS-DAYS-TO-PAY > WS-TERMS-DAYS
                   ADD 1 TO WS-REV-LATE-PAYMENTS(WS-REV-SUB)
               END-IF
               ADD PAY-AMOUNT TO WS-REV-CASH-DOLLARS(WS-REV-SUB)
               COMPUTE WS-REV-DAY-DOLLARS(WS-REV-SUB) =
                   WS-REV-DAY-DOLLARS(WS-REV-SUB)
                 + PAY-AMOUNT * WS-DAYS-TO-PAY
           END-IF.
      *
       3500-POST-INVOICE.
      *
      *    EVERY OPEN BALANCE COUNTS TOWARD TODAY'S RECEIVABLE, HOW
      *    EVER OLD; INVOICES CUT INSIDE THE WINDOW ARE COUNTED AND
      *    ADDED TO THEIR MONTH
      *
           MOVE INV-INVOICE-DATE TO WS-CONVERT-DATE.
           PERFORM 8000-CONVERT-DATE-TO-DAYS.
           MOVE WS-DAY-COUNT TO WS-INVOICE-DAY-COUNT.
           MOVE WS-INVOICE-DAY-COUNT TO WS-FIND-DAY-COUNT.
           PERFORM 3900-FIND-WINDOW-MONTH.
      *
           MOVE ZERO TO WS-INVOICE-BALANCE.
           IF INV-STATUS-OPEN
               COMPUTE WS-INVOICE-BALANCE =
                   INV-GROSS-TOTAL - INV-AMOUNT-PAID
           END-IF.
      *
           IF WS-BUCKET-SUB > ZERO OR WS-INVOICE-BALANCE > ZERO
               MOVE INV-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER
               PERFORM 3100-FIND-CUSTOMER-ENTRY
               IF WS-REV-SUB > ZERO
                   PERFORM 3600-ADD-INVOICE-TO-ENTRY
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
       3600-ADD-INVOICE-TO-ENTRY.
      *
           IF WS-BUCKET-SUB > ZERO
               ADD 1 TO WS-REV-INVOICES(WS-REV-SUB)
               ADD INV-GROSS-TOTAL
                   TO WS-REV-INVOICED(WS-REV-SUB, WS-BUCKET-SUB)
           END-IF.
      *
           IF WS-INVOICE-BALANCE > ZERO
               ADD WS-INVOICE-BALANCE
                   TO WS-REV-OPEN-BALANCE(WS-REV-SUB)
               COMPUTE WS-INVOICE-AGE-DAYS =
                   WS-RUN-DAY-COUNT - WS-INVOICE-DAY-COUNT
               IF WS-INVOICE-AGE-DAYS > WS-TERMS-DAYS
                   ADD 1 TO WS-REV-OPEN-PAST-TERMS(WS-REV-SUB)
               END-IF
           END-IF.
      *
       3900-FIND-WINDOW-MONTH.
      *
      *    WHICH OF THE TWELVE MONTHS WS-FIND-DAY-COUNT FALLS IN -
      *    ZERO WHEN IT IS BEFORE THE WINDOW OR AFTER THE BUSINESS
      *    DATE
      *
           IF WS-FIND-DAY-COUNT > WS-RUN-DAY-COUNT
               MOVE ZERO TO WS-BUCKET-SUB
           ELSE
               PERFORM VARYING WS-BUCKET-SUB FROM 12 BY -1
                       UNTIL WS-BUCKET-SUB < 1
                       OR WS-FIND-DAY-COUNT >=
                          WS-MONTH-START(WS-BUCKET-SUB)
                   CONTINUE
               END-PERFORM
               IF WS-BUCKET-SUB < 1
                   MOVE ZERO TO WS-BUCKET-SUB
               END-IF
           END-IF.
      *
       4000-PRINT-REVIEW-LINES.
      *
           PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                   UNTIL WS-REV-SUB > WS-REV-ENTRY-COUNT
               PERFORM 4100-REVIEW-CUSTOMER
           END-PERFORM.
      *
       4100-REVIEW-CUSTOMER.
      *
           MOVE WS-REV-CUSTOMER(WS-REV-SUB) TO CM-CUSTOMER-NUMBER.
           READ CUSTMAS-FILE
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-MASTER-RECORD
                   MOVE WS-REV-CUSTOMER(WS-REV-SUB)
                       TO CM-CUSTOMER-NUMBER
                   MOVE 'C' TO CM-STATUS-CODE
           END-READ.
      *
      *    A CLOSED OR VANISHED ACCOUNT HAS NOTHING LEFT TO REVIEW
      *
           IF NOT CM-STATUS-CLOSED
               ADD 1 TO WS-CUSTOMERS-REVIEWED
               PERFORM 4200-COMPUTE-PAYMENT-FIGURES
               PERFORM 4300-WALK-BALANCE-BACK
               PERFORM 4400-RECOMMEND-LIMIT
               PERFORM 4500-PRINT-REVIEW-LINE
               IF WS-ACTION NOT = 'NO CHANGE'
                   PERFORM 4600-WRITE-REVIEW-RECORD
               END-IF
           END-IF.
      *
       4200-COMPUTE-PAYMENT-FIGURES.
      *
           IF WS-REV-CASH-DOLLARS(WS-REV-SUB) > ZERO
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-REV-DAY-DOLLARS(WS-REV-SUB)
                 / WS-REV-CASH-DOLLARS(WS-REV-SUB)
           ELSE
               MOVE ZERO TO WS-AVERAGE-DAYS
           END-IF.
      *
           COMPUTE WS-PAST-TERMS-COUNT =
               WS-REV-LATE-PAYMENTS(WS-REV-SUB)
             + WS-REV-OPEN-PAST-TERMS(WS-REV-SUB).
           COMPUTE WS-TERMS-BASE-COUNT =
               WS-REV-PAYMENTS(WS-REV-SUB)
             + WS-REV-OPEN-PAST-TERMS(WS-REV-SUB).
      *
           IF WS-TERMS-BASE-COUNT > ZERO
               COMPUTE WS-PAST-TERMS-PCT ROUNDED =
                   WS-PAST-TERMS-COUNT * 100 / WS-TERMS-BASE-COUNT
           ELSE
               MOVE ZERO TO WS-PAST-TERMS-PCT
           END-IF.
      *
       4300-WALK-BALANCE-BACK.
      *
      *    TODAY'S OPEN BALANCE CLOSES MONTH 12. EACH EARLIER MONTH
      *    CLOSED ON THAT LESS THE LATER MONTH'S INVOICES PLUS WHAT
      *    WAS POSTED AGAINST INVOICES IN IT
      *
           MOVE WS-REV-OPEN-BALANCE(WS-REV-SUB) TO WS-WALK-BALANCE.
           MOVE WS-WALK-BALANCE TO WS-HIGH-BALANCE.
      *
           PERFORM VARYING WS-WINDOW-SUB FROM 12 BY -1
                   UNTIL WS-WINDOW-SUB < 2
               COMPUTE WS-WALK-BALANCE = WS-WALK-BALANCE
                   - WS-REV-INVOICED(WS-REV-SUB, WS-WINDOW-SUB)
                   + WS-REV-POSTED(WS-REV-SUB, WS-WINDOW-SUB)
               IF WS-WALK-BALANCE > WS-HIGH-BALANCE
                   MOVE WS-WALK-BALANCE TO WS-HIGH-BALANCE
               END-IF
           END-PERFORM.
      *
       4400-RECOMMEND-LIMIT.
      *
           EVALUATE TRUE
               WHEN WS-REV-PAYMENTS(WS-REV-SUB) = ZERO
                    AND WS-PAST-TERMS-COUNT = ZERO
                   MOVE 'NEW' TO WS-RATING
                   MOVE 125 TO WS-HEADROOM-PCT
               WHEN WS-AVERAGE-DAYS <= 30 AND WS-PAST-TERMS-PCT <= 10
                   MOVE 'GOOD' TO WS-RATING
                   MOVE 150 TO WS-HEADROOM-PCT
               WHEN WS-AVERAGE-DAYS <= 45 AND WS-PAST-TERMS-PCT <= 25
                   MOVE 'FAIR' TO WS-RATING
                   MOVE 125 TO WS-HEADROOM-PCT
               WHEN WS-AVERAGE-DAYS <= 60 AND WS-PAST-TERMS-PCT <= 50
                   MOVE 'SLOW' TO WS-RATING
                   MOVE 100 TO WS-HEADROOM-PCT
               WHEN OTHER
                   MOVE 'POOR' TO WS-RATING
                   MOVE 75 TO WS-HEADROOM-PCT
           END-EVALUATE.
      *
      *    UP TO THE NEXT WHOLE HUNDRED DOLLARS, NEVER UNDER THE
      *    FLOOR, AND NEVER PAST WHAT CM-CREDIT-LIMIT CAN HOLD
      *
           COMPUTE WS-RECOMMENDED-WORK =
               WS-HIGH-BALANCE * WS-HEADROOM-PCT / 100.
           DIVIDE WS-RECOMMENDED-WORK BY 100
               GIVING WS-RECOMMENDED-HUNDREDS.
           IF WS-RECOMMENDED-HUNDREDS * 100 < WS-RECOMMENDED-WORK
               ADD 1 TO WS-RECOMMENDED-HUNDREDS
           END-IF.
           COMPUTE WS-RECOMMENDED-LIMIT =
               WS-RECOMMENDED-HUNDREDS * 100.
           IF WS-RECOMMENDED-LIMIT < WS-MINIMUM-LIMIT
               MOVE WS-MINIMUM-LIMIT TO WS-RECOMMENDED-LIMIT
           END-IF.
           IF WS-RECOMMENDED-LIMIT > 9999900
               MOVE 9999900 TO WS-RECOMMENDED-LIMIT
           END-IF.
      *
           MOVE CM-CREDIT-LIMIT TO WS-CURRENT-LIMIT.
           EVALUATE TRUE
               WHEN CM-CREDIT-LIMIT = ZERO
                   MOVE 'SET LIMIT' TO WS-ACTION
               WHEN WS-RECOMMENDED-LIMIT > CM-CREDIT-LIMIT
                   MOVE 'RAISE' TO WS-ACTION
               WHEN WS-RECOMMENDED-LIMIT < CM-CREDIT-LIMIT
                   MOVE 'LOWER' TO WS-ACTION
               WHEN OTHER
                   MOVE 'NO CHANGE' TO WS-ACTION
           END-EVALUATE.
      *
       4500-PRINT-REVIEW-LINE.
      *
           IF WS-LINE-COUNT >= 50
               PERFORM 4700-PRINT-PAGE-HEADINGS
           END-IF.
      *
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE CM-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER.
           MOVE CM-LAST-NAME TO DL-CUSTOMER-NAME.
           MOVE WS-REV-INVOICES(WS-REV-SUB) TO DL-INVOICES.
           MOVE WS-REV-PAYMENTS(WS-REV-SUB) TO DL-PAYMENTS.
           MOVE WS-AVERAGE-DAYS TO DL-AVERAGE-DAYS.
           MOVE WS-PAST-TERMS-COUNT TO DL-PAST-TERMS.
           MOVE WS-PAST-TERMS-PCT TO DL-PAST-TERMS-PCT.
           MOVE WS-HIGH-BALANCE TO DL-HIGH-BALANCE.
           MOVE WS-REV-OPEN-BALANCE(WS-REV-SUB) TO DL-OPEN-BALANCE.
           MOVE WS-CURRENT-LIMIT TO DL-CURRENT-LIMIT.
           MOVE WS-RECOMMENDED-LIMIT TO DL-RECOMMENDED-LIMIT.
           MOVE WS-RATING TO DL-RATING.
           MOVE WS-ACTION TO DL-ACTION.
           WRITE REVIEW-REPORT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
       4600-WRITE-REVIEW-RECORD.
      *
      *    THE APPROVAL COLUMNS GO OUT BLANK FOR THE CREDIT MANAGER
      *
           MOVE SPACES TO CREDIT-REVIEW-RECORD.
           MOVE CM-CUSTOMER-NUMBER TO CRV-CUSTOMER-NUMBER.
           MOVE CM-LAST-NAME TO CRV-CUSTOMER-NAME.
           MOVE WS-RUN-DATE-YMD TO CRV-REVIEW-DATE.
           MOVE WS-RATING TO CRV-RATING.
           MOVE WS-CURRENT-LIMIT TO CRV-CURRENT-LIMIT.
           MOVE WS-RECOMMENDED-LIMIT TO CRV-RECOMMENDED-LIMIT.
           WRITE CREDIT-REVIEW-RECORD.
           ADD 1 TO WS-CHANGES-RECOMMENDED.
      *
       4700-PRINT-PAGE-HEADINGS.
      *
           ADD 1 TO WS-PAGE-COUNT.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE WS-PAGE-COUNT TO HL1-PAGE-NUMBER.
      *
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO REVIEW-REPORT-RECORD
               WRITE REVIEW-REPORT-RECORD
           END-IF.
      *
           WRITE REVIEW-REPORT-RECORD FROM WS-HEADING-LINE-1.
           MOVE SPACES TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           MOVE WS-RUN-DATE-YMD TO DT-BUSINESS-DATE.
           WRITE REVIEW-REPORT-RECORD FROM WS-DATE-LINE.
           MOVE SPACES TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD FROM WS-COLUMN-HEADING-LINE-1.
           WRITE REVIEW-REPORT-RECORD FROM WS-COLUMN-HEADING-LINE-2.
           MOVE SPACES TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
      *
       8000-CONVERT-DATE-TO-DAYS.
      *
      *    YYYYMMDD IN WS-CONVERT-DATE TO DAYS SINCE 1 JAN 1900 -
      *    WHOLE YEARS, THEN THE MONTHS IN FRONT, THEN THE DAYS
      *
           MOVE ZERO TO WS-DAY-COUNT.
      *
           PERFORM VARYING WS-YEAR-SUB FROM 1900 BY 1
                   UNTIL WS-YEAR-SUB >= WS-CONVERT-YYYY
               PERFORM 8150-CHECK-LEAP-YEAR
               IF WS-LEAP-YEAR
                   ADD 366 TO WS-DAY-COUNT
               ELSE
                   ADD 365 TO WS-DAY-COUNT
               END-IF
           END-PERFORM.
      *
           MOVE WS-CONVERT-YYYY TO WS-YEAR-SUB.
           PERFORM 8150-CHECK-LEAP-YEAR.
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
       8150-CHECK-LEAP-YEAR.
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
       9000-TERMINATE.
      *
           COMPUTE WS-RECORDS-READ =
               WS-PAYMENTS-READ + WS-INVOICES-READ.
      *
           IF WS-PAGE-COUNT = ZERO
               PERFORM 4700-PRINT-PAGE-HEADINGS
           END-IF.
      *
           MOVE SPACES TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           MOVE WS-PAYMENTS-READ TO TL1-PAYMENTS-READ.
           WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE-1.
           MOVE WS-INVOICES-READ TO TL2-INVOICES-READ.
           WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE-2.
           MOVE WS-CUSTOMERS-REVIEWED TO TL3-CUSTOMERS-REVIEWED.
           WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE-3.
           MOVE WS-CHANGES-RECOMMENDED TO TL4-CHANGES-RECOMMENDED.
           WRITE REVIEW-REPORT-RECORD FROM WS-TOTAL-LINE-4.
      *
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE WS-OVERFLOW-COUNT TO OV-OVERFLOW-COUNT
               WRITE REVIEW-REPORT-RECORD FROM WS-OVERFLOW-LINE
           END-IF.
      *
           CLOSE PAYMENT-LOG-FILE.
           CLOSE INVMAS-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE REVIEW-REPORT-FILE.
           CLOSE REVIEW-FILE.
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
           MOVE 'CRVRPT1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           MOVE 'CRVRPT1 ' TO RUN-JOB-NAME.
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
           MOVE 'CRVRPT1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-RUNCTL-STATUS = '00'
               MOVE WS-RC-STAMP TO RUN-END-STAMP
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-RECORDS-READ TO RUN-RECORDS-PROCESSED
               SET RUN-STATUS-ENDED TO TRUE
               REWRITE RUN-CONTROL-RECORD
           END-IF.
      *
           CLOSE RUNCTL-FILE.
