       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  MRGRPT1.
      *
      ************************************************************
      * MONTHLY GROSS MARGIN REPORT (BATCH)                      *
      *                                                          *
      * READS ORDMAS FROM BEGINNING TO END AND SELECTS THE       *
      * ORDERS DATED IN THE REPORT MONTH (FROM THE MRGPARM       *
      * PARAMETER, YYYYMM) THAT REACHED COMPLETE OR SHIPPED      *
      * STATUS - THE SAME ORDERS THE COMMISSION REPORT COUNTS.   *
      * EVERY ORDLINE ITEM OF A SELECTED ORDER ADDS ITS EXTENDED *
      * AMOUNT TO SALES AND ITS QUANTITY TIMES THE UNIT COST     *
      * CAPTURED AT THE TIME OF SALE TO COST. THE REPORT PRINTS  *
      * THREE SECTIONS - BY PRODUCT, BY CUSTOMER, AND BY THE     *
      * ORD-REP-CODE STAMPED AT ENTRY - EACH WITH SALES, COST,   *
      * MARGIN DOLLARS, AND MARGIN PERCENT. LINES WRITTEN BEFORE *
      * COSTS WERE CAPTURED CARRY A ZERO COST; THEY ARE COUNTED  *
      * AT THE FOOT SO THE READER KNOWS HOW MUCH OF THE MARGIN   *
      * IS OVERSTATED. BLANK REP CODES GROUP UNDER '???'.        *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ORDMAS-FILE ASSIGN TO ORDMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORD-ORDER-NUMBER
               FILE STATUS IS WS-ORDMAS-STATUS.
      *
           SELECT ORDLINE-FILE ASSIGN TO ORDLINE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDL-KEY
               FILE STATUS IS WS-ORDLINE-STATUS.
      *
           SELECT PRODMAS-FILE ASSIGN TO PRODMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRODMAS-STATUS.
      *
           SELECT CUSTMAS-FILE ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAS-STATUS.
      *
           SELECT REPMAS-FILE ASSIGN TO REPMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REP-REP-CODE
               FILE STATUS IS WS-REPMAS-STATUS.
      *
           SELECT MARGIN-REPORT-FILE ASSIGN TO MRGRPT1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT PARM-FILE ASSIGN TO MRGPARM
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
       FD  ORDMAS-FILE.
      *
       COPY ORDREC.
      *
       FD  ORDLINE-FILE.
      *
       COPY ORDLREC.
      *
       FD  PRODMAS-FILE.
      *
       COPY PRODREC.
      *
       FD  CUSTMAS-FILE.
      *
       COPY CUSTREC.
      *
       FD  REPMAS-FILE.
      *
       COPY REPREC.
      *
       FD  MARGIN-REPORT-FILE.
      *
       01  MARGIN-REPORT-RECORD          PIC X(132).
      *
       FD  PARM-FILE.
      *
       01  PARM-RECORD.
           05  PARM-YEAR-MONTH           PIC X(6).
           05  FILLER                    PIC X(74).
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
           05  END-OF-LINES-SW           PIC X       VALUE 'N'.
               88  END-OF-LINES                      VALUE 'Y'.
      *
       01  WS-FILE-STATUSES.
           05  WS-ORDMAS-STATUS          PIC XX.
           05  WS-ORDLINE-STATUS         PIC XX.
           05  WS-PRODMAS-STATUS         PIC XX.
           05  WS-CUSTMAS-STATUS         PIC XX.
           05  WS-REPMAS-STATUS          PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-PARM-STATUS            PIC XX.
      *
       01  WS-COUNTERS.
           05  WS-ORDERS-READ            PIC S9(7)   COMP VALUE ZERO.
           05  WS-ORDERS-COUNTED         PIC S9(7)   COMP VALUE ZERO.
           05  WS-LINES-COUNTED          PIC S9(7)   COMP VALUE ZERO.
           05  WS-LINES-WITHOUT-COST     PIC S9(7)   COMP VALUE ZERO.
      *
       01  WS-RUN-YYYYMM                 PIC 9(6).
       01  WS-ORDER-YYYYMM               PIC 9(6).
       01  WS-DATE-TRIM-WORK             PIC 9(8).
      *
       01  WS-LINE-COST                  PIC 9(9)V99.
       01  WS-MARGIN                     PIC S9(11)V99.
       01  WS-MARGIN-PCT                 PIC S9(3)V9.
       01  WS-PRINT-SALES                PIC 9(11)V99.
       01  WS-PRINT-COST                 PIC 9(11)V99.
      *
      *    TOTALS BY PRODUCT, BY CUSTOMER, AND BY REP. A MONTH'S
      *    SELLING TOUCHES FAR FEWER THAN 1000 PRODUCTS OR
      *    CUSTOMERS; THE REP TABLE USES THE COMMISSION REPORT'S
      *    BOUND. OVERFLOW FOLDS INTO THE LAST SLOT OF EACH TABLE.
      *
       01  WS-PRODUCT-TABLE.
           05  WS-PRD-ENTRY              OCCURS 1000 TIMES.
               10  WS-PRD-CODE           PIC X(10).
               10  WS-PRD-QUANTITY       PIC S9(9)   COMP.
               10  WS-PRD-SALES          PIC 9(11)V99.
               10  WS-PRD-COST           PIC 9(11)V99.
       01  WS-PRD-COUNT                  PIC S9(4)   COMP VALUE ZERO.
       01  WS-PRD-SUB                    PIC S9(4)   COMP.
      *
       01  WS-CUSTOMER-TABLE.
           05  WS-CUS-ENTRY              OCCURS 1000 TIMES.
               10  WS-CUS-NUMBER         PIC 9(6).
               10  WS-CUS-ORDERS         PIC S9(5)   COMP.
               10  WS-CUS-SALES          PIC 9(11)V99.
               10  WS-CUS-COST           PIC 9(11)V99.
       01  WS-CUS-COUNT                  PIC S9(4)   COMP VALUE ZERO.
       01  WS-CUS-SUB                    PIC S9(4)   COMP.
      *
       01  WS-REP-TABLE.
           05  WS-REP-ENTRY              OCCURS 50 TIMES.
               10  WS-REP-CODE           PIC X(3).
               10  WS-REP-ORDERS         PIC S9(5)   COMP.
               10  WS-REP-SALES          PIC 9(11)V99.
               10  WS-REP-COST           PIC 9(11)V99.
       01  WS-REP-COUNT                  PIC S9(4)   COMP VALUE ZERO.
       01  WS-REP-SUB                    PIC S9(4)   COMP.
       01  WS-REP-WORK-CODE              PIC X(3).
      *
       01  WS-GRAND-SALES                PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-COST                 PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40)   VALUE SPACES.
           05  FILLER                    PIC X(33)
               VALUE 'GROSS MARGIN REPORT'.
      *
       01  WS-MONTH-LINE.
           05  FILLER                    PIC X(28)
               VALUE 'MARGIN MONTH            : '.
           05  ML-YEAR-MONTH             PIC 9(6).
      *
       01  WS-SECTION-LINE.
           05  FILLER                    PIC X(12)
               VALUE '*** MARGIN '.
           05  SEC-TITLE                 PIC X(20).
           05  FILLER                    PIC X(4)    VALUE '***'.
      *
       01  WS-COLUMN-HEADING-LINE.
           05  CH-KEY-TITLE              PIC X(10).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(30)   VALUE 'NAME'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  CH-COUNT-TITLE            PIC X(9).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(17)
               VALUE '            SALES'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(17)
               VALUE '             COST'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(18)
               VALUE '           MARGIN'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(6)    VALUE ' MRG %'.
      *
       01  WS-DETAIL-LINE.
           05  DL-KEY                    PIC X(10).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-NAME                   PIC X(30).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-COUNT                  PIC ZZZZ,ZZ9.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  DL-SALES                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-COST                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-MARGIN                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-MARGIN-PCT             PIC ZZ9.9-.
      *
       01  WS-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
               VALUE 'ORDERS READ             : '.
           05  TL1-ORDERS-READ           PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-2.
           05  FILLER                    PIC X(28)
               VALUE 'ORDERS COUNTED          : '.
           05  TL2-ORDERS-COUNTED        PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-3.
           05  FILLER                    PIC X(28)
               VALUE 'ORDER LINES COUNTED     : '.
           05  TL3-LINES-COUNTED         PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-4.
           05  FILLER                    PIC X(28)
               VALUE 'LINES WITH NO COST      : '.
           05  TL4-LINES-WITHOUT-COST    PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       0000-PRODUCE-MARGIN-REPORT.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 8900-OPEN-RUN-CONTROL.
      *
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-READ-ORDER-RECORD
               IF NOT END-OF-FILE
                   PERFORM 3000-SELECT-AND-TALLY
               END-IF
           END-PERFORM.
      *
           PERFORM 4000-PRINT-PRODUCT-SECTION.
           PERFORM 5000-PRINT-CUSTOMER-SECTION.
           PERFORM 6000-PRINT-REP-SECTION.
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
                   MOVE SPACES TO PARM-YEAR-MONTH
           END-READ.
           CLOSE PARM-FILE.
      *
           IF PARM-YEAR-MONTH IS NUMERIC
               MOVE PARM-YEAR-MONTH TO WS-RUN-YYYYMM
           ELSE
               DISPLAY 'MRGRPT1 - MARGIN MONTH PARAMETER '
                       'MISSING OR NOT NUMERIC - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN INPUT ORDMAS-FILE.
           OPEN INPUT ORDLINE-FILE.
           OPEN INPUT PRODMAS-FILE.
           OPEN INPUT CUSTMAS-FILE.
           OPEN INPUT REPMAS-FILE.
           OPEN OUTPUT MARGIN-REPORT-FILE.
      *
           WRITE MARGIN-REPORT-RECORD FROM WS-HEADING-LINE-1.
           MOVE SPACES TO MARGIN-REPORT-RECORD.
           WRITE MARGIN-REPORT-RECORD.
           MOVE WS-RUN-YYYYMM TO ML-YEAR-MONTH.
           WRITE MARGIN-REPORT-RECORD FROM WS-MONTH-LINE.
      *
       2000-READ-ORDER-RECORD.
      *
           READ ORDMAS-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SW
           END-READ.
      *
           IF NOT END-OF-FILE
               ADD 1 TO WS-ORDERS-READ
           END-IF.
      *
       3000-SELECT-AND-TALLY.
      *
      *    ONLY ORDERS THAT ACTUALLY SOLD - COMPLETE OR SHIPPED,
      *    WHOLLY OR IN PART - AND ONLY FOR THE REPORT MONTH
      *
           IF NOT ORD-STATUS-COMPLETE AND NOT ORD-STATUS-SHIPPED
              AND NOT ORD-STATUS-PARTIAL
               CONTINUE
           ELSE
               DIVIDE ORD-ORDER-DATE BY 100
                   GIVING WS-ORDER-YYYYMM
                   REMAINDER WS-DATE-TRIM-WORK
               IF WS-ORDER-YYYYMM = WS-RUN-YYYYMM
                   ADD 1 TO WS-ORDERS-COUNTED
                   PERFORM 3100-FIND-CUSTOMER-ENTRY
                   PERFORM 3200-FIND-REP-ENTRY
                   ADD 1 TO WS-CUS-ORDERS(WS-CUS-SUB)
                   ADD 1 TO WS-REP-ORDERS(WS-REP-SUB)
                   PERFORM 3300-TALLY-ORDER-LINES
               END-IF
           END-IF.
      *
       3100-FIND-CUSTOMER-ENTRY.
      *
           PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
                   UNTIL WS-CUS-SUB > WS-CUS-COUNT
                   OR WS-CUS-NUMBER(WS-CUS-SUB) = ORD-CUSTOMER-NUMBER
               CONTINUE
           END-PERFORM.
      *
           IF WS-CUS-SUB > WS-CUS-COUNT
               IF WS-CUS-COUNT < 1000
                   ADD 1 TO WS-CUS-COUNT
                   MOVE ORD-CUSTOMER-NUMBER
                       TO WS-CUS-NUMBER(WS-CUS-COUNT)
                   MOVE ZERO TO WS-CUS-ORDERS(WS-CUS-COUNT)
                   MOVE ZERO TO WS-CUS-SALES(WS-CUS-COUNT)
                   MOVE ZERO TO WS-CUS-COST(WS-CUS-COUNT)
                   MOVE WS-CUS-COUNT TO WS-CUS-SUB
               ELSE
      *            TABLE FULL - FOLD THE OVERFLOW INTO SLOT 1000
                   MOVE 1000 TO WS-CUS-SUB
               END-IF
           END-IF.
      *
       3200-FIND-REP-ENTRY.
      *
      *    ORDERS FROM BEFORE THE REP FIELD EXISTED CARRY BLANKS
      *    - THEY GROUP UNDER '???' RATHER THAN VANISHING
      *
           IF ORD-REP-CODE = SPACES
               MOVE '???' TO WS-REP-WORK-CODE
           ELSE
               MOVE ORD-REP-CODE TO WS-REP-WORK-CODE
           END-IF.
      *
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                   UNTIL WS-REP-SUB > WS-REP-COUNT
                   OR WS-REP-CODE(WS-REP-SUB) = WS-REP-WORK-CODE
               CONTINUE
           END-PERFORM.
      *
           IF WS-REP-SUB > WS-REP-COUNT
               IF WS-REP-COUNT < 50
                   ADD 1 TO WS-REP-COUNT
                   MOVE WS-REP-WORK-CODE
                       TO WS-REP-CODE(WS-REP-COUNT)
                   MOVE ZERO TO WS-REP-ORDERS(WS-REP-COUNT)
                   MOVE ZERO TO WS-REP-SALES(WS-REP-COUNT)
                   MOVE ZERO TO WS-REP-COST(WS-REP-COUNT)
                   MOVE WS-REP-COUNT TO WS-REP-SUB
               ELSE
      *            TABLE FULL - FOLD THE OVERFLOW INTO SLOT 50
                   MOVE 50 TO WS-REP-SUB
               END-IF
           END-IF.
      *
       3300-TALLY-ORDER-LINES.
      *
           MOVE ORD-ORDER-NUMBER TO ORDL-ORDER-NUMBER.
           MOVE ZERO TO ORDL-LINE-NUMBER.
           MOVE 'N' TO END-OF-LINES-SW.
      *
           START ORDLINE-FILE KEY IS NOT LESS THAN ORDL-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-LINES-SW
           END-START.
      *
           PERFORM UNTIL END-OF-LINES
               READ ORDLINE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-LINES-SW
               END-READ
               IF NOT END-OF-LINES
                   IF ORDL-ORDER-NUMBER = ORD-ORDER-NUMBER
                       PERFORM 3400-TALLY-ONE-LINE
                   ELSE
                       MOVE 'Y' TO END-OF-LINES-SW
                   END-IF
               END-IF
           END-PERFORM.
      *
       3400-TALLY-ONE-LINE.
      *
           ADD 1 TO WS-LINES-COUNTED.
           IF ORDL-UNIT-COST = ZERO
               ADD 1 TO WS-LINES-WITHOUT-COST
           END-IF.
      *
           COMPUTE WS-LINE-COST ROUNDED =
               ORDL-QUANTITY * ORDL-UNIT-COST.
      *
           PERFORM 3500-FIND-PRODUCT-ENTRY.
           ADD ORDL-QUANTITY TO WS-PRD-QUANTITY(WS-PRD-SUB).
           ADD ORDL-EXTENDED-AMOUNT TO WS-PRD-SALES(WS-PRD-SUB).
           ADD WS-LINE-COST TO WS-PRD-COST(WS-PRD-SUB).
      *
           ADD ORDL-EXTENDED-AMOUNT TO WS-CUS-SALES(WS-CUS-SUB).
           ADD WS-LINE-COST TO WS-CUS-COST(WS-CUS-SUB).
           ADD ORDL-EXTENDED-AMOUNT TO WS-REP-SALES(WS-REP-SUB).
           ADD WS-LINE-COST TO WS-REP-COST(WS-REP-SUB).
      *
           ADD ORDL-EXTENDED-AMOUNT TO WS-GRAND-SALES.
           ADD WS-LINE-COST TO WS-GRAND-COST.
      *
       3500-FIND-PRODUCT-ENTRY.
      *
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                   UNTIL WS-PRD-SUB > WS-PRD-COUNT
                   OR WS-PRD-CODE(WS-PRD-SUB) = ORDL-PRODUCT-CODE
               CONTINUE
           END-PERFORM.
      *
           IF WS-PRD-SUB > WS-PRD-COUNT
               IF WS-PRD-COUNT < 1000
                   ADD 1 TO WS-PRD-COUNT
                   MOVE ORDL-PRODUCT-CODE
                       TO WS-PRD-CODE(WS-PRD-COUNT)
                   MOVE ZERO TO WS-PRD-QUANTITY(WS-PRD-COUNT)
                   MOVE ZERO TO WS-PRD-SALES(WS-PRD-COUNT)
                   MOVE ZERO TO WS-PRD-COST(WS-PRD-COUNT)
                   MOVE WS-PRD-COUNT TO WS-PRD-SUB
               ELSE
      *            TABLE FULL - FOLD THE OVERFLOW INTO SLOT 1000
                   MOVE 1000 TO WS-PRD-SUB
               END-IF
           END-IF.
      *
       4000-PRINT-PRODUCT-SECTION.
      *
           MOVE 'BY PRODUCT' TO SEC-TITLE.
           MOVE 'PRODUCT' TO CH-KEY-TITLE.
           MOVE '    UNITS' TO CH-COUNT-TITLE.
           PERFORM 7000-PRINT-SECTION-HEADINGS.
      *
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                   UNTIL WS-PRD-SUB > WS-PRD-COUNT
               PERFORM 4100-PRINT-ONE-PRODUCT
           END-PERFORM.
      *
           PERFORM 7200-PRINT-SECTION-TOTAL.
      *
       4100-PRINT-ONE-PRODUCT.
      *
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-PRD-CODE(WS-PRD-SUB) TO DL-KEY.
      *
           MOVE WS-PRD-CODE(WS-PRD-SUB) TO PRD-PRODUCT-CODE.
           READ PRODMAS-FILE
               INVALID KEY
                   MOVE '** PRODUCT NOT ON PRODMAS **'
                       TO PRD-PRODUCT-DESC
           END-READ.
           MOVE PRD-PRODUCT-DESC TO DL-NAME.
      *
           MOVE WS-PRD-QUANTITY(WS-PRD-SUB) TO DL-COUNT.
           MOVE WS-PRD-SALES(WS-PRD-SUB) TO WS-PRINT-SALES.
           MOVE WS-PRD-COST(WS-PRD-SUB) TO WS-PRINT-COST.
           PERFORM 7100-PRINT-MARGIN-LINE.
      *
       5000-PRINT-CUSTOMER-SECTION.
      *
           MOVE 'BY CUSTOMER' TO SEC-TITLE.
           MOVE 'CUSTOMER' TO CH-KEY-TITLE.
           MOVE '   ORDERS' TO CH-COUNT-TITLE.
           PERFORM 7000-PRINT-SECTION-HEADINGS.
      *
           PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
                   UNTIL WS-CUS-SUB > WS-CUS-COUNT
               PERFORM 5100-PRINT-ONE-CUSTOMER
           END-PERFORM.
      *
           PERFORM 7200-PRINT-SECTION-TOTAL.
      *
       5100-PRINT-ONE-CUSTOMER.
      *
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-CUS-NUMBER(WS-CUS-SUB) TO DL-KEY.
      *
           MOVE WS-CUS-NUMBER(WS-CUS-SUB) TO CM-CUSTOMER-NUMBER.
           READ CUSTMAS-FILE
               INVALID KEY
                   MOVE '** CUSTOMER NOT ON CUSTMAS **'
                       TO CM-LAST-NAME
           END-READ.
           MOVE CM-LAST-NAME TO DL-NAME.
      *
           MOVE WS-CUS-ORDERS(WS-CUS-SUB) TO DL-COUNT.
           MOVE WS-CUS-SALES(WS-CUS-SUB) TO WS-PRINT-SALES.
           MOVE WS-CUS-COST(WS-CUS-SUB) TO WS-PRINT-COST.
           PERFORM 7100-PRINT-MARGIN-LINE.
      *
       6000-PRINT-REP-SECTION.
      *
           MOVE 'BY SALES REP' TO SEC-TITLE.
           MOVE 'REP' TO CH-KEY-TITLE.
           MOVE '   ORDERS' TO CH-COUNT-TITLE.
           PERFORM 7000-PRINT-SECTION-HEADINGS.
      *
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                   UNTIL WS-REP-SUB > WS-REP-COUNT
               PERFORM 6100-PRINT-ONE-REP
           END-PERFORM.
      *
           PERFORM 7200-PRINT-SECTION-TOTAL.
      *
       6100-PRINT-ONE-REP.
      *
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-REP-CODE(WS-REP-SUB) TO DL-KEY.
      *
           MOVE WS-REP-CODE(WS-REP-SUB) TO REP-REP-CODE.
           READ REPMAS-FILE
               INVALID KEY
                   MOVE '** REP NOT ON REPMAS **' TO REP-NAME
           END-READ.
           MOVE REP-NAME TO DL-NAME.
      *
           MOVE WS-REP-ORDERS(WS-REP-SUB) TO DL-COUNT.
           MOVE WS-REP-SALES(WS-REP-SUB) TO WS-PRINT-SALES.
           MOVE WS-REP-COST(WS-REP-SUB) TO WS-PRINT-COST.
           PERFORM 7100-PRINT-MARGIN-LINE.
      *
       7000-PRINT-SECTION-HEADINGS.
      *
           MOVE SPACES TO MARGIN-REPORT-RECORD.
           WRITE MARGIN-REPORT-RECORD.
           WRITE MARGIN-REPORT-RECORD FROM WS-SECTION-LINE.
           MOVE SPACES TO MARGIN-REPORT-RECORD.
           WRITE MARGIN-REPORT-RECORD.
           WRITE MARGIN-REPORT-RECORD FROM WS-COLUMN-HEADING-LINE.
           MOVE SPACES TO MARGIN-REPORT-RECORD.
           WRITE MARGIN-REPORT-RECORD.
      *
       7100-PRINT-MARGIN-LINE.
      *
      *    MARGIN IS SALES LESS COST; THE PERCENT IS OF SALES, AND
      *    A ZERO-SALES LINE (A GIVEAWAY) SHOWS NO PERCENT RATHER
      *    THAN A DIVIDE BY ZERO
      *
           COMPUTE WS-MARGIN = WS-PRINT-SALES - WS-PRINT-COST.
           MOVE ZERO TO WS-MARGIN-PCT.
           IF WS-PRINT-SALES > ZERO
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN * 100 / WS-PRINT-SALES
                   ON SIZE ERROR
                       MOVE ZERO TO WS-MARGIN-PCT
               END-COMPUTE
           END-IF.
      *
           MOVE WS-PRINT-SALES TO DL-SALES.
           MOVE WS-PRINT-COST TO DL-COST.
           MOVE WS-MARGIN TO DL-MARGIN.
           MOVE WS-MARGIN-PCT TO DL-MARGIN-PCT.
           WRITE MARGIN-REPORT-RECORD FROM WS-DETAIL-LINE.
      *
       7200-PRINT-SECTION-TOTAL.
      *
      *    EVERY SECTION CUTS THE SAME SALES THREE WAYS, SO EACH
      *    ONE FOOTS TO THE SAME GRAND TOTAL
      *
           MOVE SPACES TO MARGIN-REPORT-RECORD.
           WRITE MARGIN-REPORT-RECORD.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'TOTAL' TO DL-KEY.
           MOVE WS-GRAND-SALES TO WS-PRINT-SALES.
           MOVE WS-GRAND-COST TO WS-PRINT-COST.
           PERFORM 7100-PRINT-MARGIN-LINE.
      *
       9000-TERMINATE.
      *
           MOVE SPACES TO MARGIN-REPORT-RECORD.
           WRITE MARGIN-REPORT-RECORD.
           MOVE WS-ORDERS-READ TO TL1-ORDERS-READ.
           WRITE MARGIN-REPORT-RECORD FROM WS-TOTAL-LINE-1.
           MOVE WS-ORDERS-COUNTED TO TL2-ORDERS-COUNTED.
           WRITE MARGIN-REPORT-RECORD FROM WS-TOTAL-LINE-2.
           MOVE WS-LINES-COUNTED TO TL3-LINES-COUNTED.
           WRITE MARGIN-REPORT-RECORD FROM WS-TOTAL-LINE-3.
           MOVE WS-LINES-WITHOUT-COST TO TL4-LINES-WITHOUT-COST.
           WRITE MARGIN-REPORT-RECORD FROM WS-TOTAL-LINE-4.
      *
           CLOSE ORDMAS-FILE.
           CLOSE ORDLINE-FILE.
           CLOSE PRODMAS-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE REPMAS-FILE.
           CLOSE MARGIN-REPORT-FILE.
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
           ACCEPT WS-RC-BUSINESS-DATE FROM DATE YYYYMMDD.
      *
           OPEN I-O RUNCTL-FILE.
      *
           MOVE 'MRGRPT1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           MOVE 'MRGRPT1 ' TO RUN-JOB-NAME.
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
           MOVE 'MRGRPT1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-RUNCTL-STATUS = '00'
               MOVE WS-RC-STAMP TO RUN-END-STAMP
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-ORDERS-COUNTED TO RUN-RECORDS-PROCESSED
               SET RUN-STATUS-ENDED TO TRUE
               REWRITE RUN-CONTROL-RECORD
           END-IF.
      *
           CLOSE RUNCTL-FILE.
