       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  TAXRTN1.
      *
      ************************************************************
      * SALES TAX LIABILITY RETURN BY STATE (BATCH)              *
      *                                                          *
      * BUILDS THE FIGURES FOR THE STATE SALES TAX FILINGS FOR   *
      * ONE MONTH AND FOR THE QUARTER TO DATE THROUGH IT. THE    *
      * MONTH IS THE ONE IN TAXPARM'S REPORT MONTH (YYYYMM), OR  *
      * THE BUSINESS DATE'S MONTH WHEN THAT IS LEFT BLANK, SO A  *
      * CLOSED MONTH CAN BE RERUN FOR A LATE FILING.             *
      *                                                          *
      * EACH INVMAS INVOICE IS FILED UNDER THE STATE ITS ORDER   *
      * WAS TAXED IN - THE ORDER'S SHIP-TO STATE, OR THE BILL-TO *
      * STATE WHEN THE ORDER NAMES NO SHIP-TO - THE SAME RULE    *
      * ORDER ENTRY TAXES BY. FINANCE CHARGE INVOICES (ORDER     *
      * ZERO) ARE NOT SALES AND ARE LEFT OFF. PER STATE:         *
      *   GROSS SALES   - INVOICED MERCHANDISE                   *
      *   EXEMPT SALES  - UNTAXED INVOICES TO A CUSTOMER WITH A  *
      *                   CUSTEXM CERTIFICATE FOR THE STATE,     *
      *                   LISTED WITH THE CERTIFICATE NUMBER AND *
      *                   FLAGGED WHEN IT HAD EXPIRED BY THE     *
      *                   INVOICE DATE                           *
      *   TAXABLE SALES - GROSS LESS EXEMPT                      *
      *   TAX COLLECTED - INV-TAX-AMOUNT                         *
      *   TAX REFUNDED  - RTN-CREDIT-TAX ON CREDIT MEMOS DATED   *
      *                   IN THE PERIOD, FILED BY THEIR ORDER    *
      *   NET TAX DUE   - TAXABLE SALES AT THE TAXRATE RATE      *
      *                   LESS TAX REFUNDED                      *
      *   DUE LESS NET  - NET TAX DUE LESS WHAT WAS COLLECTED    *
      *                   NET OF REFUNDS - NONZERO MEANS TAX     *
      *                   WAS OVER OR UNDER CHARGED              *
      *                                                          *
      * TAXRATE HOLDS ONLY TODAY'S RATE, SO A STATE WHOSE RATE   *
      * CHANGED INSIDE THE PERIOD SHOWS THE CHANGE AS A          *
      * DIFFERENCE IN THE LAST COLUMN.                           *
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-INVOICE-NUMBER
               FILE STATUS IS WS-INVMAS-STATUS.
      *
           SELECT RTNMAS-FILE ASSIGN TO RTNMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RTN-RETURN-NUMBER
               FILE STATUS IS WS-RTNMAS-STATUS.
      *
           SELECT ORDMAS-FILE ASSIGN TO ORDMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORD-ORDER-NUMBER
               FILE STATUS IS WS-ORDMAS-STATUS.
      *
           SELECT CUSTMAS-FILE ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAS-STATUS.
      *
           SELECT CUSTSHIP-FILE ASSIGN TO CUSTSHIP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHIP-KEY
               FILE STATUS IS WS-CUSTSHIP-STATUS.
      *
           SELECT CUSTEXM-FILE ASSIGN TO CUSTEXM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-CUSTEXM-STATUS.
      *
           SELECT TAXRATE-FILE ASSIGN TO TAXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAX-STATE-CODE
               FILE STATUS IS WS-TAXRATE-STATUS.
      *
           SELECT TAX-REPORT-FILE ASSIGN TO TAXRTN1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT PARM-FILE ASSIGN TO TAXPARM
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
       FD  RTNMAS-FILE.
      *
       COPY RTNREC.
      *
       FD  ORDMAS-FILE.
      *
       COPY ORDREC.
      *
       FD  CUSTMAS-FILE.
      *
       COPY CUSTREC.
      *
       FD  CUSTSHIP-FILE.
      *
       COPY SHIPREC.
      *
       FD  CUSTEXM-FILE.
      *
       COPY EXMREC.
      *
       FD  TAXRATE-FILE.
      *
       COPY TAXREC.
      *
       FD  TAX-REPORT-FILE.
      *
       01  TAX-REPORT-RECORD             PIC X(132).
      *
      *    TAXPARM - THE BUSINESS DATE, THEN THE MONTH TO REPORT
      *    AS YYYYMM (BLANK = THE BUSINESS DATE'S MONTH)
      *
       FD  PARM-FILE.
      *
       01  PARM-RECORD.
           05  PARM-BUSINESS-DATE        PIC X(8).
           05  PARM-REPORT-MONTH         PIC X(6).
           05  FILLER                    PIC X(66).
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
           05  IN-MONTH-SW               PIC X       VALUE 'N'.
               88  IN-MONTH                          VALUE 'Y'.
           05  CERT-FOUND-SW             PIC X       VALUE 'N'.
               88  CERT-FOUND                        VALUE 'Y'.
      *
       01  WS-FILE-STATUSES.
           05  WS-INVMAS-STATUS          PIC XX.
           05  WS-RTNMAS-STATUS          PIC XX.
           05  WS-ORDMAS-STATUS          PIC XX.
           05  WS-CUSTMAS-STATUS         PIC XX.
           05  WS-CUSTSHIP-STATUS        PIC XX.
           05  WS-CUSTEXM-STATUS         PIC XX.
           05  WS-TAXRATE-STATUS         PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-PARM-STATUS            PIC XX.
      *
       01  WS-COUNTERS.
           05  WS-RECORDS-READ           PIC S9(7)   COMP VALUE ZERO.
           05  WS-INVOICES-FILED         PIC S9(7)   COMP VALUE ZERO.
           05  WS-CHARGES-LEFT-OFF       PIC S9(7)   COMP VALUE ZERO.
           05  WS-RETURNS-FILED          PIC S9(7)   COMP VALUE ZERO.
           05  WS-ORDERS-NOT-FOUND       PIC S9(7)   COMP VALUE ZERO.
           05  WS-EXPIRED-COUNT          PIC S9(7)   COMP VALUE ZERO.
           05  WS-OVERFLOW-COUNT         PIC S9(7)   COMP VALUE ZERO.
           05  WS-LINE-COUNT             PIC S9(3)   COMP VALUE 99.
           05  WS-PAGE-COUNT             PIC S9(5)   COMP VALUE ZERO.
      *
      *    THE REPORT MONTH AND THE QUARTER IT FALLS IN, AS YYYYMM
      *
       01  WS-PERIOD-FIELDS.
           05  WS-RUN-DATE-YMD           PIC 9(8).
           05  WS-REPORT-YYYYMM          PIC 9(6).
           05  WS-REPORT-PARTS REDEFINES WS-REPORT-YYYYMM.
               10  WS-REPORT-YYYY        PIC 9(4).
               10  WS-REPORT-MM          PIC 99.
           05  WS-QUARTER-START-YYYYMM   PIC 9(6).
           05  WS-QUARTER-START-PARTS
                   REDEFINES WS-QUARTER-START-YYYYMM.
               10  WS-QUARTER-START-YYYY PIC 9(4).
               10  WS-QUARTER-START-MM   PIC 99.
           05  WS-QUARTER-WORK           PIC 9.
           05  WS-ITEM-DATE              PIC 9(8).
           05  WS-ITEM-YYYYMM            PIC 9(6).
      *
      *    WHERE AN INVOICE OR RETURN IS FILED
      *
       01  WS-TAXING-FIELDS.
           05  WS-FIND-ORDER             PIC 9(8).
           05  WS-FIND-CUSTOMER          PIC 9(6).
           05  WS-TAXING-STATE           PIC XX.
           05  WS-STATE-SUB              PIC S9(4)   COMP.
           05  WS-PERIOD-SUB             PIC S9(4)   COMP.
      *
      *    STATE CODES - THE SAME LIST ORDER ENTRY VALIDATES
      *    AGAINST. THE TOTALS CARRY ONE MORE ROW FOR AN ORDER
      *    WHOSE STATE IS MISSING OR NOT ON THE LIST.
      *
       COPY STATETAB.
      *
       01  WS-UNKNOWN-STATE-SUB          PIC S9(4)   COMP VALUE 52.
      *
      *    ROW PER STATE, MONTH (1) AND QUARTER TO DATE (2)
      *
       01  WS-STATE-TOTALS.
           05  WS-ST-ENTRY               OCCURS 52 TIMES.
               10  WS-ST-PERIOD          OCCURS 2 TIMES.
                   15  WS-ST-GROSS       PIC 9(11)V99.
                   15  WS-ST-EXEMPT      PIC 9(11)V99.
                   15  WS-ST-COLLECTED   PIC 9(11)V99.
                   15  WS-ST-REFUNDED    PIC 9(11)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GT-PERIOD              OCCURS 2 TIMES.
               10  WS-GT-GROSS           PIC 9(11)V99.
               10  WS-GT-EXEMPT          PIC 9(11)V99.
               10  WS-GT-TAXABLE         PIC 9(11)V99.
               10  WS-GT-COLLECTED       PIC 9(11)V99.
               10  WS-GT-REFUNDED        PIC 9(11)V99.
               10  WS-GT-NET-DUE         PIC S9(11)V99.
               10  WS-GT-DIFFERENCE      PIC S9(11)V99.
      *
       01  WS-LINE-FIGURES.
           05  WS-TAXABLE                PIC 9(11)V99.
           05  WS-TAX-AT-RATE            PIC 9(11)V99.
           05  WS-NET-DUE                PIC S9(11)V99.
           05  WS-DIFFERENCE             PIC S9(11)V99.
           05  WS-RATE-PERCENT           PIC 99V99.
      *
      *    EXEMPT SALES IN THE QUARTER, LISTED BY STATE AFTER THE
      *    TOTALS. 500 IS THE SAME CEILING ARAGE1 CARRIES; ANY
      *    BEYOND ARE STILL IN THE TOTALS AND COUNTED ON THE REPORT.
      *
       01  WS-EXEMPT-TABLE.
           05  WS-EX-ENTRY               OCCURS 500 TIMES.
               10  WS-EX-STATE-SUB       PIC S9(4)   COMP.
               10  WS-EX-INVOICE-NUMBER  PIC 9(8).
               10  WS-EX-INVOICE-DATE    PIC 9(8).
               10  WS-EX-CUSTOMER-NUMBER PIC 9(6).
               10  WS-EX-CERTIFICATE     PIC X(15).
               10  WS-EX-EXPIRY-DATE     PIC 9(8).
               10  WS-EX-AMOUNT          PIC 9(9)V99.
               10  WS-EX-EXPIRED-SW      PIC X.
       01  WS-EX-ENTRY-COUNT             PIC S9(4)   COMP VALUE ZERO.
       01  WS-EX-SUB                     PIC S9(4)   COMP.
      *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40)   VALUE SPACES.
           05  FILLER                    PIC X(38)
               VALUE 'SALES TAX LIABILITY BY STATE'.
           05  FILLER                    PIC X(5)    VALUE 'PAGE '.
           05  HL1-PAGE-NUMBER           PIC ZZZZ9.
      *
       01  WS-PERIOD-LINE.
           05  FILLER                    PIC X(28)
               VALUE 'REPORT MONTH            : '.
           05  PL-REPORT-MONTH           PIC 9(6).
           05  FILLER                    PIC X(6)    VALUE SPACES.
           05  FILLER                    PIC X(28)
               VALUE 'QUARTER TO DATE FROM    : '.
           05  PL-QUARTER-START          PIC 9(6).
      *
       01  WS-COLUMN-HEADING-LINE-1.
           05  FILLER                    PIC X(9)    VALUE SPACES.
           05  FILLER                    PIC X(15)
               VALUE '          GROSS'.
           05  FILLER                    PIC X(15)
               VALUE '         EXEMPT'.
           05  FILLER                    PIC X(15)
               VALUE '        TAXABLE'.
           05  FILLER                    PIC X(15)
               VALUE '            TAX'.
           05  FILLER                    PIC X(15)
               VALUE '            TAX'.
           05  FILLER                    PIC X(7)    VALUE SPACES.
           05  FILLER                    PIC X(15)
               VALUE '        NET TAX'.
           05  FILLER                    PIC X(16)
               VALUE '  DUE LESS NET'.
      *
       01  WS-COLUMN-HEADING-LINE-2.
           05  FILLER                    PIC X(9)
               VALUE 'ST  PER'.
           05  FILLER                    PIC X(15)
               VALUE '          SALES'.
           05  FILLER                    PIC X(15)
               VALUE '          SALES'.
           05  FILLER                    PIC X(15)
               VALUE '          SALES'.
           05  FILLER                    PIC X(15)
               VALUE '      COLLECTED'.
           05  FILLER                    PIC X(15)
               VALUE '       REFUNDED'.
           05  FILLER                    PIC X(7)    VALUE '   RATE'.
           05  FILLER                    PIC X(15)
               VALUE '            DUE'.
           05  FILLER                    PIC X(16)
               VALUE '     COLLECTED'.
      *
       01  WS-STATE-LINE.
           05  SL-STATE-CODE             PIC XX.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  SL-PERIOD                 PIC X(3).
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  SL-GROSS                  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X       VALUE SPACES.
           05  SL-EXEMPT                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X       VALUE SPACES.
           05  SL-TAXABLE                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X       VALUE SPACES.
           05  SL-COLLECTED              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X       VALUE SPACES.
           05  SL-REFUNDED               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  SL-RATE                   PIC Z9.99.
           05  FILLER                    PIC X       VALUE SPACES.
           05  SL-NET-DUE                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X       VALUE SPACES.
           05  SL-DIFFERENCE             PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01  WS-EXEMPT-HEADING-LINE.
           05  FILLER                    PIC X(40)
               VALUE 'EXEMPT SALES IN THE QUARTER TO DATE'.
      *
       01  WS-EXEMPT-COLUMN-LINE.
           05  FILLER                    PIC X(4)    VALUE 'ST'.
           05  FILLER                    PIC X(10)   VALUE 'INVOICE'.
           05  FILLER                    PIC X(10)   VALUE 'DATE'.
           05  FILLER                    PIC X(8)    VALUE 'CUST #'.
           05  FILLER                    PIC X(17)
               VALUE 'CERTIFICATE'.
           05  FILLER                    PIC X(10)   VALUE 'EXPIRES'.
           05  FILLER                    PIC X(14)
               VALUE '  EXEMPT SALES'.
      *
       01  WS-EXEMPT-LINE.
           05  EL-STATE-CODE             PIC XX.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  EL-INVOICE-NUMBER         PIC 9(8).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  EL-INVOICE-DATE           PIC 9(8).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  EL-CUSTOMER-NUMBER        PIC 9(6).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  EL-CERTIFICATE            PIC X(15).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  EL-EXPIRY-DATE            PIC 9(8).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  EL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  EL-EXPIRED-TEXT           PIC X(40).
      *
       01  WS-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
               VALUE 'INVOICES FILED          : '.
           05  TL1-INVOICES-FILED        PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-2.
           05  FILLER                    PIC X(28)
               VALUE 'FINANCE CHARGES LEFT OFF: '.
           05  TL2-CHARGES-LEFT-OFF      PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-3.
           05  FILLER                    PIC X(28)
               VALUE 'CREDIT MEMOS FILED      : '.
           05  TL3-RETURNS-FILED         PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-4.
           05  FILLER                    PIC X(28)
               VALUE 'ORDERS NOT ON FILE      : '.
           05  TL4-ORDERS-NOT-FOUND      PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(30)
               VALUE ' (FILED UNDER BILL-TO STATE)'.
      *
       01  WS-TOTAL-LINE-5.
           05  FILLER                    PIC X(28)
               VALUE 'EXPIRED CERTIFICATES    : '.
           05  TL5-EXPIRED-COUNT         PIC ZZZ,ZZ9.
      *
       01  WS-OVERFLOW-LINE.
           05  FILLER                    PIC X(34)
               VALUE 'EXEMPT SALE TABLE OVERFLOWED - '.
           05  OV-OVERFLOW-COUNT         PIC ZZ,ZZ9.
           05  FILLER                    PIC X(30)
               VALUE ' SALES NOT LISTED ABOVE'.
      *
       PROCEDURE DIVISION.
      *
       0000-PREPARE-TAX-RETURN.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 8900-OPEN-RUN-CONTROL.
      *
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-READ-INVOICE-RECORD
               IF NOT END-OF-FILE
                   PERFORM 3000-FILE-INVOICE
               END-IF
           END-PERFORM.
      *
           MOVE 'N' TO END-OF-FILE-SW.
           PERFORM UNTIL END-OF-FILE
               PERFORM 2100-READ-RETURN-RECORD
               IF NOT END-OF-FILE
                   PERFORM 4000-FILE-CREDIT-MEMO
               END-IF
           END-PERFORM.
      *
           PERFORM 5000-PRINT-STATE-TOTALS.
           PERFORM 6000-PRINT-EXEMPT-SALES.
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
                   MOVE SPACES TO PARM-RECORD
           END-READ.
           CLOSE PARM-FILE.
      *
           IF PARM-BUSINESS-DATE IS NUMERIC
               MOVE PARM-BUSINESS-DATE TO WS-RUN-DATE-YMD
           ELSE
               DISPLAY 'TAXRTN1 - BUSINESS DATE PARAMETER MISSING '
                       'OR NOT NUMERIC - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           IF PARM-REPORT-MONTH = SPACES
               MOVE WS-RUN-DATE-YMD(1:6) TO WS-REPORT-YYYYMM
           ELSE
               IF PARM-REPORT-MONTH IS NUMERIC
                   MOVE PARM-REPORT-MONTH TO WS-REPORT-YYYYMM
               ELSE
                   MOVE ZERO TO WS-REPORT-YYYYMM
               END-IF
               IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
                   DISPLAY 'TAXRTN1 - REPORT MONTH PARAMETER NOT '
                           'A VALID YYYYMM - RUN STOPPED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
      *    THE QUARTER STARTS IN MONTH 1, 4, 7 OR 10
      *
           COMPUTE WS-QUARTER-WORK = (WS-REPORT-MM - 1) / 3.
           MOVE WS-REPORT-YYYY TO WS-QUARTER-START-YYYY.
           COMPUTE WS-QUARTER-START-MM = WS-QUARTER-WORK * 3 + 1.
      *
           INITIALIZE WS-STATE-TOTALS.
           INITIALIZE WS-GRAND-TOTALS.
      *
           OPEN INPUT INVMAS-FILE.
           OPEN INPUT RTNMAS-FILE.
           OPEN INPUT ORDMAS-FILE.
           OPEN INPUT CUSTMAS-FILE.
           OPEN INPUT CUSTSHIP-FILE.
           OPEN INPUT CUSTEXM-FILE.
           OPEN INPUT TAXRATE-FILE.
           OPEN OUTPUT TAX-REPORT-FILE.
      *
       2000-READ-INVOICE-RECORD.
      *
           READ INVMAS-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SW
           END-READ.
      *
           IF NOT END-OF-FILE
               ADD 1 TO WS-RECORDS-READ
           END-IF.
      *
       2100-READ-RETURN-RECORD.
      *
           READ RTNMAS-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SW
           END-READ.
      *
           IF NOT END-OF-FILE
               ADD 1 TO WS-RECORDS-READ
           END-IF.
      *
       2500-CHECK-PERIOD.
      *
      *    WS-PERIOD-SUB COMES BACK 2 FOR AN ITEM DATED IN THE
      *    QUARTER TO DATE, ZERO FOR ONE OUTSIDE IT; IN-MONTH SAYS
      *    WHETHER IT ALSO FALLS IN THE REPORT MONTH
      *
           MOVE WS-ITEM-DATE(1:6) TO WS-ITEM-YYYYMM.
           MOVE 'N' TO IN-MONTH-SW.
           IF WS-ITEM-YYYYMM NOT < WS-QUARTER-START-YYYYMM
              AND WS-ITEM-YYYYMM NOT > WS-REPORT-YYYYMM
               MOVE 2 TO WS-PERIOD-SUB
               IF WS-ITEM-YYYYMM = WS-REPORT-YYYYMM
                   MOVE 'Y' TO IN-MONTH-SW
               END-IF
           ELSE
               MOVE ZERO TO WS-PERIOD-SUB
           END-IF.
      *
       3000-FILE-INVOICE.
      *
           MOVE INV-INVOICE-DATE TO WS-ITEM-DATE.
           PERFORM 2500-CHECK-PERIOD.
      *
           IF WS-PERIOD-SUB > ZERO
               IF INV-ORDER-NUMBER = ZERO
                   ADD 1 TO WS-CHARGES-LEFT-OFF
               ELSE
                   ADD 1 TO WS-INVOICES-FILED
                   MOVE INV-ORDER-NUMBER TO WS-FIND-ORDER
                   MOVE INV-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER
                   PERFORM 3100-FIND-TAXING-STATE
                   PERFORM 3200-CHECK-EXEMPTION
                   PERFORM 3500-ADD-INVOICE-TO-STATE
                   IF IN-MONTH
                       MOVE 1 TO WS-PERIOD-SUB
                       PERFORM 3500-ADD-INVOICE-TO-STATE
                   END-IF
               END-IF
           END-IF.
      *
       3100-FIND-TAXING-STATE.
      *
      *    THE ORDER'S SHIP-TO STATE, ELSE THE CUSTOMER'S BILL-TO
      *    STATE - HOW ORDER ENTRY PICKED THE STATE TO TAX IN
      *
           MOVE SPACES TO WS-TAXING-STATE.
           MOVE WS-FIND-ORDER TO ORD-ORDER-NUMBER.
           READ ORDMAS-FILE
               INVALID KEY
                   ADD 1 TO WS-ORDERS-NOT-FOUND
                   MOVE ZERO TO ORD-SHIP-TO-SEQUENCE
           END-READ.
      *
           IF ORD-SHIP-TO-SEQUENCE > ZERO
               MOVE WS-FIND-CUSTOMER TO SHIP-CUSTOMER-NUMBER
               MOVE ORD-SHIP-TO-SEQUENCE TO SHIP-SEQUENCE-NUMBER
               READ CUSTSHIP-FILE
                   INVALID KEY
                       MOVE SPACES TO SHIP-STATE
               END-READ
               MOVE SHIP-STATE TO WS-TAXING-STATE
           END-IF.
      *
           IF WS-TAXING-STATE = SPACES
               MOVE WS-FIND-CUSTOMER TO CM-CUSTOMER-NUMBER
               READ CUSTMAS-FILE
                   INVALID KEY
                       MOVE SPACES TO CM-STATE
               END-READ
               MOVE CM-STATE TO WS-TAXING-STATE
           END-IF.
      *
           SET WS-STATE-IDX TO 1.
           SEARCH WS-STATE-ENTRY
               AT END
                   MOVE WS-UNKNOWN-STATE-SUB TO WS-STATE-SUB
               WHEN WS-STATE-ENTRY(WS-STATE-IDX) = WS-TAXING-STATE
                   SET WS-STATE-SUB TO WS-STATE-IDX
           END-SEARCH.
      *
       3200-CHECK-EXEMPTION.
      *
      *    AN UNTAXED SALE TO A CUSTOMER WITH A CERTIFICATE FOR THE
      *    STATE WAS SOLD EXEMPT. IT IS LISTED, AND FLAGGED WHEN THE
      *    CERTIFICATE HAD RUN OUT BY THE TIME IT WAS INVOICED.
      *
           MOVE 'N' TO CERT-FOUND-SW.
           IF INV-TAX-AMOUNT = ZERO
              AND INV-MERCHANDISE-TOTAL > ZERO
              AND WS-TAXING-STATE NOT = SPACES
               MOVE INV-CUSTOMER-NUMBER TO EXM-CUSTOMER-NUMBER
               MOVE WS-TAXING-STATE TO EXM-STATE-CODE
               MOVE 'Y' TO CERT-FOUND-SW
               READ CUSTEXM-FILE
                   INVALID KEY
                       MOVE 'N' TO CERT-FOUND-SW
               END-READ
           END-IF.
      *
           IF CERT-FOUND
               IF EXM-EXPIRY-DATE < INV-INVOICE-DATE
                   ADD 1 TO WS-EXPIRED-COUNT
               END-IF
               IF WS-EX-ENTRY-COUNT < 500
                   ADD 1 TO WS-EX-ENTRY-COUNT
                   MOVE WS-EX-ENTRY-COUNT TO WS-EX-SUB
                   MOVE WS-STATE-SUB TO WS-EX-STATE-SUB(WS-EX-SUB)
                   MOVE INV-INVOICE-NUMBER
                       TO WS-EX-INVOICE-NUMBER(WS-EX-SUB)
                   MOVE INV-INVOICE-DATE
                       TO WS-EX-INVOICE-DATE(WS-EX-SUB)
                   MOVE INV-CUSTOMER-NUMBER
                       TO WS-EX-CUSTOMER-NUMBER(WS-EX-SUB)
                   MOVE EXM-CERTIFICATE-NUMBER
                       TO WS-EX-CERTIFICATE(WS-EX-SUB)
                   MOVE EXM-EXPIRY-DATE
                       TO WS-EX-EXPIRY-DATE(WS-EX-SUB)
                   MOVE INV-MERCHANDISE-TOTAL
                       TO WS-EX-AMOUNT(WS-EX-SUB)
                   IF EXM-EXPIRY-DATE < INV-INVOICE-DATE
                       MOVE 'Y' TO WS-EX-EXPIRED-SW(WS-EX-SUB)
                   ELSE
                       MOVE 'N' TO WS-EX-EXPIRED-SW(WS-EX-SUB)
                   END-IF
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
       3500-ADD-INVOICE-TO-STATE.
      *
           ADD INV-MERCHANDISE-TOTAL
               TO WS-ST-GROSS(WS-STATE-SUB, WS-PERIOD-SUB).
           ADD INV-TAX-AMOUNT
               TO WS-ST-COLLECTED(WS-STATE-SUB, WS-PERIOD-SUB).
           IF CERT-FOUND
               ADD INV-MERCHANDISE-TOTAL
                   TO WS-ST-EXEMPT(WS-STATE-SUB, WS-PERIOD-SUB)
           END-IF.
      *
       4000-FILE-CREDIT-MEMO.
      *
           MOVE RTN-RETURN-DATE TO WS-ITEM-DATE.
           PERFORM 2500-CHECK-PERIOD.
      *
           IF WS-PERIOD-SUB > ZERO AND RTN-CREDIT-TAX > ZERO
               ADD 1 TO WS-RETURNS-FILED
               MOVE RTN-ORDER-NUMBER TO WS-FIND-ORDER
               MOVE RTN-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER
               PERFORM 3100-FIND-TAXING-STATE
               ADD RTN-CREDIT-TAX
                   TO WS-ST-REFUNDED(WS-STATE-SUB, WS-PERIOD-SUB)
               IF IN-MONTH
                   ADD RTN-CREDIT-TAX
                       TO WS-ST-REFUNDED(WS-STATE-SUB, 1)
               END-IF
           END-IF.
      *
       5000-PRINT-STATE-TOTALS.
      *
      *    A STATE PRINTS WHEN IT HAD ANY SALES OR REFUNDS IN THE
      *    QUARTER - THE MONTH LINE FIRST, THEN THE QUARTER LINE
      *
           PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
                   UNTIL WS-STATE-SUB > 52
               IF WS-ST-GROSS(WS-STATE-SUB, 2) > ZERO
                  OR WS-ST-REFUNDED(WS-STATE-SUB, 2) > ZERO
                   PERFORM 5100-PRINT-STATE
               END-IF
           END-PERFORM.
      *
           IF WS-LINE-COUNT >= 48
               PERFORM 7000-PRINT-PAGE-HEADINGS
           END-IF.
           MOVE SPACES TO TAX-REPORT-RECORD.
           WRITE TAX-REPORT-RECORD.
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > 2
               MOVE SPACES TO WS-STATE-LINE
               MOVE 'ALL' TO WS-STATE-LINE(1:3)
               PERFORM 5300-SET-PERIOD-NAME
               MOVE WS-GT-GROSS(WS-PERIOD-SUB) TO SL-GROSS
               MOVE WS-GT-EXEMPT(WS-PERIOD-SUB) TO SL-EXEMPT
               MOVE WS-GT-TAXABLE(WS-PERIOD-SUB) TO SL-TAXABLE
               MOVE WS-GT-COLLECTED(WS-PERIOD-SUB) TO SL-COLLECTED
               MOVE WS-GT-REFUNDED(WS-PERIOD-SUB) TO SL-REFUNDED
               MOVE WS-GT-NET-DUE(WS-PERIOD-SUB) TO SL-NET-DUE
               MOVE WS-GT-DIFFERENCE(WS-PERIOD-SUB) TO SL-DIFFERENCE
               WRITE TAX-REPORT-RECORD FROM WS-STATE-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.
      *
       5100-PRINT-STATE.
      *
           IF WS-LINE-COUNT >= 48
               PERFORM 7000-PRINT-PAGE-HEADINGS
           END-IF.
      *
           IF WS-STATE-SUB = WS-UNKNOWN-STATE-SUB
               MOVE '??' TO TAX-STATE-CODE
               MOVE ZERO TO TAX-RATE
           ELSE
               MOVE WS-STATE-ENTRY(WS-STATE-SUB) TO TAX-STATE-CODE
               READ TAXRATE-FILE
                   INVALID KEY
                       MOVE ZERO TO TAX-RATE
               END-READ
           END-IF.
      *
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > 2
               PERFORM 5200-PRINT-STATE-PERIOD
           END-PERFORM.
      *
           MOVE SPACES TO TAX-REPORT-RECORD.
           WRITE TAX-REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.
      *
       5200-PRINT-STATE-PERIOD.
      *
           COMPUTE WS-TAXABLE =
               WS-ST-GROSS(WS-STATE-SUB, WS-PERIOD-SUB)
             - WS-ST-EXEMPT(WS-STATE-SUB, WS-PERIOD-SUB).
           COMPUTE WS-TAX-AT-RATE ROUNDED = WS-TAXABLE * TAX-RATE.
           COMPUTE WS-NET-DUE = WS-TAX-AT-RATE
               - WS-ST-REFUNDED(WS-STATE-SUB, WS-PERIOD-SUB).
           COMPUTE WS-DIFFERENCE = WS-NET-DUE
               - (WS-ST-COLLECTED(WS-STATE-SUB, WS-PERIOD-SUB)
                - WS-ST-REFUNDED(WS-STATE-SUB, WS-PERIOD-SUB)).
           COMPUTE WS-RATE-PERCENT = TAX-RATE * 100.
      *
           MOVE SPACES TO WS-STATE-LINE.
           MOVE TAX-STATE-CODE TO SL-STATE-CODE.
           PERFORM 5300-SET-PERIOD-NAME.
           MOVE WS-ST-GROSS(WS-STATE-SUB, WS-PERIOD-SUB) TO SL-GROSS.
           MOVE WS-ST-EXEMPT(WS-STATE-SUB, WS-PERIOD-SUB)
               TO SL-EXEMPT.
           MOVE WS-TAXABLE TO SL-TAXABLE.
           MOVE WS-ST-COLLECTED(WS-STATE-SUB, WS-PERIOD-SUB)
               TO SL-COLLECTED.
           MOVE WS-ST-REFUNDED(WS-STATE-SUB, WS-PERIOD-SUB)
               TO SL-REFUNDED.
           MOVE WS-RATE-PERCENT TO SL-RATE.
           MOVE WS-NET-DUE TO SL-NET-DUE.
           MOVE WS-DIFFERENCE TO SL-DIFFERENCE.
           WRITE TAX-REPORT-RECORD FROM WS-STATE-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
           ADD WS-ST-GROSS(WS-STATE-SUB, WS-PERIOD-SUB)
               TO WS-GT-GROSS(WS-PERIOD-SUB).
           ADD WS-ST-EXEMPT(WS-STATE-SUB, WS-PERIOD-SUB)
               TO WS-GT-EXEMPT(WS-PERIOD-SUB).
           ADD WS-TAXABLE TO WS-GT-TAXABLE(WS-PERIOD-SUB).
           ADD WS-ST-COLLECTED(WS-STATE-SUB, WS-PERIOD-SUB)
               TO WS-GT-COLLECTED(WS-PERIOD-SUB).
           ADD WS-ST-REFUNDED(WS-STATE-SUB, WS-PERIOD-SUB)
               TO WS-GT-REFUNDED(WS-PERIOD-SUB).
           ADD WS-NET-DUE TO WS-GT-NET-DUE(WS-PERIOD-SUB).
           ADD WS-DIFFERENCE TO WS-GT-DIFFERENCE(WS-PERIOD-SUB).
      *
       5300-SET-PERIOD-NAME.
      *
           IF WS-PERIOD-SUB = 1
               MOVE 'MTH' TO SL-PERIOD
           ELSE
               MOVE 'QTD' TO SL-PERIOD
           END-IF.
      *
       6000-PRINT-EXEMPT-SALES.
      *
           PERFORM 7000-PRINT-PAGE-HEADINGS.
           WRITE TAX-REPORT-RECORD FROM WS-EXEMPT-HEADING-LINE.
           MOVE SPACES TO TAX-REPORT-RECORD.
           WRITE TAX-REPORT-RECORD.
           WRITE TAX-REPORT-RECORD FROM WS-EXEMPT-COLUMN-LINE.
           ADD 3 TO WS-LINE-COUNT.
      *
           PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
                   UNTIL WS-STATE-SUB > 52
               PERFORM VARYING WS-EX-SUB FROM 1 BY 1
                       UNTIL WS-EX-SUB > WS-EX-ENTRY-COUNT
                   IF WS-EX-STATE-SUB(WS-EX-SUB) = WS-STATE-SUB
                       PERFORM 6100-PRINT-EXEMPT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
       6100-PRINT-EXEMPT-LINE.
      *
           IF WS-LINE-COUNT >= 50
               PERFORM 7000-PRINT-PAGE-HEADINGS
               WRITE TAX-REPORT-RECORD FROM WS-EXEMPT-COLUMN-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
      *
           MOVE SPACES TO WS-EXEMPT-LINE.
           IF WS-STATE-SUB = WS-UNKNOWN-STATE-SUB
               MOVE '??' TO EL-STATE-CODE
           ELSE
               MOVE WS-STATE-ENTRY(WS-STATE-SUB) TO EL-STATE-CODE
           END-IF.
           MOVE WS-EX-INVOICE-NUMBER(WS-EX-SUB) TO EL-INVOICE-NUMBER.
           MOVE WS-EX-INVOICE-DATE(WS-EX-SUB) TO EL-INVOICE-DATE.
           MOVE WS-EX-CUSTOMER-NUMBER(WS-EX-SUB)
               TO EL-CUSTOMER-NUMBER.
           MOVE WS-EX-CERTIFICATE(WS-EX-SUB) TO EL-CERTIFICATE.
           MOVE WS-EX-EXPIRY-DATE(WS-EX-SUB) TO EL-EXPIRY-DATE.
           MOVE WS-EX-AMOUNT(WS-EX-SUB) TO EL-AMOUNT.
           IF WS-EX-EXPIRED-SW(WS-EX-SUB) = 'Y'
               MOVE '*** CERTIFICATE EXPIRED BEFORE INVOICE'
                   TO EL-EXPIRED-TEXT
           END-IF.
           WRITE TAX-REPORT-RECORD FROM WS-EXEMPT-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
       7000-PRINT-PAGE-HEADINGS.
      *
           ADD 1 TO WS-PAGE-COUNT.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE WS-PAGE-COUNT TO HL1-PAGE-NUMBER.
      *
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO TAX-REPORT-RECORD
               WRITE TAX-REPORT-RECORD
           END-IF.
      *
           WRITE TAX-REPORT-RECORD FROM WS-HEADING-LINE-1.
           MOVE SPACES TO TAX-REPORT-RECORD.
           WRITE TAX-REPORT-RECORD.
           MOVE WS-REPORT-YYYYMM TO PL-REPORT-MONTH.
           MOVE WS-QUARTER-START-YYYYMM TO PL-QUARTER-START.
           WRITE TAX-REPORT-RECORD FROM WS-PERIOD-LINE.
           MOVE SPACES TO TAX-REPORT-RECORD.
           WRITE TAX-REPORT-RECORD.
           WRITE TAX-REPORT-RECORD FROM WS-COLUMN-HEADING-LINE-1.
           WRITE TAX-REPORT-RECORD FROM WS-COLUMN-HEADING-LINE-2.
           MOVE SPACES TO TAX-REPORT-RECORD.
           WRITE TAX-REPORT-RECORD.
      *
       9000-TERMINATE.
      *
           MOVE SPACES TO TAX-REPORT-RECORD.
           WRITE TAX-REPORT-RECORD.
           MOVE WS-INVOICES-FILED TO TL1-INVOICES-FILED.
           WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE-1.
           MOVE WS-CHARGES-LEFT-OFF TO TL2-CHARGES-LEFT-OFF.
           WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE-2.
           MOVE WS-RETURNS-FILED TO TL3-RETURNS-FILED.
           WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE-3.
           MOVE WS-ORDERS-NOT-FOUND TO TL4-ORDERS-NOT-FOUND.
           WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE-4.
           MOVE WS-EXPIRED-COUNT TO TL5-EXPIRED-COUNT.
           WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE-5.
      *
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE WS-OVERFLOW-COUNT TO OV-OVERFLOW-COUNT
               WRITE TAX-REPORT-RECORD FROM WS-OVERFLOW-LINE
           END-IF.
      *
           CLOSE INVMAS-FILE.
           CLOSE RTNMAS-FILE.
           CLOSE ORDMAS-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE CUSTSHIP-FILE.
           CLOSE CUSTEXM-FILE.
           CLOSE TAXRATE-FILE.
           CLOSE TAX-REPORT-FILE.
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
           MOVE 'TAXRTN1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           MOVE 'TAXRTN1 ' TO RUN-JOB-NAME.
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
           MOVE 'TAXRTN1 ' TO RUN-JOB-NAME.
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
