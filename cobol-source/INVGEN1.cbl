      * UNTIL THIS JOB NOTHING IN THE SYSTEM BILLED ANYBODY -    *
      * ORDERS REACHED COMPLETE STATUS CARRYING ORD-GROSS-TOTAL  *
      * AND ACCOUNTING RE-TYPED EVERYTHING INTO A SPREADSHEET.   *
      * THIS STEP READS ORDMAS FROM BEGINNING TO END AND BILLS   *
      * WHAT HAS ACTUALLY SHIPPED. ORDSHP1 POSTS EACH SHIPMENT   *
      * TO ORDL-QTY-SHIPPED; EVERY ORDER WITH SHIPPED QUANTITY   *
      * NOT YET BILLED (ORDL-QTY-BILLED) GETS AN INVOICE FOR     *
      * THOSE UNITS ONLY, SO AN ORDER THAT GOES OUT IN PIECES    *
      * IS BILLED ONE SHIPMENT AT A TIME:                        *
      *   - CUTS AN INVMAS INVOICE RECORD CARRYING THE           *
      *     SHIPMENT'S MERCHANDISE, ITS SHARES OF ORD-TAX-AMOUNT *
      *     AND ORD-FREIGHT-AMOUNT (THE LAST SHIPMENT TAKES      *
      *     WHATEVER TAX AND FREIGHT ARE LEFT), AND GROSS,       *
      *     NUMBERED FROM THE INVCTL CONTROL RECORD THE WAY      *
      *     CTLREC/OCTLREC HAND OUT CUSTOMER/ORDER NUMBERS       *
      *   - STAMPS THE LINES BILLED AND ADDS THE INVOICE TO THE  *
      *     ORDER'S BILLED TOTALS SO A RERUN NEVER BILLS TWICE   *
      *   - PRINTS A 132-COLUMN INVOICE (NEW PAGE PER INVOICE)   *
      *     WITH THE BILL-TO FROM CUSTMAS, THE SHIP-TO FROM      *
      *     CUSTSHIP, THE SHIPMENT, AND THE LINES THAT SHIPPED   *
      *     WITH WHAT IS STILL ON BACKORDER, LAID OUT THE WAY    *
      *     ORDPRT1 BUILDS ITS PICK TICKETS, KIT LINE AND ALL,   *
      *     WITH THE FREIGHT AS A LINE OF ITS OWN                *
      *   - LOGS THE FREIGHT BILLED ON FRTLOG BY CARRIER         *
      * AN ORDER BILLED WHOLE AT COMPLETION, BEFORE SHIPMENTS    *
      * WERE BILLED, IS MARKED FULLY BILLED AND NEVER BILLED     *
      * AGAIN WHEN ITS SHIPMENT IS CONFIRMED. AN ORDER WITH ANY  *
      * LINE ALREADY BILLED BY SHIPMENT IS NEVER TAKEN FOR ONE.  *
      * AN INVOICE CUT ON AN ORDER THAT CAME IN ON A TRADING     *
      * PARTNER'S ORDTRAN FILE ALSO GOES ON THE INVNOTE INVOICE  *
      * FILE FOR THAT PARTNER - THE INVOICE TOTALS AND EVERY     *
      * LINE BILLED, AGAINST THE PARTNER'S OWN PO (SEE INNREC).  *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
               RECORD KEY IS INV-INVOICE-NUMBER
               FILE STATUS IS WS-INVMAS-STATUS.
      *
      *    FREIGHT LOG - ONE ENTRY FOR EVERY FREIGHT AMOUNT BILLED,
      *    FOR THE MONTHLY FREIGHT RECOVERY REPORT
      *
           SELECT FRTLOG-FILE ASSIGN TO FRTLOG
               FILE STATUS IS WS-FRTLOG-STATUS.
      *
      *    THE CONTROL RECORD IS READ INTO AND WRITTEN FROM THE
      *    WORKING-STORAGE COPY OF ICTLREC - THE FD RECORD IS JUST
      *    A KEYED BUFFER, THE WAY CTLVFY1 HANDLES CUSTCTL/ORDCTL
           SELECT INVOICE-PRINT-FILE ASSIGN TO INVGEN1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT INVOICE-NOTICE-FILE ASSIGN TO INVNOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
      *
           SELECT PARM-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
       FD  INVMAS-FILE.
      *
       COPY INVREC.
      *
       FD  FRTLOG-FILE.
      *
       COPY FLOGREC.
      *
       FD  INVCTL-FILE.
      *
       FD  INVOICE-PRINT-FILE.
      *
       01  INVOICE-PRINT-RECORD          PIC X(132).
      *
       FD  INVOICE-NOTICE-FILE.
      *
       COPY INNREC.
      *
       FD  PARM-FILE.
      *
               88  END-OF-FILE                       VALUE 'Y'.
           05  END-OF-LINES-SW           PIC X       VALUE 'N'.
               88  END-OF-LINES                      VALUE 'Y'.
           05  FINAL-SHIPMENT-SW         PIC X       VALUE 'N'.
               88  FINAL-SHIPMENT                    VALUE 'Y'.
           05  LINE-BILLED-SW            PIC X       VALUE 'N'.
               88  LINE-BILLED                       VALUE 'Y'.
      *
       01  WS-FILE-STATUSES.
           05  WS-ORDMAS-STATUS          PIC XX.
           05  WS-SHIP-STATUS            PIC XX.
           05  WS-INVMAS-STATUS          PIC XX.
           05  WS-INVCTL-STATUS          PIC XX.
           05  WS-FRTLOG-STATUS          PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-NOTICE-STATUS          PIC XX.
           05  WS-PARM-STATUS            PIC XX.
      *
       01  WS-COUNTERS.
           05  WS-ORDERS-READ            PIC S9(7)   COMP VALUE ZERO.
           05  WS-INVOICES-CUT           PIC S9(7)   COMP VALUE ZERO.
           05  WS-LINES-PRINTED          PIC S9(7)   COMP VALUE ZERO.
           05  WS-ORDERS-CARRIED         PIC S9(7)   COMP VALUE ZERO.
           05  WS-NOTICES-WRITTEN        PIC S9(7)   COMP VALUE ZERO.
      *
       01  WS-INVOICE-DOLLARS            PIC 9(11)V99 VALUE ZERO.
      *
      *    THE SHIPPED-NOT-BILLED UNITS ON THE ORDER BEING LOOKED
      *    AT, AND WHAT THEY COME TO
      *
       01  WS-UNBILLED-LINES             PIC S9(3)   COMP VALUE ZERO.
       01  WS-LINE-BILL-QTY              PIC 9(5)    VALUE ZERO.
       01  WS-LINE-BILL-AMOUNT           PIC 9(9)V99 VALUE ZERO.
       01  WS-SHIPMENT-MERCH             PIC 9(9)V99 VALUE ZERO.
       01  WS-SHIPMENT-TAX               PIC 9(7)V99 VALUE ZERO.
       01  WS-SHIPMENT-FREIGHT           PIC 9(7)V99 VALUE ZERO.
       01  WS-SHIPMENT-WEIGHT            PIC 9(7)V99 VALUE ZERO.
      *
      *    FIRST LINE NUMBER OF THE LAST KIT HEADED ON THIS INVOICE
      *
       01  WS-LAST-KIT-LINE              PIC 9(3)    VALUE ZERO.
      *
      *    THE BUSINESS DATE COMES FROM THE BUSDATE PARAMETER FILE,
      *    NOT THE SYSTEM CLOCK - A NIGHTLY STREAM THAT CROSSES
      *    MIDNIGHT STILL BILLS THE DAY IT IS CLOSING, AND A MISSED
           05  FILLER                    PIC X(11)
               VALUE 'ORDER DATE '.
           05  HL2-ORDER-DATE            PIC 9(8).
      *
       01  WS-HEADING-LINE-3.
           05  FILLER                    PIC X(10)
               VALUE 'SHIPPED   '.
           05  HL3-SHIP-DATE             PIC 9(8).
           05  FILLER                    PIC X(7)    VALUE '   VIA '.
           05  HL3-CARRIER-CODE          PIC X(10).
           05  FILLER                    PIC X(12)
               VALUE '   TRACKING '.
           05  HL3-TRACKING-NUMBER       PIC X(20).
      *
       01  WS-BILL-TO-LINE-1.
           05  FILLER                    PIC X(9)
           05  FILLER                    PIC X(25)
               VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(8)    VALUE 'ORDERED'.
           05  FILLER                    PIC X(8)    VALUE 'SHIPPED'.
           05  FILLER                    PIC X(8)    VALUE 'BACKORD'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(10)
               VALUE 'UNIT PRICE'.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  DL-PRODUCT-DESC           PIC X(25).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-QTY-ORDERED            PIC ZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-QUANTITY               PIC ZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-QTY-BACKORDERED        PIC ZZ,ZZ9.
           05  FILLER                    PIC X(4)    VALUE SPACES.
           05  DL-UNIT-PRICE             PIC ZZZZZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-EXTENDED-AMOUNT        PIC ZZZZZZZZ9.99.
      *
       01  WS-KIT-LINE.
           05  FILLER                    PIC X(6)    VALUE 'KIT'.
           05  KL-KIT-CODE               PIC X(10).
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  KL-KIT-DESC               PIC X(25).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  KL-KIT-QUANTITY           PIC ZZ,ZZ9.
           05  FILLER                    PIC X(20)   VALUE SPACES.
           05  KL-KIT-PRICE              PIC ZZZZZZ9.99.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(21)   VALUE SPACES.
           05  FILLER                    PIC X(12)
               VALUE 'MERCHANDISE '.
           05  FILLER                    PIC X(50)   VALUE SPACES.
           05  TL-MERCHANDISE-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-FREIGHT-DETAIL-LINE.
           05  FILLER                    PIC X(6)    VALUE SPACES.
           05  FILLER                    PIC X(10)   VALUE 'FREIGHT'.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  FILLER                    PIC X(4)    VALUE 'VIA '.
           05  FT-CARRIER-CODE           PIC X(10).
           05  FILLER                    PIC X(11)   VALUE SPACES.
           05  FILLER                    PIC X(8)    VALUE 'WEIGHT '.
           05  FT-SHIP-WEIGHT            PIC ZZZZZZ9.99.
           05  FILLER                    PIC X(22)   VALUE SPACES.
           05  FT-FREIGHT-AMOUNT         PIC ZZZZZZZZ9.99.
      *
       01  WS-FREIGHT-LINE.
           05  FILLER                    PIC X(21)   VALUE SPACES.
           05  FILLER                    PIC X(12)
               VALUE 'FREIGHT     '.
           05  FILLER                    PIC X(50)   VALUE SPACES.
           05  FR-FREIGHT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-TAX-LINE.
           05  FILLER                    PIC X(21)   VALUE SPACES.
           05  FILLER                    PIC X(12)
               VALUE 'SALES TAX   '.
           05  FILLER                    PIC X(50)   VALUE SPACES.
           05  TX-TAX-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-GROSS-LINE.
           05  FILLER                    PIC X(21)   VALUE SPACES.
           05  FILLER                    PIC X(12)
               VALUE 'TOTAL DUE   '.
           05  FILLER                    PIC X(50)   VALUE SPACES.
           05  GR-GROSS-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-RUN-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
               VALUE 'INVOICE DOLLARS         : '.
           05  RT3-INVOICE-DOLLARS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-RUN-TOTAL-LINE-4.
           05  FILLER                    PIC X(28)
               VALUE 'BILLED BEFORE SHIPPING  : '.
           05  RT4-ORDERS-CARRIED        PIC ZZZ,ZZ9.
      *
       01  WS-RUN-TOTAL-LINE-5.
           05  FILLER                    PIC X(28)
               VALUE 'PARTNER INVOICES SENT   : '.
           05  RT5-NOTICES-WRITTEN       PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-READ-ORDER-RECORD
               IF NOT END-OF-FILE
                   PERFORM 2500-CARRY-FULL-ORDER-BILLING
                   IF ORD-STATUS-COMPLETE OR ORD-STATUS-PARTIAL OR
                      ORD-STATUS-SHIPPED
                       PERFORM 2600-TOTAL-UNBILLED-SHIPMENTS
                       IF WS-UNBILLED-LINES > ZERO
                           PERFORM 3000-CUT-INVOICE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           END-IF.
      *
           OPEN I-O ORDMAS-FILE.
           OPEN I-O ORDLINE-FILE.
           OPEN INPUT CUSTMAS-FILE.
           OPEN INPUT CUSTSHIP-FILE.
           OPEN I-O INVMAS-FILE.
           OPEN I-O INVCTL-FILE.
           OPEN EXTEND FRTLOG-FILE.
           OPEN OUTPUT INVOICE-PRINT-FILE.
           OPEN OUTPUT INVOICE-NOTICE-FILE.
      *
       2000-READ-ORDER-RECORD.
      *
           IF NOT END-OF-FILE
               ADD 1 TO WS-ORDERS-READ
           END-IF.
      *
       2500-CARRY-FULL-ORDER-BILLING.
      *
      *    AN ORDER THAT CARRIES AN INVOICE NUMBER BUT NO BILLED
      *    TOTALS WAS BILLED WHOLE WHEN IT REACHED COMPLETE STATUS,
      *    BEFORE SHIPMENTS WERE BILLED ONE AT A TIME. ITS LINES
      *    ARE MARKED BILLED IN FULL SO CONFIRMING ITS SHIPMENT
      *    DOES NOT BILL THE CUSTOMER A SECOND TIME.
      *    ZERO BILLED TOTALS ALONE DO NOT PROVE IT - A SHIPMENT
      *    OF NOTHING BUT ZERO-PRICED LINES ON A FREE-FREIGHT
      *    ACCOUNT IS INVOICED AT ZERO. A SHIPMENT INVOICE ALWAYS
      *    STAMPS ORDL-QTY-BILLED, SO AN ORDER WITH ANY LINE
      *    ALREADY BILLED IS LEFT FOR SHIPMENT BILLING.
      *
           MOVE 'N' TO LINE-BILLED-SW.
      *
           IF ORD-INVOICE-NUMBER > ZERO AND
              ORD-MERCH-BILLED = ZERO AND ORD-TAX-BILLED = ZERO AND
              ORD-FREIGHT-BILLED = ZERO AND ORD-ORDER-TOTAL > ZERO
               MOVE ORD-ORDER-NUMBER TO ORDL-ORDER-NUMBER
               MOVE ZERO TO ORDL-LINE-NUMBER
               MOVE 'N' TO END-OF-LINES-SW
               START ORDLINE-FILE KEY IS NOT LESS THAN ORDL-KEY
                   INVALID KEY
                       MOVE 'Y' TO END-OF-LINES-SW
               END-START
               PERFORM UNTIL END-OF-LINES
                   READ ORDLINE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-LINES-SW
                   END-READ
                   IF NOT END-OF-LINES
                       IF ORDL-ORDER-NUMBER = ORD-ORDER-NUMBER
                           IF ORDL-QTY-BILLED > ZERO
                               MOVE 'Y' TO LINE-BILLED-SW
                               MOVE 'Y' TO END-OF-LINES-SW
                           END-IF
                       ELSE
                           MOVE 'Y' TO END-OF-LINES-SW
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *
           IF ORD-INVOICE-NUMBER > ZERO AND
              ORD-MERCH-BILLED = ZERO AND ORD-TAX-BILLED = ZERO AND
              ORD-FREIGHT-BILLED = ZERO AND ORD-ORDER-TOTAL > ZERO
              AND NOT LINE-BILLED
               MOVE ORD-ORDER-NUMBER TO ORDL-ORDER-NUMBER
               MOVE ZERO TO ORDL-LINE-NUMBER
               MOVE 'N' TO END-OF-LINES-SW
               START ORDLINE-FILE KEY IS NOT LESS THAN ORDL-KEY
                   INVALID KEY
                       MOVE 'Y' TO END-OF-LINES-SW
               END-START
               PERFORM UNTIL END-OF-LINES
                   READ ORDLINE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-LINES-SW
                   END-READ
                   IF NOT END-OF-LINES
                       IF ORDL-ORDER-NUMBER = ORD-ORDER-NUMBER
                           MOVE ORDL-QUANTITY TO ORDL-QTY-BILLED
                           REWRITE ORDER-LINE-RECORD
                       ELSE
                           MOVE 'Y' TO END-OF-LINES-SW
                       END-IF
                   END-IF
               END-PERFORM
               MOVE ORD-ORDER-TOTAL TO ORD-MERCH-BILLED
               MOVE ORD-TAX-AMOUNT TO ORD-TAX-BILLED
               MOVE ORD-FREIGHT-AMOUNT TO ORD-FREIGHT-BILLED
               REWRITE ORDER-MASTER-RECORD
               ADD 1 TO WS-ORDERS-CARRIED
           END-IF.
      *
       2600-TOTAL-UNBILLED-SHIPMENTS.
      *
      *    ADD UP WHAT HAS SHIPPED SINCE THE LAST INVOICE. THE
      *    SHIPMENT IS THE ORDER'S LAST WHEN NO LINE HAS ANYTHING
      *    LEFT TO SHIP.
      *
           MOVE ZERO TO WS-UNBILLED-LINES.
           MOVE ZERO TO WS-SHIPMENT-MERCH.
           MOVE 'Y' TO FINAL-SHIPMENT-SW.
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
                       IF ORDL-QTY-SHIPPED > ORDL-QTY-BILLED
                           ADD 1 TO WS-UNBILLED-LINES
                           COMPUTE WS-SHIPMENT-MERCH =
                               WS-SHIPMENT-MERCH +
                               (ORDL-QTY-SHIPPED - ORDL-QTY-BILLED)
                               * ORDL-UNIT-PRICE
                       END-IF
                       IF ORDL-QTY-SHIPPED < ORDL-QUANTITY
                           MOVE 'N' TO FINAL-SHIPMENT-SW
                       END-IF
                   ELSE
                       MOVE 'Y' TO END-OF-LINES-SW
                   END-IF
               END-IF
           END-PERFORM.
      *
       3000-CUT-INVOICE.
      *
           PERFORM 3100-GET-NEXT-INVOICE-NUMBER.
           PERFORM 3150-COMPUTE-SHIPMENT-TAX.
           PERFORM 3160-COMPUTE-SHIPMENT-FREIGHT.
           PERFORM 3200-WRITE-INVOICE-RECORD.
           PERFORM 3300-STAMP-ORDER-BILLED.
           IF WS-SHIPMENT-FREIGHT > ZERO
               PERFORM 3350-WRITE-FREIGHT-LOG
           END-IF.
           IF ORD-SOURCE-PARTNER
               PERFORM 3400-WRITE-INVOICE-NOTICE
           END-IF.
           PERFORM 4000-PRINT-INVOICE.
      *
           ADD 1 TO WS-INVOICES-CUT.
               MOVE INVOICE-CONTROL-RECORD TO INVCTL-BUFFER
               WRITE INVCTL-BUFFER
           END-IF.
      *
       3150-COMPUTE-SHIPMENT-TAX.
      *
      *    THE TAX WAS FIGURED ON THE WHOLE ORDER WHEN IT REACHED
      *    COMPLETE STATUS. EACH SHIPMENT CARRIES ITS SHARE BY
      *    MERCHANDISE VALUE; THE LAST ONE TAKES WHAT IS LEFT SO
      *    THE INVOICES ADD UP TO ORD-TAX-AMOUNT TO THE PENNY.
      *
           EVALUATE TRUE
               WHEN FINAL-SHIPMENT
                   IF ORD-TAX-BILLED < ORD-TAX-AMOUNT
                       COMPUTE WS-SHIPMENT-TAX =
                           ORD-TAX-AMOUNT - ORD-TAX-BILLED
                   ELSE
                       MOVE ZERO TO WS-SHIPMENT-TAX
                   END-IF
               WHEN ORD-ORDER-TOTAL > ZERO
                   COMPUTE WS-SHIPMENT-TAX ROUNDED =
                       ORD-TAX-AMOUNT * WS-SHIPMENT-MERCH
                       / ORD-ORDER-TOTAL
               WHEN OTHER
                   MOVE ZERO TO WS-SHIPMENT-TAX
           END-EVALUATE.
      *
       3160-COMPUTE-SHIPMENT-FREIGHT.
      *
      *    THE FREIGHT ESTIMATE IS SPREAD OVER THE SHIPMENTS THE
      *    SAME WAY AS THE TAX - BY MERCHANDISE VALUE, WITH THE
      *    LAST SHIPMENT TAKING WHATEVER FREIGHT IS LEFT. THE
      *    SHIPMENT'S SHARE OF THE ORDER WEIGHT GOES WITH IT ONTO
      *    THE INVOICE AND THE FREIGHT LOG.
      *
           EVALUATE TRUE
               WHEN FINAL-SHIPMENT
                   IF ORD-FREIGHT-BILLED < ORD-FREIGHT-AMOUNT
                       COMPUTE WS-SHIPMENT-FREIGHT =
                           ORD-FREIGHT-AMOUNT - ORD-FREIGHT-BILLED
                   ELSE
                       MOVE ZERO TO WS-SHIPMENT-FREIGHT
                   END-IF
               WHEN ORD-ORDER-TOTAL > ZERO
                   COMPUTE WS-SHIPMENT-FREIGHT ROUNDED =
                       ORD-FREIGHT-AMOUNT * WS-SHIPMENT-MERCH
                       / ORD-ORDER-TOTAL
               WHEN OTHER
                   MOVE ZERO TO WS-SHIPMENT-FREIGHT
           END-EVALUATE.
      *
           IF ORD-ORDER-TOTAL > ZERO
               COMPUTE WS-SHIPMENT-WEIGHT ROUNDED =
                   ORD-SHIP-WEIGHT * WS-SHIPMENT-MERCH
                   / ORD-ORDER-TOTAL
           ELSE
               MOVE ORD-SHIP-WEIGHT TO WS-SHIPMENT-WEIGHT
           END-IF.
      *
       3200-WRITE-INVOICE-RECORD.
      *
           MOVE ORD-ORDER-NUMBER TO INV-ORDER-NUMBER.
           MOVE ORD-CUSTOMER-NUMBER TO INV-CUSTOMER-NUMBER.
           MOVE WS-RUN-DATE-YMD TO INV-INVOICE-DATE.
           MOVE WS-SHIPMENT-MERCH TO INV-MERCHANDISE-TOTAL.
           MOVE WS-SHIPMENT-TAX TO INV-TAX-AMOUNT.
           MOVE WS-SHIPMENT-FREIGHT TO INV-FREIGHT-AMOUNT.
           COMPUTE INV-GROSS-TOTAL =
               WS-SHIPMENT-MERCH + WS-SHIPMENT-TAX +
               WS-SHIPMENT-FREIGHT.
           MOVE ZERO TO INV-AMOUNT-PAID.
           SET INV-STATUS-OPEN TO TRUE.
      *
       3300-STAMP-ORDER-BILLED.
      *
           MOVE INV-INVOICE-NUMBER TO ORD-INVOICE-NUMBER.
           ADD INV-MERCHANDISE-TOTAL TO ORD-MERCH-BILLED.
           ADD INV-TAX-AMOUNT TO ORD-TAX-BILLED.
           ADD INV-FREIGHT-AMOUNT TO ORD-FREIGHT-BILLED.
           REWRITE ORDER-MASTER-RECORD.
      *
       3350-WRITE-FREIGHT-LOG.
      *
      *    WHAT THE CUSTOMER WAS BILLED FOR FREIGHT, AGAINST THE
      *    ORDER'S CARRIER, FOR THE MONTHLY FREIGHT RECOVERY REPORT
      *
           MOVE SPACES TO FREIGHT-LOG-RECORD.
           SET FLG-FREIGHT-BILLED TO TRUE.
           MOVE WS-RUN-DATE-YMD TO FLG-ENTRY-DATE.
           MOVE ORD-CARRIER-CODE TO FLG-CARRIER-CODE.
           MOVE ORD-ORDER-NUMBER TO FLG-ORDER-NUMBER.
           MOVE ORD-CUSTOMER-NUMBER TO FLG-CUSTOMER-NUMBER.
           MOVE INV-INVOICE-NUMBER TO FLG-INVOICE-NUMBER.
           MOVE WS-SHIPMENT-WEIGHT TO FLG-SHIP-WEIGHT.
           MOVE INV-FREIGHT-AMOUNT TO FLG-AMOUNT.
      *
           WRITE FREIGHT-LOG-RECORD.
      *
       3400-WRITE-INVOICE-NOTICE.
      *
      *    THE PARTNER'S COPY OF THE INVOICE TOTALS - ITS LINES
      *    FOLLOW AS 4350 BILLS THEM
      *
           MOVE SPACES TO INVOICE-NOTICE-RECORD.
           SET INN-INVOICE-HEADER TO TRUE.
           PERFORM 3450-SET-NOTICE-KEYS.
           MOVE INV-MERCHANDISE-TOTAL TO INN-MERCHANDISE-TOTAL.
           MOVE INV-TAX-AMOUNT TO INN-TAX-AMOUNT.
           MOVE INV-FREIGHT-AMOUNT TO INN-FREIGHT-AMOUNT.
           MOVE INV-GROSS-TOTAL TO INN-GROSS-TOTAL.
           MOVE ORD-CARRIER-CODE TO INN-CARRIER-CODE.
      *
           WRITE INVOICE-NOTICE-RECORD.
           ADD 1 TO WS-NOTICES-WRITTEN.
      *
       3450-SET-NOTICE-KEYS.
      *
           MOVE ORD-CUSTOMER-NUMBER TO INN-CUSTOMER-NUMBER.
           MOVE ORD-PARTNER-PO TO INN-PARTNER-PO.
           MOVE ORD-ORDER-NUMBER TO INN-ORDER-NUMBER.
           MOVE INV-INVOICE-NUMBER TO INN-INVOICE-NUMBER.
           MOVE INV-INVOICE-DATE TO INN-INVOICE-DATE.
      *
       4000-PRINT-INVOICE.
      *
           PERFORM 4100-PRINT-INVOICE-HEADINGS.
           PERFORM 4200-PRINT-ADDRESS-BLOCKS.
           PERFORM 4300-PRINT-INVOICE-LINES.
           IF INV-FREIGHT-AMOUNT > ZERO
               PERFORM 4380-PRINT-FREIGHT-LINE
           END-IF.
           PERFORM 4400-PRINT-INVOICE-TOTALS.
      *
       4100-PRINT-INVOICE-HEADINGS.
           MOVE INV-INVOICE-DATE TO HL2-INVOICE-DATE.
           MOVE ORD-ORDER-NUMBER TO HL2-ORDER-NUMBER.
           MOVE ORD-ORDER-DATE TO HL2-ORDER-DATE.
           MOVE ORD-SHIP-DATE TO HL3-SHIP-DATE.
           MOVE ORD-CARRIER-CODE TO HL3-CARRIER-CODE.
           MOVE ORD-TRACKING-NUMBER TO HL3-TRACKING-NUMBER.
      *
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO INVOICE-PRINT-RECORD
      *
           WRITE INVOICE-PRINT-RECORD FROM WS-HEADING-LINE-1.
           WRITE INVOICE-PRINT-RECORD FROM WS-HEADING-LINE-2.
           WRITE INVOICE-PRINT-RECORD FROM WS-HEADING-LINE-3.
           MOVE SPACES TO INVOICE-PRINT-RECORD.
           WRITE INVOICE-PRINT-RECORD.
      *
      *
           MOVE ORD-ORDER-NUMBER TO ORDL-ORDER-NUMBER.
           MOVE ZERO TO ORDL-LINE-NUMBER.
           MOVE ZERO TO WS-LAST-KIT-LINE.
           MOVE 'N' TO END-OF-LINES-SW.
      *
           START ORDLINE-FILE KEY IS NOT LESS THAN ORDL-KEY
               END-READ
               IF NOT END-OF-LINES
                   IF ORDL-ORDER-NUMBER = ORD-ORDER-NUMBER
                       IF ORDL-QTY-SHIPPED > ORDL-QTY-BILLED
                           PERFORM 4350-PRINT-LINE-DETAIL
                       END-IF
                   ELSE
                       MOVE 'Y' TO END-OF-LINES-SW
                   END-IF
           END-PERFORM.
      *
       4350-PRINT-LINE-DETAIL.
      *
      *    THE LINE BILLS ONLY WHAT SHIPPED SINCE ITS LAST INVOICE,
      *    AND IS STAMPED BILLED AS IT PRINTS
      *
           COMPUTE WS-LINE-BILL-QTY =
               ORDL-QTY-SHIPPED - ORDL-QTY-BILLED.
           COMPUTE WS-LINE-BILL-AMOUNT =
               WS-LINE-BILL-QTY * ORDL-UNIT-PRICE.
      *
           IF ORDL-KIT-PRODUCT-CODE NOT = SPACES AND
              ORDL-KIT-LINE-NUMBER NOT = WS-LAST-KIT-LINE
               PERFORM 4360-PRINT-KIT-LINE
           END-IF.
      *
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE ORDL-LINE-NUMBER TO DL-LINE-NUMBER.
           MOVE ORDL-PRODUCT-CODE TO DL-PRODUCT-CODE.
           MOVE ORDL-PRODUCT-DESC TO DL-PRODUCT-DESC.
           MOVE ORDL-QUANTITY TO DL-QTY-ORDERED.
           MOVE WS-LINE-BILL-QTY TO DL-QUANTITY.
           COMPUTE DL-QTY-BACKORDERED =
               ORDL-QUANTITY - ORDL-QTY-SHIPPED.
           MOVE ORDL-UNIT-PRICE TO DL-UNIT-PRICE.
           MOVE WS-LINE-BILL-AMOUNT TO DL-EXTENDED-AMOUNT.
      *
           WRITE INVOICE-PRINT-RECORD FROM WS-DETAIL-LINE.
      *
           IF ORD-SOURCE-PARTNER
               PERFORM 4370-WRITE-NOTICE-LINE
           END-IF.
      *
           MOVE ORDL-QTY-SHIPPED TO ORDL-QTY-BILLED.
           REWRITE ORDER-LINE-RECORD.
      *
           ADD 1 TO WS-LINES-PRINTED.
      *
       4360-PRINT-KIT-LINE.
      *
      *    THE KIT IS NAMED ONCE, AHEAD OF THE FIRST OF ITS
      *    COMPONENT LINES ON THE INVOICE, WITH THE NUMBER OF KITS
      *    ORDERED AND THE KIT PRICE
      *
           MOVE ORDL-KIT-LINE-NUMBER TO WS-LAST-KIT-LINE.
           MOVE ORDL-KIT-PRODUCT-CODE TO KL-KIT-CODE.
           MOVE ORDL-KIT-PRODUCT-DESC TO KL-KIT-DESC.
           MOVE ORDL-KIT-QUANTITY TO KL-KIT-QUANTITY.
           MOVE ORDL-KIT-UNIT-PRICE TO KL-KIT-PRICE.
      *
           WRITE INVOICE-PRINT-RECORD FROM WS-KIT-LINE.
      *
       4370-WRITE-NOTICE-LINE.
      *
           MOVE SPACES TO INVOICE-NOTICE-RECORD.
           SET INN-INVOICE-LINE TO TRUE.
           PERFORM 3450-SET-NOTICE-KEYS.
           MOVE ORDL-LINE-NUMBER TO INN-LINE-NUMBER.
           MOVE ORDL-PRODUCT-CODE TO INN-PRODUCT-CODE.
           MOVE ORDL-KIT-PRODUCT-CODE TO INN-KIT-PRODUCT-CODE.
           MOVE WS-LINE-BILL-QTY TO INN-QTY-BILLED.
           MOVE ORDL-UNIT-PRICE TO INN-UNIT-PRICE.
           MOVE WS-LINE-BILL-AMOUNT TO INN-EXTENDED-AMOUNT.
      *
           WRITE INVOICE-NOTICE-RECORD.
      *
       4380-PRINT-FREIGHT-LINE.
      *
      *    FREIGHT BILLS AS ITS OWN LINE UNDER THE MERCHANDISE,
      *    WITH THE CARRIER AND THE SHIPMENT'S WEIGHT
      *
           MOVE ORD-CARRIER-CODE TO FT-CARRIER-CODE.
           MOVE WS-SHIPMENT-WEIGHT TO FT-SHIP-WEIGHT.
           MOVE INV-FREIGHT-AMOUNT TO FT-FREIGHT-AMOUNT.
      *
           WRITE INVOICE-PRINT-RECORD FROM WS-FREIGHT-DETAIL-LINE.
      *
       4400-PRINT-INVOICE-TOTALS.
      *
           WRITE INVOICE-PRINT-RECORD.
           MOVE INV-MERCHANDISE-TOTAL TO TL-MERCHANDISE-TOTAL.
           WRITE INVOICE-PRINT-RECORD FROM WS-TOTAL-LINE.
           IF INV-FREIGHT-AMOUNT > ZERO
               MOVE INV-FREIGHT-AMOUNT TO FR-FREIGHT-AMOUNT
               WRITE INVOICE-PRINT-RECORD FROM WS-FREIGHT-LINE
           END-IF.
           MOVE INV-TAX-AMOUNT TO TX-TAX-AMOUNT.
           WRITE INVOICE-PRINT-RECORD FROM WS-TAX-LINE.
           MOVE INV-GROSS-TOTAL TO GR-GROSS-TOTAL.
           WRITE INVOICE-PRINT-RECORD FROM WS-RUN-TOTAL-LINE-2.
           MOVE WS-INVOICE-DOLLARS TO RT3-INVOICE-DOLLARS.
           WRITE INVOICE-PRINT-RECORD FROM WS-RUN-TOTAL-LINE-3.
           MOVE WS-ORDERS-CARRIED TO RT4-ORDERS-CARRIED.
           WRITE INVOICE-PRINT-RECORD FROM WS-RUN-TOTAL-LINE-4.
           MOVE WS-NOTICES-WRITTEN TO RT5-NOTICES-WRITTEN.
           WRITE INVOICE-PRINT-RECORD FROM WS-RUN-TOTAL-LINE-5.
      *
           CLOSE ORDMAS-FILE.
           CLOSE ORDLINE-FILE.
           CLOSE CUSTSHIP-FILE.
           CLOSE INVMAS-FILE.
           CLOSE INVCTL-FILE.
           CLOSE FRTLOG-FILE.
           CLOSE INVOICE-PRINT-FILE.
           CLOSE INVOICE-NOTICE-FILE.
      *
       8900-OPEN-RUN-CONTROL.
      *
