      * ORDMAS/ORDLINE ORDER THROUGH THE SAME EDITS A KEYED      *
      * ORDER GETS: CUSTOMER HOLD AND CREDIT-LIMIT CHECKS,       *
      * SHIP-TO VALIDATION, FRESH PRODMAS PRICING WITH PRCBRK    *
      * QUANTITY BREAKS AND CONPRC CUSTOMER CONTRACT PRICES (A   *
      * CONTRACT IN FORCE ON THE BUSINESS DATE WINS), PER-       *
      * LOCATION ALLOCATION WITH THE BACKORDER FLAG, THE TAX     *
      * COMPUTATION WITH CUSTEXM EXEMPTIONS, AND THE CARMAS/     *
      * FRTRATE FREIGHT ESTIMATE. ORDER NUMBERS COME FROM        *
      * ORDCTL. A KIT ON A TEMPLATE EXPLODES INTO ONE LINE PER   *
      * KITCOMP COMPONENT THE SAME WAY IT DOES AT THE TERMINAL.  *
      *                                                          *
      * A TEMPLATE BLOCKED BY A HOLD CODE OR THE CREDIT LIMIT    *
      * IS REPORTED AND LEFT DUE, SO IT RELEASES THE DAY THE     *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-KEY
               FILE STATUS IS WS-PRCBRK-STATUS.
      *
           SELECT KITCOMP-FILE ASSIGN TO KITCOMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-KEY
               FILE STATUS IS WS-KITCOMP-STATUS.
      *
           SELECT CONPRC-FILE ASSIGN TO CONPRC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-KEY
               FILE STATUS IS WS-CONPRC-STATUS.
      *
           SELECT LOCMAS-FILE ASSIGN TO LOCMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOC-LOCATION-CODE
               FILE STATUS IS WS-LOCMAS-STATUS.
      *
           SELECT TAXRATE-FILE ASSIGN TO TAXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXM-KEY
               FILE STATUS IS WS-CUSTEXM-STATUS.
      *
           SELECT CARMAS-FILE ASSIGN TO CARMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-CARRIER-CODE
               FILE STATUS IS WS-CARMAS-STATUS.
      *
           SELECT FRTRATE-FILE ASSIGN TO FRTRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRT-KEY
               FILE STATUS IS WS-FRTRATE-STATUS.
      *
      *    THE CONTROL RECORD IS READ INTO AND WRITTEN FROM THE
      *    WORKING-STORAGE COPY OF OCTLREC - THE FD RECORD IS JUST
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORDCTL-KEY
               FILE STATUS IS WS-ORDCTL-STATUS.
      *
           SELECT STKTRN-FILE ASSIGN TO STKTRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STK-KEY
               FILE STATUS IS WS-STKTRN-STATUS.
      *
           SELECT STKCTL-FILE ASSIGN TO STKCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STKCTL-KEY
               FILE STATUS IS WS-STKCTL-STATUS.
      *
           SELECT AUDIT-FILE ASSIGN TO CUSTAUD
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  PRCBRK-FILE.
      *
       COPY PBRKREC.
      *
       FD  KITCOMP-FILE.
      *
       COPY KITREC.
      *
       FD  CONPRC-FILE.
      *
       COPY CONREC.
      *
       FD  LOCMAS-FILE.
      *
       COPY LOCREC.
      *
       FD  TAXRATE-FILE.
      *
       FD  CUSTEXM-FILE.
      *
       COPY EXMREC.
      *
       FD  CARMAS-FILE.
      *
       COPY CARREC.
      *
       FD  FRTRATE-FILE.
      *
       COPY FRTREC.
      *
       FD  ORDCTL-FILE.
      *
       01  ORDCTL-BUFFER.
           05  ORDCTL-KEY                PIC X(6).
           05  FILLER                    PIC X(8).
      *
       FD  STKTRN-FILE.
      *
       COPY STKTREC.
      *
       FD  STKCTL-FILE.
      *
       01  STKCTL-BUFFER.
           05  STKCTL-KEY                PIC X(6).
           05  FILLER                    PIC X(8).
      *
       FD  AUDIT-FILE.
      *
               88  TEMPLATE-BLOCKED                  VALUE 'Y'.
           05  CERT-EXEMPT-SW            PIC X       VALUE 'N'.
               88  CERT-EXEMPT                       VALUE 'Y'.
           05  KIT-PRODUCT-SW            PIC X       VALUE 'N'.
               88  KIT-PRODUCT                       VALUE 'Y'.
           05  END-OF-KIT-SCAN-SW        PIC X       VALUE 'N'.
               88  END-OF-KIT-SCAN                   VALUE 'Y'.
           05  KIT-COMPONENTS-OK-SW      PIC X       VALUE 'Y'.
               88  KIT-COMPONENTS-OK                 VALUE 'Y'.
           05  CARRIER-FOUND-SW          PIC X       VALUE 'N'.
               88  CARRIER-FOUND                     VALUE 'Y'.
           05  END-OF-CARRIER-SCAN-SW    PIC X       VALUE 'N'.
               88  END-OF-CARRIER-SCAN               VALUE 'Y'.
           05  FREIGHT-RATED-SW          PIC X       VALUE 'N'.
               88  FREIGHT-RATED                     VALUE 'Y'.
           05  FREIGHT-NOT-RATED-SW      PIC X       VALUE 'N'.
               88  FREIGHT-NOT-RATED                 VALUE 'Y'.
      *
       01  WS-FILE-STATUSES.
           05  WS-STOMAS-STATUS          PIC XX.
           05  WS-SHIP-STATUS            PIC XX.
           05  WS-PRODMAS-STATUS         PIC XX.
           05  WS-PRDLOC-STATUS          PIC XX.
           05  WS-STKTRN-STATUS          PIC XX.
           05  WS-STKCTL-STATUS          PIC XX.
           05  WS-PRCBRK-STATUS          PIC XX.
           05  WS-KITCOMP-STATUS         PIC XX.
           05  WS-CONPRC-STATUS          PIC XX.
           05  WS-LOCMAS-STATUS          PIC XX.
           05  WS-TAXRATE-STATUS         PIC XX.
           05  WS-CUSTEXM-STATUS         PIC XX.
           05  WS-CARMAS-STATUS          PIC XX.
           05  WS-FRTRATE-STATUS         PIC XX.
           05  WS-ORDCTL-STATUS          PIC XX.
           05  WS-AUDIT-STATUS           PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-LINES-WRITTEN          PIC S9(7)   COMP VALUE ZERO.
           05  WS-LINES-SKIPPED          PIC S9(7)   COMP VALUE ZERO.
           05  WS-HOLDS-SET              PIC S9(7)   COMP VALUE ZERO.
           05  WS-KITS-EXPLODED          PIC S9(7)   COMP VALUE ZERO.
           05  WS-CONTRACT-PRICES        PIC S9(7)   COMP VALUE ZERO.
      *
       01  WS-RUN-DATE-YMD               PIC 9(8).
      *
       01  WS-BLOCK-REASON               PIC X(40).
       01  WS-SKIP-REASON                PIC X(40).
      *
      *    THE ORDER BEING BUILT - THE ORDMAS FD RECORD IS REUSED
      *    BY THE EXPOSURE SCAN, SO THE PENDING ORDER'S KEYS AND
           05  WS-PEND-ORDER-NUMBER      PIC 9(8).
           05  WS-PEND-LINE-COUNT        PIC 9(3).
           05  WS-PEND-ORDER-TOTAL       PIC 9(9)V99.
           05  WS-PEND-SHIP-WEIGHT       PIC 9(7)V99.
      *
       01  WS-OPEN-EXPOSURE              PIC 9(9)V99 VALUE ZERO.
       01  WS-THIS-ORDER-GROSS           PIC 9(9)V99 VALUE ZERO.
       01  WS-THIS-ORDER-NUMBER          PIC 9(8)    VALUE ZERO.
       01  WS-LINE-LOCATION              PIC X(3)    VALUE SPACES.
       01  WS-DEFAULT-LOCATION           PIC X(3)    VALUE '001'.
      *
      *    FREIGHT ESTIMATE WORK FIELDS - THE ZIP CODE'S FIRST DIGIT
      *    PICKS THE CARRIER'S ZONE, THE WEIGHT IN WHOLE POUNDS THE
      *    FRTRATE BAND
      *
       01  WS-FREIGHT-FIELDS.
           05  WS-FREIGHT-ZIP            PIC X(10)   VALUE SPACES.
           05  WS-FREIGHT-ZIP-AREA       PIC X       VALUE SPACE.
           05  WS-FREIGHT-ZIP-DIGIT REDEFINES WS-FREIGHT-ZIP-AREA
                                         PIC 9.
           05  WS-FREIGHT-ZONE           PIC 99      VALUE ZERO.
           05  WS-FREIGHT-POUNDS         PIC 9(7)    VALUE ZERO.
      *
      *    KIT EXPLOSION TABLE - A KIT IS WRITTEN AS ONE ORDER LINE
      *    PER KITCOMP COMPONENT
      *
       COPY KITTAB.
      *
      *    DAY-COUNT WORK FIELDS FOR ROLLING THE NEXT RELEASE DATE
      *    FORWARD - THE SAME LONGHAND CONVERSIONS THE PO RAISE
      *    RUN USES TO FIGURE ITS EXPECTED DATE
       01  WS-BATCH-OPID                 PIC X(3)    VALUE 'BCH'.
       01  WS-BATCH-TRANID               PIC X(4)    VALUE 'STO '.
      *
      *    STOCK MOVEMENT CONTROL RECORD - HANDS OUT THE NEXT
      *    STKTRN LEDGER SEQUENCE NUMBER
      *
       COPY SCTLREC.
      *
       01  WS-STK-DATE                   PIC 9(8).
       01  WS-STK-TIME-FIELDS.
           05  WS-STK-TIME               PIC 9(6).
           05  FILLER                    PIC 99.
      *
      *    ORDER CONTROL RECORD - HANDS OUT THE NEXT ORDER NUMBER
      *
       COPY OCTLREC.
           05  FILLER                    PIC X(7)
               VALUE ' LINES '.
           05  RL-GROSS-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  RL-NOTE                   PIC X(30)   VALUE SPACES.
      *
       01  WS-BLOCKED-LINE.
           05  FILLER                    PIC X(9)
           05  BL-CUSTOMER-NUMBER        PIC 9(6).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  BL-REASON                 PIC X(40).
      *
       01  WS-SKIPPED-LINE.
           05  FILLER                    PIC X(9)
               VALUE 'SKIPPED  '.
           05  SL-TEMPLATE-NUMBER        PIC 9(6).
           05  FILLER                    PIC X(10)
               VALUE '  PRODUCT '.
           05  SL-PRODUCT-CODE           PIC X(10).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  SL-REASON                 PIC X(40).
      *
       01  WS-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
           05  FILLER                    PIC X(28)
               VALUE 'LINES SKIPPED           : '.
           05  TL6-COUNT                 PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-7.
           05  FILLER                    PIC X(28)
               VALUE 'KITS EXPLODED           : '.
           05  TL7-COUNT                 PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-8.
           05  FILLER                    PIC X(28)
               VALUE 'CONTRACT PRICES APPLIED : '.
           05  TL8-COUNT                 PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
           OPEN INPUT CUSTSHIP-FILE.
           OPEN I-O PRODMAS-FILE.
           OPEN I-O PRDLOC-FILE.
           OPEN I-O STKTRN-FILE.
           OPEN I-O STKCTL-FILE.
           OPEN INPUT PRCBRK-FILE.
           OPEN INPUT KITCOMP-FILE.
           OPEN INPUT CONPRC-FILE.
           OPEN INPUT LOCMAS-FILE.
           OPEN INPUT TAXRATE-FILE.
           OPEN INPUT CUSTEXM-FILE.
           OPEN INPUT CARMAS-FILE.
           OPEN INPUT FRTRATE-FILE.
           OPEN I-O ORDCTL-FILE.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT RELEASE-REPORT-FILE.
           MOVE SPACES TO ORD-CARRIER-CODE.
           MOVE SPACES TO ORD-TRACKING-NUMBER.
           MOVE ZERO TO ORD-INVOICE-NUMBER.
           MOVE ZERO TO ORD-MERCH-BILLED.
           MOVE ZERO TO ORD-TAX-BILLED.
           MOVE ZERO TO ORD-SHIP-WEIGHT.
           MOVE ZERO TO ORD-FREIGHT-AMOUNT.
           MOVE ZERO TO ORD-FREIGHT-BILLED.
           MOVE SPACE TO ORD-ORDER-SOURCE.
           MOVE SPACES TO ORD-PARTNER-PO.
           MOVE CM-REP-CODE TO ORD-REP-CODE.
      *
           WRITE ORDER-MASTER-RECORD.
      *
           MOVE ZERO TO WS-PEND-LINE-COUNT.
           MOVE ZERO TO WS-PEND-ORDER-TOTAL.
           MOVE ZERO TO WS-PEND-SHIP-WEIGHT.
      *
       4300-RELEASE-TEMPLATE-LINES.
      *
      *    FRESH - A TEMPLATE NEVER SHIPS A STALE PRICE. A PRODUCT
      *    THAT WENT MISSING OR DISCONTINUED SINCE THE TEMPLATE
      *    WAS BUILT SKIPS ITS LINE, COUNTED, AND THE REST OF THE
      *    ORDER STILL RELEASES - SO DOES A KIT WITH ANY COMPONENT
      *    THAT CANNOT BE ORDERED. A LINE WHOSE LOCATION IS NOT AN
      *    ACTIVE BUILDING ON THE LOCMAS LOCATION MASTER IS SKIPPED
      *    THE SAME WAY, WITH THE REASON ON THE REPORT SO THE
      *    TEMPLATE CAN BE CORRECTED ON STO1.
      *
           MOVE STOL-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           READ PRODMAS-FILE
                   ELSE
                       MOVE STOL-LOCATION-CODE TO WS-LINE-LOCATION
                   END-IF
                   PERFORM 4405-EDIT-LINE-LOCATION
                   IF WS-SKIP-REASON NOT = SPACES
                       ADD 1 TO WS-LINES-SKIPPED
                       MOVE STOL-TEMPLATE-NUMBER TO SL-TEMPLATE-NUMBER
                       MOVE STOL-PRODUCT-CODE TO SL-PRODUCT-CODE
                       MOVE WS-SKIP-REASON TO SL-REASON
                       WRITE RELEASE-REPORT-RECORD FROM WS-SKIPPED-LINE
                   ELSE
                       PERFORM 4410-LOAD-KIT-COMPONENTS
                       IF KIT-PRODUCT
                           PERFORM 4420-EDIT-KIT-COMPONENTS
                           IF KIT-COMPONENTS-OK
                               PERFORM 4600-WRITE-KIT-LINES
                           ELSE
                               ADD 1 TO WS-LINES-SKIPPED
                           END-IF
                       ELSE
                           MOVE PRD-PRODUCT-CODE TO PL-PRODUCT-CODE
                           MOVE WS-LINE-LOCATION TO PL-LOCATION-CODE
                           READ PRDLOC-FILE
                               INVALID KEY
                                   ADD 1 TO WS-LINES-SKIPPED
                           END-READ
                           IF WS-PRDLOC-STATUS = '00'
                               PERFORM 4500-WRITE-ORDER-LINE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       4405-EDIT-LINE-LOCATION.
      *
      *    THE LINE'S LOCATION MUST BE AN ACTIVE BUILDING ON THE
      *    LOCMAS LOCATION MASTER, AS ON THE ORD1 LINE SCREEN. A
      *    KIT'S COMPONENTS ALL SHIP FROM THE LINE'S LOCATION, SO
      *    ONE CHECK COVERS THEM.
      *
           MOVE SPACES TO WS-SKIP-REASON.
           MOVE WS-LINE-LOCATION TO LOC-LOCATION-CODE.
      *
           READ LOCMAS-FILE
               INVALID KEY
                   MOVE 'LOCATION NOT ON LOCATION MASTER'
                       TO WS-SKIP-REASON
           END-READ.
      *
           IF WS-SKIP-REASON = SPACES AND LOC-STATUS-INACTIVE
               MOVE 'LOCATION IS INACTIVE' TO WS-SKIP-REASON
           END-IF.
      *
       4410-LOAD-KIT-COMPONENTS.
      *
      *    A PRODUCT WITH KITCOMP RECORDS IS A KIT - ITS COMPONENTS
      *    GO INTO THE KITTAB TABLE FOR THE LOCATION EDIT AND THE
      *    EXPLOSION. THE KIT'S OWN DESCRIPTION AND LIST PRICE ARE
      *    KEPT BEFORE THE COMPONENT READS OVERLAY ITS RECORD.
      *
           MOVE 'N' TO KIT-PRODUCT-SW.
           MOVE 'N' TO END-OF-KIT-SCAN-SW.
           MOVE ZERO TO WS-KIT-COUNT.
           MOVE PRD-PRODUCT-CODE TO WS-KIT-PRODUCT-CODE.
           MOVE PRD-PRODUCT-DESC TO WS-KIT-PRODUCT-DESC.
           MOVE PRD-LIST-PRICE TO WS-KIT-PRICE.
           MOVE PRD-PRODUCT-CODE TO KIT-PRODUCT-CODE.
           MOVE LOW-VALUE TO KIT-COMPONENT-CODE.
      *
           START KITCOMP-FILE KEY IS NOT LESS THAN KIT-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-KIT-SCAN-SW
           END-START.
      *
           PERFORM UNTIL END-OF-KIT-SCAN
               READ KITCOMP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-KIT-SCAN-SW
               END-READ
               IF NOT END-OF-KIT-SCAN
                   IF KIT-PRODUCT-CODE = WS-KIT-PRODUCT-CODE AND
                      WS-KIT-COUNT < WS-KIT-MAX-COMPONENTS
                       ADD 1 TO WS-KIT-COUNT
                       SET WS-KIT-IDX TO WS-KIT-COUNT
                       MOVE KIT-COMPONENT-CODE
                           TO WS-KIT-COMPONENT-CODE (WS-KIT-IDX)
                       MOVE KIT-QUANTITY-PER
                           TO WS-KIT-QTY-PER (WS-KIT-IDX)
                   ELSE
                       MOVE 'Y' TO END-OF-KIT-SCAN-SW
                   END-IF
               END-IF
           END-PERFORM.
      *
           IF WS-KIT-COUNT > ZERO
               MOVE 'Y' TO KIT-PRODUCT-SW
           END-IF.
      *
       4420-EDIT-KIT-COMPONENTS.
      *
      *    EVERY COMPONENT MUST BE ACTIVE ON PRODMAS AND STOCKED AT
      *    THE LINE'S LOCATION, AND THE KIT MUST LEAVE ROOM FOR ALL
      *    ITS LINES UNDER THE 999-LINE ORDER LIMIT
      *
           MOVE 'Y' TO KIT-COMPONENTS-OK-SW.
           MOVE STOL-QUANTITY TO WS-KIT-QUANTITY.
      *
           IF WS-PEND-LINE-COUNT + WS-KIT-COUNT > 999
               MOVE 'N' TO KIT-COMPONENTS-OK-SW
           END-IF.
      *
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT OR
                         NOT KIT-COMPONENTS-OK
               PERFORM 4430-EDIT-KIT-COMPONENT
           END-PERFORM.
      *
       4430-EDIT-KIT-COMPONENT.
      *
           MOVE WS-KIT-COMPONENT-CODE (WS-KIT-IDX)
               TO PRD-PRODUCT-CODE.
           READ PRODMAS-FILE
               INVALID KEY
                   MOVE 'N' TO KIT-COMPONENTS-OK-SW
           END-READ.
      *
           IF KIT-COMPONENTS-OK AND PRD-STATUS-DISCONTINUED
               MOVE 'N' TO KIT-COMPONENTS-OK-SW
           END-IF.
      *
           IF KIT-COMPONENTS-OK
               MOVE PRD-LIST-PRICE TO WS-KIT-LIST-PRICE (WS-KIT-IDX)
               COMPUTE WS-KIT-LINE-QUANTITY =
                   WS-KIT-QUANTITY * WS-KIT-QTY-PER (WS-KIT-IDX)
               IF WS-KIT-LINE-QUANTITY > 99999
                   MOVE 'N' TO KIT-COMPONENTS-OK-SW
               END-IF
           END-IF.
      *
           IF KIT-COMPONENTS-OK
               MOVE PRD-PRODUCT-CODE TO PL-PRODUCT-CODE
               MOVE WS-LINE-LOCATION TO PL-LOCATION-CODE
               READ PRDLOC-FILE
                   INVALID KEY
                       MOVE 'N' TO KIT-COMPONENTS-OK-SW
               END-READ
           END-IF.
      *
       4500-WRITE-ORDER-LINE.
      *
           MOVE PRD-PRODUCT-DESC TO ORDL-PRODUCT-DESC.
           MOVE STOL-QUANTITY TO ORDL-QUANTITY.
           MOVE PRD-LIST-PRICE TO ORDL-UNIT-PRICE.
           MOVE PRD-UNIT-COST TO ORDL-UNIT-COST.
           MOVE ZERO TO ORDL-QTY-SHIPPED.
           MOVE ZERO TO ORDL-QTY-BILLED.
           PERFORM 4550-APPLY-PRICE-BREAK.
           PERFORM 4560-APPLY-CONTRACT-PRICE.
           COMPUTE ORDL-EXTENDED-AMOUNT ROUNDED =
               ORDL-QUANTITY * ORDL-UNIT-PRICE.
           MOVE SPACES TO ORDL-KIT-PRODUCT-CODE.
           MOVE SPACES TO ORDL-KIT-PRODUCT-DESC.
           MOVE ZERO TO ORDL-KIT-LINE-NUMBER.
           MOVE ZERO TO ORDL-KIT-QUANTITY.
           MOVE ZERO TO ORDL-KIT-UNIT-PRICE.
           PERFORM 4520-ALLOCATE-ORDER-LINE.
      *
       4520-ALLOCATE-ORDER-LINE.
      *
      *    SAME ALLOCATION AS ORDER ENTRY - A SHORT LINE IS STILL
      *    TAKEN, FLAGGED BACKORDERED AGAINST ITS LOCATION, AND
               SET ORDL-LINE-FILLED TO TRUE
           END-IF.
      *
           MOVE PL-QTY-ON-HAND TO STK-ONHAND-BEFORE.
           MOVE PL-QTY-ALLOCATED TO STK-ALLOC-BEFORE.
           ADD ORDL-QUANTITY TO PL-QTY-ALLOCATED.
           REWRITE PRODUCT-LOCATION-RECORD.
      *
           SET STK-MOVE-ALLOCATE TO TRUE.
           SET STK-SOURCE-ORDER TO TRUE.
           MOVE ORDL-ORDER-NUMBER TO STK-SOURCE-NUMBER.
           MOVE ORDL-LINE-NUMBER TO STK-SOURCE-LINE.
           PERFORM 9200-WRITE-STOCK-MOVEMENT.
      *
           ADD ORDL-QUANTITY TO PRD-QTY-ALLOCATED.
           REWRITE PRODUCT-MASTER-RECORD.
           WRITE ORDER-LINE-RECORD.
      *
           ADD ORDL-EXTENDED-AMOUNT TO WS-PEND-ORDER-TOTAL.
           COMPUTE WS-PEND-SHIP-WEIGHT =
               WS-PEND-SHIP-WEIGHT + ORDL-QUANTITY * PRD-SHIP-WEIGHT.
           ADD 1 TO WS-LINES-WRITTEN.
      *
       4550-APPLY-PRICE-BREAK.
      *    THE QUANTITY QUALIFIES FOR IS THE DEEPEST
      *
           MOVE 'N' TO END-OF-BREAK-SCAN-SW.
           SET ORDL-PRICE-LIST TO TRUE.
           MOVE PRD-PRODUCT-CODE TO PB-PRODUCT-CODE.
           MOVE ZERO TO PB-MIN-QUANTITY.
      *
                   IF PB-PRODUCT-CODE = PRD-PRODUCT-CODE AND
                      PB-MIN-QUANTITY <= ORDL-QUANTITY
                       MOVE PB-BREAK-PRICE TO ORDL-UNIT-PRICE
                       SET ORDL-PRICE-BREAK TO TRUE
                   ELSE
                       MOVE 'Y' TO END-OF-BREAK-SCAN-SW
                   END-IF
               END-IF
           END-PERFORM.
      *
       4560-APPLY-CONTRACT-PRICE.
      *
      *    SAME CONTRACT PICK AS ORDER ENTRY - A CONPRC CONTRACT
      *    FOR THE TEMPLATE'S CUSTOMER AND THIS PRODUCT THAT IS IN
      *    FORCE ON THE BUSINESS DATE WINS OVER THE LIST OR BREAK
      *    PRICE 4550 LEFT ON THE LINE
      *
           MOVE STO-CUSTOMER-NUMBER TO CON-CUSTOMER-NUMBER.
           MOVE PRD-PRODUCT-CODE TO CON-PRODUCT-CODE.
      *
           READ CONPRC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-RUN-DATE-YMD >= CON-START-DATE AND
                      WS-RUN-DATE-YMD <= CON-END-DATE
                       MOVE CON-CONTRACT-PRICE TO ORDL-UNIT-PRICE
                       SET ORDL-PRICE-CONTRACT TO TRUE
                       ADD 1 TO WS-CONTRACT-PRICES
                   END-IF
           END-READ.
      *
       4600-WRITE-KIT-LINES.
      *
      *    SAME EXPLOSION AS ORDER ENTRY - ONE LINE PER COMPONENT,
      *    THE KIT PRICE (LIST, ITS BREAK FOR THE NUMBER OF KITS,
      *    OR THE CUSTOMER'S CONTRACT PRICE FOR THE KIT) SPREAD
      *    ACROSS THEM, EACH LINE ALLOCATED AND
      *    BACKORDERED AGAINST ITS OWN PRDLOC RECORD
      *
           MOVE WS-KIT-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           MOVE WS-KIT-QUANTITY TO ORDL-QUANTITY.
           MOVE WS-KIT-PRICE TO ORDL-UNIT-PRICE.
           PERFORM 4550-APPLY-PRICE-BREAK.
           PERFORM 4560-APPLY-CONTRACT-PRICE.
           MOVE ORDL-UNIT-PRICE TO WS-KIT-PRICE.
           MOVE ORDL-PRICE-SOURCE TO WS-KIT-PRICE-SOURCE.
           PERFORM 4620-SPREAD-KIT-PRICE.
      *
           COMPUTE WS-KIT-FIRST-LINE = WS-PEND-LINE-COUNT + 1.
      *
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT
               PERFORM 4630-WRITE-KIT-COMPONENT-LINE
           END-PERFORM.
      *
           ADD 1 TO WS-KITS-EXPLODED.
      *
       4620-SPREAD-KIT-PRICE.
      *
      *    SAME SPREAD AS ORDER ENTRY'S - EACH COMPONENT'S SHARE OF
      *    THE KIT PRICE IS IN PROPORTION TO ITS LIST PRICE TIMES
      *    ITS QUANTITY PER KIT (EVENLY BY UNIT WHEN NO COMPONENT
      *    CARRIES A LIST PRICE), AND THE LAST COMPONENT TAKES
      *    WHATEVER THE ROUNDED SHARES BEFORE IT LEFT
      *
           MOVE ZERO TO WS-KIT-LIST-TOTAL.
           MOVE ZERO TO WS-KIT-UNITS-PER-KIT.
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT
               COMPUTE WS-KIT-LIST-TOTAL = WS-KIT-LIST-TOTAL +
                   WS-KIT-LIST-PRICE (WS-KIT-IDX) *
                   WS-KIT-QTY-PER (WS-KIT-IDX)
               ADD WS-KIT-QTY-PER (WS-KIT-IDX) TO WS-KIT-UNITS-PER-KIT
           END-PERFORM.
      *
           MOVE ZERO TO WS-KIT-PRICE-SPREAD.
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX NOT < WS-KIT-COUNT
               IF WS-KIT-LIST-TOTAL > ZERO
                   COMPUTE WS-KIT-UNIT-PRICE (WS-KIT-IDX) ROUNDED =
                       WS-KIT-PRICE * WS-KIT-LIST-PRICE (WS-KIT-IDX)
                       / WS-KIT-LIST-TOTAL
               ELSE
                   COMPUTE WS-KIT-UNIT-PRICE (WS-KIT-IDX) ROUNDED =
                       WS-KIT-PRICE / WS-KIT-UNITS-PER-KIT
               END-IF
               COMPUTE WS-KIT-PRICE-SPREAD = WS-KIT-PRICE-SPREAD +
                   WS-KIT-UNIT-PRICE (WS-KIT-IDX) *
                   WS-KIT-QTY-PER (WS-KIT-IDX)
           END-PERFORM.
      *
           SET WS-KIT-IDX TO WS-KIT-COUNT.
           COMPUTE WS-KIT-PRICE-LEFT =
               WS-KIT-PRICE - WS-KIT-PRICE-SPREAD.
           IF WS-KIT-PRICE-LEFT > ZERO
               COMPUTE WS-KIT-UNIT-PRICE (WS-KIT-IDX) ROUNDED =
                   WS-KIT-PRICE-LEFT / WS-KIT-QTY-PER (WS-KIT-IDX)
           ELSE
               MOVE ZERO TO WS-KIT-UNIT-PRICE (WS-KIT-IDX)
           END-IF.
      *
       4630-WRITE-KIT-COMPONENT-LINE.
      *
           MOVE WS-KIT-COMPONENT-CODE (WS-KIT-IDX)
               TO PRD-PRODUCT-CODE.
           READ PRODMAS-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           MOVE PRD-PRODUCT-CODE TO PL-PRODUCT-CODE.
           MOVE WS-LINE-LOCATION TO PL-LOCATION-CODE.
           READ PRDLOC-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           ADD 1 TO WS-PEND-LINE-COUNT.
           MOVE WS-PEND-ORDER-NUMBER TO ORDL-ORDER-NUMBER.
           MOVE WS-PEND-LINE-COUNT TO ORDL-LINE-NUMBER.
           MOVE PRD-PRODUCT-CODE TO ORDL-PRODUCT-CODE.
           MOVE PRD-PRODUCT-DESC TO ORDL-PRODUCT-DESC.
           COMPUTE ORDL-QUANTITY =
               WS-KIT-QUANTITY * WS-KIT-QTY-PER (WS-KIT-IDX).
           MOVE WS-KIT-UNIT-PRICE (WS-KIT-IDX) TO ORDL-UNIT-PRICE.
           MOVE PRD-UNIT-COST TO ORDL-UNIT-COST.
           MOVE ZERO TO ORDL-QTY-SHIPPED.
           MOVE ZERO TO ORDL-QTY-BILLED.
           COMPUTE ORDL-EXTENDED-AMOUNT ROUNDED =
               ORDL-QUANTITY * ORDL-UNIT-PRICE.
           MOVE WS-KIT-PRODUCT-CODE TO ORDL-KIT-PRODUCT-CODE.
           MOVE WS-KIT-PRODUCT-DESC TO ORDL-KIT-PRODUCT-DESC.
           MOVE WS-KIT-FIRST-LINE TO ORDL-KIT-LINE-NUMBER.
           MOVE WS-KIT-QUANTITY TO ORDL-KIT-QUANTITY.
           MOVE WS-KIT-PRICE-SOURCE TO ORDL-PRICE-SOURCE.
           MOVE WS-KIT-PRICE TO ORDL-KIT-UNIT-PRICE.
           PERFORM 4520-ALLOCATE-ORDER-LINE.
      *
       5000-COMPLETE-RELEASED-ORDER.
      *
      *    SAME COMPLETION THE BATCH ORDER INTAKE APPLIES - TOTALS,
      *    TAX AND FREIGHT GO ON AND THE ORDER MOVES TO COMPLETE
      *    STATUS.
      *    AN ORDER WHOSE LINES ALL SKIPPED IS CANCELLED SO IT
      *    DOES NOT SIT AS AN OPEN GHOST FOR THE SWEEP.
      *
           IF WS-ORDMAS-STATUS = '00'
               MOVE WS-PEND-LINE-COUNT TO ORD-LINE-COUNT
               MOVE WS-PEND-ORDER-TOTAL TO ORD-ORDER-TOTAL
               MOVE WS-PEND-SHIP-WEIGHT TO ORD-SHIP-WEIGHT
               IF WS-PEND-LINE-COUNT = ZERO
                   SET ORD-STATUS-CANCELLED TO TRUE
                   REWRITE ORDER-MASTER-RECORD
                   MOVE STO-CUSTOMER-NUMBER TO RL-CUSTOMER-NUMBER
                   MOVE WS-PEND-LINE-COUNT TO RL-LINE-COUNT
                   MOVE ORD-GROSS-TOTAL TO RL-GROSS-TOTAL
                   IF FREIGHT-NOT-RATED
                       MOVE 'NO FREIGHT RATE - NOT CHARGED'
                           TO RL-NOTE
                   ELSE
                       MOVE SPACES TO RL-NOTE
                   END-IF
                   WRITE RELEASE-REPORT-RECORD FROM WS-RELEASED-LINE
               END-IF
           END-IF.
       5100-COMPUTE-SALES-TAX.
      *
      *    SAME STATE PICK, RATE LOOKUP, AND CUSTEXM EXEMPTION
      *    CHECK ORDER ENTRY APPLIES. FREIGHT GOES INTO THE GROSS
      *    BUT IS NOT TAXED.
      *
           MOVE SPACES TO TAX-STATE-CODE.
      *
                       ORD-ORDER-TOTAL * TAX-RATE
               END-IF
           END-IF.
      *
           PERFORM 5150-ESTIMATE-FREIGHT.
      *
           COMPUTE ORD-GROSS-TOTAL =
               ORD-ORDER-TOTAL + ORD-TAX-AMOUNT + ORD-FREIGHT-AMOUNT.
      *
       5150-ESTIMATE-FREIGHT.
      *
      *    SAME FREIGHT ESTIMATE ORDER ENTRY PUTS ON AT THE
      *    TERMINAL - THE ORDER'S SHIPPING WEIGHT PRICED ON ITS
      *    CARRIER'S FRTRATE BAND FOR THE ZONE THE SHIP-TO (OR
      *    BILL-TO) ZIP CODE FALLS IN. FREE-FREIGHT CUSTOMERS AND
      *    WEIGHTLESS ORDERS PAY NOTHING; AN ORDER THE RATES DO NOT
      *    COVER GOES THROUGH AT ZERO FREIGHT AND IS NOTED ON THE
      *    REPORT.
      *
           MOVE ZERO TO ORD-FREIGHT-AMOUNT.
           MOVE 'N' TO FREIGHT-NOT-RATED-SW.
           MOVE ORD-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAS-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-CUSTMAS-STATUS = '00' AND
              NOT CM-FREIGHT-EXEMPT AND ORD-SHIP-WEIGHT > ZERO
               MOVE CM-ZIP-CODE TO WS-FREIGHT-ZIP
               IF ORD-SHIP-TO-SEQUENCE > ZERO
                   MOVE ORD-CUSTOMER-NUMBER TO SHIP-CUSTOMER-NUMBER
                   MOVE ORD-SHIP-TO-SEQUENCE TO SHIP-SEQUENCE-NUMBER
                   READ CUSTSHIP-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-SHIP-STATUS = '00'
                       MOVE SHIP-ZIP-CODE TO WS-FREIGHT-ZIP
                   END-IF
               END-IF
               PERFORM 5160-FIND-ORDER-CARRIER
               MOVE 'N' TO FREIGHT-RATED-SW
               IF CARRIER-FOUND
                   PERFORM 5170-PRICE-FREIGHT
               END-IF
               IF NOT FREIGHT-RATED
                   MOVE 'Y' TO FREIGHT-NOT-RATED-SW
               END-IF
           END-IF.
      *
       5160-FIND-ORDER-CARRIER.
      *
      *    THE ORDER'S OWN CARRIER IF IT HAS ONE, OTHERWISE THE
      *    STANDARD CARRIER - THE FIRST ACTIVE CARMAS CARRIER SO
      *    FLAGGED - WHICH THE ORDER THEN CARRIES UNTIL THE
      *    WAREHOUSE CONFIRMS THE ONE IT ACTUALLY USED
      *
           MOVE 'N' TO CARRIER-FOUND-SW.
      *
           IF ORD-CARRIER-CODE NOT = SPACES
               MOVE ORD-CARRIER-CODE TO CAR-CARRIER-CODE
               READ CARMAS-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CARMAS-STATUS = '00'
                   MOVE 'Y' TO CARRIER-FOUND-SW
               END-IF
           ELSE
               MOVE 'N' TO END-OF-CARRIER-SCAN-SW
               MOVE LOW-VALUES TO CAR-CARRIER-CODE
               START CARMAS-FILE
                   KEY IS NOT LESS THAN CAR-CARRIER-CODE
                   INVALID KEY
                       MOVE 'Y' TO END-OF-CARRIER-SCAN-SW
               END-START
               PERFORM UNTIL END-OF-CARRIER-SCAN
                   READ CARMAS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-CARRIER-SCAN-SW
                   END-READ
                   IF NOT END-OF-CARRIER-SCAN
                       IF CAR-STANDARD-CARRIER AND
                          CAR-STATUS-ACTIVE
                           MOVE 'Y' TO CARRIER-FOUND-SW
                           MOVE 'Y' TO END-OF-CARRIER-SCAN-SW
                       END-IF
                   END-IF
               END-PERFORM
               IF CARRIER-FOUND
                   MOVE CAR-CARRIER-CODE TO ORD-CARRIER-CODE
               END-IF
           END-IF.
      *
       5170-PRICE-FREIGHT.
      *
      *    FIRST ZIP DIGIT PICKS THE ZONE; THE WEIGHT, ROUNDED UP
      *    TO THE NEXT WHOLE POUND, PICKS THE FIRST BAND WHOSE
      *    CEILING COVERS IT
      *
           MOVE ZERO TO WS-FREIGHT-ZONE.
           MOVE WS-FREIGHT-ZIP (1:1) TO WS-FREIGHT-ZIP-AREA.
           IF WS-FREIGHT-ZIP-AREA IS NUMERIC
               MOVE CAR-ZONE (WS-FREIGHT-ZIP-DIGIT + 1)
                   TO WS-FREIGHT-ZONE
           END-IF.
      *
           MOVE ORD-SHIP-WEIGHT TO WS-FREIGHT-POUNDS.
           IF WS-FREIGHT-POUNDS < ORD-SHIP-WEIGHT
               ADD 1 TO WS-FREIGHT-POUNDS
           END-IF.
      *
           IF WS-FREIGHT-ZONE > ZERO AND
              WS-FREIGHT-POUNDS NOT > 99999
               MOVE CAR-CARRIER-CODE TO FRT-CARRIER-CODE
               MOVE WS-FREIGHT-ZONE TO FRT-ZONE
               MOVE WS-FREIGHT-POUNDS TO FRT-WEIGHT-LIMIT
               START FRTRATE-FILE
                   KEY IS NOT LESS THAN FRT-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-FRTRATE-STATUS = '00'
                   READ FRTRATE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-FRTRATE-STATUS = '00' AND
                      FRT-CARRIER-CODE = CAR-CARRIER-CODE AND
                      FRT-ZONE = WS-FREIGHT-ZONE
                       COMPUTE ORD-FREIGHT-AMOUNT ROUNDED =
                           FRT-BASE-CHARGE +
                           FRT-RATE-PER-POUND * WS-FREIGHT-POUNDS
                       IF ORD-FREIGHT-AMOUNT < CAR-MINIMUM-CHARGE
                           MOVE CAR-MINIMUM-CHARGE
                               TO ORD-FREIGHT-AMOUNT
                       END-IF
                       MOVE 'Y' TO FREIGHT-RATED-SW
                   END-IF
               END-IF
           END-IF.
      *
       5200-CHECK-COMPLETION-EXPOSURE.
      *
      *    THE ORDER STANDS, BUT IF IT CARRIED THE CUSTOMER PAST THE
      *    LIMIT THE HOLD GOES ON NOW - SAME RULE AS EVERY OTHER
      *    COMPLETION IN THE SUITE. THE SCAN LEAVES THIS ORDER OUT AND
      *    ITS GROSS RIDES ON TOP.
      *
           MOVE ORD-GROSS-TOTAL TO WS-THIS-ORDER-GROSS.
           MOVE ORD-ORDER-NUMBER TO WS-THIS-ORDER-NUMBER.
           MOVE ORD-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
      *
           READ CUSTMAS-FILE
                   PERFORM 3200-SET-CREDIT-HOLD
               END-IF
           END-IF.
      *
           MOVE ZERO TO WS-THIS-ORDER-NUMBER.
      *
      *    THE EXPOSURE SCAN RAN THROUGH ORDER-MASTER-RECORD AND
      *    5000 STILL NEEDS THIS ORDER'S TOTALS - PUT IT BACK
       8000-COMPUTE-OPEN-EXPOSURE.
      *
      *    THE EXPOSURE READS ORDMAS THROUGH ITS ALTERNATE KEY BY
      *    ORD-CUSTOMER-NUMBER - SAME READ THE BATCH ORDER INTAKE AND
      *    THE STATEMENT JOB USE - SO THE SCAN LANDS ON THE CUSTOMER'S
      *    FIRST ORDER AND STOPS THE MOMENT THE CUSTOMER CHANGES. AN
      *    ORDER COUNTS UNTIL INVGEN1 HAS BILLED ALL OF IT - OPEN,
      *    COMPLETE (PICKED, NOT YET SHIPPED) AND PARTIALLY SHIPPED
      *    ORDERS EACH ADD THE MERCHANDISE NOT YET BILLED
      *    (ORD-ORDER-TOTAL LESS ORD-MERCH-BILLED), THE SAME FIGURE
      *    EODCLS1 SNAPSHOTS AS OPEN ORDER VALUE. WHAT HAS BEEN BILLED
      *    IS ON INVMAS AND IS A/R'S; A CANCELLED ORDER IS NOBODY'S. THE
      *    ORDER A COMPLETION CHECK IS RUNNING FOR
      *    (WS-THIS-ORDER-NUMBER) IS LEFT OUT - ITS GROSS IS ADDED ON
      *    TOP BY THE CALLER.
      *
           MOVE ZERO TO WS-OPEN-EXPOSURE.
           MOVE CM-CUSTOMER-NUMBER TO ORD-CUSTOMER-NUMBER.
               END-READ
               IF NOT END-OF-EXP-SCAN
                   IF ORD-CUSTOMER-NUMBER = CM-CUSTOMER-NUMBER
                       IF ORD-ORDER-NUMBER NOT = WS-THIS-ORDER-NUMBER
                          AND (ORD-STATUS-OPEN OR ORD-STATUS-COMPLETE
                               OR ORD-STATUS-PARTIAL)
                          AND ORD-ORDER-TOTAL > ORD-MERCH-BILLED
                           COMPUTE WS-OPEN-EXPOSURE =
                               WS-OPEN-EXPOSURE + ORD-ORDER-TOTAL
                               - ORD-MERCH-BILLED
                       END-IF
                   ELSE
                       MOVE 'Y' TO END-OF-EXP-SCAN-SW
           WRITE RELEASE-REPORT-RECORD FROM WS-TOTAL-LINE-5.
           MOVE WS-LINES-SKIPPED TO TL6-COUNT.
           WRITE RELEASE-REPORT-RECORD FROM WS-TOTAL-LINE-6.
           MOVE WS-KITS-EXPLODED TO TL7-COUNT.
           WRITE RELEASE-REPORT-RECORD FROM WS-TOTAL-LINE-7.
           MOVE WS-CONTRACT-PRICES TO TL8-COUNT.
           WRITE RELEASE-REPORT-RECORD FROM WS-TOTAL-LINE-8.
      *
           CLOSE STOMAS-FILE.
           CLOSE STOLINE-FILE.
           CLOSE CUSTSHIP-FILE.
           CLOSE PRODMAS-FILE.
           CLOSE PRDLOC-FILE.
           CLOSE STKTRN-FILE.
           CLOSE STKCTL-FILE.
           CLOSE PRCBRK-FILE.
           CLOSE KITCOMP-FILE.
           CLOSE CONPRC-FILE.
           CLOSE LOCMAS-FILE.
           CLOSE TAXRATE-FILE.
           CLOSE CUSTEXM-FILE.
           CLOSE CARMAS-FILE.
           CLOSE FRTRATE-FILE.
           CLOSE ORDCTL-FILE.
           CLOSE AUDIT-FILE.
           CLOSE RELEASE-REPORT-FILE.
           MOVE WS-BATCH-OPID TO AUD-OPERATOR-ID.
           MOVE WS-BATCH-TRANID TO AUD-TRANSACTION-ID.
           WRITE AUDIT-RECORD.
      *
       9200-WRITE-STOCK-MOVEMENT.
      *
      *    THE CALLER HAS SET THE MOVEMENT TYPE, THE SOURCE
      *    DOCUMENT, AND THE BEFORE FIGURES, AND HAS JUST WRITTEN
      *    THE PRDLOC RECORD - THE KEY AND AFTER FIGURES COME OFF
      *    IT, AND THE QUANTITY IS WHAT ACTUALLY MOVED (A RELIEF
      *    FLOORED AT ZERO MOVES LESS THAN THE DOCUMENT SAID)
      *
           MOVE PL-PRODUCT-CODE TO STK-PRODUCT-CODE.
           MOVE PL-LOCATION-CODE TO STK-LOCATION-CODE.
           MOVE PL-QTY-ON-HAND TO STK-ONHAND-AFTER.
           MOVE PL-QTY-ALLOCATED TO STK-ALLOC-AFTER.
      *
           IF STK-MOVE-ALLOCATE OR STK-MOVE-RELEASE
               COMPUTE STK-QUANTITY =
                   STK-ALLOC-AFTER - STK-ALLOC-BEFORE
           ELSE
               COMPUTE STK-QUANTITY =
                   STK-ONHAND-AFTER - STK-ONHAND-BEFORE
           END-IF.
      *
           PERFORM 9250-GET-NEXT-STOCK-SEQUENCE.
      *
           ACCEPT WS-STK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STK-TIME-FIELDS FROM TIME.
           MOVE WS-STK-DATE TO STK-TRANS-DATE.
           MOVE WS-STK-TIME TO STK-TRANS-TIME.
           MOVE WS-BATCH-OPID TO STK-OPERATOR-ID.
           MOVE WS-BATCH-TRANID TO STK-TRANSACTION-ID.
      *
           WRITE STOCK-TRANSACTION-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *
       9250-GET-NEXT-STOCK-SEQUENCE.
      *
           MOVE 'STKNO ' TO STKCTL-KEY.
           READ STKCTL-FILE
               INVALID KEY
                   MOVE SPACES TO STOCK-CONTROL-RECORD
           END-READ.
      *
           IF WS-STKCTL-STATUS = '00'
               MOVE STKCTL-BUFFER TO STOCK-CONTROL-RECORD
               ADD 1 TO SCTL-NEXT-SEQUENCE-NUMBER
               MOVE STOCK-CONTROL-RECORD TO STKCTL-BUFFER
               REWRITE STKCTL-BUFFER
           ELSE
      *        CONTROL RECORD IS MISSING (FIRST RUN) - SEED IT
               MOVE 'STKNO ' TO SCTL-RECORD-KEY
               MOVE 1 TO SCTL-NEXT-SEQUENCE-NUMBER
               MOVE STOCK-CONTROL-RECORD TO STKCTL-BUFFER
               WRITE STKCTL-BUFFER
           END-IF.
      *
           MOVE SCTL-NEXT-SEQUENCE-NUMBER TO STK-SEQUENCE-NUMBER.
      *
       8900-OPEN-RUN-CONTROL.
      *
