      *   'L' RECORD = LINE ITEM (PRODUCT CODE AND QUANTITY) -   *
      *       VALIDATED AGAINST PRODMAS AND ALLOCATED EXACTLY    *
      *       THE WAY 2400-WRITE-ORDER-LINE ALLOCATES ONLINE,    *
      *       BACKORDER FLAG AND ALL. A KIT EXPLODES INTO ONE    *
      *       LINE PER KITCOMP COMPONENT THE WAY IT DOES ONLINE, *
      *       AND A KIT WITH ANY BAD COMPONENT IS REJECTED       *
      *       WHOLE. LINES ARE PRICED AS ORDRENT PRICES          *
      *       THEM - LIST, THE PRCBRK QUANTITY BREAK, OR THE     *
      *       CUSTOMER'S CONPRC CONTRACT PRICE IN FORCE ON THE   *
      *       BUSINESS DATE, WHICH WINS OVER BOTH.               *
      * ORDER NUMBERS COME FROM THE ORDCTL CONTROL RECORD. THE   *
      * NEXT 'H' RECORD (OR END OF FILE) COMPLETES THE PRIOR     *
      * ORDER - SALES TAX, THE FREIGHT ESTIMATE AND GROSS TOTAL  *
      * GO ON AND THE SAME                                       *
      * COMPLETION-TIME EXPOSURE CHECK ORDRENT RUNS PUTS THE     *
      * CUSTOMER ON CREDIT HOLD (WITH A CUSTAUD TRAIL) WHEN THE  *
      * ORDER CARRIED THEM PAST THE LIMIT. A HEADER WHOSE LINES  *
      * EVERY TRANSACTION THAT FAILS AN EDIT LANDS ON THE        *
      * CONTROL REPORT WITH ITS REASON AND ITS RECORD IMAGE SO   *
      * THE ACCOUNT TEAM CAN FIX AND RESUBMIT.                   *
      * THE 'H' RECORD ALSO CARRIES THE PARTNER'S OWN PURCHASE   *
      * ORDER REFERENCE, KEPT ON ORDMAS WITH THE ORDER MARKED AS *
      * A PARTNER ORDER SO THE SHIP NOTICE AND INVOICE FILES CAN *
      * QUOTE IT BACK. THE ORDACK FILE BUILT EACH RUN GOES BACK  *
      * TO THE PARTNER: EVERY ORDER ACCEPTED WITH OUR ORDER      *
      * NUMBER, EVERY LINE ACCEPTED OR BACKORDERED, EVERY        *
      * REJECTION WITH ITS REASON, AND EACH ORDER'S FINAL TOTALS *
      * (SEE ACKREC).                                            *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
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
           SELECT LOAD-REPORT-FILE ASSIGN TO ORDLOAD1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT ORDER-ACK-FILE ASSIGN TO ORDACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
      *
           SELECT PARM-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
           05  TR-HEADER-DATA REDEFINES TR-RECORD-DATA.
               10  TR-CUSTOMER-NUMBER    PIC X(6).
               10  TR-SHIP-TO-SEQUENCE   PIC X(3).
      *
      *        THE PARTNER'S OWN PURCHASE ORDER REFERENCE, QUOTED
      *        BACK ON EVERY ACKNOWLEDGMENT, SHIP NOTICE AND INVOICE
      *
               10  TR-PARTNER-PO         PIC X(20).
               10  FILLER                PIC X(50).
           05  TR-LINE-DATA REDEFINES TR-RECORD-DATA.
               10  TR-PRODUCT-CODE       PIC X(10).
               10  TR-QUANTITY           PIC X(5).
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
       FD  LOAD-REPORT-FILE.
      *
       01  LOAD-REPORT-RECORD            PIC X(132).
      *
       FD  ORDER-ACK-FILE.
      *
       COPY ACKREC.
      *
       FD  PARM-FILE.
      *
               88  PRODUCT-FOUND                     VALUE 'Y'.
           05  LINE-BACKORDERED-SW       PIC X       VALUE 'N'.
               88  LINE-BACKORDERED                  VALUE 'Y'.
           05  KIT-BACKORDERED-SW        PIC X       VALUE 'N'.
               88  KIT-BACKORDERED                   VALUE 'Y'.
           05  END-OF-BREAK-SCAN-SW      PIC X       VALUE 'N'.
               88  END-OF-BREAK-SCAN                 VALUE 'Y'.
           05  CERT-EXEMPT-SW            PIC X       VALUE 'N'.
               88  CERT-EXEMPT                       VALUE 'Y'.
           05  CERT-EXPIRED-SW           PIC X       VALUE 'N'.
               88  CERT-EXPIRED                      VALUE 'Y'.
           05  KIT-PRODUCT-SW            PIC X       VALUE 'N'.
               88  KIT-PRODUCT                       VALUE 'Y'.
           05  END-OF-KIT-SCAN-SW        PIC X       VALUE 'N'.
               88  END-OF-KIT-SCAN                   VALUE 'Y'.
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
           05  WS-TRAN-STATUS            PIC XX.
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
           05  WS-ACK-STATUS             PIC XX.
           05  WS-PARM-STATUS            PIC XX.
      *
       01  WS-COUNTERS.
           05  WS-TRANS-REJECTED         PIC S9(7)   COMP VALUE ZERO.
           05  WS-ORDERS-CANCELLED       PIC S9(7)   COMP VALUE ZERO.
           05  WS-HOLDS-SET              PIC S9(7)   COMP VALUE ZERO.
           05  WS-KITS-EXPLODED          PIC S9(7)   COMP VALUE ZERO.
           05  WS-CONTRACT-PRICES        PIC S9(7)   COMP VALUE ZERO.
           05  WS-ACKS-WRITTEN           PIC S9(7)   COMP VALUE ZERO.
      *
      *    THE BUSINESS DATE COMES FROM THE BUSDATE PARAMETER FILE,
      *    THE SAME YYYYMMDD FORM ORDRENT STAMPS INTO ORD-ORDER-DATE
           05  WS-PEND-SHIP-TO-SEQUENCE  PIC 9(3).
           05  WS-PEND-LINE-COUNT        PIC 9(3).
           05  WS-PEND-ORDER-TOTAL       PIC 9(9)V99.
           05  WS-PEND-SHIP-WEIGHT       PIC 9(7)V99.
      *
      *    THE CURRENT ORDER AS THE PARTNER KNOWS IT - THE CUSTOMER
      *    AND PO REFERENCE ON THE 'H' RECORD AND OUR ORDER NUMBER
      *    ONCE ONE IS GIVEN - QUOTED ON EVERY ORDACK RECORD FOR
      *    THE ORDER, ITS REJECTIONS INCLUDED
      *
       01  WS-ACK-ORDER.
           05  WS-ACK-CUSTOMER-NUMBER    PIC 9(6)    VALUE ZERO.
           05  WS-ACK-PARTNER-PO         PIC X(20)   VALUE SPACES.
           05  WS-ACK-ORDER-NUMBER       PIC 9(8)    VALUE ZERO.
      *
      *    RUNNING TOTAL OF THE CUSTOMER'S STILL-OPEN ORDERS, BUILT
      *    BY 8000-COMPUTE-OPEN-EXPOSURE FROM AN ORDMAS SCAN - THE
      *
       01  WS-OPEN-EXPOSURE              PIC 9(9)V99 VALUE ZERO.
       01  WS-THIS-ORDER-GROSS           PIC 9(9)V99 VALUE ZERO.
       01  WS-THIS-ORDER-NUMBER          PIC 9(8)    VALUE ZERO.
      *
       01  WS-REJECT-REASON              PIC X(40).
      *
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
      *    BATCH SUBSTITUTE FOR CICS ASKTIME/EIBOPID/EIBTRNID, THE
      *    SAME STAMP THE ABANDONED-ORDER SWEEP LEAVES ON CUSTAUD
      *
       01  WS-BATCH-OPID                 PIC X(3)    VALUE 'BCH'.
       01  WS-BATCH-TRANID               PIC X(4)    VALUE 'LOD '.
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
           05  FILLER                    PIC X(28)
               VALUE 'CREDIT HOLDS SET        : '.
           05  TL7-HOLDS-SET             PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-8.
           05  FILLER                    PIC X(28)
               VALUE 'KITS EXPLODED           : '.
           05  TL8-KITS-EXPLODED         PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-9.
           05  FILLER                    PIC X(28)
               VALUE 'CONTRACT PRICES APPLIED : '.
           05  TL9-CONTRACT-PRICES       PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-10.
           05  FILLER                    PIC X(28)
               VALUE 'ACKNOWLEDGMENTS WRITTEN : '.
           05  TL10-ACKS-WRITTEN         PIC ZZZ,ZZ9.
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
           OPEN OUTPUT LOAD-REPORT-FILE.
           OPEN OUTPUT ORDER-ACK-FILE.
      *
           WRITE LOAD-REPORT-RECORD FROM WS-HEADING-LINE-1.
           MOVE SPACES TO LOAD-REPORT-RECORD.
           ADD 1 TO WS-HEADERS-READ.
           PERFORM 5000-COMPLETE-PENDING-ORDER.
           MOVE 'N' TO SKIP-ORDER-LINES-SW.
           PERFORM 6100-SET-ACK-ORDER.
      *
           PERFORM 3100-EDIT-HEADER-DATA.
      *
           IF ORDER-ACTIVE
               PERFORM 3500-GET-NEXT-ORDER-NUMBER
               PERFORM 3600-CREATE-ORDER-HEADER
               PERFORM 6200-WRITE-ACK-HEADER
           ELSE
               MOVE 'Y' TO SKIP-ORDER-LINES-SW
               PERFORM 7000-WRITE-REJECT-LINE
           MOVE SPACES                 TO ORD-CARRIER-CODE.
           MOVE SPACES                 TO ORD-TRACKING-NUMBER.
           MOVE ZERO                   TO ORD-INVOICE-NUMBER.
           MOVE ZERO                   TO ORD-MERCH-BILLED.
           MOVE ZERO                   TO ORD-TAX-BILLED.
           MOVE ZERO                   TO ORD-SHIP-WEIGHT.
           MOVE ZERO                   TO ORD-FREIGHT-AMOUNT.
           MOVE ZERO                   TO ORD-FREIGHT-BILLED.
           MOVE CM-REP-CODE            TO ORD-REP-CODE.
           SET ORD-SOURCE-PARTNER     TO TRUE.
           MOVE WS-ACK-PARTNER-PO      TO ORD-PARTNER-PO.
      *
           WRITE ORDER-MASTER-RECORD.
      *
           MOVE ZERO TO WS-PEND-LINE-COUNT.
           MOVE ZERO TO WS-PEND-ORDER-TOTAL.
           MOVE ZERO TO WS-PEND-SHIP-WEIGHT.
      *
       4000-PROCESS-LINE.
      *
               WHEN OTHER
                   PERFORM 4100-EDIT-LINE-DATA
                   IF PRODUCT-FOUND
                       IF KIT-PRODUCT
                           PERFORM 4600-WRITE-KIT-LINES
                       ELSE
                           PERFORM 4200-WRITE-ORDER-LINE
                       END-IF
                   ELSE
                       PERFORM 7000-WRITE-REJECT-LINE
                   END-IF
       4100-EDIT-LINE-DATA.
      *
           MOVE 'Y' TO PRODUCT-FOUND-SW.
           MOVE 'N' TO KIT-PRODUCT-SW.
      *
           IF TR-PRODUCT-CODE = SPACES
               MOVE 'N' TO PRODUCT-FOUND-SW
           END-IF.
      *
           IF PRODUCT-FOUND
               PERFORM 4160-LOAD-KIT-COMPONENTS
               PERFORM 4180-EDIT-LINE-LOCATION
           END-IF.
      *
       4160-LOAD-KIT-COMPONENTS.
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
       4180-EDIT-LINE-LOCATION.
      *
      *    A BLANK LOCATION TAKES THE DEFAULT BUILDING - SAME RULE
      *    AS THE ORD1 LINE SCREEN. WHATEVER LOCATION THE LINE
      *    SHIPS FROM MUST BE AN ACTIVE BUILDING ON THE LOCMAS
      *    LOCATION MASTER AND MUST HAVE A PRDLOC STOCK RECORD -
      *    FOR A KIT, EVERY COMPONENT MUST. A KIT'S COMPONENTS ALL
      *    SHIP FROM THE LINE'S LOCATION, SO ONE LOCMAS CHECK
      *    COVERS THEM.
      *
           IF TR-LOCATION-CODE = SPACES
               MOVE WS-DEFAULT-LOCATION TO WS-LINE-LOCATION
               MOVE TR-LOCATION-CODE TO WS-LINE-LOCATION
           END-IF.
      *
           MOVE WS-LINE-LOCATION TO LOC-LOCATION-CODE.
      *
           READ LOCMAS-FILE
               INVALID KEY
                   MOVE 'N' TO PRODUCT-FOUND-SW
                   MOVE 'LOCATION NOT ON LOCATION MASTER'
                       TO WS-REJECT-REASON
           END-READ.
      *
           IF PRODUCT-FOUND AND LOC-STATUS-INACTIVE
               MOVE 'N' TO PRODUCT-FOUND-SW
               MOVE 'LOCATION IS INACTIVE' TO WS-REJECT-REASON
           END-IF.
      *
           IF PRODUCT-FOUND
               IF KIT-PRODUCT
                   PERFORM 4190-EDIT-KIT-COMPONENTS
               ELSE
                   MOVE PRD-PRODUCT-CODE TO PL-PRODUCT-CODE
                   MOVE WS-LINE-LOCATION TO PL-LOCATION-CODE
                   READ PRDLOC-FILE
                       INVALID KEY
                           MOVE 'N' TO PRODUCT-FOUND-SW
                           MOVE 'LOCATION NOT STOCKED FOR THIS PRODUCT'
                               TO WS-REJECT-REASON
                   END-READ
               END-IF
           END-IF.
      *
       4190-EDIT-KIT-COMPONENTS.
      *
      *    EVERY COMPONENT MUST BE ACTIVE ON PRODMAS AND STOCKED AT
      *    THE LINE'S LOCATION, AND THE KIT MUST LEAVE ROOM FOR ALL
      *    ITS LINES UNDER THE 999-LINE ORDER LIMIT - ONE BAD
      *    COMPONENT REJECTS THE WHOLE KIT
      *
           MOVE TR-QUANTITY TO WS-KIT-QUANTITY.
      *
           IF WS-PEND-LINE-COUNT + WS-KIT-COUNT > 999
               MOVE 'N' TO PRODUCT-FOUND-SW
               MOVE 'KIT WOULD TAKE THE ORDER PAST 999 LINES'
                   TO WS-REJECT-REASON
           END-IF.
      *
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT OR
                         NOT PRODUCT-FOUND
               PERFORM 4195-EDIT-KIT-COMPONENT
           END-PERFORM.
      *
       4195-EDIT-KIT-COMPONENT.
      *
           MOVE WS-KIT-COMPONENT-CODE (WS-KIT-IDX)
               TO PRD-PRODUCT-CODE.
           MOVE SPACES TO WS-REJECT-REASON.
      *
           READ PRODMAS-FILE
               INVALID KEY
                   MOVE 'N' TO PRODUCT-FOUND-SW
                   STRING 'KIT COMPONENT ' DELIMITED BY SIZE
                          PRD-PRODUCT-CODE DELIMITED BY SPACE
                          ' NOT ON PRODMAS' DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
           END-READ.
      *
           IF PRODUCT-FOUND AND PRD-STATUS-DISCONTINUED
               MOVE 'N' TO PRODUCT-FOUND-SW
               STRING 'KIT COMPONENT ' DELIMITED BY SIZE
                      PRD-PRODUCT-CODE DELIMITED BY SPACE
                      ' DISCONTINUED' DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
           END-IF.
      *
           IF PRODUCT-FOUND
               MOVE PRD-LIST-PRICE TO WS-KIT-LIST-PRICE (WS-KIT-IDX)
               COMPUTE WS-KIT-LINE-QUANTITY =
                   WS-KIT-QUANTITY * WS-KIT-QTY-PER (WS-KIT-IDX)
               IF WS-KIT-LINE-QUANTITY > 99999
                   MOVE 'N' TO PRODUCT-FOUND-SW
                   STRING 'KIT COMPONENT ' DELIMITED BY SIZE
                          PRD-PRODUCT-CODE DELIMITED BY SPACE
                          ' QTY OVER 99999' DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
               END-IF
           END-IF.
      *
           IF PRODUCT-FOUND
               MOVE PRD-PRODUCT-CODE TO PL-PRODUCT-CODE
               MOVE WS-LINE-LOCATION TO PL-LOCATION-CODE
               READ PRDLOC-FILE
                   INVALID KEY
                       MOVE 'N' TO PRODUCT-FOUND-SW
                       STRING 'KIT COMPONENT ' DELIMITED BY SIZE
                              PRD-PRODUCT-CODE DELIMITED BY SPACE
                              ' NOT AT LOCATION' DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
               END-READ
           END-IF.
      *
       4200-WRITE-ORDER-LINE.
      *
           MOVE PRD-PRODUCT-DESC    TO ORDL-PRODUCT-DESC.
           MOVE TR-QUANTITY         TO ORDL-QUANTITY.
           MOVE PRD-LIST-PRICE      TO ORDL-UNIT-PRICE.
           MOVE PRD-UNIT-COST       TO ORDL-UNIT-COST.
           MOVE ZERO                TO ORDL-QTY-SHIPPED.
           MOVE ZERO                TO ORDL-QTY-BILLED.
           PERFORM 4250-APPLY-PRICE-BREAK.
           PERFORM 4260-APPLY-CONTRACT-PRICE.
           COMPUTE ORDL-EXTENDED-AMOUNT ROUNDED =
               ORDL-QUANTITY * ORDL-UNIT-PRICE.
           MOVE SPACES              TO ORDL-KIT-PRODUCT-CODE.
           MOVE SPACES              TO ORDL-KIT-PRODUCT-DESC.
           MOVE ZERO                TO ORDL-KIT-LINE-NUMBER.
           MOVE ZERO                TO ORDL-KIT-QUANTITY.
           MOVE ZERO                TO ORDL-KIT-UNIT-PRICE.
           PERFORM 4220-ALLOCATE-ORDER-LINE.
           PERFORM 6300-WRITE-ACK-LINE.
      *
       4220-ALLOCATE-ORDER-LINE.
      *
      *    SAME ALLOCATION AS ORDRENT'S 2400 - A SHORT LINE IS
      *    STILL TAKEN, FLAGGED BACKORDERED AGAINST ITS LOCATION'S
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
       4250-APPLY-PRICE-BREAK.
      *    DEEPEST, AND NO QUALIFYING BREAK LEAVES LIST PRICE ON
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
       4260-APPLY-CONTRACT-PRICE.
      *
      *    SAME CONTRACT PICK AS ORDRENT'S 2460 - A CONPRC CONTRACT
      *    FOR THE ORDER'S CUSTOMER AND THIS PRODUCT THAT IS IN
      *    FORCE ON THE BUSINESS DATE WINS OVER THE LIST OR BREAK
      *    PRICE 4250 LEFT ON THE LINE
      *
           MOVE WS-PEND-CUSTOMER-NUMBER TO CON-CUSTOMER-NUMBER.
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
      *    SAME EXPLOSION AS ORDRENT'S 2800 - ONE LINE PER
      *    COMPONENT, THE KIT PRICE (LIST, ITS BREAK FOR THE NUMBER
      *    OF KITS, OR THE CUSTOMER'S CONTRACT PRICE FOR THE KIT)
      *    SPREAD ACROSS THEM, EACH LINE ALLOCATED
      *    AND BACKORDERED AGAINST ITS OWN PRDLOC RECORD
      *
           MOVE WS-KIT-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           MOVE WS-KIT-QUANTITY TO ORDL-QUANTITY.
           MOVE WS-KIT-PRICE TO ORDL-UNIT-PRICE.
           PERFORM 4250-APPLY-PRICE-BREAK.
           PERFORM 4260-APPLY-CONTRACT-PRICE.
           MOVE ORDL-UNIT-PRICE TO WS-KIT-PRICE.
           MOVE ORDL-PRICE-SOURCE TO WS-KIT-PRICE-SOURCE.
           PERFORM 4620-SPREAD-KIT-PRICE.
      *
           COMPUTE WS-KIT-FIRST-LINE = WS-PEND-LINE-COUNT + 1.
           MOVE 'N' TO KIT-BACKORDERED-SW.
      *
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT
               PERFORM 4630-WRITE-KIT-COMPONENT-LINE
           END-PERFORM.
      *
           ADD 1 TO WS-KITS-EXPLODED.
           PERFORM 6350-WRITE-ACK-KIT-LINE.
      *
       4620-SPREAD-KIT-PRICE.
      *
      *    SAME SPREAD AS ORDRENT'S 2820 - EACH COMPONENT'S SHARE OF
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
           MOVE WS-PEND-LINE-COUNT  TO ORDL-LINE-NUMBER.
           MOVE PRD-PRODUCT-CODE    TO ORDL-PRODUCT-CODE.
           MOVE PRD-PRODUCT-DESC    TO ORDL-PRODUCT-DESC.
           COMPUTE ORDL-QUANTITY =
               WS-KIT-QUANTITY * WS-KIT-QTY-PER (WS-KIT-IDX).
           MOVE WS-KIT-UNIT-PRICE (WS-KIT-IDX) TO ORDL-UNIT-PRICE.
           MOVE PRD-UNIT-COST       TO ORDL-UNIT-COST.
           MOVE ZERO                TO ORDL-QTY-SHIPPED.
           MOVE ZERO                TO ORDL-QTY-BILLED.
           COMPUTE ORDL-EXTENDED-AMOUNT ROUNDED =
               ORDL-QUANTITY * ORDL-UNIT-PRICE.
           MOVE WS-KIT-PRODUCT-CODE TO ORDL-KIT-PRODUCT-CODE.
           MOVE WS-KIT-PRODUCT-DESC TO ORDL-KIT-PRODUCT-DESC.
           MOVE WS-KIT-FIRST-LINE   TO ORDL-KIT-LINE-NUMBER.
           MOVE WS-KIT-QUANTITY     TO ORDL-KIT-QUANTITY.
           MOVE WS-KIT-PRICE        TO ORDL-KIT-UNIT-PRICE.
           MOVE WS-KIT-PRICE-SOURCE TO ORDL-PRICE-SOURCE.
           PERFORM 4220-ALLOCATE-ORDER-LINE.
           IF LINE-BACKORDERED
               MOVE 'Y' TO KIT-BACKORDERED-SW
           END-IF.
      *
       5000-COMPLETE-PENDING-ORDER.
      *
      *    END OF AN ORDER GROUP - ROLL THE LINE TOTALS INTO THE
      *    HEADER, PUT THE TAX, FREIGHT AND GROSS ON, AND MOVE THE
      *    ORDER TO COMPLETE STATUS THE WAY ORDRENT'S 2500 DOES WHEN
      *    THE CLERK KEYS N. AN ORDER WHOSE LINES ALL REJECTED IS
      *    CANCELLED INSTEAD - AN OPEN ZERO-LINE HEADER IS EXACTLY
      *    THE GHOST THE SWEEP EXISTS TO CHASE.
      *
               IF WS-ORDMAS-STATUS = '00'
                   MOVE WS-PEND-LINE-COUNT TO ORD-LINE-COUNT
                   MOVE WS-PEND-ORDER-TOTAL TO ORD-ORDER-TOTAL
                   MOVE WS-PEND-SHIP-WEIGHT TO ORD-SHIP-WEIGHT
                   IF WS-PEND-LINE-COUNT = ZERO
                       SET ORD-STATUS-CANCELLED TO TRUE
                       REWRITE ORDER-MASTER-RECORD
                       MOVE WS-REJECT-REASON TO RJ-REASON
                       WRITE LOAD-REPORT-RECORD FROM WS-REJECT-LINE
                       ADD 1 TO WS-TRANS-REJECTED
                       PERFORM 6500-WRITE-ACK-TOTAL
                   ELSE
                       SET ORD-STATUS-COMPLETE TO TRUE
                       PERFORM 5100-COMPUTE-SALES-TAX
                       ADD 1 TO WS-ORDERS-WRITTEN
                       PERFORM 5200-CHECK-COMPLETION-EXPOSURE
                       PERFORM 6000-WRITE-ACCEPT-LINE
                       PERFORM 6500-WRITE-ACK-TOTAL
                   END-IF
               END-IF
               MOVE 'N' TO ORDER-ACTIVE-SW
      *    THE TAXING STATE IS THE SHIP-TO STATE WHEN THE ORDER
      *    CARRIES A SHIP-TO SEQUENCE, OTHERWISE THE CUSTOMER'S
      *    BILL-TO STATE - THE SAME RULE ORDRENT'S 2700 APPLIES.
      *    A STATE WITH NO TAXRATE RECORD COLLECTS NOTHING. THE
      *    FREIGHT ESTIMATE GOES INTO THE GROSS BUT IS NOT TAXED.
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
      *    SAME FREIGHT ESTIMATE ORDRENT'S 2710 PUTS ON AT THE
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
      *    THE ORDER WAS ACCEPTED WHILE THE CUSTOMER WAS STILL UNDER THE
      *    LIMIT, BUT ITS LINES MAY HAVE CARRIED THE EXPOSURE PAST IT -
      *    THE ORDER STANDS, THE HOLD GOES ON NOW, SAME AS ORDRENT'S
      *    2600. THE SCAN LEAVES THIS ORDER OUT AND ITS GROSS RIDES ON
      *    TOP.
      *
           MOVE ORD-GROSS-TOTAL TO WS-THIS-ORDER-GROSS.
           MOVE ORD-ORDER-NUMBER TO WS-THIS-ORDER-NUMBER.
           MOVE ORD-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
      *
           READ CUSTMAS-FILE
                   PERFORM 3350-SET-CREDIT-HOLD
               END-IF
           END-IF.
      *
           MOVE ZERO TO WS-THIS-ORDER-NUMBER.
      *
      *    THE EXPOSURE SCAN RAN THROUGH ORDER-MASTER-RECORD AND
      *    6000-WRITE-ACCEPT-LINE STILL NEEDS THIS ORDER'S TOTALS -
               WHEN CERT-EXPIRED
                   MOVE 'EXEMPTION CERT EXPIRED - TAX CHARGED'
                       TO AC-NOTE
               WHEN FREIGHT-NOT-RATED
                   MOVE 'NO FREIGHT RATE - FREIGHT NOT CHARGED'
                       TO AC-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE LOAD-REPORT-RECORD FROM WS-ACCEPT-LINE.
      *
       6100-SET-ACK-ORDER.
      *
      *    A NEW 'H' RECORD - EVERYTHING ACKNOWLEDGED FROM HERE TO
      *    THE NEXT ONE QUOTES ITS CUSTOMER AND PO REFERENCE, EVEN
      *    WHEN THE HEADER ITSELF IS ABOUT TO BE REJECTED
      *
           MOVE ZERO TO WS-ACK-CUSTOMER-NUMBER.
           IF TR-CUSTOMER-NUMBER IS NUMERIC
               MOVE TR-CUSTOMER-NUMBER TO WS-ACK-CUSTOMER-NUMBER
           END-IF.
           MOVE TR-PARTNER-PO TO WS-ACK-PARTNER-PO.
           MOVE ZERO TO WS-ACK-ORDER-NUMBER.
      *
       6200-WRITE-ACK-HEADER.
      *
           MOVE WS-PEND-ORDER-NUMBER TO WS-ACK-ORDER-NUMBER.
           PERFORM 6900-START-ACK-RECORD.
           SET ACK-ORDER-HEADER TO TRUE.
           SET ACK-ACCEPTED TO TRUE.
           PERFORM 6950-WRITE-ACK-RECORD.
      *
       6300-WRITE-ACK-LINE.
      *
           PERFORM 6900-START-ACK-RECORD.
           SET ACK-ORDER-LINE TO TRUE.
           IF LINE-BACKORDERED
               SET ACK-BACKORDERED TO TRUE
           ELSE
               SET ACK-ACCEPTED TO TRUE
           END-IF.
           MOVE ORDL-LINE-NUMBER TO ACK-LINE-NUMBER.
           MOVE ORDL-PRODUCT-CODE TO ACK-PRODUCT-CODE.
           MOVE ORDL-QUANTITY TO ACK-QUANTITY.
           MOVE ORDL-UNIT-PRICE TO ACK-UNIT-PRICE.
           MOVE ORDL-EXTENDED-AMOUNT TO ACK-AMOUNT.
           PERFORM 6950-WRITE-ACK-RECORD.
      *
       6350-WRITE-ACK-KIT-LINE.
      *
      *    THE PARTNER ORDERED THE KIT, NOT ITS COMPONENTS - IT IS
      *    ANSWERED AS ONE LINE AT THE KIT PRICE UNDER THE NUMBER OF
      *    ITS FIRST COMPONENT LINE, BACKORDERED IF ANY COMPONENT IS
      *
           PERFORM 6900-START-ACK-RECORD.
           SET ACK-ORDER-LINE TO TRUE.
           IF KIT-BACKORDERED
               SET ACK-BACKORDERED TO TRUE
           ELSE
               SET ACK-ACCEPTED TO TRUE
           END-IF.
           MOVE WS-KIT-FIRST-LINE TO ACK-LINE-NUMBER.
           MOVE WS-KIT-PRODUCT-CODE TO ACK-PRODUCT-CODE.
           MOVE WS-KIT-QUANTITY TO ACK-QUANTITY.
           MOVE WS-KIT-PRICE TO ACK-UNIT-PRICE.
           COMPUTE ACK-AMOUNT ROUNDED =
               WS-KIT-QUANTITY * WS-KIT-PRICE.
           PERFORM 6950-WRITE-ACK-RECORD.
      *
       6500-WRITE-ACK-TOTAL.
      *
      *    THE ORDER HEADER IS STILL IN THE ORDMAS RECORD AREA -
      *    CANCELLED, OR COMPLETE WITH ITS TAX AND FREIGHT ON
      *
           PERFORM 6900-START-ACK-RECORD.
           SET ACK-ORDER-TOTAL TO TRUE.
           IF ORD-STATUS-CANCELLED
               SET ACK-CANCELLED TO TRUE
               MOVE WS-REJECT-REASON TO ACK-REASON
           ELSE
               SET ACK-ACCEPTED TO TRUE
               MOVE ORD-LINE-COUNT TO ACK-LINE-NUMBER
               MOVE ORD-ORDER-TOTAL TO ACK-AMOUNT
               MOVE ORD-TAX-AMOUNT TO ACK-TAX-AMOUNT
               MOVE ORD-FREIGHT-AMOUNT TO ACK-FREIGHT-AMOUNT
               MOVE ORD-GROSS-TOTAL TO ACK-GROSS-TOTAL
               MOVE AC-NOTE TO ACK-REASON
           END-IF.
           PERFORM 6950-WRITE-ACK-RECORD.
      *
       6900-START-ACK-RECORD.
      *
           MOVE SPACES TO ORDER-ACK-RECORD.
           MOVE WS-RUN-DATE-YMD TO ACK-BUSINESS-DATE.
           MOVE WS-ACK-CUSTOMER-NUMBER TO ACK-CUSTOMER-NUMBER.
           MOVE WS-ACK-PARTNER-PO TO ACK-PARTNER-PO.
           MOVE WS-ACK-ORDER-NUMBER TO ACK-ORDER-NUMBER.
           MOVE ZERO TO ACK-LINE-NUMBER.
           MOVE ZERO TO ACK-QUANTITY.
           MOVE ZERO TO ACK-UNIT-PRICE.
           MOVE ZERO TO ACK-AMOUNT.
           MOVE ZERO TO ACK-TAX-AMOUNT.
           MOVE ZERO TO ACK-FREIGHT-AMOUNT.
           MOVE ZERO TO ACK-GROSS-TOTAL.
      *
       6950-WRITE-ACK-RECORD.
      *
           WRITE ORDER-ACK-RECORD.
           ADD 1 TO WS-ACKS-WRITTEN.
      *
       7000-WRITE-REJECT-LINE.
      *
           MOVE ORDER-TRAN-RECORD TO RJ-RECORD-IMAGE.
           WRITE LOAD-REPORT-RECORD FROM WS-REJECT-LINE.
           ADD 1 TO WS-TRANS-REJECTED.
      *
      *    THE PARTNER HEARS ABOUT EVERY REJECTION TOO - A REJECTED
      *    HEADER AS THE ORDER, ANYTHING ELSE AS A LINE
      *
           PERFORM 6900-START-ACK-RECORD.
           IF TR-HEADER-RECORD
               SET ACK-ORDER-HEADER TO TRUE
           ELSE
               SET ACK-ORDER-LINE TO TRUE
           END-IF.
           IF TR-LINE-RECORD
               MOVE TR-PRODUCT-CODE TO ACK-PRODUCT-CODE
               IF TR-QUANTITY IS NUMERIC
                   MOVE TR-QUANTITY TO ACK-QUANTITY
               END-IF
           END-IF.
           SET ACK-REJECTED TO TRUE.
           MOVE WS-REJECT-REASON TO ACK-REASON.
           PERFORM 6950-WRITE-ACK-RECORD.
      *
       8000-COMPUTE-OPEN-EXPOSURE.
      *
      *    THE EXPOSURE READS ORDMAS THROUGH ITS ALTERNATE KEY BY
      *    ORD-CUSTOMER-NUMBER, THE SAME WAY THE STATEMENT JOB READS THE
      *    FILE - THE SCAN LANDS ON THE CUSTOMER'S FIRST ORDER AND STOPS
      *    THE MOMENT THE CUSTOMER CHANGES, INSTEAD OF WALKING THE WHOLE
      *    FILE TWICE PER ACCEPTED ORDER. AN ORDER COUNTS UNTIL INVGEN1
      *    HAS BILLED ALL OF IT - OPEN, COMPLETE (PICKED, NOT YET
      *    SHIPPED) AND PARTIALLY SHIPPED ORDERS EACH ADD THE
      *    MERCHANDISE NOT YET BILLED (ORD-ORDER-TOTAL LESS
      *    ORD-MERCH-BILLED), THE SAME FIGURE EODCLS1 SNAPSHOTS AS OPEN
      *    ORDER VALUE. WHAT HAS BEEN BILLED IS ON INVMAS AND IS A/R'S;
      *    A CANCELLED ORDER IS NOBODY'S. THE ORDER A COMPLETION CHECK
      *    IS RUNNING FOR (WS-THIS-ORDER-NUMBER) IS LEFT OUT - ITS GROSS
      *    IS ADDED ON TOP BY THE CALLER.
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
           WRITE LOAD-REPORT-RECORD FROM WS-TOTAL-LINE-6.
           MOVE WS-HOLDS-SET TO TL7-HOLDS-SET.
           WRITE LOAD-REPORT-RECORD FROM WS-TOTAL-LINE-7.
           MOVE WS-KITS-EXPLODED TO TL8-KITS-EXPLODED.
           WRITE LOAD-REPORT-RECORD FROM WS-TOTAL-LINE-8.
           MOVE WS-CONTRACT-PRICES TO TL9-CONTRACT-PRICES.
           WRITE LOAD-REPORT-RECORD FROM WS-TOTAL-LINE-9.
           MOVE WS-ACKS-WRITTEN TO TL10-ACKS-WRITTEN.
           WRITE LOAD-REPORT-RECORD FROM WS-TOTAL-LINE-10.
      *
           CLOSE ORDER-TRAN-FILE.
           CLOSE ORDMAS-FILE.
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
           CLOSE LOAD-REPORT-FILE.
           CLOSE ORDER-ACK-FILE.
      *
       9100-WRITE-AUDIT-RECORD.
      *
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
