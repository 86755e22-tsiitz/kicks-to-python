      * TICKET USED TO SIT AT 'C' FOREVER - NOBODY COULD TELL A  *
      * PICKED ORDER FROM ONE THAT ACTUALLY LEFT THE DOCK. THE   *
      * WAREHOUSE NOW KEYS ITS CONFIRMATIONS INTO THE SHPCONF    *
      * FILE AND THIS JOB POSTS THEM. EACH RECORD CARRIES THE    *
      * ORDER NUMBER, SHIP DATE, CARRIER, AND TRACKING NUMBER,   *
      * PLUS THE ORDER LINE AND THE QUANTITY THAT WENT ON THE    *
      * TRUCK. A RECORD WITH NO LINE NUMBER CONFIRMS EVERYTHING  *
      * STILL OPEN ON THE ORDER, THE WAY THE FILE ALWAYS WORKED. *
      * FOR EVERY LINE SHIPPED:                                  *
      *   - THE QUANTITY IS ADDED TO ORDL-QTY-SHIPPED. WHATEVER  *
      *     IS LEFT OF THE LINE STAYS OPEN, FLAGGED BACKORDERED, *
      *     AND STAYS ALLOCATED FOR THE NEXT TRUCK               *
      *   - THE STOCK COMES OFF THE SHELF: ON-HAND AND ALLOCATED *
      *     DROP BY THE SHIPPED QUANTITY ON THE LINE'S PRDLOC    *
      *     BUILDING AND ON THE PRODMAS TOTALS TOGETHER, AND THE *
      *     SHIPMENT GOES ON THE STKTRN STOCK LEDGER             *
      * THE ORDMAS HEADER IS STAMPED WITH THE SHIPMENT AND GOES  *
      * TO SHIPPED STATUS WHEN NOTHING IS LEFT OPEN, OR PARTIAL  *
      * STATUS WHILE A BACKORDER REMAINS. INVGEN1 BILLS WHAT     *
      * SHIPPED. CONFIRMATIONS THAT DO NOT MATCH AN ORDER READY  *
      * TO SHIP LAND ON THE CONTROL REPORT WITH THE REASON SO    *
      * THE WAREHOUSE CAN SORT OUT WHAT THEY ACTUALLY SHIPPED.   *
      * THE CARRIER MUST BE AN ACTIVE CARMAS CARRIER, AND A      *
      * CARRIER FREIGHT CHARGE KEYED ON THE CONFIRMATION GOES    *
      * ON THE FRTLOG FREIGHT LOG FOR THE MONTHLY RECOVERY       *
      * REPORT.                                                  *
      * EVERY LINE SHIPPED ON AN ORDER THAT CAME IN ON A TRADING *
      * PARTNER'S ORDTRAN FILE ALSO GOES ON THE SHPNOTE SHIP     *
      * NOTICE FILE FOR THAT PARTNER - ITS PO REFERENCE, THE     *
      * CARRIER, TRACKING NUMBER, SHIP DATE AND QUANTITIES       *
      * SHIPPED AND STILL TO COME (SEE SHNREC).                  *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
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
           SELECT PRDLOC-FILE ASSIGN TO PRDLOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PRDLOC-STATUS.
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
           SELECT CARMAS-FILE ASSIGN TO CARMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAR-CARRIER-CODE
               FILE STATUS IS WS-CARMAS-STATUS.
      *
      *    FREIGHT LOG - ONE ENTRY FOR EVERY CARRIER CHARGE THE
      *    WAREHOUSE KEYS AGAINST A SHIPMENT
      *
           SELECT FRTLOG-FILE ASSIGN TO FRTLOG
               FILE STATUS IS WS-FRTLOG-STATUS.
      *
           SELECT SHIP-NOTICE-FILE ASSIGN TO SHPNOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
      *
           SELECT CONFIRM-REPORT-FILE ASSIGN TO ORDSHP1
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
      *
       FD  CONFIRM-FILE.
      *
      *    ONE RECORD PER ORDER LINE SHIPPED. SPACES IN THE LINE
      *    NUMBER CONFIRM THE WHOLE OPEN ORDER IN ONE RECORD. THE
      *    CARRIER MUST BE ON CARMAS. THE FREIGHT CHARGE IS WHAT THE
      *    CARRIER BILLED FOR THE SHIPMENT, IN CENTS, KEYED ON ONE
      *    RECORD OF THE SHIPMENT - SPACES WHEN NOT YET KNOWN.
      *
       01  CONFIRM-RECORD.
           05  SC-ORDER-NUMBER           PIC X(8).
           05  SC-SHIP-DATE              PIC X(8).
           05  SC-CARRIER-CODE           PIC X(10).
           05  SC-TRACKING-NUMBER        PIC X(20).
           05  SC-LINE-NUMBER            PIC X(3).
           05  SC-QTY-SHIPPED            PIC X(5).
           05  SC-FREIGHT-CHARGE         PIC X(9).
           05  SC-FREIGHT-CHARGE-AMOUNT REDEFINES SC-FREIGHT-CHARGE
                                         PIC 9(7)V99.
           05  FILLER                    PIC X(17).
      *
       FD  ORDMAS-FILE.
      *
       FD  ORDLINE-FILE.
      *
       COPY ORDLREC.
      *
       FD  PRODMAS-FILE.
      *
       COPY PRODREC.
      *
       FD  PRDLOC-FILE.
      *
       COPY PLOCREC.
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
       FD  CARMAS-FILE.
      *
       COPY CARREC.
      *
       FD  FRTLOG-FILE.
      *
       COPY FLOGREC.
      *
       FD  SHIP-NOTICE-FILE.
      *
       COPY SHNREC.
      *
       FD  CONFIRM-REPORT-FILE.
      *
               88  END-OF-LINES                      VALUE 'Y'.
           05  CONFIRM-VALID-SW          PIC X       VALUE 'Y'.
               88  CONFIRM-VALID                     VALUE 'Y'.
           05  ORDER-STILL-OPEN-SW       PIC X       VALUE 'N'.
               88  ORDER-STILL-OPEN                  VALUE 'Y'.
      *
       01  WS-FILE-STATUSES.
           05  WS-CONFIRM-STATUS         PIC XX.
           05  WS-ORDMAS-STATUS          PIC XX.
           05  WS-ORDLINE-STATUS         PIC XX.
           05  WS-PRODMAS-STATUS         PIC XX.
           05  WS-PRDLOC-STATUS          PIC XX.
           05  WS-STKTRN-STATUS          PIC XX.
           05  WS-STKCTL-STATUS          PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-CARMAS-STATUS          PIC XX.
           05  WS-FRTLOG-STATUS          PIC XX.
           05  WS-NOTICE-STATUS          PIC XX.
      *
       01  WS-COUNTERS.
           05  WS-CONFIRMS-READ          PIC S9(7)   COMP VALUE ZERO.
           05  WS-LINES-SHIPPED          PIC S9(7)   COMP VALUE ZERO.
           05  WS-UNITS-SHIPPED          PIC S9(9)   COMP VALUE ZERO.
           05  WS-ORDERS-SHIPPED         PIC S9(7)   COMP VALUE ZERO.
           05  WS-ORDERS-PARTIAL         PIC S9(7)   COMP VALUE ZERO.
           05  WS-STOCK-MISSING          PIC S9(7)   COMP VALUE ZERO.
           05  WS-CONFIRMS-REJECTED      PIC S9(7)   COMP VALUE ZERO.
           05  WS-CHARGES-LOGGED         PIC S9(7)   COMP VALUE ZERO.
           05  WS-NOTICES-WRITTEN        PIC S9(7)   COMP VALUE ZERO.
      *
       01  WS-REJECT-REASON              PIC X(40).
      *
      *    THE ORDER STATUS AS IT STOOD BEFORE THIS CONFIRMATION
      *
       01  WS-PRIOR-ORDER-STATUS         PIC X.
      *
      *    THE LINE AND QUANTITY OFF A LINE-LEVEL CONFIRMATION, AND
      *    THE QUANTITY GOING OUT ON THE LINE BEING POSTED
      *
       01  WS-CONFIRM-LINE-NUMBER        PIC 9(3).
       01  WS-CONFIRM-QTY                PIC 9(5).
       01  WS-SHIP-QTY                   PIC 9(5).
       01  WS-LINE-OPEN-QTY              PIC S9(7)   COMP VALUE ZERO.
      *
      *    LINES FROM BEFORE LOCATION STOCK EXISTED CARRY SPACES
      *    IN ORDL-LOCATION-CODE AND BELONG TO THE DEFAULT BUILDING
      *
       01  WS-DEFAULT-LOCATION           PIC X(3)    VALUE '001'.
       01  WS-WORK-LOCATION              PIC X(3)    VALUE SPACES.
      *
      *    BATCH SUBSTITUTE FOR CICS EIBOPID/EIBTRNID
      *
       01  WS-BATCH-OPID                 PIC X(3)    VALUE 'BCH'.
       01  WS-BATCH-TRANID               PIC X(4)    VALUE 'SHP '.
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
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40)   VALUE SPACES.
           05  FILLER                    PIC X(9)
               VALUE 'SHIPPED  '.
           05  SH-ORDER-NUMBER           PIC 9(8).
           05  FILLER                    PIC X(7)
               VALUE '  LINE '.
           05  SH-LINE-NUMBER            PIC ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  SH-PRODUCT-CODE           PIC X(10).
           05  FILLER                    PIC X(6)
               VALUE '  QTY '.
           05  SH-QTY-SHIPPED            PIC ZZ,ZZ9.
           05  FILLER                    PIC X(7)
               VALUE '  OPEN '.
           05  SH-QTY-OPEN               PIC ZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  SH-SHIP-DATE              PIC 9(8).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  SH-CARRIER-CODE           PIC X(10).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  SH-TRACKING-NUMBER        PIC X(20).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  SH-STOCK-NOTE             PIC X(20).
      *
       01  WS-ORDER-STATUS-LINE.
           05  FILLER                    PIC X(9)
               VALUE 'ORDER    '.
           05  OS-ORDER-NUMBER           PIC 9(8).
           05  FILLER                    PIC X(11)
               VALUE '  CUSTOMER '.
           05  OS-CUSTOMER-NUMBER        PIC 9(6).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  OS-STATUS-TEXT            PIC X(40).
      *
       01  WS-REJECT-LINE.
           05  FILLER                    PIC X(9)
               VALUE 'REJECTED '.
           05  RJ-REASON                 PIC X(40).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  RJ-RECORD-IMAGE           PIC X(54).
      *
       01  WS-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
      *
       01  WS-TOTAL-LINE-2.
           05  FILLER                    PIC X(28)
               VALUE 'ORDER LINES SHIPPED     : '.
           05  TL2-LINES-SHIPPED         PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(10)
               VALUE '   UNITS: '.
           05  TL2-UNITS-SHIPPED         PIC ZZZ,ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-3.
           05  FILLER                    PIC X(28)
               VALUE 'ORDERS TO SHIPPED STATUS: '.
           05  TL3-ORDERS-SHIPPED        PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-4.
           05  FILLER                    PIC X(28)
               VALUE 'ORDERS TO PARTIAL STATUS: '.
           05  TL4-ORDERS-PARTIAL        PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-5.
           05  FILLER                    PIC X(28)
               VALUE 'NO STOCK RECORD TO RELIEVE: '.
           05  TL5-STOCK-MISSING         PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-6.
           05  FILLER                    PIC X(28)
               VALUE 'CONFIRMATIONS REJECTED  : '.
           05  TL6-CONFIRMS-REJECTED     PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-7.
           05  FILLER                    PIC X(28)
               VALUE 'CARRIER CHARGES LOGGED  : '.
           05  TL7-CHARGES-LOGGED        PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-8.
           05  FILLER                    PIC X(28)
               VALUE 'PARTNER SHIP NOTICES    : '.
           05  TL8-NOTICES-WRITTEN       PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
           OPEN INPUT CONFIRM-FILE.
           OPEN I-O ORDMAS-FILE.
           OPEN I-O ORDLINE-FILE.
           OPEN I-O PRODMAS-FILE.
           OPEN I-O PRDLOC-FILE.
           OPEN I-O STKTRN-FILE.
           OPEN I-O STKCTL-FILE.
           OPEN INPUT CARMAS-FILE.
           OPEN EXTEND FRTLOG-FILE.
           OPEN OUTPUT SHIP-NOTICE-FILE.
           OPEN OUTPUT CONFIRM-REPORT-FILE.
      *
           WRITE CONFIRM-REPORT-RECORD FROM WS-HEADING-LINE-1.
           PERFORM 3100-EDIT-CONFIRMATION.
      *
           IF CONFIRM-VALID
               IF SC-LINE-NUMBER = SPACES
                   PERFORM 3300-SHIP-ALL-OPEN-LINES
               ELSE
                   MOVE WS-CONFIRM-QTY TO WS-SHIP-QTY
                   PERFORM 3400-POST-LINE-SHIPMENT
               END-IF
               PERFORM 3600-STAMP-ORDER-SHIPMENT
               IF SC-FREIGHT-CHARGE NOT = SPACES
                   IF SC-FREIGHT-CHARGE-AMOUNT > ZERO
                       PERFORM 3800-WRITE-FREIGHT-LOG
                   END-IF
               END-IF
           ELSE
               PERFORM 3500-WRITE-REJECT-LINE
           END-IF.
               WHEN SC-SHIP-DATE IS NOT NUMERIC
                   MOVE 'SHIP DATE NOT NUMERIC' TO WS-REJECT-REASON
                   MOVE 'N' TO CONFIRM-VALID-SW
               WHEN SC-FREIGHT-CHARGE NOT = SPACES AND
                    SC-FREIGHT-CHARGE IS NOT NUMERIC
                   MOVE 'FREIGHT CHARGE NOT NUMERIC'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO CONFIRM-VALID-SW
               WHEN OTHER
                   MOVE SC-ORDER-NUMBER TO ORD-ORDER-NUMBER
                   READ ORDMAS-FILE
                           MOVE 'N' TO CONFIRM-VALID-SW
                   END-READ
           END-EVALUATE.
      *
      *    A COMPLETE ORDER SHIPS FOR THE FIRST TIME; A PARTIAL ONE
      *    IS SENDING MORE OF ITS BACKORDER
      *
           IF CONFIRM-VALID
               EVALUATE TRUE
               END-EVALUATE
           END-IF.
      *
           IF CONFIRM-VALID
               PERFORM 3120-EDIT-CARRIER
           END-IF.
      *
           IF CONFIRM-VALID AND SC-LINE-NUMBER NOT = SPACES
               PERFORM 3150-EDIT-CONFIRMED-LINE
           END-IF.
      *
       3120-EDIT-CARRIER.
      *
      *    THE CARRIER USED TO BE FREE TEXT. IT MUST NOW BE AN
      *    ACTIVE CARMAS CARRIER, SINCE THE ORDER'S FREIGHT IS
      *    BILLED AND RECONCILED AGAINST IT.
      *
           IF SC-CARRIER-CODE = SPACES
               MOVE 'CARRIER CODE MISSING' TO WS-REJECT-REASON
               MOVE 'N' TO CONFIRM-VALID-SW
           ELSE
               MOVE SC-CARRIER-CODE TO CAR-CARRIER-CODE
               READ CARMAS-FILE
                   INVALID KEY
                       MOVE 'CARRIER NOT ON CARMAS'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO CONFIRM-VALID-SW
               END-READ
               IF CONFIRM-VALID AND NOT CAR-STATUS-ACTIVE
                   MOVE 'CARRIER IS INACTIVE' TO WS-REJECT-REASON
                   MOVE 'N' TO CONFIRM-VALID-SW
               END-IF
           END-IF.
      *
       3150-EDIT-CONFIRMED-LINE.
      *
           EVALUATE TRUE
               WHEN SC-LINE-NUMBER IS NOT NUMERIC
                   MOVE 'LINE NUMBER NOT NUMERIC' TO WS-REJECT-REASON
                   MOVE 'N' TO CONFIRM-VALID-SW
               WHEN SC-QTY-SHIPPED IS NOT NUMERIC
                   MOVE 'QUANTITY SHIPPED NOT NUMERIC'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO CONFIRM-VALID-SW
               WHEN OTHER
                   MOVE SC-LINE-NUMBER TO WS-CONFIRM-LINE-NUMBER
                   MOVE SC-QTY-SHIPPED TO WS-CONFIRM-QTY
                   MOVE ORD-ORDER-NUMBER TO ORDL-ORDER-NUMBER
                   MOVE WS-CONFIRM-LINE-NUMBER TO ORDL-LINE-NUMBER
                   READ ORDLINE-FILE
                       INVALID KEY
                           MOVE 'ORDER LINE NOT ON FILE'
                               TO WS-REJECT-REASON
                           MOVE 'N' TO CONFIRM-VALID-SW
                   END-READ
           END-EVALUATE.
      *
           IF CONFIRM-VALID
               COMPUTE WS-LINE-OPEN-QTY =
                   ORDL-QUANTITY - ORDL-QTY-SHIPPED
               EVALUATE TRUE
                   WHEN WS-CONFIRM-QTY = ZERO
                       MOVE 'QUANTITY SHIPPED IS ZERO'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO CONFIRM-VALID-SW
                   WHEN WS-LINE-OPEN-QTY NOT > ZERO
                       MOVE 'LINE ALREADY SHIPPED IN FULL'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO CONFIRM-VALID-SW
                   WHEN WS-CONFIRM-QTY > WS-LINE-OPEN-QTY
                       MOVE 'QUANTITY EXCEEDS WHAT IS OPEN ON LINE'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO CONFIRM-VALID-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *
       3300-SHIP-ALL-OPEN-LINES.
      *
      *    A WHOLE-ORDER CONFIRMATION SHIPS WHATEVER IS STILL OPEN
      *    ON EVERY LINE - ON A PARTIAL ORDER, THAT IS THE BACKORDER
      *
           MOVE 'N' TO END-OF-LINES-SW.
           MOVE ORD-ORDER-NUMBER TO ORDL-ORDER-NUMBER.
           MOVE ZERO TO ORDL-LINE-NUMBER.
               END-READ
               IF NOT END-OF-LINES
                   IF ORDL-ORDER-NUMBER = ORD-ORDER-NUMBER
                       IF ORDL-QUANTITY > ORDL-QTY-SHIPPED
                           COMPUTE WS-SHIP-QTY =
                               ORDL-QUANTITY - ORDL-QTY-SHIPPED
                           PERFORM 3400-POST-LINE-SHIPMENT
                       END-IF
                   ELSE
                       MOVE 'Y' TO END-OF-LINES-SW
               END-IF
           END-PERFORM.
      *
       3400-POST-LINE-SHIPMENT.
      *
      *    WHAT IS LEFT OF THE LINE AFTER THIS SHIPMENT IS A
      *    BACKORDER - STILL ALLOCATED, WAITING FOR THE NEXT TRUCK
      *
           ADD WS-SHIP-QTY TO ORDL-QTY-SHIPPED.
           IF ORDL-QTY-SHIPPED < ORDL-QUANTITY
               SET ORDL-LINE-BACKORDERED TO TRUE
           ELSE
               SET ORDL-LINE-FILLED TO TRUE
           END-IF.
      *
           REWRITE ORDER-LINE-RECORD.
      *
           MOVE SPACES TO SH-STOCK-NOTE.
           PERFORM 3450-RELIEVE-LINE-STOCK.
      *
           ADD 1 TO WS-LINES-SHIPPED.
           ADD WS-SHIP-QTY TO WS-UNITS-SHIPPED.
           PERFORM 3700-WRITE-SHIPPED-LINE.
           IF ORD-SOURCE-PARTNER
               PERFORM 3750-WRITE-SHIP-NOTICE
           END-IF.
      *
       3450-RELIEVE-LINE-STOCK.
      *
      *    THE GOODS ARE GONE, SO ON-HAND DROPS - AND THEY WERE
      *    ALLOCATED TO THIS LINE AT ENTRY, SO THE ALLOCATION GOES
      *    WITH THEM. THE BUILDING AND THE PRODMAS TOTAL MOVE
      *    TOGETHER. A MISSING STOCK RECORD DOES NOT STOP THE
      *    POSTING - THE TRUCK HAS ALREADY LEFT - BUT THE LINE IS
      *    FLAGGED SO THE COUNT CAN BE PUT RIGHT.
      *
           IF ORDL-LOCATION-CODE = SPACES
               MOVE WS-DEFAULT-LOCATION TO WS-WORK-LOCATION
           ELSE
               MOVE ORDL-LOCATION-CODE TO WS-WORK-LOCATION
           END-IF.
      *
           MOVE ORDL-PRODUCT-CODE TO PL-PRODUCT-CODE.
           MOVE WS-WORK-LOCATION TO PL-LOCATION-CODE.
           READ PRDLOC-FILE
               INVALID KEY
                   MOVE '** NO PRDLOC RECORD' TO SH-STOCK-NOTE
           END-READ.
      *
           IF WS-PRDLOC-STATUS = '00'
               MOVE PL-QTY-ON-HAND TO STK-ONHAND-BEFORE
               MOVE PL-QTY-ALLOCATED TO STK-ALLOC-BEFORE
               IF WS-SHIP-QTY > PL-QTY-ON-HAND
                   MOVE ZERO TO PL-QTY-ON-HAND
               ELSE
                   SUBTRACT WS-SHIP-QTY FROM PL-QTY-ON-HAND
               END-IF
               IF WS-SHIP-QTY > PL-QTY-ALLOCATED
                   MOVE ZERO TO PL-QTY-ALLOCATED
               ELSE
                   SUBTRACT WS-SHIP-QTY FROM PL-QTY-ALLOCATED
               END-IF
               REWRITE PRODUCT-LOCATION-RECORD
               SET STK-MOVE-SHIPMENT TO TRUE
               SET STK-SOURCE-ORDER TO TRUE
               MOVE ORDL-ORDER-NUMBER TO STK-SOURCE-NUMBER
               MOVE ORDL-LINE-NUMBER TO STK-SOURCE-LINE
               PERFORM 9200-WRITE-STOCK-MOVEMENT
           END-IF.
      *
           MOVE ORDL-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           READ PRODMAS-FILE
               INVALID KEY
                   MOVE '** NO PRODMAS RECORD' TO SH-STOCK-NOTE
           END-READ.
      *
           IF WS-PRODMAS-STATUS = '00'
               IF WS-SHIP-QTY > PRD-QTY-ON-HAND
                   MOVE ZERO TO PRD-QTY-ON-HAND
               ELSE
                   SUBTRACT WS-SHIP-QTY FROM PRD-QTY-ON-HAND
               END-IF
               IF WS-SHIP-QTY > PRD-QTY-ALLOCATED
                   MOVE ZERO TO PRD-QTY-ALLOCATED
               ELSE
                   SUBTRACT WS-SHIP-QTY FROM PRD-QTY-ALLOCATED
               END-IF
               REWRITE PRODUCT-MASTER-RECORD
           END-IF.
      *
           IF SH-STOCK-NOTE NOT = SPACES
               ADD 1 TO WS-STOCK-MISSING
           END-IF.
      *
       3500-WRITE-REJECT-LINE.
      *
           MOVE CONFIRM-RECORD TO RJ-RECORD-IMAGE.
           WRITE CONFIRM-REPORT-RECORD FROM WS-REJECT-LINE.
           ADD 1 TO WS-CONFIRMS-REJECTED.
      *
       3600-STAMP-ORDER-SHIPMENT.
      *
      *    THE HEADER CARRIES THE LATEST SHIPMENT. THE ORDER IS
      *    SHIPPED ONLY WHEN NO LINE HAS ANYTHING LEFT OPEN.
      *    SHPCONF IS NOT IN ORDER SEQUENCE AND A LINE-BY-LINE
      *    CONFIRMATION BRINGS THE SAME ORDER IN SEVERAL TIMES, SO
      *    THE ORDER IS COUNTED AND REPORTED ONLY WHEN ITS STATUS
      *    ACTUALLY CHANGES - ONCE WHEN IT GOES PARTIAL, ONCE WHEN
      *    IT GOES SHIPPED - NOT FOR EVERY RECORD.
      *
           MOVE ORD-STATUS-CODE TO WS-PRIOR-ORDER-STATUS.
      *
           PERFORM 3650-CHECK-ORDER-STILL-OPEN.
      *
           MOVE SC-SHIP-DATE TO ORD-SHIP-DATE.
           MOVE SC-CARRIER-CODE TO ORD-CARRIER-CODE.
           MOVE SC-TRACKING-NUMBER TO ORD-TRACKING-NUMBER.
      *
           IF ORDER-STILL-OPEN
               SET ORD-STATUS-PARTIAL TO TRUE
           ELSE
               SET ORD-STATUS-SHIPPED TO TRUE
           END-IF.
      *
           REWRITE ORDER-MASTER-RECORD.
      *
           IF ORD-STATUS-CODE NOT = WS-PRIOR-ORDER-STATUS
               MOVE ORD-ORDER-NUMBER TO OS-ORDER-NUMBER
               MOVE ORD-CUSTOMER-NUMBER TO OS-CUSTOMER-NUMBER
               IF ORD-STATUS-PARTIAL
                   MOVE 'PARTIALLY SHIPPED - BACKORDER REMAINS'
                       TO OS-STATUS-TEXT
                   ADD 1 TO WS-ORDERS-PARTIAL
               ELSE
                   MOVE 'SHIPPED IN FULL' TO OS-STATUS-TEXT
                   ADD 1 TO WS-ORDERS-SHIPPED
               END-IF
               WRITE CONFIRM-REPORT-RECORD FROM WS-ORDER-STATUS-LINE
           END-IF.
      *
       3650-CHECK-ORDER-STILL-OPEN.
      *
           MOVE 'N' TO ORDER-STILL-OPEN-SW.
           MOVE 'N' TO END-OF-LINES-SW.
           MOVE ORD-ORDER-NUMBER TO ORDL-ORDER-NUMBER.
           MOVE ZERO TO ORDL-LINE-NUMBER.
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
                       IF ORDL-QUANTITY > ORDL-QTY-SHIPPED
                           MOVE 'Y' TO ORDER-STILL-OPEN-SW
                           MOVE 'Y' TO END-OF-LINES-SW
                       END-IF
                   ELSE
                       MOVE 'Y' TO END-OF-LINES-SW
                   END-IF
               END-IF
           END-PERFORM.
      *
       3700-WRITE-SHIPPED-LINE.
      *
           MOVE ORD-ORDER-NUMBER TO SH-ORDER-NUMBER.
           MOVE ORDL-LINE-NUMBER TO SH-LINE-NUMBER.
           MOVE ORDL-PRODUCT-CODE TO SH-PRODUCT-CODE.
           MOVE WS-SHIP-QTY TO SH-QTY-SHIPPED.
           COMPUTE SH-QTY-OPEN = ORDL-QUANTITY - ORDL-QTY-SHIPPED.
           MOVE SC-SHIP-DATE TO SH-SHIP-DATE.
           MOVE SC-CARRIER-CODE TO SH-CARRIER-CODE.
           MOVE SC-TRACKING-NUMBER TO SH-TRACKING-NUMBER.
           WRITE CONFIRM-REPORT-RECORD FROM WS-SHIPPED-LINE.
      *
       3750-WRITE-SHIP-NOTICE.
      *
      *    THE PARTNER HEARS ABOUT EACH LINE AS IT LEAVES THE DOCK,
      *    AGAINST ITS OWN PO, WITH WHAT IS STILL TO COME ON IT
      *
           MOVE ORD-CUSTOMER-NUMBER TO SHN-CUSTOMER-NUMBER.
           MOVE ORD-PARTNER-PO TO SHN-PARTNER-PO.
           MOVE ORD-ORDER-NUMBER TO SHN-ORDER-NUMBER.
           MOVE SC-SHIP-DATE TO SHN-SHIP-DATE.
           MOVE SC-CARRIER-CODE TO SHN-CARRIER-CODE.
           MOVE SC-TRACKING-NUMBER TO SHN-TRACKING-NUMBER.
           MOVE ORDL-LINE-NUMBER TO SHN-LINE-NUMBER.
           MOVE ORDL-PRODUCT-CODE TO SHN-PRODUCT-CODE.
           MOVE ORDL-KIT-PRODUCT-CODE TO SHN-KIT-PRODUCT-CODE.
           MOVE ORDL-QUANTITY TO SHN-QTY-ORDERED.
           MOVE WS-SHIP-QTY TO SHN-QTY-SHIPPED.
           COMPUTE SHN-QTY-OPEN = ORDL-QUANTITY - ORDL-QTY-SHIPPED.
      *
           WRITE SHIP-NOTICE-RECORD.
           ADD 1 TO WS-NOTICES-WRITTEN.
      *
       3800-WRITE-FREIGHT-LOG.
      *
      *    WHAT THE CARRIER CHARGED US FOR THE SHIPMENT, FOR THE
      *    MONTHLY FREIGHT RECOVERY REPORT
      *
           MOVE SPACES TO FREIGHT-LOG-RECORD.
           SET FLG-CARRIER-CHARGE TO TRUE.
           MOVE SC-SHIP-DATE TO FLG-ENTRY-DATE.
           MOVE SC-CARRIER-CODE TO FLG-CARRIER-CODE.
           MOVE ORD-ORDER-NUMBER TO FLG-ORDER-NUMBER.
           MOVE ORD-CUSTOMER-NUMBER TO FLG-CUSTOMER-NUMBER.
           MOVE ZERO TO FLG-INVOICE-NUMBER.
           MOVE ORD-SHIP-WEIGHT TO FLG-SHIP-WEIGHT.
           MOVE SC-FREIGHT-CHARGE-AMOUNT TO FLG-AMOUNT.
      *
           WRITE FREIGHT-LOG-RECORD.
           ADD 1 TO WS-CHARGES-LOGGED.
      *
       9000-TERMINATE.
      *
           WRITE CONFIRM-REPORT-RECORD.
           MOVE WS-CONFIRMS-READ TO TL1-CONFIRMS-READ.
           WRITE CONFIRM-REPORT-RECORD FROM WS-TOTAL-LINE-1.
           MOVE WS-LINES-SHIPPED TO TL2-LINES-SHIPPED.
           MOVE WS-UNITS-SHIPPED TO TL2-UNITS-SHIPPED.
           WRITE CONFIRM-REPORT-RECORD FROM WS-TOTAL-LINE-2.
           MOVE WS-ORDERS-SHIPPED TO TL3-ORDERS-SHIPPED.
           WRITE CONFIRM-REPORT-RECORD FROM WS-TOTAL-LINE-3.
           MOVE WS-ORDERS-PARTIAL TO TL4-ORDERS-PARTIAL.
           WRITE CONFIRM-REPORT-RECORD FROM WS-TOTAL-LINE-4.
           MOVE WS-STOCK-MISSING TO TL5-STOCK-MISSING.
           WRITE CONFIRM-REPORT-RECORD FROM WS-TOTAL-LINE-5.
           MOVE WS-CONFIRMS-REJECTED TO TL6-CONFIRMS-REJECTED.
           WRITE CONFIRM-REPORT-RECORD FROM WS-TOTAL-LINE-6.
           MOVE WS-CHARGES-LOGGED TO TL7-CHARGES-LOGGED.
           WRITE CONFIRM-REPORT-RECORD FROM WS-TOTAL-LINE-7.
           MOVE WS-NOTICES-WRITTEN TO TL8-NOTICES-WRITTEN.
           WRITE CONFIRM-REPORT-RECORD FROM WS-TOTAL-LINE-8.
      *
           CLOSE CONFIRM-FILE.
           CLOSE SHIP-NOTICE-FILE.
           CLOSE ORDMAS-FILE.
           CLOSE ORDLINE-FILE.
           CLOSE PRODMAS-FILE.
           CLOSE PRDLOC-FILE.
           CLOSE STKTRN-FILE.
           CLOSE STKCTL-FILE.
           CLOSE CARMAS-FILE.
           CLOSE FRTLOG-FILE.
           CLOSE CONFIRM-REPORT-FILE.
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
