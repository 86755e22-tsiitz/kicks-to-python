      *     VALIDATED AGAINST THE PRODUCT MASTER (PRODMAS) AND   *
      *     THE DESCRIPTION AND UNIT PRICE ARE FILLED IN FROM    *
      *     IT, SO THE SAME PRODUCT ALWAYS CARRIES THE SAME      *
      *     DESCRIPTION AND PRICE ON EVERY ORDER LINE - UNLESS   *
      *     A PRCBRK QUANTITY BREAK OR THE CUSTOMER'S CONPRC     *
      *     CONTRACT PRICE APPLIES. THE CONTRACT WINS OVER BOTH  *
      *     AND THE LINE RECORDS WHICH PRICE IT TOOK. EACH LINE  *
      *     IS WRITTEN TO ORDLINE AND ROLLED INTO THE ORDMAS     *
      *     HEADER'S LINE COUNT AND ORDER TOTAL. ENTER 'N' IN    *
      *     THE MORE-LINES FIELD TO FINISH THE ORDER. A KIT (A   *
      *     PRODUCT WITH KITCOMP COMPONENTS) EXPLODES INTO ONE   *
      *     LINE PER COMPONENT, EACH ALLOCATED AT ITS OWN PRDLOC *
      *     LOCATION AND PRICED AT ITS SHARE OF THE KIT PRICE,   *
      *     AND THE CLERK IS TOLD HOW MANY COMPLETE KITS THE     *
      *     LOCATION COULD BUILD.                                *
      *     WHEN THE ORDER IS FINISHED THE SALES TAX AND A       *
      *     FREIGHT ESTIMATE GO ON: THE SUMMED PRODMAS SHIPPING  *
      *     WEIGHT PRICED ON THE STANDARD CARRIER'S FRTRATE BAND *
      *     FOR THE SHIP-TO ZONE - FREE-FREIGHT ACCOUNTS EXEMPT. *
      *     PF4 ON SCREEN 2 LOOKS UP THE PRODUCT'S AVAILABILITY  *
      *     (ATPINQ1); PF3/PF12 THERE COME BACK TO THE SAME      *
      *     ORDER WITH THE LINE REFILLED FROM WHAT WAS KEYED.    *
      *                                                          *
      * ORIGINAL FROM: MURACH'S CICS FOR THE COBOL PROGRAMMER   *
      * CHAPTER 5 - CUSTOMER MAINTENANCE (ADAPTED FOR ORDERS)   *
               88  BREAK-PRICE-APPLIED               VALUE 'Y'.
           05  END-OF-BREAK-SCAN-SW      PIC X       VALUE 'N'.
               88  END-OF-BREAK-SCAN                 VALUE 'Y'.
           05  CONTRACT-APPLIED-SW       PIC X       VALUE 'N'.
               88  CONTRACT-PRICE-APPLIED            VALUE 'Y'.
           05  CERT-EXEMPT-SW            PIC X       VALUE 'N'.
               88  CERT-EXEMPT                       VALUE 'Y'.
           05  CERT-EXPIRED-SW           PIC X       VALUE 'N'.
               88  CERT-EXPIRED                      VALUE 'Y'.
           05  LOCATION-FOUND-SW         PIC X       VALUE 'Y'.
               88  LOCATION-FOUND                    VALUE 'Y'.
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
       01  FLAGS.
           05  SEND-FLAG                 PIC X.
      *    OF THE OPEN EXPOSURE BY HAND
      *
       01  WS-THIS-ORDER-GROSS           PIC 9(9)V99 VALUE ZERO.
       01  WS-THIS-ORDER-NUMBER          PIC 9(8)    VALUE ZERO.
      *
      *    CUSTOMER MASTER RECORD - USED TO VALIDATE THE CUSTOMER
      *    NUMBER KEYED ON ORDMAP1 AND TO SHOW NAME ON THE SCREEN
      *    PRODMAS TOTALS MOVE IN THE SAME BREATH
      *
       COPY PLOCREC.
      *
      *    LOCATION MASTER - THE LINE'S BUILDING MUST BE ON FILE
      *    AND ACTIVE
      *
       COPY LOCREC.
      *
       01  WS-LINE-LOCATION              PIC X(3)    VALUE SPACES.
       01  WS-DEFAULT-LOCATION           PIC X(3)    VALUE '001'.
      *
      *    STOCK MOVEMENT LEDGER RECORD - EVERY CHANGE THIS PROGRAM
      *    MAKES TO A PRDLOC STOCK FIGURE LEAVES ONE ON STKTRN,
      *    NUMBERED OFF THE STKCTL CONTROL RECORD
      *
       COPY STKTREC.
      *
       COPY SCTLREC.
      *
       01  WS-STK-DATE                   PIC X(8).
       01  WS-STK-TIME                   PIC X(6).
      *
      *    AUDIT RECORD - WRITTEN WHEN THIS PROGRAM PUTS A CUSTOMER
      *    ON CREDIT HOLD, THE SAME TRAIL CUSTMNT2'S STATUS SCREEN
      *    LEAVES WHEN THE CREDIT DEPARTMENT SETS A HOLD BY HAND
      *
       01  WS-BREAK-PRICE-DISPLAY        PIC ZZZZZZ9.99.
      *
      *    CUSTOMER CONTRACT PRICE RECORD - A CONPRC CONTRACT IN
      *    FORCE TODAY PRICES THE LINE AHEAD OF LIST AND BREAK
      *
       COPY CONREC.
      *
       01  WS-PRICE-DATE                 PIC 9(8)    VALUE ZERO.
      *
      *    KIT COMPONENT RECORD AND THE EXPLOSION TABLE - A KIT IS
      *    WRITTEN AS ONE ORDER LINE PER KITCOMP COMPONENT
      *
       COPY KITREC.
      *
       COPY KITTAB.
      *
      *    WHAT THE KEYED LINE ADDED TO THE ORDER - ONE LINE, OR ONE
      *    PER COMPONENT OF A KIT - FOR 2500 TO ROLL INTO THE HEADER
      *
       01  WS-LINES-ADDED                PIC 9(3)    VALUE ZERO.
       01  WS-LINES-AMOUNT               PIC 9(9)V99 VALUE ZERO.
       01  WS-LINES-WEIGHT               PIC 9(7)V99 VALUE ZERO.
      *
       01  WS-KIT-MESSAGE                PIC X(60)   VALUE SPACES.
       01  WS-KITS-DISPLAY               PIC Z(6)9.
       01  WS-KITS-LEAD                  PIC 99      VALUE ZERO.
      *
      *    HAND-OFF TO AND FROM THE AVAILABILITY INQUIRY - THIS
      *    PROGRAM'S COMMAREA, THEN THE LINE AS KEYED. ATPINQ1
      *    SENDS BACK THE SAME 39 BYTES.
      *
       01  XCTL-TO-AVAILABILITY.
           05  XTA-ORDER-ENTRY-AREA      PIC X(21).
           05  XTA-PRODUCT-CODE          PIC X(10).
           05  XTA-LINE-QTY              PIC X(5).
           05  XTA-LINE-LOCATION         PIC X(3).
      *
      *    CARRIER MASTER AND FREIGHT RATE BAND - THE ORDER'S
      *    SHIPPING WEIGHT IS PRICED ON ITS CARRIER'S RATES WHEN
      *    THE ORDER IS COMPLETED
      *
       COPY CARREC.
      *
       COPY FRTREC.
      *
       01  WS-FREIGHT-FIELDS.
           05  WS-FREIGHT-ZIP            PIC X(10)   VALUE SPACES.
           05  WS-FREIGHT-ZIP-AREA       PIC X       VALUE SPACE.
           05  WS-FREIGHT-ZIP-DIGIT REDEFINES WS-FREIGHT-ZIP-AREA
                                         PIC 9.
           05  WS-FREIGHT-ZONE           PIC 99      VALUE ZERO.
           05  WS-FREIGHT-POUNDS         PIC 9(7)    VALUE ZERO.
      *
      *    CONTROL RECORD - HANDS OUT THE NEXT ORDER NUMBER
      *
       COPY OCTLREC.
      *
       01  DFHCOMMAREA.
           05  DFHCOMMAREA-DATA          PIC X(21).
      *
      *    COMMAREA RECEIVED BACK FROM THE AVAILABILITY INQUIRY
      *
       01  XCTL-FROM-AVAILABILITY REDEFINES DFHCOMMAREA.
           05  XFA-ORDER-ENTRY-AREA      PIC X(21).
           05  XFA-PRODUCT-CODE          PIC X(10).
           05  XFA-LINE-QTY              PIC X(5).
           05  XFA-LINE-LOCATION         PIC X(3).
      *
       PROCEDURE DIVISION.
      *
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
               WHEN EIBCALEN = 39
                   PERFORM 2950-RESUME-FROM-AVAILABILITY
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO ORDMAP1O
                   EXEC CICS
                       XCTL PROGRAM('INVMENU')
                   END-EXEC
      *
               WHEN EIBAID = DFHPF4 AND PROCESS-LINE-ENTRY
                   PERFORM 2900-XCTL-TO-AVAILABILITY
      *
               WHEN PROCESS-KEY-MAP
                   PERFORM 1000-PROCESS-KEY-MAP
       1310-CHECK-CREDIT-EXPOSURE.
      *
      *    BEFORE A NEW ORDER IS ACCEPTED, THE CUSTOMER'S OPEN-ORDER
      *    EXPOSURE (THE MERCHANDISE NOT YET BILLED ON EVERY OPEN,
      *    COMPLETE, OR PARTIALLY SHIPPED ORDER ON ORDMAS - ONCE INVGEN1
      *    BILLS A SHIPMENT IT IS COLLECTED THROUGH A/R) IS HELD UP
      *    AGAINST CM-CREDIT-LIMIT. A CUSTOMER ALREADY AT OR OVER THE
      *    LIMIT IS REFUSED AND PUT ON CREDIT HOLD, UNLESS THE OPERATOR
      *    CARRIES SUPERVISOR AUTHORITY, IN WHICH CASE THE ORDER GOES
      *    THROUGH WITH A WARNING AND NO HOLD IS SET. A ZERO CREDIT
      *    LIMIT MEANS NO LIMIT WAS EVER ASSIGNED - A BLANK CRLIMITI ON
      *    THE CUSTOMER SCREENS EDITS TO ZERO - SO ZERO IS NOT ENFORCED.
      *
           IF CM-CREDIT-LIMIT = ZERO
               CONTINUE
           MOVE SPACES             TO ORD-CARRIER-CODE.
           MOVE SPACES             TO ORD-TRACKING-NUMBER.
           MOVE ZERO               TO ORD-INVOICE-NUMBER.
           MOVE ZERO               TO ORD-MERCH-BILLED.
           MOVE ZERO               TO ORD-TAX-BILLED.
           MOVE ZERO               TO ORD-SHIP-WEIGHT.
           MOVE ZERO               TO ORD-FREIGHT-AMOUNT.
           MOVE ZERO               TO ORD-FREIGHT-BILLED.
           MOVE SPACE              TO ORD-ORDER-SOURCE.
           MOVE SPACES             TO ORD-PARTNER-PO.
      *    THE CUSTOMER RECORD IS CURRENT - 3000 RE-READ IT MOMENTS
      *    AGO - SO THE ORDER CARRIES WHOSE ACCOUNT THIS IS
           MOVE CM-REP-CODE        TO ORD-REP-CODE.
           PERFORM 2300-EDIT-LINE-DATA.
      *
           IF VALID-DATA
               IF KIT-PRODUCT
                   PERFORM 2800-WRITE-KIT-LINES
               ELSE
                   PERFORM 2400-WRITE-ORDER-LINE
               END-IF
               PERFORM 2500-UPDATE-ORDER-HEADER
               IF MOREI = 'Y'
                   ADD WS-LINES-ADDED TO CA-NEXT-LINE-NUMBER
                   EVALUATE TRUE
                       WHEN KIT-PRODUCT
                           PERFORM 2850-FORMAT-KIT-MESSAGE
                           MOVE SPACES TO ERROR-TEXT
                           STRING WS-KIT-MESSAGE
                                      DELIMITED BY '  '
                                  ' - ENTER NEXT OR N'
                                      DELIMITED BY SIZE
                               INTO ERROR-TEXT
                       WHEN LINE-BACKORDERED
                           MOVE 'LINE BACKORDERED - STOCK SHORT - '
                             & 'ENTER NEXT LINE OR N TO FINISH'
                               TO ERROR-TEXT
                       WHEN CONTRACT-PRICE-APPLIED
                           MOVE ORDL-UNIT-PRICE
                               TO WS-BREAK-PRICE-DISPLAY
                           MOVE SPACES TO ERROR-TEXT
                           STRING 'LINE ADDED AT CONTRACT PRICE '
                                      DELIMITED BY SIZE
                                  WS-BREAK-PRICE-DISPLAY
                                      DELIMITED BY SIZE
                                  ' - ENTER NEXT OR N TO FINISH'
                                      DELIMITED BY SIZE
                               INTO ERROR-TEXT
                       WHEN BREAK-PRICE-APPLIED
      *                    THE CLERK SEES THE PRICE THE LINE
      *                    ACTUALLY TOOK, NOT THE LIST PRICE THE
                           MOVE 'ORDER COMPLETE - EXEMPTION '
                             & 'CERTIFICATE EXPIRED - TAX CHARGED'
                               TO ERROR-TEXT
                       WHEN FREIGHT-NOT-RATED
                           MOVE 'ORDER COMPLETE - NO FREIGHT RATE '
                             & 'FOR THIS WEIGHT/ZONE - NOT CHARGED'
                               TO ERROR-TEXT
                       WHEN KIT-PRODUCT
                           PERFORM 2850-FORMAT-KIT-MESSAGE
                           MOVE SPACES TO ERROR-TEXT
                           STRING 'ORDER COMPLETE - '
                                      DELIMITED BY SIZE
                                  WS-KIT-MESSAGE
                                      DELIMITED BY SIZE
                               INTO ERROR-TEXT
                       WHEN LINE-BACKORDERED
                           MOVE 'ORDER COMPLETE - LAST LINE '
                             & 'BACKORDERED'
                               TO ERROR-TEXT
                       WHEN CONTRACT-PRICE-APPLIED
                           MOVE ORDL-UNIT-PRICE
                               TO WS-BREAK-PRICE-DISPLAY
                           MOVE SPACES TO ERROR-TEXT
                           STRING 'ORDER COMPLETE - LAST LINE AT '
                                      DELIMITED BY SIZE
                                  'CONTRACT PRICE '
                                      DELIMITED BY SIZE
                                  WS-BREAK-PRICE-DISPLAY
                                      DELIMITED BY SIZE
                               INTO ERROR-TEXT
                       WHEN BREAK-PRICE-APPLIED
                           MOVE ORDL-UNIT-PRICE
                               TO WS-BREAK-PRICE-DISPLAY
               MOVE MOREI TO MOREO
           END-IF.
      *
           MOVE 'PRODUCT/QTY/LOCATION/Y-N  PF4=AVAILABLE'
               TO INSTRUCTO.
      *
           IF ERROR-TEXT NOT = SPACE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   MOVE 'Y' TO PRODUCT-FOUND-SW
                   PERFORM 2370-LOAD-KIT-COMPONENTS
           END-EVALUATE.
      *
       2360-EDIT-LINE-LOCATION.
      *
      *    A BLANK LOCATION TAKES THE DEFAULT BUILDING. WHATEVER
      *    LOCATION THE LINE SHIPS FROM MUST BE AN ACTIVE BUILDING
      *    ON THE LOCMAS LOCATION MASTER AND MUST HAVE A PRDLOC
      *    STOCK RECORD - THE WAREHOUSE SETS THOSE UP THROUGH
      *    PRODMNT1 BEFORE A BUILDING CAN TAKE ORDERS. A KIT HOLDS
      *    NO STOCK, SO FOR A KIT IT IS EVERY COMPONENT THAT NEEDS
      *    THE PRDLOC RECORD.
      *
           INSPECT LOCI REPLACING ALL '_' BY SPACE.
      *
           ELSE
               MOVE LOCI TO WS-LINE-LOCATION
           END-IF.
      *
           MOVE WS-LINE-LOCATION TO LOC-LOCATION-CODE.
      *
           EXEC CICS
               READ FILE('LOCMAS')
                    INTO(LOCATION-MASTER-RECORD)
                    RIDFLD(LOC-LOCATION-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'N' TO LOCATION-FOUND-SW
                   MOVE 'LOCATION CODE NOT ON LOCATION MASTER'
                       TO ERROR-TEXT
                   MOVE -1 TO LOCL
                   MOVE 'N' TO VALID-DATA-SW
               WHEN LOC-STATUS-INACTIVE
                   MOVE 'N' TO LOCATION-FOUND-SW
                   MOVE 'LOCATION IS INACTIVE - KEY ANOTHER BUILDING'
                       TO ERROR-TEXT
                   MOVE -1 TO LOCL
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   IF KIT-PRODUCT
                       PERFORM 2380-EDIT-KIT-COMPONENTS
                   ELSE
                       PERFORM 2365-READ-LINE-LOCATION
                   END-IF
           END-EVALUATE.
      *
       2365-READ-LINE-LOCATION.
      *
           MOVE PRD-PRODUCT-CODE TO PL-PRODUCT-CODE.
           MOVE WS-LINE-LOCATION TO PL-LOCATION-CODE.
               MOVE -1 TO LOCL
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       2370-LOAD-KIT-COMPONENTS.
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
           EXEC CICS
               STARTBR FILE('KITCOMP')
                       RIDFLD(KIT-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL END-OF-KIT-SCAN
                   EXEC CICS
                       READNEXT FILE('KITCOMP')
                                INTO(KIT-COMPONENT-RECORD)
                                RIDFLD(KIT-KEY)
                                RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE = DFHRESP(NORMAL) AND
                      KIT-PRODUCT-CODE = WS-KIT-PRODUCT-CODE AND
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
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('KITCOMP')
               END-EXEC
           END-IF.
      *
           IF WS-KIT-COUNT > ZERO
               MOVE 'Y' TO KIT-PRODUCT-SW
           END-IF.
      *
       2380-EDIT-KIT-COMPONENTS.
      *
      *    EVERY COMPONENT MUST BE ACTIVE ON PRODMAS AND STOCKED AT
      *    THE LINE'S LOCATION. AS EACH IS READ, THE NUMBER OF
      *    COMPLETE KITS ITS AVAILABLE STOCK THERE COVERS IS WORKED
      *    OUT - THE SMALLEST OF THOSE IS HOW MANY KITS THE
      *    LOCATION CAN BUILD. THE KIT MUST ALSO LEAVE ROOM FOR ALL
      *    ITS LINES UNDER THE 999-LINE ORDER LIMIT.
      *
           MOVE QTYI TO WS-KIT-QUANTITY.
           MOVE 9999999 TO WS-KITS-BUILDABLE.
      *
           IF CA-NEXT-LINE-NUMBER + WS-KIT-COUNT - 1 > 999
               MOVE 'KIT WOULD TAKE THE ORDER PAST 999 LINES'
                   TO ERROR-TEXT
               MOVE -1 TO PRODCDL
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT OR
                         NOT VALID-DATA
               PERFORM 2385-EDIT-KIT-COMPONENT
           END-PERFORM.
      *
       2385-EDIT-KIT-COMPONENT.
      *
           MOVE WS-KIT-COMPONENT-CODE (WS-KIT-IDX)
               TO PRD-PRODUCT-CODE.
      *
           EXEC CICS
               READ FILE('PRODMAS')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(PRD-PRODUCT-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE SPACES TO ERROR-TEXT
                   STRING 'KIT COMPONENT ' DELIMITED BY SIZE
                          PRD-PRODUCT-CODE DELIMITED BY SPACE
                          ' NOT ON PRODUCT MASTER' DELIMITED BY SIZE
                       INTO ERROR-TEXT
                   MOVE -1 TO PRODCDL
                   MOVE 'N' TO VALID-DATA-SW
               WHEN PRD-STATUS-DISCONTINUED
                   MOVE SPACES TO ERROR-TEXT
                   STRING 'KIT COMPONENT ' DELIMITED BY SIZE
                          PRD-PRODUCT-CODE DELIMITED BY SPACE
                          ' HAS BEEN DISCONTINUED' DELIMITED BY SIZE
                       INTO ERROR-TEXT
                   MOVE -1 TO PRODCDL
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   MOVE PRD-LIST-PRICE
                       TO WS-KIT-LIST-PRICE (WS-KIT-IDX)
                   COMPUTE WS-KIT-LINE-QUANTITY =
                       WS-KIT-QUANTITY * WS-KIT-QTY-PER (WS-KIT-IDX)
                   IF WS-KIT-LINE-QUANTITY > 99999
                       MOVE SPACES TO ERROR-TEXT
                       STRING 'TOO MANY KITS - COMPONENT '
                                  DELIMITED BY SIZE
                              PRD-PRODUCT-CODE DELIMITED BY SPACE
                              ' WOULD NEED OVER 99999'
                                  DELIMITED BY SIZE
                           INTO ERROR-TEXT
                       MOVE -1 TO QTYL
                       MOVE 'N' TO VALID-DATA-SW
                   ELSE
                       PERFORM 2365-READ-LINE-LOCATION
                       IF LOCATION-FOUND
                           PERFORM 2390-COUNT-BUILDABLE-KITS
                       ELSE
                           MOVE SPACES TO ERROR-TEXT
                           STRING 'KIT COMPONENT ' DELIMITED BY SIZE
                                  PRD-PRODUCT-CODE DELIMITED BY SPACE
                                  ' NOT STOCKED AT THIS LOCATION'
                                      DELIMITED BY SIZE
                               INTO ERROR-TEXT
                       END-IF
                   END-IF
           END-EVALUATE.
      *
       2390-COUNT-BUILDABLE-KITS.
      *
           COMPUTE WS-KIT-AVAILABLE =
               PL-QTY-ON-HAND - PL-QTY-ALLOCATED.
           IF WS-KIT-AVAILABLE < ZERO
               MOVE ZERO TO WS-KIT-AVAILABLE
           END-IF.
           COMPUTE WS-KIT-COMPONENT-KITS =
               WS-KIT-AVAILABLE / WS-KIT-QTY-PER (WS-KIT-IDX).
           IF WS-KIT-COMPONENT-KITS < WS-KITS-BUILDABLE
               MOVE WS-KIT-COMPONENT-KITS TO WS-KITS-BUILDABLE
           END-IF.
      *
       2400-WRITE-ORDER-LINE.
      *
           MOVE PRD-PRODUCT-DESC    TO ORDL-PRODUCT-DESC.
           MOVE QTYI                TO ORDL-QUANTITY.
           MOVE PRD-LIST-PRICE      TO ORDL-UNIT-PRICE.
           MOVE PRD-UNIT-COST       TO ORDL-UNIT-COST.
           MOVE ZERO                TO ORDL-QTY-SHIPPED.
           MOVE ZERO                TO ORDL-QTY-BILLED.
           PERFORM 2450-APPLY-PRICE-BREAK.
           PERFORM 2460-APPLY-CONTRACT-PRICE.
           COMPUTE ORDL-EXTENDED-AMOUNT ROUNDED =
               ORDL-QUANTITY * ORDL-UNIT-PRICE.
           MOVE SPACES              TO ORDL-KIT-PRODUCT-CODE.
           MOVE SPACES              TO ORDL-KIT-PRODUCT-DESC.
           MOVE ZERO                TO ORDL-KIT-LINE-NUMBER.
           MOVE ZERO                TO ORDL-KIT-QUANTITY.
           MOVE ZERO                TO ORDL-KIT-UNIT-PRICE.
      *
           MOVE 'N' TO LINE-BACKORDERED-SW.
           MOVE ZERO TO WS-LINES-WEIGHT.
           PERFORM 2420-ALLOCATE-ORDER-LINE.
           MOVE 1 TO WS-LINES-ADDED.
           MOVE ORDL-EXTENDED-AMOUNT TO WS-LINES-AMOUNT.
      *
       2420-ALLOCATE-ORDER-LINE.
      *
      *    ALLOCATE THE STOCK FOR THIS LINE FROM ITS LOCATION. WHEN
      *    THE ORDERED QUANTITY EXCEEDS WHAT THAT BUILDING HAS
      *    THE PRDLOC LOCATION RECORD AND THE PRODMAS TOTAL, SO
      *    THE COMPANY-WIDE NUMBERS STAY THE SUM OF THE BUILDINGS.
      *    BOTH RECORDS ARE STILL IN WORKING-STORAGE FROM THE
      *    EDITS EARLIER IN THIS TASK. THE ALLOCATION GOES ON THE
      *    STKTRN MOVEMENT LEDGER AGAINST THE ORDER LINE. THE
      *    BACKORDER SWITCH IS CLEARED BY THE CALLER, SO FOR A KIT
      *    IT SAYS WHETHER ANY COMPONENT CAME UP SHORT. THE
      *    LINE'S SHIPPING WEIGHT IS ADDED UP HERE TOO, FROM THE
      *    PRODUCT ACTUALLY GOING IN THE BOX.
      *
           MOVE WS-LINE-LOCATION TO ORDL-LOCATION-CODE.
           COMPUTE WS-LINES-WEIGHT =
               WS-LINES-WEIGHT + ORDL-QUANTITY * PRD-SHIP-WEIGHT.
      *
           IF ORDL-QUANTITY >
              (PL-QTY-ON-HAND - PL-QTY-ALLOCATED)
               MOVE 'Y' TO LINE-BACKORDERED-SW
               SET ORDL-LINE-FILLED TO TRUE
           END-IF.
      *
           MOVE PL-QTY-ON-HAND TO STK-ONHAND-BEFORE.
           MOVE PL-QTY-ALLOCATED TO STK-ALLOC-BEFORE.
           ADD ORDL-QUANTITY TO PL-QTY-ALLOCATED.
           ADD ORDL-QUANTITY TO PRD-QTY-ALLOCATED.
      *
                       FROM(PRODUCT-MASTER-RECORD)
                       RIDFLD(PRD-PRODUCT-CODE)
           END-EXEC.
      *
           SET STK-MOVE-ALLOCATE TO TRUE.
           SET STK-SOURCE-ORDER TO TRUE.
           MOVE CA-ORDER-NUMBER TO STK-SOURCE-NUMBER.
           MOVE ORDL-LINE-NUMBER TO STK-SOURCE-LINE.
           PERFORM 9200-WRITE-STOCK-MOVEMENT.
      *
           EXEC CICS
               WRITE FILE('ORDLINE')
      *
           MOVE 'N' TO BREAK-APPLIED-SW.
           MOVE 'N' TO END-OF-BREAK-SCAN-SW.
           SET ORDL-PRICE-LIST TO TRUE.
           MOVE PRD-PRODUCT-CODE TO PB-PRODUCT-CODE.
           MOVE ZERO TO PB-MIN-QUANTITY.
      *
                      PB-PRODUCT-CODE = PRD-PRODUCT-CODE AND
                      PB-MIN-QUANTITY <= ORDL-QUANTITY
                       MOVE PB-BREAK-PRICE TO ORDL-UNIT-PRICE
                       SET ORDL-PRICE-BREAK TO TRUE
                       MOVE 'Y' TO BREAK-APPLIED-SW
                   ELSE
                       MOVE 'Y' TO END-OF-BREAK-SCAN-SW
                   ENDBR FILE('PRCBRK')
               END-EXEC
           END-IF.
      *
       2460-APPLY-CONTRACT-PRICE.
      *
      *    A CONPRC CONTRACT FOR THIS CUSTOMER AND PRODUCT THAT IS
      *    IN FORCE TODAY (START AND END DATES BOTH INCLUSIVE) TAKES
      *    THE LINE TO THE CONTRACT PRICE, AHEAD OF WHATEVER LIST OR
      *    BREAK PRICE 2450 LEFT IN ORDL-UNIT-PRICE. AN EXPIRED OR
      *    NOT-YET-STARTED CONTRACT IS IGNORED.
      *
           MOVE 'N' TO CONTRACT-APPLIED-SW.
           MOVE CA-CUSTOMER-NUMBER TO CON-CUSTOMER-NUMBER.
           MOVE PRD-PRODUCT-CODE TO CON-PRODUCT-CODE.
      *
           EXEC CICS
               READ FILE('CONPRC')
                    INTO(CONTRACT-PRICE-RECORD)
                    RIDFLD(CON-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               EXEC CICS
                   ASKTIME ABSTIME(WS-ABSTIME)
               END-EXEC
               EXEC CICS
                   FORMATTIME ABSTIME(WS-ABSTIME)
                              YYYYMMDD(WS-DATE-FIELD)
               END-EXEC
               MOVE WS-DATE-FIELD TO WS-PRICE-DATE
               IF WS-PRICE-DATE >= CON-START-DATE AND
                  WS-PRICE-DATE <= CON-END-DATE
                   MOVE CON-CONTRACT-PRICE TO ORDL-UNIT-PRICE
                   SET ORDL-PRICE-CONTRACT TO TRUE
                   MOVE 'Y' TO CONTRACT-APPLIED-SW
                   MOVE 'N' TO BREAK-APPLIED-SW
               END-IF
           END-IF.
      *
       2500-UPDATE-ORDER-HEADER.
      *
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               ADD WS-LINES-ADDED TO ORD-LINE-COUNT
               ADD WS-LINES-AMOUNT TO ORD-ORDER-TOTAL
               ADD WS-LINES-WEIGHT TO ORD-SHIP-WEIGHT
      *        MOREI = 'N' MEANS THIS WAS THE LAST LINE - THE ORDER
      *        MOVES OUT OF OPEN STATUS AS SOON AS 2000-PROCESS-LINE
      *        -ENTRY TELLS THE OPERATOR THE ORDER IS COMPLETE
               IF MOREI = 'N'
                   SET ORD-STATUS-COMPLETE TO TRUE
      *            THE MERCHANDISE TOTAL IS FINAL NOW, SO THE TAX,
      *            FREIGHT AND GROSS TOTAL GO ON BEFORE THE LAST
      *            REWRITE
                   PERFORM 2700-COMPUTE-SALES-TAX
               END-IF
               EXEC CICS
           MOVE 'N' TO CREDIT-HOLD-SET-SW.
           MOVE CA-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
      *
      *    THE SCAN LEAVES OUT THE ORDER 2500 JUST COMPLETED - ITS
      *    GROSS, TAX AND FREIGHT INCLUDED, RIDES ON TOP
      *
           MOVE ORD-GROSS-TOTAL TO WS-THIS-ORDER-GROSS.
           MOVE ORD-ORDER-NUMBER TO WS-THIS-ORDER-NUMBER.
      *
           EXEC CICS
               READ FILE('CUSTMAS')
                   MOVE 'Y' TO CREDIT-HOLD-SET-SW
               END-IF
           END-IF.
      *
           MOVE ZERO TO WS-THIS-ORDER-NUMBER.
      *
      *    THE EXPOSURE SCAN RAN THROUGH ORDER-MASTER-RECORD, AND
      *    2550-SEND-ORDER-CONFIRMATION STILL NEEDS THIS ORDER'S
      *    CARRIES A SHIP-TO SEQUENCE, OTHERWISE THE CUSTOMER'S
      *    BILL-TO STATE. A STATE WITH NO TAXRATE RECORD COLLECTS
      *    NOTHING - THE GROSS TOTAL IS STILL SET SO DOWNSTREAM
      *    JOBS NEVER SEE A COMPLETED ORDER WITH A ZERO GROSS. THE
      *    FREIGHT ESTIMATE GOES INTO THE GROSS BUT IS NOT TAXED.
      *
           MOVE SPACES TO TAX-STATE-CODE.
           MOVE CA-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
                       ORD-ORDER-TOTAL * TAX-RATE
               END-IF
           END-IF.
      *
           PERFORM 2710-ESTIMATE-FREIGHT.
      *
           COMPUTE ORD-GROSS-TOTAL =
               ORD-ORDER-TOTAL + ORD-TAX-AMOUNT + ORD-FREIGHT-AMOUNT.
      *
       2710-ESTIMATE-FREIGHT.
      *
      *    THE ORDER'S SHIPPING WEIGHT HAS BUILT UP LINE BY LINE.
      *    IT IS PRICED ON THE CARRIER'S FRTRATE BAND FOR THE ZONE
      *    THE SHIP-TO (OR BILL-TO) ZIP CODE FALLS IN. A FREE-
      *    FREIGHT CUSTOMER AND AN ORDER WITH NO WEIGHT PAY NOTHING;
      *    AN ORDER THE RATES DO NOT COVER GOES THROUGH AT ZERO
      *    FREIGHT AND THE CLERK IS TOLD.
      *
           MOVE ZERO TO ORD-FREIGHT-AMOUNT.
           MOVE 'N' TO FREIGHT-NOT-RATED-SW.
           MOVE CA-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
      *
           EXEC CICS
               READ FILE('CUSTMAS')
                    INTO(CUSTOMER-MASTER-RECORD)
                    RIDFLD(CM-CUSTOMER-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL) AND
              NOT CM-FREIGHT-EXEMPT AND ORD-SHIP-WEIGHT > ZERO
               MOVE CM-ZIP-CODE TO WS-FREIGHT-ZIP
               IF ORD-SHIP-TO-SEQUENCE > ZERO
                   PERFORM 1345-READ-SHIP-TO-ADDRESS
                   IF SHIP-TO-FOUND
                       MOVE SHIP-ZIP-CODE TO WS-FREIGHT-ZIP
                   END-IF
               END-IF
               PERFORM 2720-FIND-ORDER-CARRIER
               MOVE 'N' TO FREIGHT-RATED-SW
               IF CARRIER-FOUND
                   PERFORM 2730-PRICE-FREIGHT
               END-IF
               IF NOT FREIGHT-RATED
                   MOVE 'Y' TO FREIGHT-NOT-RATED-SW
               END-IF
           END-IF.
      *
       2720-FIND-ORDER-CARRIER.
      *
      *    UNTIL THE WAREHOUSE CONFIRMS A SHIPMENT THE ORDER IS
      *    ESTIMATED ON THE STANDARD CARRIER - THE FIRST ACTIVE
      *    CARMAS CARRIER FLAGGED AS SUCH - AND THE ORDER CARRIES
      *    ITS CODE, SO A LATER CHANGE RE-PRICES ON THE SAME RATES
      *
           MOVE 'N' TO CARRIER-FOUND-SW.
      *
           IF ORD-CARRIER-CODE NOT = SPACES
               MOVE ORD-CARRIER-CODE TO CAR-CARRIER-CODE
               EXEC CICS
                   READ FILE('CARMAS')
                        INTO(CARRIER-MASTER-RECORD)
                        RIDFLD(CAR-CARRIER-CODE)
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE 'Y' TO CARRIER-FOUND-SW
               END-IF
           ELSE
               MOVE 'N' TO END-OF-CARRIER-SCAN-SW
               MOVE LOW-VALUE TO CAR-CARRIER-CODE
               EXEC CICS
                   STARTBR FILE('CARMAS')
                           RIDFLD(CAR-CARRIER-CODE)
                           GTEQ
                           RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(NORMAL)
                   PERFORM UNTIL END-OF-CARRIER-SCAN
                       EXEC CICS
                           READNEXT FILE('CARMAS')
                                    INTO(CARRIER-MASTER-RECORD)
                                    RIDFLD(CAR-CARRIER-CODE)
                                    RESP(RESPONSE-CODE)
                       END-EXEC
                       IF RESPONSE-CODE = DFHRESP(NORMAL)
                           IF CAR-STANDARD-CARRIER AND
                              CAR-STATUS-ACTIVE
                               MOVE 'Y' TO CARRIER-FOUND-SW
                               MOVE 'Y' TO END-OF-CARRIER-SCAN-SW
                           END-IF
                       ELSE
                           MOVE 'Y' TO END-OF-CARRIER-SCAN-SW
                       END-IF
                   END-PERFORM
                   EXEC CICS
                       ENDBR FILE('CARMAS')
                   END-EXEC
               END-IF
               IF CARRIER-FOUND
                   MOVE CAR-CARRIER-CODE TO ORD-CARRIER-CODE
               END-IF
           END-IF.
      *
       2730-PRICE-FREIGHT.
      *
      *    THE FIRST DIGIT OF THE ZIP CODE PICKS THE CARRIER'S ZONE
      *    AND THE WEIGHT, ROUNDED UP TO THE NEXT WHOLE POUND, PICKS
      *    THE FIRST BAND WHOSE CEILING COVERS IT. NO ZONE FOR THE
      *    AREA OR NO BAND HEAVY ENOUGH LEAVES THE ORDER UNRATED.
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
               EXEC CICS
                   STARTBR FILE('FRTRATE')
                           RIDFLD(FRT-KEY)
                           GTEQ
                           RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(NORMAL)
                   EXEC CICS
                       READNEXT FILE('FRTRATE')
                                INTO(FREIGHT-RATE-RECORD)
                                RIDFLD(FRT-KEY)
                                RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE = DFHRESP(NORMAL) AND
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
                   EXEC CICS
                       ENDBR FILE('FRTRATE')
                   END-EXEC
               END-IF
           END-IF.
      *
       2750-CHECK-EXEMPTION-CERT.
      *
                   MOVE 'Y' TO CERT-EXPIRED-SW
               END-IF
           END-IF.
      *
       2800-WRITE-KIT-LINES.
      *
      *    THE KIT GOES ON THE ORDER AS ONE LINE PER COMPONENT. THE
      *    KIT PRICE IS THE KIT'S LIST PRICE, ITS PRCBRK BREAK FOR
      *    THE NUMBER OF KITS ORDERED, OR THE CUSTOMER'S CONTRACT
      *    PRICE FOR THE KIT, SPREAD ACROSS THE COMPONENTS BY 2820.
      *    EACH COMPONENT LINE ALLOCATES AND BACKORDERS AGAINST ITS
      *    OWN PRDLOC RECORD THE SAME WAY A LINE KEYED ON ITS OWN
      *    WOULD, AND CARRIES THE KIT'S CODE, THE KIT PRICE'S SOURCE
      *    AND THE GROUP'S FIRST LINE NUMBER SO THE PAPERWORK CAN
      *    PRINT THE KIT AS A GROUP.
      *
           MOVE WS-KIT-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           MOVE WS-KIT-QUANTITY TO ORDL-QUANTITY.
           MOVE WS-KIT-PRICE TO ORDL-UNIT-PRICE.
           PERFORM 2450-APPLY-PRICE-BREAK.
           PERFORM 2460-APPLY-CONTRACT-PRICE.
           MOVE ORDL-UNIT-PRICE TO WS-KIT-PRICE.
           MOVE ORDL-PRICE-SOURCE TO WS-KIT-PRICE-SOURCE.
           PERFORM 2820-SPREAD-KIT-PRICE.
      *
           MOVE CA-NEXT-LINE-NUMBER TO WS-KIT-FIRST-LINE.
           MOVE ZERO TO WS-LINES-ADDED.
           MOVE ZERO TO WS-LINES-AMOUNT.
           MOVE ZERO TO WS-LINES-WEIGHT.
           MOVE 'N' TO LINE-BACKORDERED-SW.
      *
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT
               PERFORM 2830-WRITE-KIT-COMPONENT-LINE
           END-PERFORM.
      *
       2820-SPREAD-KIT-PRICE.
      *
      *    EACH COMPONENT'S SHARE OF THE KIT PRICE IS IN PROPORTION
      *    TO ITS LIST PRICE TIMES ITS QUANTITY PER KIT (EVENLY BY
      *    UNIT WHEN NO COMPONENT CARRIES A LIST PRICE). THE LAST
      *    COMPONENT TAKES WHATEVER THE ROUNDED SHARES BEFORE IT
      *    LEFT, SO THE COMPONENT LINES ADD BACK TO THE KIT PRICE
      *    TO WITHIN A CENT A UNIT.
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
       2830-WRITE-KIT-COMPONENT-LINE.
      *
      *    THE COMPONENT'S PRODMAS AND PRDLOC RECORDS ARE READ AGAIN
      *    HERE - THE EDITS LEFT ONLY THE LAST COMPONENT'S IN
      *    WORKING-STORAGE
      *
           MOVE WS-KIT-COMPONENT-CODE (WS-KIT-IDX)
               TO PRD-PRODUCT-CODE.
      *
           EXEC CICS
               READ FILE('PRODMAS')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(PRD-PRODUCT-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           PERFORM 2365-READ-LINE-LOCATION.
      *
           MOVE CA-ORDER-NUMBER     TO ORDL-ORDER-NUMBER.
           COMPUTE ORDL-LINE-NUMBER =
               WS-KIT-FIRST-LINE + WS-LINES-ADDED.
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
      *
           PERFORM 2420-ALLOCATE-ORDER-LINE.
           ADD 1 TO WS-LINES-ADDED.
           ADD ORDL-EXTENDED-AMOUNT TO WS-LINES-AMOUNT.
      *
       2850-FORMAT-KIT-MESSAGE.
      *
      *    THE CLERK IS TOLD HOW MANY COMPLETE KITS THE COMPONENTS'
      *    STOCK AT THE LINE'S LOCATION COULD BUILD BEFORE THIS
      *    LINE TOOK ANY
      *
           MOVE WS-KITS-BUILDABLE TO WS-KITS-DISPLAY.
           MOVE ZERO TO WS-KITS-LEAD.
           INSPECT WS-KITS-DISPLAY
               TALLYING WS-KITS-LEAD FOR LEADING SPACE.
           MOVE SPACES TO WS-KIT-MESSAGE.
      *
           IF LINE-BACKORDERED
               STRING 'KIT BACKORDERED - ONLY ' DELIMITED BY SIZE
                      WS-KITS-DISPLAY (WS-KITS-LEAD + 1:)
                          DELIMITED BY SIZE
                      ' COMPLETE KITS AVAILABLE' DELIMITED BY SIZE
                   INTO WS-KIT-MESSAGE
           ELSE
               STRING 'KIT EXPLODED - ' DELIMITED BY SIZE
                      WS-KITS-DISPLAY (WS-KITS-LEAD + 1:)
                          DELIMITED BY SIZE
                      ' COMPLETE KITS WERE AVAILABLE'
                          DELIMITED BY SIZE
                   INTO WS-KIT-MESSAGE
           END-IF.
      *
       2900-XCTL-TO-AVAILABILITY.
      *
      *    PF4 MAY COME WITH NOTHING KEYED ON THE LINE, SO A MAPFAIL
      *    JUST MEANS AN EMPTY LINE GOES ACROSS
      *
           MOVE COMMUNICATION-AREA TO XTA-ORDER-ENTRY-AREA.
           MOVE SPACE TO XTA-PRODUCT-CODE.
           MOVE SPACE TO XTA-LINE-QTY.
           MOVE SPACE TO XTA-LINE-LOCATION.
      *
           EXEC CICS
               RECEIVE MAP('ORDMAP2')
                       MAPSET('ORDSET1')
                       INTO(ORDMAP2I)
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               IF PRODCDL > ZERO
                   MOVE PRODCDI TO XTA-PRODUCT-CODE
               END-IF
               IF QTYL > ZERO
                   MOVE QTYI TO XTA-LINE-QTY
               END-IF
               IF LOCL > ZERO
                   MOVE LOCI TO XTA-LINE-LOCATION
               END-IF
           END-IF.
      *
           EXEC CICS
               XCTL PROGRAM('ATPINQ1')
                    COMMAREA(XCTL-TO-AVAILABILITY)
           END-EXEC.
      *
       2950-RESUME-FROM-AVAILABILITY.
      *
      *    BACK FROM ATPINQ1 - PICK THE ORDER UP WHERE IT WAS LEFT
      *    AND PUT THE LINE BACK ON THE SCREEN, WITH THE PRODUCT
      *    LAST LOOKED UP THERE, FOR THE CLERK TO FINISH
      *
           MOVE XFA-ORDER-ENTRY-AREA TO COMMUNICATION-AREA.
           MOVE LOW-VALUE TO ORDMAP2O.
           MOVE XFA-PRODUCT-CODE TO PRODCDO.
           MOVE XFA-LINE-QTY TO QTYO.
           MOVE XFA-LINE-LOCATION TO LOCO.
           MOVE -1 TO QTYL.
           MOVE 'LINE RESTORED - COMPLETE IT AND PRESS ENTER'
               TO ERROR-TEXT.
           SET SEND-ERASE TO TRUE.
           PERFORM 2100-SEND-LINE-MAP.
      *
       8000-COMPUTE-OPEN-EXPOSURE.
      *
      *    ORDMASC IS THE ALTERNATE-INDEX PATH INTO ORDMAS BY
      *    ORD-CUSTOMER-NUMBER. THE BROWSE LANDS ON THE CUSTOMER'S FIRST
      *    ORDER AND STOPS THE MOMENT THE CUSTOMER NUMBER CHANGES, SO
      *    THE OLD BOUNDED WHOLE-FILE SCAN - AND ITS UNDERCOUNT WHEN
      *    OPEN ORDERS SAT DEEPER THAN THE BOUND - IS GONE. AN ORDER
      *    COUNTS UNTIL INVGEN1 HAS BILLED ALL OF IT - OPEN, COMPLETE
      *    (PICKED, NOT YET SHIPPED) AND PARTIALLY SHIPPED ORDERS EACH
      *    ADD THE MERCHANDISE NOT YET BILLED (ORD-ORDER-TOTAL LESS
      *    ORD-MERCH-BILLED), THE SAME FIGURE EODCLS1 SNAPSHOTS AS OPEN
      *    ORDER VALUE. WHAT HAS BEEN BILLED IS ON INVMAS AND IS A/R'S;
      *    A CANCELLED ORDER IS NOBODY'S. THE ORDER A COMPLETION CHECK
      *    IS RUNNING FOR (WS-THIS-ORDER-NUMBER) IS LEFT OUT - ITS GROSS
      *    IS ADDED ON TOP BY THE CALLER.
      *
           MOVE ZERO TO WS-OPEN-EXPOSURE.
           MOVE CM-CUSTOMER-NUMBER TO WS-EXP-CUSTOMER-KEY.
                   END-EXEC
                   IF RESPONSE-CODE = DFHRESP(NORMAL) AND
                      ORD-CUSTOMER-NUMBER = CM-CUSTOMER-NUMBER
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
               WRITE FILE('SECVIOL')
                     FROM(VIOLATION-RECORD)
           END-EXEC.
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
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-STK-DATE)
                          TIME(WS-STK-TIME)
           END-EXEC.
           MOVE WS-STK-DATE TO STK-TRANS-DATE.
           MOVE WS-STK-TIME TO STK-TRANS-TIME.
           MOVE EIBOPID TO STK-OPERATOR-ID.
           MOVE EIBTRNID TO STK-TRANSACTION-ID.
      *
           EXEC CICS
               WRITE FILE('STKTRN')
                     FROM(STOCK-TRANSACTION-RECORD)
                     RIDFLD(STK-KEY)
           END-EXEC.
      *
       9250-GET-NEXT-STOCK-SEQUENCE.
      *
           EXEC CICS
               READ FILE('STKCTL')
                    INTO(STOCK-CONTROL-RECORD)
                    RIDFLD(SCTL-RECORD-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               ADD 1 TO SCTL-NEXT-SEQUENCE-NUMBER
               EXEC CICS
                   REWRITE FILE('STKCTL')
                           FROM(STOCK-CONTROL-RECORD)
               END-EXEC
           ELSE
      *        CONTROL RECORD IS MISSING (FIRST RUN) - SEED IT
               MOVE 'STKNO ' TO SCTL-RECORD-KEY
               MOVE 1 TO SCTL-NEXT-SEQUENCE-NUMBER
               EXEC CICS
                   WRITE FILE('STKCTL')
                         FROM(STOCK-CONTROL-RECORD)
                         RIDFLD(SCTL-RECORD-KEY)
               END-EXEC
           END-IF.
      *
           MOVE SCTL-NEXT-SEQUENCE-NUMBER TO STK-SEQUENCE-NUMBER.
