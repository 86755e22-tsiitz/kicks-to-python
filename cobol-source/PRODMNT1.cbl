      * THAT ORDER ENTRY VALIDATES ITS LINE ITEMS AGAINST:       *
      *   ACTION CODE 1 = ADD NEW PRODUCT                        *
      *   ACTION CODE 2 = CHANGE DESCRIPTION / LIST PRICE /      *
      *                   UNIT COST / SHIPPING WEIGHT / REORDER  *
      *                   POINT / PRIMARY SUPPLIER AND LEAD TIME *
      *                   (ON-HAND IS DISPLAY-ONLY HERE - STOCK  *
      *                   MOVES THROUGH ACTION 5, RECEIVING, AND *
      *                   CYCLE COUNTS, SO THE TOTAL STAYS THE   *
      *                   SUM OF THE BUILDINGS)                  *
      *   ACTION CODE 3 = DISCONTINUE PRODUCT                    *
      *   ACTION CODE 4 = REACTIVATE A DISCONTINUED PRODUCT      *
      *   ACTION CODE 5 = MAINTAIN ONE WAREHOUSE LOCATION'S      *
      *                   ON-HAND MOVES THE PRODMAS TOTAL BY     *
      *                   THE SAME DELTA SO THE COMPANY-WIDE     *
      *                   NUMBER STAYS THE SUM OF THE BUILDINGS  *
      *                   (EVERY CORRECTION GOES ON THE STKTRN   *
      *                   STOCK MOVEMENT LEDGER)                 *
      *   ACTION CODE 6 = KEY A PENDING PRICE CHANGE (PRDPRC)    *
      *                   WITH AN EFFECTIVE DATE - THE NIGHTLY   *
      *                   PRCAPL1 STEP APPLIES IT TO THE LIST    *
               88  PRODUCT-FOUND                     VALUE 'Y'.
           05  LOCATION-FOUND-SW         PIC X       VALUE 'Y'.
               88  LOCATION-FOUND                    VALUE 'Y'.
           05  SUPPLIER-FOUND-SW         PIC X       VALUE 'Y'.
               88  SUPPLIER-FOUND                    VALUE 'Y'.
      *
       01  FLAGS.
           05  SEND-FLAG                 PIC X.
      *    ONE FOR THE NIGHTLY APPLY STEP
      *
       COPY PPRREC.
      *
      *    SUPPLIER MASTER - THE PRIMARY SUPPLIER KEYED ON THE
      *    DETAIL SCREEN MUST BE ON FILE AND ACTIVE
      *
       COPY SUPREC.
      *
      *    LOCATION MASTER - ACTION 5 ONLY POSTS STOCK TO A BUILDING
      *    ON FILE
      *
       COPY LOCREC.
      *
       01  WS-ABSTIME                    PIC S9(15)  COMP.
       01  WS-TODAY-YMD                  PIC X(8).
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
       01  WS-PENDING-FOUND-SW           PIC X       VALUE 'N'.
           88  WS-PENDING-FOUND                      VALUE 'Y'.
      *
                           MOVE ZERO TO PRD-QTY-ON-HAND
                           MOVE ZERO TO PRD-QTY-ALLOCATED
                           MOVE ZERO TO PRD-REORDER-POINT
                           MOVE SPACES TO PRD-SUPPLIER-CODE
                           MOVE ZERO TO PRD-LEAD-DAYS
                           MOVE ZERO TO PRD-UNIT-COST
                           MOVE ZERO TO PRD-SHIP-WEIGHT
                           MOVE '2' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-ADD-MAP
                       END-IF
                               INSPECT LOCNI
                                   REPLACING ALL '_' BY SPACE
                               MOVE LOCNI TO CA-LOCATION-CODE
                               PERFORM 1360-EDIT-STOCK-LOCATION
                               IF VALID-DATA
                                   IF NOT LOCATION-FOUND
      *                                FIRST STOCK FOR THIS BUILDING -
      *                                THE SCREEN OPENS ON ZEROES AND
      *                                THE POST WILL WRITE THE RECORD
                                       MOVE ZERO TO PL-QTY-ON-HAND
                                       MOVE ZERO TO PL-QTY-ALLOCATED
                                       MOVE ZERO TO PL-QTY-IN-TRANSIT
                                   END-IF
                                   MOVE '6' TO CA-CONTEXT-FLAG
                                   PERFORM 5100-SEND-LOCATION-MAP
                               ELSE
                                   MOVE -1 TO LOCNL
                                   SET SEND-DATAONLY-ALARM TO TRUE
                                   PERFORM 1500-SEND-KEY-MAP
                               END-IF
                       END-EVALUATE
                   WHEN '6'
                       PERFORM 1300-READ-PRODUCT-RECORD
           ELSE
               MOVE 'N' TO LOCATION-FOUND-SW
           END-IF.
      *
       1360-EDIT-STOCK-LOCATION.
      *
      *    THE LOCATION MUST BE ON THE LOCMAS LOCATION MASTER. AN
      *    INACTIVE BUILDING'S EXISTING STOCK RECORD CAN STILL BE
      *    CORRECTED (USUALLY DOWN TO ZERO) BUT NO NEW STOCK RECORD
      *    IS OPENED THERE.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE CA-LOCATION-CODE TO LOC-LOCATION-CODE.
      *
           EXEC CICS
               READ FILE('LOCMAS')
                    INTO(LOCATION-MASTER-RECORD)
                    RIDFLD(LOC-LOCATION-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'LOCATION IS NOT ON THE LOCATION MASTER'
                   TO ERROR-TEXT
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               PERFORM 1350-READ-LOCATION-RECORD
               IF NOT LOCATION-FOUND AND LOC-STATUS-INACTIVE
                   MOVE 'LOCATION IS INACTIVE - NO NEW STOCK RECORD'
                       TO ERROR-TEXT
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
       1500-SEND-KEY-MAP.
      *
           MOVE PRD-QTY-ON-HAND TO PONHANDO.
           MOVE PRD-QTY-ALLOCATED TO PALLOCO.
           MOVE PRD-REORDER-POINT TO PREORDO.
           MOVE PRD-SUPPLIER-CODE TO PSUPPO.
           MOVE PRD-LEAD-DAYS TO PLEADO.
           MOVE PRD-UNIT-COST TO PCOSTO.
           MOVE PRD-SHIP-WEIGHT TO PWGTO.
           MOVE 'ADD NEW PRODUCT' TO INSTRUCTO.
           MOVE -1 TO PDESCL.
      *
      *
           PERFORM 2355-EDIT-LIST-PRICE.
           PERFORM 2360-EDIT-INVENTORY-DATA.
           PERFORM 2365-EDIT-SUPPLIER-DATA.
           PERFORM 2367-EDIT-UNIT-COST.
           PERFORM 2368-EDIT-SHIP-WEIGHT.
      *
       2355-EDIT-LIST-PRICE.
      *
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
       2365-EDIT-SUPPLIER-DATA.
      *
      *    THE PRIMARY SUPPLIER IS OPTIONAL - A PRODUCT WITH NONE
      *    IS STILL RAISED ON THE PO RUN'S DEFAULT LEAD TIME - BUT
      *    ONE THAT IS KEYED MUST BE ON SUPMAS AND ACTIVE, THE WAY
      *    THE CUSTOMER SCREEN REFUSES AN INACTIVE REP. A BLANK
      *    LEAD TIME MEANS ZERO, WHICH MEANS THE SUPPLIER'S.
      *
           INSPECT PSUPPI REPLACING ALL '_' BY SPACE.
           INSPECT PLEADI REPLACING ALL '_' BY SPACE.
      *
           IF PSUPPL = ZERO OR PSUPPI = SPACE
               MOVE SPACES TO PRD-SUPPLIER-CODE
           ELSE
               MOVE PSUPPI TO SUP-SUPPLIER-CODE
               PERFORM 2370-READ-SUPPLIER-RECORD
               EVALUATE TRUE
                   WHEN NOT SUPPLIER-FOUND
                       MOVE 'SUPPLIER IS NOT ON FILE' TO ERROR-TEXT
                       MOVE -1 TO PSUPPL
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN SUP-STATUS-INACTIVE
                       MOVE 'SUPPLIER IS INACTIVE' TO ERROR-TEXT
                       MOVE -1 TO PSUPPL
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN OTHER
                       MOVE PSUPPI TO PRD-SUPPLIER-CODE
               END-EVALUATE
           END-IF.
      *
           IF PLEADI = SPACE
               MOVE ZERO TO PRD-LEAD-DAYS
           ELSE
               IF PLEADI IS NUMERIC
                   MOVE PLEADI TO PRD-LEAD-DAYS
               ELSE
                   MOVE 'LEAD DAYS MUST BE NUMERIC' TO ERROR-TEXT
                   MOVE -1 TO PLEADL
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
       2367-EDIT-UNIT-COST.
      *
      *    SAME DOLLARS-AND-CENTS EDIT AS THE LIST PRICE, BUT A
      *    BLANK OR ZERO COST IS ALLOWED - A NEW PRODUCT MAY NOT
      *    HAVE BEEN BOUGHT YET, AND ITS FIRST RECEIPT SETS THE
      *    COST FROM THE PO
      *
           INSPECT PCOSTI REPLACING ALL '_' BY SPACE.
      *
           MOVE ZERO TO WS-PRICE-DOT-COUNT.
           MOVE SPACES TO WS-PRICE-WHOLE-TEXT.
           MOVE SPACES TO WS-PRICE-FRACTION-TEXT.
           MOVE ZERO TO WS-PRICE-WHOLE-NUM.
           MOVE ZERO TO WS-PRICE-FRACTION-NUM.
      *
           IF PCOSTL = ZERO OR PCOSTI = SPACE
               MOVE ZERO TO PRD-UNIT-COST
           ELSE
               INSPECT PCOSTI TALLYING WS-PRICE-DOT-COUNT
                   FOR ALL '.'
               EVALUATE WS-PRICE-DOT-COUNT
                   WHEN 0
                       MOVE PCOSTI TO WS-PRICE-WHOLE-TEXT
                   WHEN 1
                       UNSTRING PCOSTI DELIMITED BY '.'
                           INTO WS-PRICE-WHOLE-TEXT
                                WS-PRICE-FRACTION-TEXT
                       END-UNSTRING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
      *
               IF WS-PRICE-DOT-COUNT > 1
                   MOVE 'UNIT COST MAY HAVE ONLY ONE DECIMAL POINT'
                       TO ERROR-TEXT
                   MOVE -1 TO PCOSTL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   IF WS-PRICE-WHOLE-TEXT NOT = SPACES
                       IF WS-PRICE-WHOLE-TEXT IS NUMERIC
                           MOVE WS-PRICE-WHOLE-TEXT
                               TO WS-PRICE-WHOLE-NUM
                       ELSE
                           MOVE 'UNIT COST MUST BE NUMERIC'
                               TO ERROR-TEXT
                           MOVE -1 TO PCOSTL
                           MOVE 'N' TO VALID-DATA-SW
                       END-IF
                   END-IF
      *
                   IF VALID-DATA AND
                      WS-PRICE-FRACTION-TEXT NOT = SPACES
                       IF WS-PRICE-FRACTION-TEXT(2:1) = SPACE
                           MOVE '0' TO WS-PRICE-FRACTION-TEXT(2:1)
                       END-IF
                       IF WS-PRICE-FRACTION-TEXT IS NUMERIC
                           MOVE WS-PRICE-FRACTION-TEXT
                               TO WS-PRICE-FRACTION-NUM
                       ELSE
                           MOVE 'UNIT COST MUST BE NUMERIC'
                               TO ERROR-TEXT
                           MOVE -1 TO PCOSTL
                           MOVE 'N' TO VALID-DATA-SW
                       END-IF
                   END-IF
      *
                   IF VALID-DATA
                       COMPUTE PRD-UNIT-COST =
                           WS-PRICE-WHOLE-NUM +
                           (WS-PRICE-FRACTION-NUM / 100)
                   END-IF
               END-IF
           END-IF.
      *
       2368-EDIT-SHIP-WEIGHT.
      *
      *    POUNDS AND HUNDREDTHS, EDITED THE SAME WAY AS THE UNIT
      *    COST. A BLANK OR ZERO WEIGHT IS ALLOWED - THE PRODUCT
      *    THEN ADDS NOTHING TO AN ORDER'S FREIGHT ESTIMATE
      *
           INSPECT PWGTI REPLACING ALL '_' BY SPACE.
      *
           MOVE ZERO TO WS-PRICE-DOT-COUNT.
           MOVE SPACES TO WS-PRICE-WHOLE-TEXT.
           MOVE SPACES TO WS-PRICE-FRACTION-TEXT.
           MOVE ZERO TO WS-PRICE-WHOLE-NUM.
           MOVE ZERO TO WS-PRICE-FRACTION-NUM.
      *
           IF PWGTL = ZERO OR PWGTI = SPACE
               MOVE ZERO TO PRD-SHIP-WEIGHT
           ELSE
               INSPECT PWGTI TALLYING WS-PRICE-DOT-COUNT
                   FOR ALL '.'
               EVALUATE WS-PRICE-DOT-COUNT
                   WHEN 0
                       MOVE PWGTI TO WS-PRICE-WHOLE-TEXT
                   WHEN 1
                       UNSTRING PWGTI DELIMITED BY '.'
                           INTO WS-PRICE-WHOLE-TEXT
                                WS-PRICE-FRACTION-TEXT
                       END-UNSTRING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
      *
               IF WS-PRICE-DOT-COUNT > 1
                   MOVE 'WEIGHT MAY HAVE ONLY ONE DECIMAL POINT'
                       TO ERROR-TEXT
                   MOVE -1 TO PWGTL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   IF WS-PRICE-WHOLE-TEXT NOT = SPACES
                       IF WS-PRICE-WHOLE-TEXT IS NUMERIC
                           MOVE WS-PRICE-WHOLE-TEXT
                               TO WS-PRICE-WHOLE-NUM
                       ELSE
                           MOVE 'WEIGHT MUST BE NUMERIC'
                               TO ERROR-TEXT
                           MOVE -1 TO PWGTL
                           MOVE 'N' TO VALID-DATA-SW
                       END-IF
                   END-IF
      *
                   IF VALID-DATA AND
                      WS-PRICE-FRACTION-TEXT NOT = SPACES
                       IF WS-PRICE-FRACTION-TEXT(2:1) = SPACE
                           MOVE '0' TO WS-PRICE-FRACTION-TEXT(2:1)
                       END-IF
                       IF WS-PRICE-FRACTION-TEXT IS NUMERIC
                           MOVE WS-PRICE-FRACTION-TEXT
                               TO WS-PRICE-FRACTION-NUM
                       ELSE
                           MOVE 'WEIGHT MUST BE NUMERIC'
                               TO ERROR-TEXT
                           MOVE -1 TO PWGTL
                           MOVE 'N' TO VALID-DATA-SW
                       END-IF
                   END-IF
      *
                   IF VALID-DATA AND WS-PRICE-WHOLE-NUM > 99999
                       MOVE 'WEIGHT MAY NOT EXCEED 99999.99 POUNDS'
                           TO ERROR-TEXT
                       MOVE -1 TO PWGTL
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
      *
                   IF VALID-DATA
                       COMPUTE PRD-SHIP-WEIGHT =
                           WS-PRICE-WHOLE-NUM +
                           (WS-PRICE-FRACTION-NUM / 100)
                   END-IF
               END-IF
           END-IF.
      *
       2370-READ-SUPPLIER-RECORD.
      *
           EXEC CICS
               READ FILE('SUPMAS')
                    INTO(SUPPLIER-MASTER-RECORD)
                    RIDFLD(SUP-SUPPLIER-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO SUPPLIER-FOUND-SW
           ELSE
               MOVE 'N' TO SUPPLIER-FOUND-SW
           END-IF.
      *
       2400-WRITE-PRODUCT-RECORD.
      *
           MOVE WS-DEFAULT-LOCATION TO PL-LOCATION-CODE.
           MOVE PRD-QTY-ON-HAND TO PL-QTY-ON-HAND.
           MOVE ZERO TO PL-QTY-ALLOCATED.
           MOVE ZERO TO PL-QTY-IN-TRANSIT.
      *
           EXEC CICS
               WRITE FILE('PRDLOC')
                     FROM(PRODUCT-LOCATION-RECORD)
                     RIDFLD(PL-KEY)
           END-EXEC.
      *
           IF PL-QTY-ON-HAND > ZERO
               MOVE ZERO TO STK-ONHAND-BEFORE
               MOVE ZERO TO STK-ALLOC-BEFORE
               PERFORM 5450-LOG-MANUAL-MOVEMENT
           END-IF.
      *
       3000-PROCESS-CHANGE-PRODUCT.
      *
           MOVE PRD-QTY-ON-HAND TO PONHANDO.
           MOVE PRD-QTY-ALLOCATED TO PALLOCO.
           MOVE PRD-REORDER-POINT TO PREORDO.
           MOVE PRD-SUPPLIER-CODE TO PSUPPO.
           MOVE PRD-LEAD-DAYS TO PLEADO.
           MOVE PRD-UNIT-COST TO PCOSTO.
           MOVE PRD-SHIP-WEIGHT TO PWGTO.
           MOVE 'CHANGE PRODUCT' TO INSTRUCTO.
           MOVE -1 TO PDESCL.
      *
           MOVE PRD-QTY-ON-HAND TO PONHANDO.
           MOVE PRD-QTY-ALLOCATED TO PALLOCO.
           MOVE PRD-REORDER-POINT TO PREORDO.
           MOVE PRD-SUPPLIER-CODE TO PSUPPO.
           MOVE PRD-LEAD-DAYS TO PLEADO.
           MOVE PRD-UNIT-COST TO PCOSTO.
           MOVE PRD-SHIP-WEIGHT TO PWGTO.
           IF PROCESS-DISCONTINUE
               MOVE 'PRESS ENTER TO CONFIRM THE DISCONTINUE'
                   TO INSTRUCTO
                   MOVE CA-LOCATION-CODE TO PL-LOCATION-CODE
                   MOVE ZERO TO PL-QTY-ON-HAND
                   MOVE ZERO TO PL-QTY-ALLOCATED
                   MOVE ZERO TO PL-QTY-IN-TRANSIT
               END-IF
               PERFORM 5300-EDIT-LOCATION-ONHAND
               IF VALID-DATA
           MOVE WS-NEW-TOTAL-ONHAND TO PRD-QTY-ON-HAND.
      *
           PERFORM 3200-REWRITE-PRODUCT-RECORD.
      *
           IF WS-ONHAND-DELTA NOT = ZERO
               MOVE WS-OLD-LOCATION-ONHAND TO STK-ONHAND-BEFORE
               MOVE PL-QTY-ALLOCATED TO STK-ALLOC-BEFORE
               PERFORM 5450-LOG-MANUAL-MOVEMENT
           END-IF.
      *
       5450-LOG-MANUAL-MOVEMENT.
      *
      *    A HAND CORRECTION HAS NO SOURCE DOCUMENT - THE LEDGER
      *    ENTRY CARRIES THE OPERATOR AND THE TRANSACTION INSTEAD
      *
           SET STK-MOVE-MANUAL TO TRUE.
           SET STK-SOURCE-MANUAL TO TRUE.
           MOVE ZERO TO STK-SOURCE-NUMBER.
           MOVE ZERO TO STK-SOURCE-LINE.
           PERFORM 9200-WRITE-STOCK-MOVEMENT.
      *
       6000-PROCESS-PENDING-PRICE.
      *
                   END-EXEC
               END-IF
           END-IF.
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
