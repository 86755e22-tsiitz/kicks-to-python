      *         (A COUNT PAST THE OPEN QUANTITY IS REFUSED -     *
      *         AN OVER-SHIPMENT IS A CALL TO THE SUPPLIER, NOT  *
      *         A QUIET INVENTORY BUMP)                          *
      *       - ADDS THE QUANTITY TO PRD-QTY-ON-HAND AND         *
      *         AVERAGES IT INTO PRD-UNIT-COST AT THE PO COST    *
      *         (WHICH THE DOCK MAY CORRECT FROM THE PAPERWORK)  *
      *       - WRITES AN RCPLOG RECEIPT RECORD (OPERATOR, PO,   *
      *         PRODUCT, QUANTITY, WHEN) SO "WHEN DID THAT       *
      *         STOCK ARRIVE" FINALLY HAS AN ANSWER              *
       01  WS-RECEIPT-LOCATION           PIC X(3)    VALUE SPACES.
       01  WS-DEFAULT-LOCATION           PIC X(3)    VALUE '001'.
      *
      *    UNIT COST EDIT - SAME DOLLARS-AND-CENTS SPLIT PRODMNT1
      *    USES FOR THE LIST PRICE
      *
       01  WS-COST-EDIT-FIELDS.
           05  WS-COST-DOT-COUNT         PIC 9       VALUE ZERO.
           05  WS-COST-WHOLE-TEXT        PIC X(7)    VALUE SPACES.
           05  WS-COST-FRACTION-TEXT     PIC X(2)    VALUE SPACES.
           05  WS-COST-WHOLE-NUM         PIC 9(7)    VALUE ZERO.
           05  WS-COST-FRACTION-NUM      PIC 99      VALUE ZERO.
       01  WS-RECEIPT-COST               PIC 9(7)V99 VALUE ZERO.
      *
      *    PURCHASE ORDER RECORD
      *
       COPY POREC.
      *
       COPY PLOCREC.
      *
      *    LOCATION MASTER - THE RECEIVING BUILDING MUST BE ON FILE
      *    AND ACTIVE
      *
       COPY LOCREC.
      *
      *    RECEIVING LOG RECORD - ONE PER POSTED RECEIPT
      *
       COPY RCPREC.
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
       01  WS-ABSTIME                    PIC S9(15)  COMP.
      *
       COPY PORSET1.
      *
           MOVE PO-QTY-ORDERED TO ORDQO.
           MOVE PO-QTY-RECEIVED TO RCVDQO.
           MOVE PO-EXPECTED-DATE TO EXPDTO.
           MOVE PO-UNIT-COST TO RCOSTO.
           IF PO-STATUS-OPEN
               MOVE 'OPEN' TO POSTATO
           ELSE
      *
           INSPECT RCVQTYI REPLACING ALL '_' BY SPACE.
           INSPECT RLOCI REPLACING ALL '_' BY SPACE.
           INSPECT RCOSTI REPLACING ALL '_' BY SPACE.
      *
       2300-EDIT-RECEIPT-QTY.
      *
           MOVE 'Y' TO VALID-DATA-SW.
      *
      *    A BLANK LOCATION TAKES THE DEFAULT BUILDING, SAME RULE
      *    AS THE ORDER LINE SCREEN - AND LIKE THE ORDER LINE, THE
      *    BUILDING MUST BE ACTIVE ON THE LOCATION MASTER
      *
           IF RLOCL = ZERO OR RLOCI = SPACE
               MOVE WS-DEFAULT-LOCATION TO WS-RECEIPT-LOCATION
               MOVE RLOCI TO WS-RECEIPT-LOCATION
           END-IF.
      *
           PERFORM 2320-EDIT-RECEIPT-LOCATION.
      *
           IF VALID-DATA
               IF RCVQTYL = ZERO OR RCVQTYI = SPACE OR
                  RCVQTYI IS NOT NUMERIC
                   MOVE 'PLEASE ENTER A NUMERIC QUANTITY' TO ERROR-TEXT
                   MOVE -1 TO RCVQTYL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE RCVQTYI TO WS-RECEIPT-QTY
                   IF WS-RECEIPT-QTY = ZERO
                       MOVE 'QUANTITY MUST BE GREATER THAN ZERO'
                           TO ERROR-TEXT
                       MOVE -1 TO RCVQTYL
                       MOVE 'N' TO VALID-DATA-SW
                   ELSE
                       COMPUTE WS-OPEN-QTY =
                           PO-QTY-ORDERED - PO-QTY-RECEIVED
                       IF WS-RECEIPT-QTY > WS-OPEN-QTY
                           MOVE 'RECEIPT EXCEEDS THE OPEN PO QUANTITY'
                               TO ERROR-TEXT
                           MOVE -1 TO RCVQTYL
                           MOVE 'N' TO VALID-DATA-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
           IF VALID-DATA
               PERFORM 2350-EDIT-RECEIPT-COST
           END-IF.
      *
       2320-EDIT-RECEIPT-LOCATION.
      *
           MOVE WS-RECEIPT-LOCATION TO LOC-LOCATION-CODE.
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
                   MOVE 'LOCATION CODE NOT ON LOCATION MASTER'
                       TO ERROR-TEXT
                   MOVE -1 TO RLOCL
                   MOVE 'N' TO VALID-DATA-SW
               WHEN LOC-STATUS-INACTIVE
                   MOVE 'LOCATION IS INACTIVE - KEY ANOTHER BUILDING'
                       TO ERROR-TEXT
                   MOVE -1 TO RLOCL
                   MOVE 'N' TO VALID-DATA-SW
           END-EVALUATE.
      *
       2350-EDIT-RECEIPT-COST.
      *
      *    A BLANK COST TAKES THE COST ALREADY ON THE PO. ONE THAT
      *    IS KEYED REPLACES IT - THE SUPPLIER'S INVOICE IS WHAT WE
      *    ACTUALLY PAY.
      *
           MOVE PO-UNIT-COST TO WS-RECEIPT-COST.
           MOVE ZERO TO WS-COST-DOT-COUNT.
           MOVE SPACES TO WS-COST-WHOLE-TEXT.
           MOVE SPACES TO WS-COST-FRACTION-TEXT.
           MOVE ZERO TO WS-COST-WHOLE-NUM.
           MOVE ZERO TO WS-COST-FRACTION-NUM.
      *
           IF RCOSTL NOT = ZERO AND RCOSTI NOT = SPACE
               INSPECT RCOSTI TALLYING WS-COST-DOT-COUNT
                   FOR ALL '.'
               EVALUATE WS-COST-DOT-COUNT
                   WHEN 0
                       MOVE RCOSTI TO WS-COST-WHOLE-TEXT
                   WHEN 1
                       UNSTRING RCOSTI DELIMITED BY '.'
                           INTO WS-COST-WHOLE-TEXT
                                WS-COST-FRACTION-TEXT
                       END-UNSTRING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
      *
               IF WS-COST-DOT-COUNT > 1
                   MOVE 'UNIT COST MAY HAVE ONLY ONE DECIMAL POINT'
                       TO ERROR-TEXT
                   MOVE -1 TO RCOSTL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   IF WS-COST-WHOLE-TEXT NOT = SPACES
                       IF WS-COST-WHOLE-TEXT IS NUMERIC
                           MOVE WS-COST-WHOLE-TEXT
                               TO WS-COST-WHOLE-NUM
                       ELSE
                           MOVE 'UNIT COST MUST BE NUMERIC'
                               TO ERROR-TEXT
                           MOVE -1 TO RCOSTL
                           MOVE 'N' TO VALID-DATA-SW
                       END-IF
                   END-IF
      *
                   IF VALID-DATA AND
                      WS-COST-FRACTION-TEXT NOT = SPACES
                       IF WS-COST-FRACTION-TEXT(2:1) = SPACE
                           MOVE '0' TO WS-COST-FRACTION-TEXT(2:1)
                       END-IF
                       IF WS-COST-FRACTION-TEXT IS NUMERIC
                           MOVE WS-COST-FRACTION-TEXT
                               TO WS-COST-FRACTION-NUM
                       ELSE
                           MOVE 'UNIT COST MUST BE NUMERIC'
                               TO ERROR-TEXT
                           MOVE -1 TO RCOSTL
                           MOVE 'N' TO VALID-DATA-SW
                       END-IF
                   END-IF
      *
                   IF VALID-DATA
                       COMPUTE WS-RECEIPT-COST =
                           WS-COST-WHOLE-NUM +
                           (WS-COST-FRACTION-NUM / 100)
                   END-IF
               END-IF
           END-IF.
           END-EXEC.
      *
           ADD WS-RECEIPT-QTY TO PO-QTY-RECEIVED.
           MOVE WS-RECEIPT-COST TO PO-UNIT-COST.
           IF PO-QTY-RECEIVED >= PO-QTY-ORDERED
               SET PO-STATUS-RECEIVED TO TRUE
           END-IF.
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 2420-AVERAGE-UNIT-COST
               ADD WS-RECEIPT-QTY TO PRD-QTY-ON-HAND
               EXEC CICS
                   REWRITE FILE('PRODMAS')
      *
           PERFORM 2450-POST-LOCATION-STOCK.
           PERFORM 2500-WRITE-RECEIPT-LOG.
      *
       2420-AVERAGE-UNIT-COST.
      *
      *    WEIGHTED AVERAGE - THE UNITS ALREADY ON HAND AT THE OLD
      *    COST PLUS THE UNITS JUST RECEIVED AT THE PO COST, OVER
      *    THE NEW ON-HAND. WITH NOTHING ON HAND, OR NO COST YET,
      *    THE PO COST SIMPLY BECOMES THE COST. A PO WITH NO COST
      *    ON IT (RAISED BEFORE COSTS WERE KEPT) LEAVES THE
      *    PRODUCT COST ALONE.
      *
           IF WS-RECEIPT-COST > ZERO
               IF PRD-QTY-ON-HAND = ZERO OR PRD-UNIT-COST = ZERO
                   MOVE WS-RECEIPT-COST TO PRD-UNIT-COST
               ELSE
                   COMPUTE PRD-UNIT-COST ROUNDED =
                       ((PRD-QTY-ON-HAND * PRD-UNIT-COST) +
                        (WS-RECEIPT-QTY * WS-RECEIPT-COST)) /
                       (PRD-QTY-ON-HAND + WS-RECEIPT-QTY)
               END-IF
           END-IF.
      *
       2450-POST-LOCATION-STOCK.
      *
      *    THE BUILDING'S PRDLOC RECORD MOVES WITH THE PRODMAS
      *    TOTAL - A LOCATION THE PRODUCT HAS NEVER STOCKED GETS
      *    ITS RECORD WRITTEN WITH THIS RECEIPT AS ITS OPENING
      *    ON-HAND. EITHER WAY THE RECEIPT GOES ON THE STKTRN
      *    MOVEMENT LEDGER AGAINST THE PO.
      *
           MOVE PO-PRODUCT-CODE TO PL-PRODUCT-CODE.
           MOVE WS-RECEIPT-LOCATION TO PL-LOCATION-CODE.
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE PL-QTY-ON-HAND TO STK-ONHAND-BEFORE
               MOVE PL-QTY-ALLOCATED TO STK-ALLOC-BEFORE
               ADD WS-RECEIPT-QTY TO PL-QTY-ON-HAND
               EXEC CICS
                   REWRITE FILE('PRDLOC')
                           FROM(PRODUCT-LOCATION-RECORD)
               END-EXEC
           ELSE
               MOVE ZERO TO STK-ONHAND-BEFORE
               MOVE ZERO TO STK-ALLOC-BEFORE
               MOVE PO-PRODUCT-CODE TO PL-PRODUCT-CODE
               MOVE WS-RECEIPT-LOCATION TO PL-LOCATION-CODE
               MOVE WS-RECEIPT-QTY TO PL-QTY-ON-HAND
               MOVE ZERO TO PL-QTY-ALLOCATED
               MOVE ZERO TO PL-QTY-IN-TRANSIT
               EXEC CICS
                   WRITE FILE('PRDLOC')
                         FROM(PRODUCT-LOCATION-RECORD)
                         RIDFLD(PL-KEY)
               END-EXEC
           END-IF.
      *
           SET STK-MOVE-RECEIPT TO TRUE.
           SET STK-SOURCE-PO TO TRUE.
           MOVE PO-PO-NUMBER TO STK-SOURCE-NUMBER.
           MOVE ZERO TO STK-SOURCE-LINE.
           PERFORM 9200-WRITE-STOCK-MOVEMENT.
      *
       2500-WRITE-RECEIPT-LOG.
      *
               WRITE FILE('RCPLOG')
                     FROM(RECEIPT-RECORD)
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
