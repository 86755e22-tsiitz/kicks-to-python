      * RETURN AGAINST THE ORIGINAL ORDER AND LINE:              *
      *   SCREEN 1 (RTNMAP1): ORDER NUMBER AND LINE NUMBER OFF   *
      *     THE CUSTOMER'S PAPERWORK. THE ORDER MUST HAVE GONE   *
      *     OUT (SHIPPED OR PARTIALLY SHIPPED) - NOTHING COMES   *
      *     BACK FROM AN OPEN, COMPLETE (PICKED BUT NOT YET      *
      *     SHIPPED) OR CANCELLED ORDER.                         *
      *   SCREEN 2 (RTNMAP2): THE LINE IS DISPLAYED AND THE      *
      *     CLERK KEYS WHAT CAME BACK AND WHY (QUANTITY, REASON  *
      *     CODE 1-4, RESALABLE Y/N). POSTING:                   *
      *         LINE'S PRICE PLUS ITS PRO-RATA SHARE OF THE      *
      *         ORDER'S ORD-TAX-AMOUNT                           *
      *       - PUTS RESALABLE QUANTITY BACK ON PRD-QTY-ON-HAND  *
      *         AND ON THE RESTOCK LOCATION - THE LINE'S OWN     *
      *         BUILDING UNLESS THE DESK KEYS ANOTHER ACTIVE     *
      *         LOCMAS LOCATION (DAMAGED STOCK STAYS OFF THE     *
      *         SHELF)                                           *
      *       - APPLIES THE CREDIT AGAINST THE ORDER'S OPEN      *
      *         INVOICE SO THE CUSTOMER'S RECEIVABLE BALANCE     *
      *         MOVES - WHATEVER THE INVOICE CANNOT TAKE (ALL OF *
      *         IT ON A PAID OR UNBILLED ORDER) GOES ON ACCOUNT  *
      *         AS A CRDMAS CREDIT-MEMO CREDIT FOR THE CREDIT    *
      *         SCREEN (CRD1) TO USE UP OR REFUND                *
      * THE NIGHTLY CRMPRT1 RUN PRINTS THE DAY'S CREDIT MEMOS.   *
      ************************************************************
      *
       01  WS-RETURN-QTY                 PIC 9(5)    VALUE ZERO.
       01  WS-INVOICE-BALANCE            PIC 9(9)V99 VALUE ZERO.
       01  WS-CREDIT-TO-APPLY            PIC 9(9)V99 VALUE ZERO.
       01  WS-CREDIT-ON-ACCOUNT          PIC 9(9)V99 VALUE ZERO.
      *
      *    WHAT RTNMAS ALREADY HOLDS FOR THIS ORDER LINE - KEYING
      *    THE SAME LINE TWICE MUST NOT RESTOCK AND CREDIT THE
      *
       01  WS-PRIOR-RETURNED             PIC S9(8)   COMP VALUE ZERO.
       01  WS-QTY-REMAINING              PIC S9(8)   COMP VALUE ZERO.
      *
      *    HOW MUCH OF THE LINE ACTUALLY WENT OUT - ORDL-QTY-SHIPPED
      *    ONCE ORDSHP1 HAS POSTED A SHIPMENT AGAINST IT. ONLY A
      *    LINE ON AN ORDER SHIPPED BEFORE SHIPMENTS WERE POSTED BY
      *    LINE (SHIPPED STATUS, NOTHING ON ORDL-QTY-SHIPPED) IS
      *    TAKEN AT ITS FULL QUANTITY.
      *
       01  WS-LINE-SHIPPED-QTY           PIC 9(5)    VALUE ZERO.
       01  WS-RTN-SCAN-COUNT             PIC S9(8)   COMP VALUE ZERO.
      *
      *    ORDER MASTER RECORD - THE ORIGINAL ORDER THE GOODS
       COPY PLOCREC.
      *
       01  WS-DEFAULT-LOCATION           PIC X(3)    VALUE '001'.
       01  WS-RESTOCK-LOCATION           PIC X(3)    VALUE SPACES.
      *
      *    LOCATION MASTER - THE RESTOCK BUILDING MUST BE ON FILE
      *    AND ACTIVE
      *
       COPY LOCREC.
      *
      *    RETURN RECORD - THE CREDIT MEMO LIVES HERE
      *
      *    RETURN CONTROL RECORD - HANDS OUT THE NEXT NUMBER
      *
       COPY RCTLREC.
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
      *    ON-ACCOUNT CREDIT RECORD - THE PART OF THE CREDIT MEMO
      *    NO INVOICE COULD TAKE, NUMBERED OFF THE CRDCTL CONTROL
      *    RECORD
      *
       COPY CRDREC.
      *
       COPY CCTLREC.
      *
       COPY RTNSET1.
      *
                     & 'SHIPPED'
                       TO ERROR-TEXT
                   MOVE -1 TO ORDNOL
               WHEN ORD-STATUS-COMPLETE
                   MOVE 'N' TO ORDER-FOUND-SW
                   MOVE 'ORDER HAS NOT SHIPPED - NOTHING TO RETURN'
                       TO ERROR-TEXT
                   MOVE -1 TO ORDNOL
               WHEN ORD-STATUS-CANCELLED
                   MOVE 'N' TO ORDER-FOUND-SW
                   MOVE 'ORDER IS CANCELLED - NOTHING TO RETURN'
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO LINE-FOUND-SW
               IF ORD-STATUS-SHIPPED AND ORDL-QTY-SHIPPED = ZERO
                   MOVE ORDL-QUANTITY TO WS-LINE-SHIPPED-QTY
               ELSE
                   MOVE ORDL-QTY-SHIPPED TO WS-LINE-SHIPPED-QTY
               END-IF
           ELSE
               MOVE 'N' TO LINE-FOUND-SW
               MOVE 'ORDER LINE NOT FOUND' TO ERROR-TEXT
               PERFORM 2300-EDIT-RETURN-DATA
               IF VALID-DATA
                   PERFORM 2400-POST-RETURN
                   EVALUATE TRUE
                       WHEN CREDIT-APPLIED AND
                            WS-CREDIT-ON-ACCOUNT > ZERO
                           MOVE 'RETURN POSTED - CREDIT APPLIED TO THE '
                             & 'ORDER INVOICE - REST HELD ON ACCOUNT'
                               TO ERROR-TEXT
                       WHEN CREDIT-APPLIED
                           MOVE 'RETURN POSTED - CREDIT APPLIED TO THE '
                             & 'ORDER INVOICE'
                               TO ERROR-TEXT
                       WHEN WS-CREDIT-ON-ACCOUNT > ZERO
                           MOVE 'RETURN POSTED - NO OPEN INVOICE - '
                             & 'CREDIT HELD ON ACCOUNT'
                               TO ERROR-TEXT
                       WHEN OTHER
                           MOVE 'RETURN POSTED - NO CREDIT DUE'
                               TO ERROR-TEXT
                   END-EVALUATE
                   MOVE LOW-VALUE TO RTNMAP1O
                   MOVE -1 TO ORDNOL
                   SET SEND-DATAONLY TO TRUE
           MOVE ORD-CUSTOMER-NUMBER TO CUSTNOO2.
           MOVE ORDL-PRODUCT-CODE TO PRODO2.
           MOVE ORDL-PRODUCT-DESC TO PDESCO2.
           MOVE WS-LINE-SHIPPED-QTY TO SHPQO2.
           MOVE ORDL-UNIT-PRICE TO PRICEO2.
           IF ORDL-LOCATION-CODE = SPACES
               MOVE WS-DEFAULT-LOCATION TO RLOCO
           ELSE
               MOVE ORDL-LOCATION-CODE TO RLOCO
           END-IF.
           MOVE 'KEY QUANTITY, REASON 1-4, RESALABLE Y/N'
               TO INSTRUCTO.
           MOVE -1 TO RQTYL.
           END-EXEC.
      *
           INSPECT RQTYI REPLACING ALL '_' BY SPACE.
           INSPECT RLOCI REPLACING ALL '_' BY SPACE.
      *
       2300-EDIT-RETURN-DATA.
      *
                               TO ERROR-TEXT
                           MOVE -1 TO RQTYL
                           MOVE 'N' TO VALID-DATA-SW
                       WHEN WS-RETURN-QTY > WS-LINE-SHIPPED-QTY
                           MOVE 'QUANTITY EXCEEDS WHAT THE LINE '
                             & 'SHIPPED'
                               TO ERROR-TEXT
                       WHEN OTHER
                           PERFORM 2350-SUM-PRIOR-RETURNS
                           COMPUTE WS-QTY-REMAINING =
                               WS-LINE-SHIPPED-QTY - WS-PRIOR-RETURNED
                           IF WS-QTY-REMAINING < ZERO
                               MOVE ZERO TO WS-QTY-REMAINING
                           END-IF
                           END-IF
                   END-EVALUATE
           END-EVALUATE.
      *
           MOVE SPACES TO WS-RESTOCK-LOCATION.
      *
           IF VALID-DATA AND RESALI = 'Y'
               PERFORM 2360-EDIT-RESTOCK-LOCATION
           END-IF.
      *
       2350-SUM-PRIOR-RETURNS.
      *
                   ENDBR FILE('RTNMAS')
               END-EXEC
           END-IF.
      *
       2360-EDIT-RESTOCK-LOCATION.
      *
      *    A BLANK LOCATION PUTS THE GOODS BACK IN THE BUILDING THE
      *    LINE SHIPPED FROM (LINES FROM BEFORE LOCATION STOCK
      *    EXISTED GROUP UNDER THE DEFAULT). WHATEVER BUILDING
      *    TAKES THEM MUST BE ACTIVE ON THE LOCATION MASTER.
      *
           IF RLOCL = ZERO OR RLOCI = SPACE
               IF ORDL-LOCATION-CODE = SPACES
                   MOVE WS-DEFAULT-LOCATION TO WS-RESTOCK-LOCATION
               ELSE
                   MOVE ORDL-LOCATION-CODE TO WS-RESTOCK-LOCATION
               END-IF
           ELSE
               MOVE RLOCI TO WS-RESTOCK-LOCATION
           END-IF.
      *
           MOVE WS-RESTOCK-LOCATION TO LOC-LOCATION-CODE.
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
       2400-POST-RETURN.
      *
           MOVE WS-RETURN-QTY TO RTN-QTY-RETURNED.
           MOVE REASONI TO RTN-REASON-CODE.
           MOVE RESALI TO RTN-RESALABLE-FLAG.
           MOVE WS-RESTOCK-LOCATION TO RTN-LOCATION-CODE.
           MOVE WS-DATE-FIELD TO RTN-RETURN-DATE.
           MOVE EIBOPID TO RTN-ENTERED-OPID.
      *
      *
       2435-RESTOCK-LOCATION.
      *
      *    THE GOODS GO BACK ON THE SHELF OF THE RESTOCK LOCATION
      *    EDITED ON THE SCREEN - NORMALLY THE BUILDING THE LINE
      *    WAS ALLOCATED FROM. A LOCATION RECORD SINCE REMOVED (OR
      *    NEVER OPENED FOR THIS PRODUCT) GETS WRITTEN WITH THE
      *    RETURN AS ITS OPENING ON-HAND. THE RESTOCK GOES ON THE
      *    STKTRN MOVEMENT LEDGER AGAINST THE RETURN NUMBER.
      *
           MOVE ORDL-PRODUCT-CODE TO PL-PRODUCT-CODE.
           MOVE WS-RESTOCK-LOCATION TO PL-LOCATION-CODE.
      *
           EXEC CICS
               READ FILE('PRDLOC')
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE PL-QTY-ON-HAND TO STK-ONHAND-BEFORE
               MOVE PL-QTY-ALLOCATED TO STK-ALLOC-BEFORE
               ADD WS-RETURN-QTY TO PL-QTY-ON-HAND
               EXEC CICS
                   REWRITE FILE('PRDLOC')
                           FROM(PRODUCT-LOCATION-RECORD)
               END-EXEC
           ELSE
               MOVE ZERO TO STK-ONHAND-BEFORE
               MOVE ZERO TO STK-ALLOC-BEFORE
               MOVE ORDL-PRODUCT-CODE TO PL-PRODUCT-CODE
               MOVE WS-RESTOCK-LOCATION TO PL-LOCATION-CODE
               MOVE WS-RETURN-QTY TO PL-QTY-ON-HAND
               MOVE ZERO TO PL-QTY-ALLOCATED
               MOVE ZERO TO PL-QTY-IN-TRANSIT
               EXEC CICS
                   WRITE FILE('PRDLOC')
                         FROM(PRODUCT-LOCATION-RECORD)
                         RIDFLD(PL-KEY)
               END-EXEC
           END-IF.
      *
           SET STK-MOVE-RESTOCK TO TRUE.
           SET STK-SOURCE-RETURN TO TRUE.
           MOVE RTN-RETURN-NUMBER TO STK-SOURCE-NUMBER.
           MOVE ZERO TO STK-SOURCE-LINE.
           PERFORM 9200-WRITE-STOCK-MOVEMENT.
      *
       2440-APPLY-CREDIT-TO-INVOICE.
      *
      *    THE CREDIT FEEDS THE RECEIVABLE THE SAME WAY A CHECK
      *    DOES ON THE CASH SCREEN - CAPPED AT THE INVOICE
      *    BALANCE SO A LATE RETURN NEVER DRIVES IT NEGATIVE. WHAT
      *    THE INVOICE CANNOT TAKE IS HELD ON ACCOUNT.
      *
           MOVE 'N' TO CREDIT-APPLIED-SW.
           MOVE ZERO TO WS-CREDIT-TO-APPLY.
      *
           IF ORD-INVOICE-NUMBER = ZERO
               CONTINUE
                   END-IF
               END-IF
           END-IF.
      *
           COMPUTE WS-CREDIT-ON-ACCOUNT =
               RTN-CREDIT-TOTAL - WS-CREDIT-TO-APPLY.
           IF WS-CREDIT-ON-ACCOUNT > ZERO
               PERFORM 2450-HOLD-CREDIT-ON-ACCOUNT
           END-IF.
      *
       2450-HOLD-CREDIT-ON-ACCOUNT.
      *
      *    THE UNSETTLED PART OF THE MEMO BECOMES A CREDIT-MEMO
      *    CREDIT ON CRDMAS, POINTING BACK AT THE RETURN NUMBER
      *
           PERFORM 2460-GET-NEXT-CREDIT-NUMBER.
      *
           MOVE RTN-CUSTOMER-NUMBER TO CRD-CUSTOMER-NUMBER.
           MOVE CCTL-NEXT-CREDIT-NUMBER TO CRD-CREDIT-NUMBER.
           SET CRD-TYPE-CREDIT-MEMO TO TRUE.
           MOVE RTN-RETURN-NUMBER TO CRD-SOURCE-NUMBER.
           MOVE RTN-RETURN-DATE TO CRD-CREATED-DATE.
           MOVE EIBOPID TO CRD-CREATED-OPID.
           MOVE WS-CREDIT-ON-ACCOUNT TO CRD-ORIGINAL-AMOUNT.
           MOVE ZERO TO CRD-AMOUNT-APPLIED.
           MOVE ZERO TO CRD-AMOUNT-REFUNDED.
           SET CRD-STATUS-OPEN TO TRUE.
           MOVE ZERO TO CRD-REFUND-REQUEST-DATE.
           MOVE SPACES TO CRD-REFUND-REQUEST-OPID.
           MOVE ZERO TO CRD-REFUND-LISTED-DATE.
           MOVE RTN-RETURN-DATE TO CRD-LAST-ACTIVITY-DATE.
      *
           EXEC CICS
               WRITE FILE('CRDMAS')
                     FROM(CREDIT-RECORD)
                     RIDFLD(CRD-KEY)
           END-EXEC.
      *
       2460-GET-NEXT-CREDIT-NUMBER.
      *
           EXEC CICS
               READ FILE('CRDCTL')
                    INTO(CREDIT-CONTROL-RECORD)
                    RIDFLD(CCTL-RECORD-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               ADD 1 TO CCTL-NEXT-CREDIT-NUMBER
               EXEC CICS
                   REWRITE FILE('CRDCTL')
                           FROM(CREDIT-CONTROL-RECORD)
               END-EXEC
           ELSE
      *        CONTROL RECORD IS MISSING (FIRST RUN) - SEED IT SO
      *        THE NEXT CREDIT DOES NOT HAND OUT "1" AGAIN
               MOVE 'CRDNO ' TO CCTL-RECORD-KEY
               MOVE 1 TO CCTL-NEXT-CREDIT-NUMBER
               EXEC CICS
                   WRITE FILE('CRDCTL')
                         FROM(CREDIT-CONTROL-RECORD)
                         RIDFLD(CCTL-RECORD-KEY)
               END-EXEC
           END-IF.
      *
       2600-SEND-RETURN-DATAONLY.
      *
           MOVE RQTYI TO RQTYO.
           MOVE REASONI TO REASONO.
           MOVE RESALI TO RESALO.
           MOVE RLOCI TO RLOCO.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO2
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
           MOVE SPACE TO RTNMAP2O.
           MOVE 'Y' TO VALID-DATA-SW.
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
