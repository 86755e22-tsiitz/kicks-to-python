      * LINE'S STOCK ALLOCATION BACK TO THE PRODUCT MASTER. THE  *
      * LINE ACTIONS ADJUST THE ALLOCATION BY THE DELTA AND      *
      * RECALCULATE ORD-LINE-COUNT AND ORD-ORDER-TOTAL FROM THE  *
      * LINES ACTUALLY ON FILE; A COMPLETED ORDER'S TAX AND      *
      * FREIGHT ESTIMATE ARE REFIGURED FROM THE NEW TOTALS.      *
      * EVERY APPLIED ACTION WRITES A CUSTAUD AUDIT RECORD WITH  *
      * BEFORE/AFTER IMAGES OF THE ORDER HEADER, THE WAY         *
      * CUSTMNT1'S 9000-WRITE-AUDIT-RECORD AUDITS CUSTOMER       *
      * CHANGES.                                                 *
      *                                                          *
      * A LINE EXPLODED FROM A KIT IS MAINTAINED WITH THE REST   *
      * OF ITS KIT: A CHANGE KEYS THE NEW NUMBER OF KITS AND     *
      * RESIZES EVERY COMPONENT LINE, A DELETE TAKES THE WHOLE   *
      * KIT OFF THE ORDER.                                       *
      *                                                          *
      * TWO-SCREEN PSEUDO-CONVERSATIONAL DESIGN:                 *
      *   SCREEN 1: ENTER ORDER NUMBER, ACTION, AND (FOR THE     *
               88  CERT-EXEMPT                       VALUE 'Y'.
           05  LOCATION-FOUND-SW         PIC X       VALUE 'Y'.
               88  LOCATION-FOUND                    VALUE 'Y'.
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
      *
       01  WS-OLD-QUANTITY               PIC 9(5)    VALUE ZERO.
      *
      *    THE LINES OF ONE EXPLODED KIT, FOUND BY 3600-COLLECT-KIT-
      *    LINES FROM THE KIT'S FIRST LINE NUMBER
      *
       01  WS-KIT-GROUP.
           05  WS-KIT-GROUP-LINE         PIC 9(3)    OCCURS 20
                                         INDEXED BY WS-KIT-GROUP-IDX.
           05  WS-KIT-GROUP-COUNT        PIC S9(4)   COMP VALUE ZERO.
           05  WS-KIT-GROUP-FIRST        PIC 9(3)    VALUE ZERO.
           05  WS-KIT-GROUP-KITS         PIC 9(5)    VALUE ZERO.
           05  WS-KIT-GROUP-QTY-PER      PIC 9(5)    VALUE ZERO.
           05  WS-KIT-GROUP-LINE-QTY     PIC 9(9)    VALUE ZERO.
           05  WS-KIT-GROUP-AMOUNT       PIC 9(9)V99 VALUE ZERO.
      *
      *    TOTALS AND SHIPPING WEIGHT REBUILT FROM THE LINES
      *    ACTUALLY ON FILE BY 7000-RECALC-ORDER-HEADER
      *
       01  WS-RECALC-FIELDS.
           05  WS-RECALC-LINE-COUNT      PIC 9(3)    VALUE ZERO.
           05  WS-RECALC-ORDER-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05  WS-RECALC-SHIP-WEIGHT     PIC 9(7)V99 VALUE ZERO.
      *
      *    ORDER MASTER RECORD
      *
      *
       COPY EXMREC.
      *
      *    CARRIER MASTER AND FREIGHT RATE BAND - A LINE CHANGE OR
      *    DELETE ON A COMPLETED ORDER MOVES ITS SHIPPING WEIGHT,
      *    SO THE FREIGHT ESTIMATE IS REPRICED WITH THE TAX
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
      *    PRODUCT LOCATION STOCK RECORD - ALLOCATION MOVES LAND ON
      *    THE LINE'S LOCATION AND THE PRODMAS TOTAL ALIKE
      *
       COPY PLOCREC.
      *
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
       01  WS-ABSTIME                    PIC S9(15)  COMP.
      *
       COPY ORDSET3.
      *
                           MOVE -1 TO ORDNOL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       WHEN ORD-STATUS-PARTIAL
      *                    PART OF IT HAS LEFT THE DOCK AND BEEN
      *                    BILLED - THE BACKORDER SHIPS OR COMES
      *                    BACK AS A RETURN
                           MOVE 'CANNOT CANCEL - ORDER HAS PART SHIPPED'
                               TO ERROR-TEXT
                           MOVE -1 TO ORDNOL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       WHEN OTHER
                           MOVE '2' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-CANCEL-MAP
       1275-READ-LINE-FOR-ACTION.
      *
      *    A LINE ON A CANCELLED ORDER IS HISTORY, NOT SOMETHING TO
      *    MAINTAIN - THE CANCEL ALREADY GAVE ITS STOCK BACK. ONCE
      *    ANY OF THE ORDER HAS SHIPPED ITS LINES ARE ON AN INVOICE.
      *
           IF ORD-STATUS-CANCELLED OR ORD-STATUS-SHIPPED OR
              ORD-STATUS-PARTIAL
               IF ORD-STATUS-CANCELLED
                   MOVE 'CANNOT CHANGE A CANCELLED ORDER'
                       TO ERROR-TEXT
                   MOVE 'COMPLETE' TO WS-STATUS-TEXT
               WHEN ORD-STATUS-SHIPPED
                   MOVE 'SHIPPED' TO WS-STATUS-TEXT
               WHEN ORD-STATUS-PARTIAL
                   MOVE 'PARTIAL' TO WS-STATUS-TEXT
               WHEN ORD-STATUS-CANCELLED
                   MOVE 'CANCELLED' TO WS-STATUS-TEXT
               WHEN OTHER
               WHEN ORD-STATUS-CANCELLED
                   MOVE 'ORDER IS ALREADY CANCELLED' TO ERROR-TEXT
                   PERFORM 1550-RETURN-TO-KEY-SCREEN
               WHEN ORD-STATUS-SHIPPED OR ORD-STATUS-PARTIAL
                   MOVE 'CANNOT CANCEL A SHIPPED ORDER' TO ERROR-TEXT
                   PERFORM 1550-RETURN-TO-KEY-SCREEN
               WHEN OTHER
               WHEN ORD-STATUS-CANCELLED
                   MOVE 'CANNOT CHANGE A CANCELLED ORDER' TO ERROR-TEXT
                   PERFORM 1550-RETURN-TO-KEY-SCREEN
               WHEN ORD-STATUS-SHIPPED OR ORD-STATUS-PARTIAL
                   MOVE 'CANNOT CHANGE A SHIPPED ORDER' TO ERROR-TEXT
                   PERFORM 1550-RETURN-TO-KEY-SCREEN
               WHEN OTHER
                       PERFORM 1550-RETURN-TO-KEY-SCREEN
                   ELSE
                       PERFORM 3300-EDIT-NEW-QUANTITY
                       IF VALID-DATA AND
                          ORDL-KIT-PRODUCT-CODE NOT = SPACES
                           PERFORM 3350-EDIT-KIT-QUANTITY
                       END-IF
                       IF VALID-DATA
                           PERFORM 3400-APPLY-LINE-CHANGE
                           IF FREIGHT-NOT-RATED
                               MOVE 'ORDER LINE CHANGED - NO FREIGHT '
                                  & 'RATE FOR THIS WEIGHT/ZONE - NOT '
                                  & 'CHARGED' TO ERROR-TEXT
                           ELSE
                               MOVE 'ORDER LINE CHANGED SUCCESSFULLY'
                                   TO ERROR-TEXT
                           END-IF
                           PERFORM 1550-RETURN-TO-KEY-SCREEN
                       ELSE
                           SET SEND-DATAONLY-ALARM TO TRUE
           PERFORM 1460-FORMAT-ORDER-STATUS.
           MOVE WS-STATUS-TEXT TO STATUSO2.
           MOVE ORD-ORDER-TOTAL TO TOTO2.
           IF ORDL-KIT-PRODUCT-CODE NOT = SPACES
               PERFORM 3150-FORMAT-KIT-LINE
               MOVE 'KEY NEW NUMBER OF KITS AND PRESS ENTER'
                   TO INSTRUCTO2
           ELSE
               MOVE CA-LINE-NUMBER TO LINENOO2
               MOVE ORDL-PRODUCT-CODE TO PRODO2
               MOVE ORDL-PRODUCT-DESC TO DESCO2
               MOVE ORDL-QUANTITY TO QTYO2
               MOVE ORDL-UNIT-PRICE TO PRICEO2
               MOVE ORDL-EXTENDED-AMOUNT TO EXTO2
               MOVE 'KEY THE NEW QUANTITY AND PRESS ENTER'
                   TO INSTRUCTO2
           END-IF.
           MOVE -1 TO QTYL2.
      *
           IF ERROR-TEXT NOT = SPACE
           END-EXEC.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
      *
       3150-FORMAT-KIT-LINE.
      *
      *    A KIT COMPONENT LINE IS SHOWN AS ITS KIT - THE KIT'S
      *    FIRST LINE, CODE, DESCRIPTION, NUMBER OF KITS, AND KIT
      *    PRICE - SINCE THE ACTION APPLIES TO THE WHOLE KIT
      *
           MOVE ORDL-KIT-LINE-NUMBER TO LINENOO2.
           MOVE ORDL-KIT-PRODUCT-CODE TO PRODO2.
           MOVE ORDL-KIT-PRODUCT-DESC TO DESCO2.
           MOVE ORDL-KIT-QUANTITY TO QTYO2.
           MOVE ORDL-KIT-UNIT-PRICE TO PRICEO2.
           COMPUTE WS-KIT-GROUP-AMOUNT =
               ORDL-KIT-QUANTITY * ORDL-KIT-UNIT-PRICE.
           MOVE WS-KIT-GROUP-AMOUNT TO EXTO2.
      *
           IF ERROR-TEXT = SPACE OR ERROR-TEXT = LOW-VALUE
               MOVE 'THIS LINE IS PART OF A KIT - THE WHOLE KIT IS '
                 & 'TAKEN TOGETHER'
                   TO ERROR-TEXT
           END-IF.
      *
       3200-RECEIVE-DETAIL-MAP.
      *
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
       3350-EDIT-KIT-QUANTITY.
      *
      *    THE NEW NUMBER OF KITS MUST KEEP EVERY COMPONENT LINE
      *    WITHIN THE LINE QUANTITY LIMIT. THE KEYED LINE IS READ
      *    BACK AFTERWARD FOR THE SCREEN.
      *
           PERFORM 3600-COLLECT-KIT-LINES.
           MOVE QTYI2 TO WS-KIT-GROUP-KITS.
      *
           PERFORM VARYING WS-KIT-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-KIT-GROUP-IDX > WS-KIT-GROUP-COUNT OR
                         NOT VALID-DATA
               MOVE WS-KIT-GROUP-LINE (WS-KIT-GROUP-IDX)
                   TO ORDL-LINE-NUMBER
               PERFORM 3650-READ-KIT-LINE
               IF LINE-FOUND
                   COMPUTE WS-KIT-GROUP-LINE-QTY =
                       WS-KIT-GROUP-QTY-PER * WS-KIT-GROUP-KITS
                   IF WS-KIT-GROUP-LINE-QTY > 99999
                       MOVE SPACES TO ERROR-TEXT
                       STRING 'TOO MANY KITS - COMPONENT '
                                  DELIMITED BY SIZE
                              ORDL-PRODUCT-CODE
                                  DELIMITED BY SPACE
                              ' WOULD EXCEED 99999'
                                  DELIMITED BY SIZE
                           INTO ERROR-TEXT
                       MOVE -1 TO QTYL2
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
           END-PERFORM.
      *
           PERFORM 1350-READ-ORDER-LINE.
      *
       3400-APPLY-LINE-CHANGE.
      *
               PERFORM 1550-RETURN-TO-KEY-SCREEN
           ELSE
               MOVE ORDER-MASTER-RECORD TO AUD-BEFORE-IMAGE
               IF ORDL-KIT-PRODUCT-CODE NOT = SPACES
                   PERFORM 3500-APPLY-KIT-CHANGE
               ELSE
                   MOVE ORDL-QUANTITY TO WS-OLD-QUANTITY
                   MOVE QTYI2 TO ORDL-QUANTITY
                   COMPUTE ORDL-EXTENDED-AMOUNT ROUNDED =
                       ORDL-QUANTITY * ORDL-UNIT-PRICE
                   PERFORM 7200-ADJUST-LINE-ALLOCATION
                   EXEC CICS
                       REWRITE FILE('ORDLINE')
                               FROM(ORDER-LINE-RECORD)
                               RIDFLD(ORDL-KEY)
                   END-EXEC
               END-IF
               PERFORM 7000-RECALC-ORDER-HEADER
               PERFORM 6000-REWRITE-ORDER-HEADER
               MOVE ORDER-MASTER-RECORD TO AUD-AFTER-IMAGE
               SET AUD-ACTION-CHANGE TO TRUE
               PERFORM 9000-WRITE-AUDIT-RECORD
           END-IF.
      *
       3500-APPLY-KIT-CHANGE.
      *
      *    EVERY LINE OF THE KIT MOVES TO THE NEW NUMBER OF KITS
      *    AT ITS OWN QUANTITY PER KIT, EACH ALLOCATION ADJUSTED BY
      *    ITS DELTA THE SAME AS A SINGLE LINE CHANGE
      *
           PERFORM 3600-COLLECT-KIT-LINES.
           MOVE QTYI2 TO WS-KIT-GROUP-KITS.
      *
           PERFORM VARYING WS-KIT-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-KIT-GROUP-IDX > WS-KIT-GROUP-COUNT
               MOVE WS-KIT-GROUP-LINE (WS-KIT-GROUP-IDX)
                   TO ORDL-LINE-NUMBER
               PERFORM 3650-READ-KIT-LINE
               IF LINE-FOUND
                   MOVE ORDL-QUANTITY TO WS-OLD-QUANTITY
                   COMPUTE ORDL-QUANTITY =
                       WS-KIT-GROUP-QTY-PER * WS-KIT-GROUP-KITS
                   MOVE WS-KIT-GROUP-KITS TO ORDL-KIT-QUANTITY
                   COMPUTE ORDL-EXTENDED-AMOUNT ROUNDED =
                       ORDL-QUANTITY * ORDL-UNIT-PRICE
                   PERFORM 7200-ADJUST-LINE-ALLOCATION
                   EXEC CICS
                       REWRITE FILE('ORDLINE')
                               FROM(ORDER-LINE-RECORD)
                               RIDFLD(ORDL-KEY)
                   END-EXEC
               END-IF
           END-PERFORM.
      *
       3600-COLLECT-KIT-LINES.
      *
      *    A KIT'S LINES WERE WRITTEN TOGETHER, SO THEY RUN
      *    UNBROKEN FROM THE KIT'S FIRST LINE NUMBER. THE LINE IN
      *    THE RECORD AREA NAMES THE KIT.
      *
           MOVE ORDL-KIT-LINE-NUMBER TO WS-KIT-GROUP-FIRST.
           MOVE ZERO TO WS-KIT-GROUP-COUNT.
           MOVE 'N' TO END-OF-KIT-SCAN-SW.
           MOVE CA-ORDER-NUMBER TO ORDL-ORDER-NUMBER.
           MOVE WS-KIT-GROUP-FIRST TO ORDL-LINE-NUMBER.
      *
           EXEC CICS
               STARTBR FILE('ORDLINE')
                       RIDFLD(ORDL-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL END-OF-KIT-SCAN
                   EXEC CICS
                       READNEXT FILE('ORDLINE')
                                INTO(ORDER-LINE-RECORD)
                                RIDFLD(ORDL-KEY)
                                RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE = DFHRESP(NORMAL) AND
                      ORDL-ORDER-NUMBER = CA-ORDER-NUMBER AND
                      ORDL-KIT-LINE-NUMBER = WS-KIT-GROUP-FIRST AND
                      ORDL-KIT-PRODUCT-CODE NOT = SPACES AND
                      WS-KIT-GROUP-COUNT < 20
                       ADD 1 TO WS-KIT-GROUP-COUNT
                       SET WS-KIT-GROUP-IDX TO WS-KIT-GROUP-COUNT
                       MOVE ORDL-LINE-NUMBER
                           TO WS-KIT-GROUP-LINE (WS-KIT-GROUP-IDX)
                   ELSE
                       MOVE 'Y' TO END-OF-KIT-SCAN-SW
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('ORDLINE')
               END-EXEC
           END-IF.
      *
       3650-READ-KIT-LINE.
      *
      *    ONE LINE OF THE KIT, ITS NUMBER IN ORDL-LINE-NUMBER, AND
      *    ITS QUANTITY PER KIT FROM THE QUANTITY IT WAS EXPLODED AT
      *
           MOVE CA-ORDER-NUMBER TO ORDL-ORDER-NUMBER.
      *
           EXEC CICS
               READ FILE('ORDLINE')
                    INTO(ORDER-LINE-RECORD)
                    RIDFLD(ORDL-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO LINE-FOUND-SW
               IF ORDL-KIT-QUANTITY > ZERO
                   COMPUTE WS-KIT-GROUP-QTY-PER =
                       ORDL-QUANTITY / ORDL-KIT-QUANTITY
               ELSE
                   MOVE ORDL-QUANTITY TO WS-KIT-GROUP-QTY-PER
               END-IF
           ELSE
               MOVE 'N' TO LINE-FOUND-SW
           END-IF.
      *
       4000-PROCESS-DELETE-LINE.
      *
               WHEN ORD-STATUS-CANCELLED
                   MOVE 'CANNOT CHANGE A CANCELLED ORDER' TO ERROR-TEXT
                   PERFORM 1550-RETURN-TO-KEY-SCREEN
               WHEN ORD-STATUS-SHIPPED OR ORD-STATUS-PARTIAL
                   MOVE 'CANNOT CHANGE A SHIPPED ORDER' TO ERROR-TEXT
                   PERFORM 1550-RETURN-TO-KEY-SCREEN
               WHEN OTHER
           PERFORM 1460-FORMAT-ORDER-STATUS.
           MOVE WS-STATUS-TEXT TO STATUSO2.
           MOVE ORD-ORDER-TOTAL TO TOTO2.
           IF ORDL-KIT-PRODUCT-CODE NOT = SPACES
               PERFORM 3150-FORMAT-KIT-LINE
               MOVE 'PRESS ENTER TO DELETE THE WHOLE KIT'
                   TO INSTRUCTO2
           ELSE
               MOVE CA-LINE-NUMBER TO LINENOO2
               MOVE ORDL-PRODUCT-CODE TO PRODO2
               MOVE ORDL-PRODUCT-DESC TO DESCO2
               MOVE ORDL-QUANTITY TO QTYO2
               MOVE ORDL-UNIT-PRICE TO PRICEO2
               MOVE ORDL-EXTENDED-AMOUNT TO EXTO2
               MOVE 'PRESS ENTER TO CONFIRM THE LINE DELETE'
                   TO INSTRUCTO2
           END-IF.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO2
               PERFORM 1550-RETURN-TO-KEY-SCREEN
           ELSE
               MOVE ORDER-MASTER-RECORD TO AUD-BEFORE-IMAGE
               IF ORDL-KIT-PRODUCT-CODE NOT = SPACES
                   PERFORM 4300-DELETE-KIT-LINES
                   MOVE 'KIT DELETED SUCCESSFULLY' TO ERROR-TEXT
               ELSE
                   PERFORM 7100-RELEASE-LINE-ALLOCATION
                   EXEC CICS
                       DELETE FILE('ORDLINE')
                              RIDFLD(ORDL-KEY)
                   END-EXEC
                   MOVE 'ORDER LINE DELETED SUCCESSFULLY'
                       TO ERROR-TEXT
               END-IF
               PERFORM 7000-RECALC-ORDER-HEADER
               PERFORM 6000-REWRITE-ORDER-HEADER
               MOVE ORDER-MASTER-RECORD TO AUD-AFTER-IMAGE
               SET AUD-ACTION-DELETE TO TRUE
               PERFORM 9000-WRITE-AUDIT-RECORD
               IF FREIGHT-NOT-RATED
                   MOVE 'LINE DELETED - NO FREIGHT RATE FOR THIS '
                      & 'WEIGHT/ZONE - NOT CHARGED' TO ERROR-TEXT
               END-IF
               PERFORM 1550-RETURN-TO-KEY-SCREEN
           END-IF.
      *
       4300-DELETE-KIT-LINES.
      *
      *    A KIT LEAVES THE ORDER WHOLE - EVERY COMPONENT LINE
      *    HANDS ITS ALLOCATION BACK AND IS DELETED
      *
           PERFORM 3600-COLLECT-KIT-LINES.
      *
           PERFORM VARYING WS-KIT-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-KIT-GROUP-IDX > WS-KIT-GROUP-COUNT
               MOVE WS-KIT-GROUP-LINE (WS-KIT-GROUP-IDX)
                   TO ORDL-LINE-NUMBER
               PERFORM 3650-READ-KIT-LINE
               IF LINE-FOUND
                   PERFORM 7100-RELEASE-LINE-ALLOCATION
                   EXEC CICS
                       DELETE FILE('ORDLINE')
                              RIDFLD(ORDL-KEY)
                   END-EXEC
               END-IF
           END-PERFORM.
      *
       6000-REWRITE-ORDER-HEADER.
      *
      *
       7000-RECALC-ORDER-HEADER.
      *
      *    REBUILD THE HEADER'S LINE COUNT, ORDER TOTAL AND
      *    SHIPPING WEIGHT FROM THE LINES ACTUALLY ON FILE, RATHER
      *    THAN INCREMENTING AND DECREMENTING RUNNING TOTALS THAT
      *    COULD DRIFT
      *
           MOVE ZERO TO WS-RECALC-LINE-COUNT.
           MOVE ZERO TO WS-RECALC-ORDER-TOTAL.
           MOVE ZERO TO WS-RECALC-SHIP-WEIGHT.
           MOVE CA-ORDER-NUMBER TO ORDL-ORDER-NUMBER.
           MOVE ZERO TO ORDL-LINE-NUMBER.
           MOVE 'N' TO END-OF-LINE-SCAN-SW.
                       ADD 1 TO WS-RECALC-LINE-COUNT
                       ADD ORDL-EXTENDED-AMOUNT
                           TO WS-RECALC-ORDER-TOTAL
                       PERFORM 7010-ADD-LINE-WEIGHT
                   ELSE
                       MOVE 'Y' TO END-OF-LINE-SCAN-SW
                   END-IF
      *
           MOVE WS-RECALC-LINE-COUNT TO ORD-LINE-COUNT.
           MOVE WS-RECALC-ORDER-TOTAL TO ORD-ORDER-TOTAL.
           MOVE WS-RECALC-SHIP-WEIGHT TO ORD-SHIP-WEIGHT.
      *
      *    AN OPEN ORDER HAS NO TAX OR FREIGHT YET, BUT A COMPLETED
      *    ORDER'S TAX AND FREIGHT WERE FIGURED FROM THE OLD
      *    MERCHANDISE TOTAL AND WEIGHT AND HAVE TO MOVE WITH THEM
      *
           IF ORD-STATUS-COMPLETE
               PERFORM 7050-RECOMPUTE-SALES-TAX
           END-IF.
      *
       7010-ADD-LINE-WEIGHT.
      *
      *    THE LINE'S SHARE OF THE SHIPPING WEIGHT AT THE PRODUCT'S
      *    CURRENT PRODMAS WEIGHT
      *
           MOVE ORDL-PRODUCT-CODE TO PRD-PRODUCT-CODE.
      *
           EXEC CICS
               READ FILE('PRODMAS')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(PRD-PRODUCT-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               COMPUTE WS-RECALC-SHIP-WEIGHT =
                   WS-RECALC-SHIP-WEIGHT +
                   ORDL-QUANTITY * PRD-SHIP-WEIGHT
           END-IF.
      *
       7050-RECOMPUTE-SALES-TAX.
      *
      *    SAME STATE PICK AND RATE LOOKUP AS ORDRENT'S
      *    2700-COMPUTE-SALES-TAX: SHIP-TO STATE WHEN THE ORDER
      *    CARRIES A SHIP-TO SEQUENCE, OTHERWISE THE BILL-TO STATE,
      *    AND NO TAXRATE RECORD MEANS NO TAX. THE FREIGHT IS
      *    REPRICED ON THE NEW WEIGHT AND GOES INTO THE GROSS
      *    UNTAXED.
      *
           MOVE SPACES TO TAX-STATE-CODE.
      *
                       ORD-ORDER-TOTAL * TAX-RATE
               END-IF
           END-IF.
      *
           PERFORM 7060-ESTIMATE-FREIGHT.
      *
           COMPUTE ORD-GROSS-TOTAL =
               ORD-ORDER-TOTAL + ORD-TAX-AMOUNT + ORD-FREIGHT-AMOUNT.
      *
       7060-ESTIMATE-FREIGHT.
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
           MOVE ORD-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
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
                   MOVE ORD-CUSTOMER-NUMBER TO SHIP-CUSTOMER-NUMBER
                   MOVE ORD-SHIP-TO-SEQUENCE TO SHIP-SEQUENCE-NUMBER
                   EXEC CICS
                       READ FILE('CUSTSHIP')
                            INTO(SHIP-TO-RECORD)
                            RIDFLD(SHIP-KEY)
                            RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE = DFHRESP(NORMAL)
                       MOVE SHIP-ZIP-CODE TO WS-FREIGHT-ZIP
                   END-IF
               END-IF
               PERFORM 7070-FIND-ORDER-CARRIER
               MOVE 'N' TO FREIGHT-RATED-SW
               IF CARRIER-FOUND
                   PERFORM 7080-PRICE-FREIGHT
               END-IF
               IF NOT FREIGHT-RATED
                   MOVE 'Y' TO FREIGHT-NOT-RATED-SW
               END-IF
           END-IF.
      *
       7070-FIND-ORDER-CARRIER.
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
       7080-PRICE-FREIGHT.
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
       7020-POINT-AT-LINE-LOCATION.
      *
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE PL-QTY-ON-HAND TO STK-ONHAND-BEFORE
               MOVE PL-QTY-ALLOCATED TO STK-ALLOC-BEFORE
               IF ORDL-QUANTITY > PL-QTY-ALLOCATED
                   MOVE ZERO TO PL-QTY-ALLOCATED
               ELSE
                           FROM(PRODUCT-LOCATION-RECORD)
                           RIDFLD(PL-KEY)
               END-EXEC
               SET STK-MOVE-RELEASE TO TRUE
               PERFORM 7150-SET-LINE-SOURCE
               PERFORM 9200-WRITE-STOCK-MOVEMENT
           END-IF.
      *
           MOVE ORDL-PRODUCT-CODE TO PRD-PRODUCT-CODE.
                           RIDFLD(PRD-PRODUCT-CODE)
               END-EXEC
           END-IF.
      *
       7150-SET-LINE-SOURCE.
      *
           SET STK-SOURCE-ORDER TO TRUE.
           MOVE ORDL-ORDER-NUMBER TO STK-SOURCE-NUMBER.
           MOVE ORDL-LINE-NUMBER TO STK-SOURCE-LINE.
      *
       7200-ADJUST-LINE-ALLOCATION.
      *
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO LOCATION-FOUND-SW
               MOVE PL-QTY-ON-HAND TO STK-ONHAND-BEFORE
               MOVE PL-QTY-ALLOCATED TO STK-ALLOC-BEFORE
               IF WS-OLD-QUANTITY > PL-QTY-ALLOCATED
                   MOVE ZERO TO PL-QTY-ALLOCATED
               ELSE
                           FROM(PRODUCT-LOCATION-RECORD)
                           RIDFLD(PL-KEY)
               END-EXEC
      *        THE LEDGER CARRIES THE NET CHANGE AS ONE MOVEMENT
               IF ORDL-QUANTITY > WS-OLD-QUANTITY
                   SET STK-MOVE-ALLOCATE TO TRUE
               ELSE
                   SET STK-MOVE-RELEASE TO TRUE
               END-IF
               PERFORM 7150-SET-LINE-SOURCE
               PERFORM 9200-WRITE-STOCK-MOVEMENT
           ELSE
               MOVE 'N' TO LOCATION-FOUND-SW
           END-IF.
               WRITE FILE('CUSTAUD')
                     FROM(AUDIT-RECORD)
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
