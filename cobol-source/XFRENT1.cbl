       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  XFRENT1.
      *
      ************************************************************
      * STOCK TRANSFER PROGRAM (XFR1 TRANSACTION)                *
      *                                                          *
      * STOCK MOVED BETWEEN BUILDINGS USED TO BE TWO PRODMNT1    *
      * ACTION 5 POSTINGS - ONE BUILDING KEYED ITS ON-HAND DOWN, *
      * THE OTHER KEYED ITS ON-HAND UP WHENEVER SOMEBODY GOT TO  *
      * IT, AND WHATEVER FELL OFF THE TRUCK WAS NEVER SEEN.      *
      * A TRANSFER NOW GOES THROUGH TWO STEPS ON THIS SCREEN:    *
      *   ACTION CODE 1 = SHIP - THE SENDING BUILDING KEYS THE   *
      *     PRODUCT, FROM AND TO LOCATIONS, AND QUANTITY. THE    *
      *     QUANTITY COMES OFF THE FROM-LOCATION'S PRDLOC        *
      *     ON-HAND AND THE PRODMAS TOTAL, AND IS HELD AS        *
      *     IN-TRANSIT ON THE TO-LOCATION'S PRDLOC RECORD. AN    *
      *     XFRMAS RECORD IS WRITTEN UNDER THE NEXT XFRCTL       *
      *     TRANSFER NUMBER - THE NIGHTLY XFRPRT1 RUN PRINTS     *
      *     THE TRANSFER TICKET THAT TRAVELS WITH THE GOODS.     *
      *   ACTION CODE 2 = RECEIVE - THE RECEIVING BUILDING KEYS  *
      *     THE TRANSFER NUMBER OFF THE TICKET AND THE QUANTITY  *
      *     THAT ACTUALLY ARRIVED. THE FULL SHIPPED QUANTITY     *
      *     COMES OUT OF IN-TRANSIT, WHAT ARRIVED GOES ON THE    *
      *     TO-LOCATION'S ON-HAND AND THE PRODMAS TOTAL, AND ANY *
      *     SHORTFALL STAYS ON THE TRANSFER RECORD.              *
      * BOTH LOCATIONS MUST BE ACTIVE ON THE LOCMAS LOCATION     *
      * MASTER, AND A BUILDING CAN ONLY SHIP WHAT IT HAS         *
      * AVAILABLE (ON-HAND LESS ALLOCATED). XFRRPT1 LISTS THE    *
      * TRANSFERS STILL IN TRANSIT.                              *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  VALID-DATA-SW             PIC X       VALUE 'Y'.
               88  VALID-DATA                        VALUE 'Y'.
           05  PRODUCT-FOUND-SW          PIC X       VALUE 'Y'.
               88  PRODUCT-FOUND                     VALUE 'Y'.
           05  TRANSFER-FOUND-SW         PIC X       VALUE 'Y'.
               88  TRANSFER-FOUND                    VALUE 'Y'.
           05  LOCMAS-FOUND-SW           PIC X       VALUE 'Y'.
               88  LOCMAS-FOUND                      VALUE 'Y'.
      *
       01  FLAGS.
           05  SEND-FLAG                 PIC X.
               88  SEND-ERASE                        VALUE '1'.
               88  SEND-DATAONLY                     VALUE '2'.
               88  SEND-DATAONLY-ALARM               VALUE '3'.
      *
       01  COMMUNICATION-AREA.
           05  CA-CONTEXT-FLAG           PIC X.
               88  PROCESS-KEY-MAP                   VALUE '1'.
               88  PROCESS-SHIP-TRANSFER             VALUE '2'.
               88  PROCESS-RECEIVE-TRANSFER          VALUE '3'.
           05  CA-TRANSFER-NUMBER        PIC 9(8).
      *
       01  RESPONSE-CODE                 PIC S9(8)   COMP.
      *
       01  ERROR-MESSAGE-LINE.
           05  ERROR-TEXT                PIC X(78).
      *
       01  WS-ABSTIME                    PIC S9(15)  COMP.
       01  WS-DATE-FIELD                 PIC X(8).
      *
       01  WS-TRANSFER-QTY               PIC 9(7)    VALUE ZERO.
       01  WS-RECEIVED-QTY               PIC 9(7)    VALUE ZERO.
       01  WS-SHORT-QTY                  PIC 9(7)    VALUE ZERO.
       01  WS-AVAILABLE-QTY              PIC S9(8)   COMP VALUE ZERO.
       01  WS-FROM-LOCATION              PIC X(3)    VALUE SPACES.
       01  WS-TO-LOCATION                PIC X(3)    VALUE SPACES.
      *
       01  WS-TRANSFER-MESSAGE.
           05  FILLER                    PIC X(9)    VALUE 'TRANSFER '.
           05  TM-TRANSFER-NUMBER        PIC 9(8)    VALUE ZERO.
           05  FILLER                    PIC X       VALUE SPACE.
           05  TM-TEXT                   PIC X(30)   VALUE SPACES.
           05  TM-SHORT-QTY              PIC Z,ZZZ,ZZ9 VALUE SPACES.
      *
      *    STOCK TRANSFER RECORD
      *
       COPY XFRREC.
      *
      *    TRANSFER CONTROL RECORD - HANDS OUT THE NEXT NUMBER
      *
       COPY TCTLREC.
      *
      *    PRODUCT MASTER RECORD - THE COMPANY TOTAL MOVES WITH
      *    THE BUILDINGS
      *
       COPY PRODREC.
      *
      *    PRODUCT LOCATION STOCK RECORD - ONE FOR EACH END OF THE
      *    TRANSFER
      *
       COPY PLOCREC.
      *
      *    LOCATION MASTER - BOTH BUILDINGS MUST BE ON FILE AND
      *    ACTIVE
      *
       COPY LOCREC.
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
       COPY XFRSET1.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           05  DFHCOMMAREA-DATA          PIC X(9).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-STOCK-TRANSFER.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO XFRMAP1O
                   MOVE -1 TO ACTIONL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO XFRMAP1O
                   MOVE -1 TO ACTIONL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   EXEC CICS
                       XCTL PROGRAM('INVMENU')
                   END-EXEC
      *
               WHEN PROCESS-KEY-MAP
                   PERFORM 1000-PROCESS-KEY-MAP
      *
               WHEN PROCESS-SHIP-TRANSFER
                   PERFORM 2000-PROCESS-SHIP-TRANSFER
      *
               WHEN PROCESS-RECEIVE-TRANSFER
                   PERFORM 3000-PROCESS-RECEIVE-TRANSFER
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO XFRMAP1O
                   MOVE -1 TO ACTIONL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('XFR1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-KEY-MAP.
      *
      *    FIRST SCREEN - SHIP A NEW TRANSFER OR RECEIVE ONE
      *
           PERFORM 1100-RECEIVE-KEY-MAP.
           PERFORM 1200-EDIT-KEY-DATA.
      *
           IF VALID-DATA
               EVALUATE ACTIONI
                   WHEN '1'
                       MOVE ZERO TO CA-TRANSFER-NUMBER
                       MOVE '2' TO CA-CONTEXT-FLAG
                       PERFORM 2100-SEND-SHIP-MAP
                   WHEN '2'
                       PERFORM 1300-READ-TRANSFER-RECORD
                       IF TRANSFER-FOUND
                           MOVE '3' TO CA-CONTEXT-FLAG
                           PERFORM 3100-SEND-RECEIVE-MAP
                       ELSE
                           MOVE -1 TO XFRNOL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       END-IF
               END-EVALUATE
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-KEY-MAP
           END-IF.
      *
       1100-RECEIVE-KEY-MAP.
      *
           EXEC CICS
               RECEIVE MAP('XFRMAP1')
                       MAPSET('XFRSET1')
                       INTO(XFRMAP1I)
           END-EXEC.
      *
           INSPECT XFRNOI REPLACING ALL '_' BY SPACE.
      *
       1200-EDIT-KEY-DATA.
      *
      *    A NEW TRANSFER TAKES ITS NUMBER FROM XFRCTL WHEN IT IS
      *    POSTED, SO ONLY A RECEIPT NEEDS ONE KEYED
      *
           MOVE 'Y' TO VALID-DATA-SW.
      *
           EVALUATE TRUE
               WHEN ACTIONL = ZERO OR ACTIONI = SPACE
                   MOVE 'ACTION CODE IS REQUIRED' TO ERROR-TEXT
                   MOVE -1 TO ACTIONL
                   MOVE 'N' TO VALID-DATA-SW
               WHEN ACTIONI NOT = '1' AND ACTIONI NOT = '2'
                   MOVE 'ACTION MUST BE 1 (SHIP) OR 2 (RECEIVE)'
                       TO ERROR-TEXT
                   MOVE -1 TO ACTIONL
                   MOVE 'N' TO VALID-DATA-SW
               WHEN ACTIONI = '1'
                   CONTINUE
               WHEN XFRNOL = ZERO OR XFRNOI = SPACE OR
                    XFRNOI IS NOT NUMERIC
                   MOVE 'PLEASE ENTER A NUMERIC TRANSFER NUMBER'
                       TO ERROR-TEXT
                   MOVE -1 TO XFRNOL
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   MOVE XFRNOI TO CA-TRANSFER-NUMBER
           END-EVALUATE.
      *
       1300-READ-TRANSFER-RECORD.
      *
           MOVE CA-TRANSFER-NUMBER TO XFR-TRANSFER-NUMBER.
      *
           EXEC CICS
               READ FILE('XFRMAS')
                    INTO(STOCK-TRANSFER-RECORD)
                    RIDFLD(XFR-TRANSFER-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'N' TO TRANSFER-FOUND-SW
                   MOVE 'TRANSFER NOT FOUND' TO ERROR-TEXT
               WHEN XFR-STATUS-RECEIVED
                   MOVE 'N' TO TRANSFER-FOUND-SW
                   MOVE 'TRANSFER HAS ALREADY BEEN RECEIVED'
                       TO ERROR-TEXT
               WHEN OTHER
                   MOVE 'Y' TO TRANSFER-FOUND-SW
           END-EVALUATE.
      *
       1500-SEND-KEY-MAP.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO
           END-IF.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('XFRMAP1')
                            MAPSET('XFRSET1')
                            FROM(XFRMAP1O)
                            ERASE
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('XFRMAP1')
                            MAPSET('XFRSET1')
                            FROM(XFRMAP1O)
                            DATAONLY
                            ALARM
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('XFRMAP1')
                            MAPSET('XFRSET1')
                            FROM(XFRMAP1O)
                            DATAONLY
                            CURSOR
                   END-EXEC
           END-EVALUATE.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
           MOVE SPACE TO XFRMAP1O.
      *
       2000-PROCESS-SHIP-TRANSFER.
      *
      *    SECOND SCREEN - THE SENDING BUILDING KEYED THE TRANSFER
      *
           PERFORM 2200-RECEIVE-SHIP-MAP.
           PERFORM 2300-EDIT-SHIP-DATA.
      *
           IF VALID-DATA
               PERFORM 2400-POST-SHIP-TRANSFER
               MOVE XFR-TRANSFER-NUMBER TO TM-TRANSFER-NUMBER
               MOVE 'SHIPPED - NOW IN TRANSIT' TO TM-TEXT
               MOVE WS-TRANSFER-MESSAGE TO ERROR-TEXT
               MOVE LOW-VALUE TO XFRMAP1O
               MOVE -1 TO ACTIONL
               SET SEND-ERASE TO TRUE
               MOVE '1' TO CA-CONTEXT-FLAG
               PERFORM 1500-SEND-KEY-MAP
           ELSE
               PERFORM 2600-SEND-SHIP-DATAONLY
           END-IF.
      *
       2100-SEND-SHIP-MAP.
      *
           MOVE LOW-VALUE TO XFRMAP2O.
           MOVE 'NEW' TO XFRNOO2.
           MOVE 'KEY PRODUCT, FROM AND TO LOCATIONS, QUANTITY'
               TO INSTRUCTO2.
           MOVE -1 TO PRODL2.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO2
           END-IF.
      *
           EXEC CICS
               SEND MAP('XFRMAP2')
                    MAPSET('XFRSET1')
                    FROM(XFRMAP2O)
                    ERASE
                    CURSOR
           END-EXEC.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
      *
       2200-RECEIVE-SHIP-MAP.
      *
           EXEC CICS
               RECEIVE MAP('XFRMAP2')
                       MAPSET('XFRSET1')
                       INTO(XFRMAP2I)
           END-EXEC.
      *
           INSPECT PRODI2 REPLACING ALL '_' BY SPACE.
           INSPECT FLOCI2 REPLACING ALL '_' BY SPACE.
           INSPECT TLOCI2 REPLACING ALL '_' BY SPACE.
           INSPECT XQTYI2 REPLACING ALL '_' BY SPACE.
      *
       2300-EDIT-SHIP-DATA.
      *
      *    THE TRANSFER IS CHECKED TOP TO BOTTOM AND STOPS AT THE
      *    FIRST BAD FIELD, THE SAME WAY THE ORDER LINE SCREEN
      *    EDITS. NEITHER LOCATION DEFAULTS - A TRANSFER BETWEEN
      *    TWO BUILDINGS HAS TO SAY WHICH TWO.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE SPACES TO PDESCO2.
           MOVE ZERO TO WS-AVAILABLE-QTY.
      *
           IF PRODL2 = ZERO OR PRODI2 = SPACE
               MOVE 'PLEASE ENTER A PRODUCT CODE' TO ERROR-TEXT
               MOVE -1 TO PRODL2
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               MOVE PRODI2 TO PRD-PRODUCT-CODE
               PERFORM 2310-READ-PRODUCT-RECORD
               IF PRODUCT-FOUND
                   MOVE PRD-PRODUCT-DESC TO PDESCO2
               ELSE
                   MOVE 'PRODUCT CODE NOT ON PRODUCT MASTER'
                       TO ERROR-TEXT
                   MOVE -1 TO PRODL2
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
           IF VALID-DATA
               IF FLOCL2 = ZERO OR FLOCI2 = SPACE
                   MOVE 'PLEASE ENTER THE FROM LOCATION' TO ERROR-TEXT
                   MOVE -1 TO FLOCL2
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE FLOCI2 TO WS-FROM-LOCATION
                   MOVE WS-FROM-LOCATION TO LOC-LOCATION-CODE
                   PERFORM 2350-READ-LOCATION-MASTER
                   EVALUATE TRUE
                       WHEN NOT LOCMAS-FOUND
                           MOVE 'FROM LOCATION NOT ON LOCATION MASTER'
                               TO ERROR-TEXT
                           MOVE -1 TO FLOCL2
                           MOVE 'N' TO VALID-DATA-SW
                       WHEN LOC-STATUS-INACTIVE
                           MOVE 'FROM LOCATION IS INACTIVE'
                               TO ERROR-TEXT
                           MOVE -1 TO FLOCL2
                           MOVE 'N' TO VALID-DATA-SW
                   END-EVALUATE
               END-IF
           END-IF.
      *
           IF VALID-DATA
               IF TLOCL2 = ZERO OR TLOCI2 = SPACE
                   MOVE 'PLEASE ENTER THE TO LOCATION' TO ERROR-TEXT
                   MOVE -1 TO TLOCL2
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE TLOCI2 TO WS-TO-LOCATION
                   MOVE WS-TO-LOCATION TO LOC-LOCATION-CODE
                   PERFORM 2350-READ-LOCATION-MASTER
                   EVALUATE TRUE
                       WHEN WS-TO-LOCATION = WS-FROM-LOCATION
                           MOVE 'FROM AND TO LOCATIONS MUST DIFFER'
                               TO ERROR-TEXT
                           MOVE -1 TO TLOCL2
                           MOVE 'N' TO VALID-DATA-SW
                       WHEN NOT LOCMAS-FOUND
                           MOVE 'TO LOCATION NOT ON LOCATION MASTER'
                               TO ERROR-TEXT
                           MOVE -1 TO TLOCL2
                           MOVE 'N' TO VALID-DATA-SW
                       WHEN LOC-STATUS-INACTIVE
                           MOVE 'TO LOCATION IS INACTIVE'
                               TO ERROR-TEXT
                           MOVE -1 TO TLOCL2
                           MOVE 'N' TO VALID-DATA-SW
                   END-EVALUATE
               END-IF
           END-IF.
      *
      *    THE SENDING BUILDING CAN ONLY SHIP STOCK NOBODY HAS
      *    CLAIMED - ON-HAND LESS WHAT OPEN ORDERS HAVE ALLOCATED
      *
           IF VALID-DATA
               MOVE PRD-PRODUCT-CODE TO PL-PRODUCT-CODE
               MOVE WS-FROM-LOCATION TO PL-LOCATION-CODE
               EXEC CICS
                   READ FILE('PRDLOC')
                        INTO(PRODUCT-LOCATION-RECORD)
                        RIDFLD(PL-KEY)
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(NORMAL)
                   COMPUTE WS-AVAILABLE-QTY =
                       PL-QTY-ON-HAND - PL-QTY-ALLOCATED
                   IF WS-AVAILABLE-QTY < ZERO
                       MOVE ZERO TO WS-AVAILABLE-QTY
                   END-IF
               ELSE
                   MOVE 'PRODUCT IS NOT STOCKED AT THE FROM LOCATION'
                       TO ERROR-TEXT
                   MOVE -1 TO FLOCL2
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
           IF VALID-DATA
               IF XQTYL2 = ZERO OR XQTYI2 = SPACE OR
                  XQTYI2 IS NOT NUMERIC
                   MOVE 'PLEASE ENTER A NUMERIC QUANTITY' TO ERROR-TEXT
                   MOVE -1 TO XQTYL2
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE XQTYI2 TO WS-TRANSFER-QTY
                   EVALUATE TRUE
                       WHEN WS-TRANSFER-QTY = ZERO
                           MOVE 'QUANTITY MUST BE GREATER THAN ZERO'
                               TO ERROR-TEXT
                           MOVE -1 TO XQTYL2
                           MOVE 'N' TO VALID-DATA-SW
                       WHEN WS-TRANSFER-QTY > WS-AVAILABLE-QTY
                           MOVE 'QUANTITY EXCEEDS WHAT THE FROM '
                             & 'LOCATION HAS AVAILABLE'
                               TO ERROR-TEXT
                           MOVE -1 TO XQTYL2
                           MOVE 'N' TO VALID-DATA-SW
                   END-EVALUATE
               END-IF
           END-IF.
      *
       2310-READ-PRODUCT-RECORD.
      *
           EXEC CICS
               READ FILE('PRODMAS')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(PRD-PRODUCT-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO PRODUCT-FOUND-SW
           ELSE
               MOVE 'N' TO PRODUCT-FOUND-SW
           END-IF.
      *
       2350-READ-LOCATION-MASTER.
      *
           EXEC CICS
               READ FILE('LOCMAS')
                    INTO(LOCATION-MASTER-RECORD)
                    RIDFLD(LOC-LOCATION-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO LOCMAS-FOUND-SW
           ELSE
               MOVE 'N' TO LOCMAS-FOUND-SW
           END-IF.
      *
       2400-POST-SHIP-TRANSFER.
      *
           PERFORM 2410-GET-NEXT-TRANSFER-NUMBER.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-DATE-FIELD)
           END-EXEC.
      *
           PERFORM 2420-RELIEVE-FROM-LOCATION.
           PERFORM 2430-HOLD-IN-TRANSIT.
      *
           MOVE TCTL-NEXT-TRANSFER-NUMBER TO XFR-TRANSFER-NUMBER.
           MOVE PRD-PRODUCT-CODE TO XFR-PRODUCT-CODE.
           MOVE WS-FROM-LOCATION TO XFR-FROM-LOCATION.
           MOVE WS-TO-LOCATION TO XFR-TO-LOCATION.
           MOVE WS-TRANSFER-QTY TO XFR-QTY-SHIPPED.
           MOVE ZERO TO XFR-QTY-RECEIVED.
           SET XFR-STATUS-IN-TRANSIT TO TRUE.
           MOVE WS-DATE-FIELD TO XFR-SHIP-DATE.
           MOVE EIBOPID TO XFR-SHIP-OPID.
           MOVE ZERO TO XFR-RECEIVE-DATE.
           MOVE SPACES TO XFR-RECEIVE-OPID.
      *
           EXEC CICS
               WRITE FILE('XFRMAS')
                     FROM(STOCK-TRANSFER-RECORD)
                     RIDFLD(XFR-TRANSFER-NUMBER)
           END-EXEC.
      *
       2410-GET-NEXT-TRANSFER-NUMBER.
      *
           EXEC CICS
               READ FILE('XFRCTL')
                    INTO(TRANSFER-CONTROL-RECORD)
                    RIDFLD(TCTL-RECORD-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               ADD 1 TO TCTL-NEXT-TRANSFER-NUMBER
               EXEC CICS
                   REWRITE FILE('XFRCTL')
                           FROM(TRANSFER-CONTROL-RECORD)
               END-EXEC
           ELSE
      *        CONTROL RECORD IS MISSING (FIRST RUN) - SEED IT SO
      *        THE NEXT TRANSFER DOES NOT HAND OUT "1" AGAIN
               MOVE 'XFRNO ' TO TCTL-RECORD-KEY
               MOVE 1 TO TCTL-NEXT-TRANSFER-NUMBER
               EXEC CICS
                   WRITE FILE('XFRCTL')
                         FROM(TRANSFER-CONTROL-RECORD)
                         RIDFLD(TCTL-RECORD-KEY)
               END-EXEC
           END-IF.
      *
       2420-RELIEVE-FROM-LOCATION.
      *
      *    THE GOODS LEAVE THE SENDING BUILDING AND THE COMPANY
      *    TOTAL TOGETHER - WHILE THEY ARE ON THE TRUCK NEITHER
      *    BUILDING CAN SELL THEM. THE SENDING BUILDING'S LEDGER
      *    SHOWS A TRANSFER OUT; THE RECEIVING BUILDING'S SHOWS
      *    THE TRANSFER IN WHEN IT CONFIRMS WHAT ARRIVED, SINCE
      *    IN-TRANSIT STOCK IS NOT PART OF ITS ON-HAND.
      *
           MOVE PRD-PRODUCT-CODE TO PL-PRODUCT-CODE.
           MOVE WS-FROM-LOCATION TO PL-LOCATION-CODE.
      *
           EXEC CICS
               READ FILE('PRDLOC')
                    INTO(PRODUCT-LOCATION-RECORD)
                    RIDFLD(PL-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE PL-QTY-ON-HAND TO STK-ONHAND-BEFORE
               MOVE PL-QTY-ALLOCATED TO STK-ALLOC-BEFORE
               IF WS-TRANSFER-QTY > PL-QTY-ON-HAND
                   MOVE ZERO TO PL-QTY-ON-HAND
               ELSE
                   SUBTRACT WS-TRANSFER-QTY FROM PL-QTY-ON-HAND
               END-IF
               EXEC CICS
                   REWRITE FILE('PRDLOC')
                           FROM(PRODUCT-LOCATION-RECORD)
               END-EXEC
               SET STK-MOVE-TRANSFER-OUT TO TRUE
               MOVE TCTL-NEXT-TRANSFER-NUMBER TO STK-SOURCE-NUMBER
               PERFORM 9150-SET-TRANSFER-SOURCE
               PERFORM 9200-WRITE-STOCK-MOVEMENT
           END-IF.
      *
           EXEC CICS
               READ FILE('PRODMAS')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(PRD-PRODUCT-CODE)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-TRANSFER-QTY > PRD-QTY-ON-HAND
                   MOVE ZERO TO PRD-QTY-ON-HAND
               ELSE
                   SUBTRACT WS-TRANSFER-QTY FROM PRD-QTY-ON-HAND
               END-IF
               EXEC CICS
                   REWRITE FILE('PRODMAS')
                           FROM(PRODUCT-MASTER-RECORD)
                           RIDFLD(PRD-PRODUCT-CODE)
               END-EXEC
           END-IF.
      *
       2430-HOLD-IN-TRANSIT.
      *
      *    A BUILDING THAT HAS NEVER STOCKED THE PRODUCT GETS ITS
      *    PRDLOC RECORD OPENED HERE, ON ZERO ON-HAND, SO THE
      *    IN-TRANSIT QUANTITY HAS SOMEWHERE TO SIT
      *
           MOVE PRD-PRODUCT-CODE TO PL-PRODUCT-CODE.
           MOVE WS-TO-LOCATION TO PL-LOCATION-CODE.
      *
           EXEC CICS
               READ FILE('PRDLOC')
                    INTO(PRODUCT-LOCATION-RECORD)
                    RIDFLD(PL-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               ADD WS-TRANSFER-QTY TO PL-QTY-IN-TRANSIT
               EXEC CICS
                   REWRITE FILE('PRDLOC')
                           FROM(PRODUCT-LOCATION-RECORD)
               END-EXEC
           ELSE
               MOVE PRD-PRODUCT-CODE TO PL-PRODUCT-CODE
               MOVE WS-TO-LOCATION TO PL-LOCATION-CODE
               MOVE ZERO TO PL-QTY-ON-HAND
               MOVE ZERO TO PL-QTY-ALLOCATED
               MOVE WS-TRANSFER-QTY TO PL-QTY-IN-TRANSIT
               EXEC CICS
                   WRITE FILE('PRDLOC')
                         FROM(PRODUCT-LOCATION-RECORD)
                         RIDFLD(PL-KEY)
               END-EXEC
           END-IF.
      *
       2600-SEND-SHIP-DATAONLY.
      *
      *    ON A VALIDATION FAILURE, ECHO BACK WHAT THE OPERATOR
      *    JUST TYPED, WITH THE FROM LOCATION'S AVAILABLE QUANTITY
      *    ONCE IT IS KNOWN
      *
           MOVE PRODI2 TO PRODO2.
           MOVE FLOCI2 TO FLOCO2.
           MOVE TLOCI2 TO TLOCO2.
           MOVE XQTYI2 TO XQTYO2.
           MOVE WS-AVAILABLE-QTY TO AVAILO2.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO2
           END-IF.
      *
           EXEC CICS
               SEND MAP('XFRMAP2')
                    MAPSET('XFRSET1')
                    FROM(XFRMAP2O)
                    DATAONLY
                    ALARM
                    CURSOR
           END-EXEC.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
           MOVE SPACE TO XFRMAP2O.
           MOVE 'Y' TO VALID-DATA-SW.
      *
       3000-PROCESS-RECEIVE-TRANSFER.
      *
      *    THIRD SCREEN - THE RECEIVING BUILDING KEYED WHAT ARRIVED.
      *    THE TRANSFER IS RE-READ RATHER THAN TRUSTED FROM THE
      *    EARLIER TASK - SOMEBODY ELSE MAY HAVE RECEIVED IT SINCE.
      *
           PERFORM 3200-RECEIVE-RECEIPT-MAP.
           PERFORM 1300-READ-TRANSFER-RECORD.
      *
           IF NOT TRANSFER-FOUND
               MOVE LOW-VALUE TO XFRMAP1O
               MOVE -1 TO ACTIONL
               SET SEND-ERASE TO TRUE
               MOVE '1' TO CA-CONTEXT-FLAG
               PERFORM 1500-SEND-KEY-MAP
           ELSE
               PERFORM 3300-EDIT-RECEIPT-DATA
               IF VALID-DATA
                   PERFORM 3400-POST-TRANSFER-RECEIPT
                   MOVE XFR-TRANSFER-NUMBER TO TM-TRANSFER-NUMBER
                   IF WS-SHORT-QTY > ZERO
                       MOVE 'RECEIVED - SHORT BY' TO TM-TEXT
                       MOVE WS-SHORT-QTY TO TM-SHORT-QTY
                   ELSE
                       MOVE 'RECEIVED IN FULL' TO TM-TEXT
                   END-IF
                   MOVE WS-TRANSFER-MESSAGE TO ERROR-TEXT
                   MOVE LOW-VALUE TO XFRMAP1O
                   MOVE -1 TO ACTIONL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
               ELSE
                   PERFORM 3600-SEND-RECEIPT-DATAONLY
               END-IF
           END-IF.
      *
       3100-SEND-RECEIVE-MAP.
      *
           MOVE XFR-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           PERFORM 2310-READ-PRODUCT-RECORD.
           IF NOT PRODUCT-FOUND
               MOVE '** PRODUCT NOT ON FILE **' TO PRD-PRODUCT-DESC
           END-IF.
      *
           MOVE LOW-VALUE TO XFRMAP3O.
           MOVE XFR-TRANSFER-NUMBER TO XFRNOO3.
           MOVE XFR-PRODUCT-CODE TO PRODO3.
           MOVE PRD-PRODUCT-DESC TO PDESCO3.
           MOVE XFR-FROM-LOCATION TO FLOCO3.
           MOVE XFR-TO-LOCATION TO TLOCO3.
           MOVE XFR-SHIP-DATE TO SHPDTO3.
           MOVE XFR-QTY-SHIPPED TO SHPQO3.
           MOVE 'KEY THE QUANTITY THAT ACTUALLY ARRIVED'
               TO INSTRUCTO3.
           MOVE -1 TO RCVQL3.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO3
           END-IF.
      *
           EXEC CICS
               SEND MAP('XFRMAP3')
                    MAPSET('XFRSET1')
                    FROM(XFRMAP3O)
                    ERASE
                    CURSOR
           END-EXEC.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
      *
       3200-RECEIVE-RECEIPT-MAP.
      *
           EXEC CICS
               RECEIVE MAP('XFRMAP3')
                       MAPSET('XFRSET1')
                       INTO(XFRMAP3I)
           END-EXEC.
      *
           INSPECT RCVQI3 REPLACING ALL '_' BY SPACE.
      *
       3300-EDIT-RECEIPT-DATA.
      *
      *    ZERO IS A LEGAL ANSWER - THE WHOLE SHIPMENT NEVER SHOWED
      *    UP - BUT MORE THAN WAS SHIPPED IS NOT. AN OVERAGE MEANS
      *    THE TICKET IS WRONG AND IS SORTED OUT WITH A COUNT.
      *
           MOVE 'Y' TO VALID-DATA-SW.
      *
           IF RCVQL3 = ZERO OR RCVQI3 = SPACE OR
              RCVQI3 IS NOT NUMERIC
               MOVE 'PLEASE ENTER A NUMERIC QUANTITY' TO ERROR-TEXT
               MOVE -1 TO RCVQL3
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               MOVE RCVQI3 TO WS-RECEIVED-QTY
               IF WS-RECEIVED-QTY > XFR-QTY-SHIPPED
                   MOVE 'QUANTITY EXCEEDS WHAT WAS SHIPPED'
                       TO ERROR-TEXT
                   MOVE -1 TO RCVQL3
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
       3400-POST-TRANSFER-RECEIPT.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-DATE-FIELD)
           END-EXEC.
      *
           EXEC CICS
               READ FILE('XFRMAS')
                    INTO(STOCK-TRANSFER-RECORD)
                    RIDFLD(XFR-TRANSFER-NUMBER)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           MOVE WS-RECEIVED-QTY TO XFR-QTY-RECEIVED.
           SET XFR-STATUS-RECEIVED TO TRUE.
           MOVE WS-DATE-FIELD TO XFR-RECEIVE-DATE.
           MOVE EIBOPID TO XFR-RECEIVE-OPID.
           COMPUTE WS-SHORT-QTY =
               XFR-QTY-SHIPPED - XFR-QTY-RECEIVED.
      *
           EXEC CICS
               REWRITE FILE('XFRMAS')
                       FROM(STOCK-TRANSFER-RECORD)
           END-EXEC.
      *
           PERFORM 3420-LAND-AT-TO-LOCATION.
      *
       3420-LAND-AT-TO-LOCATION.
      *
      *    THE WHOLE SHIPPED QUANTITY COMES OUT OF IN-TRANSIT - THE
      *    SHORTFALL IS GONE, NOT STILL ON ITS WAY - AND WHAT
      *    ARRIVED GOES ON THE SHELF AND THE COMPANY TOTAL
      *
           MOVE XFR-PRODUCT-CODE TO PL-PRODUCT-CODE.
           MOVE XFR-TO-LOCATION TO PL-LOCATION-CODE.
      *
           EXEC CICS
               READ FILE('PRDLOC')
                    INTO(PRODUCT-LOCATION-RECORD)
                    RIDFLD(PL-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE PL-QTY-ON-HAND TO STK-ONHAND-BEFORE
               MOVE PL-QTY-ALLOCATED TO STK-ALLOC-BEFORE
               IF XFR-QTY-SHIPPED > PL-QTY-IN-TRANSIT
                   MOVE ZERO TO PL-QTY-IN-TRANSIT
               ELSE
                   SUBTRACT XFR-QTY-SHIPPED FROM PL-QTY-IN-TRANSIT
               END-IF
               ADD WS-RECEIVED-QTY TO PL-QTY-ON-HAND
               EXEC CICS
                   REWRITE FILE('PRDLOC')
                           FROM(PRODUCT-LOCATION-RECORD)
               END-EXEC
           ELSE
               MOVE XFR-PRODUCT-CODE TO PL-PRODUCT-CODE
               MOVE XFR-TO-LOCATION TO PL-LOCATION-CODE
               MOVE WS-RECEIVED-QTY TO PL-QTY-ON-HAND
               MOVE ZERO TO PL-QTY-ALLOCATED
               MOVE ZERO TO PL-QTY-IN-TRANSIT
               MOVE ZERO TO STK-ONHAND-BEFORE
               MOVE ZERO TO STK-ALLOC-BEFORE
               EXEC CICS
                   WRITE FILE('PRDLOC')
                         FROM(PRODUCT-LOCATION-RECORD)
                         RIDFLD(PL-KEY)
               END-EXEC
           END-IF.
      *
           SET STK-MOVE-TRANSFER-IN TO TRUE.
           MOVE XFR-TRANSFER-NUMBER TO STK-SOURCE-NUMBER.
           PERFORM 9150-SET-TRANSFER-SOURCE.
           PERFORM 9200-WRITE-STOCK-MOVEMENT.
      *
           MOVE XFR-PRODUCT-CODE TO PRD-PRODUCT-CODE.
      *
           EXEC CICS
               READ FILE('PRODMAS')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(PRD-PRODUCT-CODE)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               ADD WS-RECEIVED-QTY TO PRD-QTY-ON-HAND
               EXEC CICS
                   REWRITE FILE('PRODMAS')
                           FROM(PRODUCT-MASTER-RECORD)
                           RIDFLD(PRD-PRODUCT-CODE)
               END-EXEC
           END-IF.
      *
       3600-SEND-RECEIPT-DATAONLY.
      *
           MOVE RCVQI3 TO RCVQO3.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO3
           END-IF.
      *
           EXEC CICS
               SEND MAP('XFRMAP3')
                    MAPSET('XFRSET1')
                    FROM(XFRMAP3O)
                    DATAONLY
                    ALARM
                    CURSOR
           END-EXEC.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
           MOVE SPACE TO XFRMAP3O.
           MOVE 'Y' TO VALID-DATA-SW.
      *
       9150-SET-TRANSFER-SOURCE.
      *
           SET STK-SOURCE-TRANSFER TO TRUE.
           MOVE ZERO TO STK-SOURCE-LINE.
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
