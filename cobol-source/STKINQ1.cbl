       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  STKINQ1.
      *
      ************************************************************
      * STOCK MOVEMENT HISTORY INQUIRY (STK1 TRANSACTION)        *
      *                                                          *
      * EVERY CHANGE TO A LOCATION'S ON-HAND OR ALLOCATED        *
      * QUANTITY - ORDER ALLOCATION AND RELEASE, SHIPMENT, PO    *
      * RECEIPT, RETURN RESTOCK, CYCLE COUNT ADJUSTMENT,         *
      * TRANSFER, AND MANUAL CORRECTION ON PRODMNT1 - LEAVES ONE *
      * RECORD ON THE STKTRN STOCK LEDGER. THIS SCREEN LISTS A   *
      * PRODUCT AND LOCATION'S MOVEMENTS NEWEST FIRST: DATE,     *
      * TIME, TYPE, QUANTITY MOVED, ON-HAND BEFORE AND AFTER,    *
      * THE SOURCE DOCUMENT, AND THE OPERATOR - SO "WHERE DID MY *
      * 40 UNITS GO" IS ANSWERED FROM THE SYSTEM INSTEAD OF THE  *
      * SPOOL.                                                   *
      *                                                          *
      * KEY A PRODUCT AND A LOCATION (BLANK = THE DEFAULT        *
      * BUILDING) AND PRESS ENTER. THE HEADING SHOWS THE ROW'S   *
      * CURRENT ON-HAND, ALLOCATED, AND IN-TRANSIT FIGURES.      *
      * ALLOCATE AND RELEASE MOVE THE ALLOCATED QUANTITY, SO     *
      * THEIR ON-HAND BEFORE AND AFTER ARE THE SAME. PF8 PAGES   *
      * BACK TO OLDER MOVEMENTS, PF7 FORWARD TO NEWER ONES.      *
      * THE NIGHTLY RECONCILIATION'S CORRECTIONS TO A PRODUCT'S  *
      * PRODMAS TOTALS ARE LISTED UNDER LOCATION ALL.            *
      * PF3/PF12 RETURN TO THE MENU.                             *
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
           05  END-OF-STK-SCAN-SW        PIC X       VALUE 'N'.
               88  END-OF-STK-SCAN                   VALUE 'Y'.
      *
       01  FLAGS.
           05  SEND-FLAG                 PIC X.
               88  SEND-ERASE                        VALUE '1'.
               88  SEND-DATAONLY-ALARM               VALUE '3'.
      *
       01  COMMUNICATION-AREA.
           05  CA-CONTEXT-FLAG           PIC X.
               88  STOCK-KEY-ENTRY                   VALUE '1'.
               88  STOCK-LIST-SHOWING                VALUE '2'.
           05  CA-PRODUCT-CODE           PIC X(10).
           05  CA-LOCATION-CODE          PIC X(3).
           05  CA-TOP-SEQ                PIC 9(8).
           05  CA-BOTTOM-SEQ             PIC 9(8).
      *
       01  RESPONSE-CODE                 PIC S9(8)   COMP.
      *
       01  ERROR-MESSAGE-LINE.
           05  ERROR-TEXT                PIC X(78).
      *
       01  WS-DEFAULT-LOCATION           PIC X(3)    VALUE '001'.
      *
       01  WS-ENTRY-COUNT                PIC 9(4)    COMP VALUE ZERO.
       01  WS-STK-SCAN-COUNT             PIC S9(8)   COMP VALUE ZERO.
      *
      *    THE HIGHEST SEQUENCE A BACKWARD FILL MAY SHOW, AND THE
      *    HIGHEST ONE A PF7 FORWARD SCAN TURNED UP
      *
       01  WS-FILL-FROM-SEQ              PIC 9(8).
       01  WS-NEWEST-SEQ                 PIC 9(8).
      *
      *    HEADING FIGURES FOR THE PRODUCT AND LOCATION ON SHOW
      *
       01  WS-HEADING-FIELDS.
           05  WS-PRODUCT-DESC           PIC X(25).
           05  WS-LOCATION-FOUND-SW      PIC X.
               88  WS-LOCATION-FOUND                 VALUE 'Y'.
           05  WS-LOC-ONHAND             PIC 9(7).
           05  WS-LOC-ALLOCATED          PIC 9(7).
           05  WS-LOC-IN-TRANSIT         PIC 9(7).
      *
      *    SOURCE DOCUMENT AS SHOWN ON A ROW - 'ORD 00001234/001'
      *
       01  WS-SOURCE-TEXT.
           05  WS-SRC-TYPE               PIC X(4).
           05  WS-SRC-NUMBER             PIC 9(8).
           05  WS-SRC-LINE-AREA          PIC X(4).
           05  WS-SRC-LINE-PARTS REDEFINES WS-SRC-LINE-AREA.
               10  WS-SRC-SLASH          PIC X.
               10  WS-SRC-LINE           PIC 9(3).
      *
      *    ONE PAGE (15 ROWS) OF MOVEMENTS COLLECTED BEFORE BEING
      *    MOVED TO THE MAP
      *
       01  WS-STK-ENTRIES.
           05  WS-STK-ENTRY              OCCURS 15 TIMES
                                          INDEXED BY WS-STK-IDX.
               10  WS-STK-SEQ            PIC 9(8).
               10  WS-STK-DATE           PIC X(8).
               10  WS-STK-TIME           PIC X(6).
               10  WS-STK-TYPE           PIC X(8).
               10  WS-STK-QTY            PIC S9(7).
               10  WS-STK-BEFORE         PIC 9(7).
               10  WS-STK-AFTER          PIC 9(7).
               10  WS-STK-SOURCE         PIC X(16).
               10  WS-STK-OPID           PIC X(3).
      *
      *    STOCK MOVEMENT LEDGER RECORD
      *
       COPY STKTREC.
      *
       COPY PRODREC.
      *
       COPY PLOCREC.
      *
       COPY STKSET1.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           05  DFHCOMMAREA-DATA          PIC X(30).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-STOCK-INQUIRY.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   PERFORM 1600-SEND-FRESH-SCREEN
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 1600-SEND-FRESH-SCREEN
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   EXEC CICS
                       XCTL PROGRAM('INVMENU')
                   END-EXEC
      *
               WHEN EIBAID = DFHPF7 AND STOCK-LIST-SHOWING
                   PERFORM 2300-BUILD-NEWER-STK-PAGE
                   PERFORM 3000-SEND-STOCK-MAP
      *
               WHEN EIBAID = DFHPF8 AND STOCK-LIST-SHOWING
                   PERFORM 2200-BUILD-OLDER-STK-PAGE
                   PERFORM 3000-SEND-STOCK-MAP
      *
               WHEN STOCK-KEY-ENTRY OR STOCK-LIST-SHOWING
                   PERFORM 1000-PROCESS-KEY-ENTRY
      *
               WHEN OTHER
                   PERFORM 1600-SEND-FRESH-SCREEN
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('STK1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-KEY-ENTRY.
      *
           EXEC CICS
               RECEIVE MAP('STKMAP1')
                       MAPSET('STKSET1')
                       INTO(STKMAP1I)
           END-EXEC.
      *
           INSPECT SPRODI REPLACING ALL '_' BY SPACE.
           INSPECT SLOCI REPLACING ALL '_' BY SPACE.
      *
           MOVE 'Y' TO VALID-DATA-SW.
      *
           IF SPRODL = ZERO OR SPRODI = SPACE
               MOVE 'YOU MUST ENTER A PRODUCT CODE' TO ERROR-TEXT
               MOVE -1 TO SPRODL
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               MOVE SPRODI TO CA-PRODUCT-CODE
               IF SLOCL = ZERO OR SLOCI = SPACE
                   MOVE WS-DEFAULT-LOCATION TO CA-LOCATION-CODE
               ELSE
                   MOVE SLOCI TO CA-LOCATION-CODE
               END-IF
               PERFORM 2500-GET-HEADING-FIGURES
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'PRODUCT NOT FOUND' TO ERROR-TEXT
                   MOVE -1 TO SPRODL
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
           IF VALID-DATA
               PERFORM 2000-BUILD-FIRST-STK-PAGE
               SET SEND-ERASE TO TRUE
               PERFORM 3000-SEND-STOCK-MAP
           ELSE
               MOVE '1' TO CA-CONTEXT-FLAG
               PERFORM 3100-SEND-KEY-ERROR
           END-IF.
      *
       1600-SEND-FRESH-SCREEN.
      *
           MOVE '1' TO CA-CONTEXT-FLAG.
           MOVE SPACE TO CA-PRODUCT-CODE.
           MOVE SPACE TO CA-LOCATION-CODE.
           MOVE ZERO TO CA-TOP-SEQ.
           MOVE ZERO TO CA-BOTTOM-SEQ.
           MOVE LOW-VALUE TO STKMAP1O.
           MOVE -1 TO SPRODL.
      *
           EXEC CICS
               SEND MAP('STKMAP1')
                    MAPSET('STKSET1')
                    FROM(STKMAP1O)
                    ERASE
                    CURSOR
           END-EXEC.
      *
       2000-BUILD-FIRST-STK-PAGE.
      *
           MOVE ZERO TO CA-TOP-SEQ.
           MOVE ZERO TO CA-BOTTOM-SEQ.
           MOVE 99999999 TO WS-FILL-FROM-SEQ.
           PERFORM 2050-FILL-STK-PAGE-BACKWARD.
      *
           IF WS-ENTRY-COUNT = ZERO
               MOVE 'NO STOCK MOVEMENTS FOR THIS PRODUCT AND LOCATION'
                   TO ERROR-TEXT
           END-IF.
      *
       2050-FILL-STK-PAGE-BACKWARD.
      *
      *    STKTRN IS KEYED PRODUCT + LOCATION + LEDGER SEQUENCE, SO
      *    A ROW'S MOVEMENTS ARE CONTIGUOUS AND NEWEST-FIRST IS A
      *    READPREV FROM THE HIGHEST SEQUENCE WANTED. A BROWSE
      *    STARTED PAST THE LAST RECORD IS ACCEPTED ON NOTFND THE
      *    SAME AS CUSTINQ2'S LAST-CUSTOMER BROWSE, AND ANY RECORD
      *    READ BACK ABOVE THE START KEY IS PASSED OVER
      *
           MOVE ZERO TO WS-ENTRY-COUNT.
           MOVE ZERO TO WS-STK-SCAN-COUNT.
           MOVE 'N' TO END-OF-STK-SCAN-SW.
           MOVE CA-PRODUCT-CODE TO STK-PRODUCT-CODE.
           MOVE CA-LOCATION-CODE TO STK-LOCATION-CODE.
           MOVE WS-FILL-FROM-SEQ TO STK-SEQUENCE-NUMBER.
      *
           EXEC CICS
               STARTBR FILE('STKTRN')
                       RIDFLD(STK-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL) OR
              RESPONSE-CODE = DFHRESP(NOTFND)
               PERFORM UNTIL END-OF-STK-SCAN
                   EXEC CICS
                       READPREV FILE('STKTRN')
                                INTO(STOCK-TRANSACTION-RECORD)
                                RIDFLD(STK-KEY)
                                RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE = DFHRESP(NORMAL)
                       ADD 1 TO WS-STK-SCAN-COUNT
                       IF STK-PRODUCT-CODE = CA-PRODUCT-CODE AND
                          STK-LOCATION-CODE = CA-LOCATION-CODE
                           IF STK-SEQUENCE-NUMBER <= WS-FILL-FROM-SEQ
                               ADD 1 TO WS-ENTRY-COUNT
                               PERFORM 2100-STORE-STK-ENTRY
                           END-IF
                       ELSE
                           IF STK-PRODUCT-CODE < CA-PRODUCT-CODE OR
                              (STK-PRODUCT-CODE = CA-PRODUCT-CODE AND
                               STK-LOCATION-CODE < CA-LOCATION-CODE)
                               MOVE 'Y' TO END-OF-STK-SCAN-SW
                           END-IF
                       END-IF
                       IF WS-STK-SCAN-COUNT >= 5000 OR
                          WS-ENTRY-COUNT >= 15
                           MOVE 'Y' TO END-OF-STK-SCAN-SW
                       END-IF
                   ELSE
                       MOVE 'Y' TO END-OF-STK-SCAN-SW
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('STKTRN')
               END-EXEC
           END-IF.
      *
           IF WS-ENTRY-COUNT > ZERO
               MOVE WS-STK-SEQ(1) TO CA-TOP-SEQ
               MOVE WS-STK-SEQ(WS-ENTRY-COUNT) TO CA-BOTTOM-SEQ
           END-IF.
      *
       2100-STORE-STK-ENTRY.
      *
           MOVE STK-SEQUENCE-NUMBER TO WS-STK-SEQ(WS-ENTRY-COUNT).
           MOVE STK-TRANS-DATE TO WS-STK-DATE(WS-ENTRY-COUNT).
           MOVE STK-TRANS-TIME TO WS-STK-TIME(WS-ENTRY-COUNT).
           MOVE STK-QUANTITY TO WS-STK-QTY(WS-ENTRY-COUNT).
           MOVE STK-ONHAND-BEFORE TO WS-STK-BEFORE(WS-ENTRY-COUNT).
           MOVE STK-ONHAND-AFTER TO WS-STK-AFTER(WS-ENTRY-COUNT).
           MOVE STK-OPERATOR-ID TO WS-STK-OPID(WS-ENTRY-COUNT).
      *
           EVALUATE TRUE
               WHEN STK-MOVE-ALLOCATE
                   MOVE 'ALLOCATE' TO WS-STK-TYPE(WS-ENTRY-COUNT)
               WHEN STK-MOVE-RELEASE
                   MOVE 'RELEASE' TO WS-STK-TYPE(WS-ENTRY-COUNT)
               WHEN STK-MOVE-SHIPMENT
                   MOVE 'SHIPMENT' TO WS-STK-TYPE(WS-ENTRY-COUNT)
               WHEN STK-MOVE-RECEIPT
                   MOVE 'RECEIPT' TO WS-STK-TYPE(WS-ENTRY-COUNT)
               WHEN STK-MOVE-RESTOCK
                   MOVE 'RESTOCK' TO WS-STK-TYPE(WS-ENTRY-COUNT)
               WHEN STK-MOVE-COUNT-ADJUST
                   MOVE 'COUNT' TO WS-STK-TYPE(WS-ENTRY-COUNT)
               WHEN STK-MOVE-MANUAL
                   MOVE 'MANUAL' TO WS-STK-TYPE(WS-ENTRY-COUNT)
               WHEN STK-MOVE-TRANSFER-OUT
                   MOVE 'XFER OUT' TO WS-STK-TYPE(WS-ENTRY-COUNT)
               WHEN STK-MOVE-TRANSFER-IN
                   MOVE 'XFER IN' TO WS-STK-TYPE(WS-ENTRY-COUNT)
               WHEN STK-MOVE-REBUILD-ONHAND
                   MOVE 'RBLD O/H' TO WS-STK-TYPE(WS-ENTRY-COUNT)
               WHEN STK-MOVE-REBUILD-ALLOC
                   MOVE 'RBLD ALC' TO WS-STK-TYPE(WS-ENTRY-COUNT)
               WHEN OTHER
                   MOVE STK-MOVEMENT-TYPE
                       TO WS-STK-TYPE(WS-ENTRY-COUNT)
           END-EVALUATE.
      *
           MOVE SPACE TO WS-SOURCE-TEXT.
           MOVE STK-SOURCE-NUMBER TO WS-SRC-NUMBER.
           EVALUATE TRUE
               WHEN STK-SOURCE-ORDER
                   MOVE 'ORD' TO WS-SRC-TYPE
                   MOVE '/' TO WS-SRC-SLASH
                   MOVE STK-SOURCE-LINE TO WS-SRC-LINE
               WHEN STK-SOURCE-PO
                   MOVE 'PO' TO WS-SRC-TYPE
               WHEN STK-SOURCE-RETURN
                   MOVE 'RTN' TO WS-SRC-TYPE
               WHEN STK-SOURCE-COUNT
                   MOVE 'CNT' TO WS-SRC-TYPE
               WHEN STK-SOURCE-TRANSFER
                   MOVE 'XFR' TO WS-SRC-TYPE
               WHEN STK-SOURCE-REBUILD
                   MOVE 'RCN' TO WS-SRC-TYPE
               WHEN OTHER
      *            MANUAL CORRECTIONS CARRY NO DOCUMENT NUMBER
                   MOVE 'MANUAL' TO WS-SOURCE-TEXT
           END-EVALUATE.
           MOVE WS-SOURCE-TEXT TO WS-STK-SOURCE(WS-ENTRY-COUNT).
      *
       2200-BUILD-OLDER-STK-PAGE.
      *
           IF CA-BOTTOM-SEQ > 1
               COMPUTE WS-FILL-FROM-SEQ = CA-BOTTOM-SEQ - 1
               PERFORM 2050-FILL-STK-PAGE-BACKWARD
           ELSE
               MOVE ZERO TO WS-ENTRY-COUNT
           END-IF.
      *
           IF WS-ENTRY-COUNT = ZERO
               MOVE 'OLDEST MOVEMENT REACHED' TO ERROR-TEXT
               PERFORM 2250-RESTORE-STK-PAGE
           END-IF.
      *
           PERFORM 2500-GET-HEADING-FIGURES.
      *
       2250-RESTORE-STK-PAGE.
      *
      *    STAY ON THE PAGE CURRENTLY DISPLAYED - REFILL BACKWARD
      *    FROM THE TOP ROW ALREADY ON THE SCREEN, TOP ROW INCLUDED
      *
           MOVE CA-TOP-SEQ TO WS-FILL-FROM-SEQ.
           PERFORM 2050-FILL-STK-PAGE-BACKWARD.
      *
       2300-BUILD-NEWER-STK-PAGE.
      *
           PERFORM 2350-FIND-NEWER-STK-LIMIT.
      *
           IF WS-NEWEST-SEQ = ZERO
               MOVE 'NEWEST MOVEMENT REACHED' TO ERROR-TEXT
               PERFORM 2250-RESTORE-STK-PAGE
           ELSE
               MOVE WS-NEWEST-SEQ TO WS-FILL-FROM-SEQ
               PERFORM 2050-FILL-STK-PAGE-BACKWARD
           END-IF.
      *
           PERFORM 2500-GET-HEADING-FIGURES.
      *
       2350-FIND-NEWER-STK-LIMIT.
      *
      *    READ FORWARD PAST THE TOP ROW FOR UP TO 15 NEWER
      *    MOVEMENTS - THE LAST ONE FOUND BECOMES THE TOP OF THE
      *    NEW PAGE, WHICH IS THEN FILLED BACKWARD FROM IT SO A
      *    SHORT FINAL PAGE IS TOPPED UP WITH OLDER ROWS
      *
           MOVE ZERO TO WS-NEWEST-SEQ.
           MOVE ZERO TO WS-ENTRY-COUNT.
           MOVE ZERO TO WS-STK-SCAN-COUNT.
           MOVE 'N' TO END-OF-STK-SCAN-SW.
           MOVE CA-PRODUCT-CODE TO STK-PRODUCT-CODE.
           MOVE CA-LOCATION-CODE TO STK-LOCATION-CODE.
           COMPUTE STK-SEQUENCE-NUMBER = CA-TOP-SEQ + 1.
      *
           EXEC CICS
               STARTBR FILE('STKTRN')
                       RIDFLD(STK-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL END-OF-STK-SCAN
                   EXEC CICS
                       READNEXT FILE('STKTRN')
                                INTO(STOCK-TRANSACTION-RECORD)
                                RIDFLD(STK-KEY)
                                RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE = DFHRESP(NORMAL) AND
                      STK-PRODUCT-CODE = CA-PRODUCT-CODE AND
                      STK-LOCATION-CODE = CA-LOCATION-CODE
                       ADD 1 TO WS-ENTRY-COUNT
                       MOVE STK-SEQUENCE-NUMBER TO WS-NEWEST-SEQ
                       IF WS-ENTRY-COUNT >= 15
                           MOVE 'Y' TO END-OF-STK-SCAN-SW
                       END-IF
                   ELSE
                       MOVE 'Y' TO END-OF-STK-SCAN-SW
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('STKTRN')
               END-EXEC
           END-IF.
      *
       2500-GET-HEADING-FIGURES.
      *
      *    THE PRODUCT DESCRIPTION AND THE ROW'S CURRENT FIGURES -
      *    RE-READ ON EVERY PAGE SO THE HEADING NEVER GOES STALE.
      *    A LOCATION WITH NO PRDLOC ROW SHOWS BLANK FIGURES (ITS
      *    HISTORY, IF ANY, IS STILL LISTED). RESPONSE-CODE IS LEFT
      *    FROM THE PRODUCT READ FOR THE KEY-ENTRY CHECK
      *
           MOVE 'N' TO WS-LOCATION-FOUND-SW.
           MOVE CA-PRODUCT-CODE TO PL-PRODUCT-CODE.
           MOVE CA-LOCATION-CODE TO PL-LOCATION-CODE.
      *
           EXEC CICS
               READ FILE('PRDLOC')
                    INTO(PRODUCT-LOCATION-RECORD)
                    RIDFLD(PL-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-LOCATION-FOUND-SW
               MOVE PL-QTY-ON-HAND TO WS-LOC-ONHAND
               MOVE PL-QTY-ALLOCATED TO WS-LOC-ALLOCATED
               MOVE PL-QTY-IN-TRANSIT TO WS-LOC-IN-TRANSIT
           END-IF.
      *
           MOVE CA-PRODUCT-CODE TO PRD-PRODUCT-CODE.
      *
           EXEC CICS
               READ FILE('PRODMAS')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(PRD-PRODUCT-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE PRD-PRODUCT-DESC TO WS-PRODUCT-DESC
           ELSE
               MOVE SPACE TO WS-PRODUCT-DESC
           END-IF.
      *
       3000-SEND-STOCK-MAP.
      *
           MOVE SPACE TO STKMAP1O.
           MOVE CA-PRODUCT-CODE TO SPRODO.
           MOVE CA-LOCATION-CODE TO SLOCO.
           MOVE WS-PRODUCT-DESC TO SDESCO.
      *
           IF WS-LOCATION-FOUND
               MOVE WS-LOC-ONHAND TO SONHO
               MOVE WS-LOC-ALLOCATED TO SALLOCO
               MOVE WS-LOC-IN-TRANSIT TO STRANO
           END-IF.
      *
           PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                   UNTIL WS-STK-IDX > WS-ENTRY-COUNT
               MOVE WS-STK-DATE(WS-STK-IDX) TO SDATEO(WS-STK-IDX)
               MOVE WS-STK-TIME(WS-STK-IDX) TO STIMEO(WS-STK-IDX)
               MOVE WS-STK-TYPE(WS-STK-IDX) TO STYPEO(WS-STK-IDX)
               MOVE WS-STK-QTY(WS-STK-IDX) TO SQTYO(WS-STK-IDX)
               MOVE WS-STK-BEFORE(WS-STK-IDX) TO SBEFO(WS-STK-IDX)
               MOVE WS-STK-AFTER(WS-STK-IDX) TO SAFTO(WS-STK-IDX)
               MOVE WS-STK-SOURCE(WS-STK-IDX) TO SSRCO(WS-STK-IDX)
               MOVE WS-STK-OPID(WS-STK-IDX) TO SOPIDO(WS-STK-IDX)
           END-PERFORM.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO
           END-IF.
      *
           MOVE -1 TO SPRODL.
      *
           EVALUATE TRUE
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('STKMAP1')
                            MAPSET('STKSET1')
                            FROM(STKMAP1O)
                            DATAONLY
                            ALARM
                            CURSOR
                   END-EXEC
               WHEN OTHER
                   EXEC CICS
                       SEND MAP('STKMAP1')
                            MAPSET('STKSET1')
                            FROM(STKMAP1O)
                            ERASE
                            CURSOR
                   END-EXEC
           END-EVALUATE.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE '2' TO CA-CONTEXT-FLAG.
      *
       3100-SEND-KEY-ERROR.
      *
      *    BAD KEY - ONLY THE MESSAGE GOES BACK, THE OPERATOR'S
      *    ENTRIES STAY ON THE SCREEN FOR CORRECTION
      *
           MOVE LOW-VALUE TO STKMAP1O.
           MOVE ERROR-TEXT TO MESSAGEO.
           MOVE -1 TO SPRODL.
      *
           EXEC CICS
               SEND MAP('STKMAP1')
                    MAPSET('STKSET1')
                    FROM(STKMAP1O)
                    DATAONLY
                    ALARM
                    CURSOR
           END-EXEC.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
