       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  CONMNT1.
      *
      ************************************************************
      * CUSTOMER CONTRACT PRICE MAINTENANCE (CON1 TRANSACTION)   *
      *                                                          *
      * KEY ACCOUNTS BUY AT NEGOTIATED PRICES THAT NEITHER THE   *
      * PRODMAS LIST PRICE NOR A PRCBRK QUANTITY BREAK COULD     *
      * CARRY, SO THE CLERKS OVERRODE THE PRICE BY CREDIT MEMO.  *
      * THIS SCREEN MAINTAINS THE CONPRC CONTRACT PRICE FILE:    *
      *   ACTION CODE 1 = ADD A CONTRACT (CUSTOMER + PRODUCT)    *
      *   ACTION CODE 2 = CHANGE THE PRICE OR THE DATES          *
      *   ACTION CODE 3 = DELETE A CONTRACT                      *
      *                                                          *
      * THE CUSTOMER MUST BE ON CUSTMAS AND THE PRODUCT ON       *
      * PRODMAS. THE PRICE IS KEYED AS DOLLARS AND CENTS THE     *
      * SAME WAY PBRMNT1 TAKES A BREAK PRICE, THE START AND END  *
      * DATES AS YYYYMMDD. ORDER ENTRY, ORDLOAD1, STOREL1 AND    *
      * QUOTE ENTRY PRICE AT THE CONTRACT AHEAD OF LIST AND      *
      * BREAK PRICING WHILE THE PRICING DATE FALLS BETWEEN THE   *
      * TWO DATES. CONRPT1 LISTS THE CONTRACTS RUNNING OUT.      *
      *                                                          *
      * TWO-SCREEN PSEUDO-CONVERSATIONAL DESIGN LIKE TAXMNT1.    *
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
           05  CONTRACT-FOUND-SW         PIC X       VALUE 'Y'.
               88  CONTRACT-FOUND                    VALUE 'Y'.
           05  CUSTOMER-FOUND-SW         PIC X       VALUE 'Y'.
               88  CUSTOMER-FOUND                    VALUE 'Y'.
           05  PRODUCT-FOUND-SW          PIC X       VALUE 'Y'.
               88  PRODUCT-FOUND                     VALUE 'Y'.
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
               88  PROCESS-ADD-CONTRACT              VALUE '2'.
               88  PROCESS-CHANGE-CONTRACT           VALUE '3'.
               88  PROCESS-DELETE-CONTRACT           VALUE '4'.
           05  CA-CUSTOMER-NUMBER        PIC 9(6).
           05  CA-PRODUCT-CODE           PIC X(10).
      *
       01  RESPONSE-CODE                 PIC S9(8)   COMP.
      *
       01  ERROR-MESSAGE-LINE.
           05  ERROR-TEXT                PIC X(78).
      *
      *    CONPRI IS A FREE-FORM DOLLARS-AND-CENTS ENTRY WITH AN
      *    OPTIONAL DECIMAL POINT, EDITED THE SAME WAY PBRMNT1'S
      *    2300-EDIT-BREAK-PRICE EDITS BRKPRI
      *
       01  WS-PRICE-EDIT-FIELDS.
           05  WS-PRICE-DOT-COUNT        PIC 9       VALUE ZERO.
           05  WS-PRICE-WHOLE-TEXT       PIC X(7)    VALUE SPACES.
           05  WS-PRICE-FRACTION-TEXT    PIC X(2)    VALUE SPACES.
           05  WS-PRICE-WHOLE-NUM        PIC 9(7)    VALUE ZERO.
           05  WS-PRICE-FRACTION-NUM     PIC 99      VALUE ZERO.
           05  WS-PRICE-DISPLAY          PIC ZZZZZZ9.99.
      *
      *    CUSTOMER CONTRACT PRICE RECORD
      *
       COPY CONREC.
      *
      *    CUSTOMER MASTER RECORD - VALIDATES THE CUSTOMER AND
      *    SHOWS THE NAME ON THE DETAIL SCREEN
      *
       COPY CUSTREC.
      *
      *    PRODUCT MASTER RECORD - VALIDATES THE PRODUCT AND SHOWS
      *    THE LIST PRICE NEXT TO THE CONTRACT PRICE
      *
       COPY PRODREC.
      *
       COPY CONSET1.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           05  DFHCOMMAREA-DATA          PIC X(17).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-CONTRACT-MAINT.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO CONMAP1O
                   MOVE -1 TO CUSTNOL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO CONMAP1O
                   MOVE -1 TO CUSTNOL
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
               WHEN PROCESS-ADD-CONTRACT
                   PERFORM 2000-PROCESS-ADD-CONTRACT
      *
               WHEN PROCESS-CHANGE-CONTRACT
                   PERFORM 3000-PROCESS-CHANGE-CONTRACT
      *
               WHEN PROCESS-DELETE-CONTRACT
                   PERFORM 4000-PROCESS-DELETE-CONTRACT
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO CONMAP1O
                   MOVE -1 TO CUSTNOL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('CON1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-KEY-MAP.
      *
      *    FIRST SCREEN - GET CUSTOMER, PRODUCT, AND ACTION
      *
           PERFORM 1100-RECEIVE-KEY-MAP.
           PERFORM 1200-EDIT-KEY-DATA.
      *
           IF VALID-DATA
               EVALUATE ACTIONI
                   WHEN '1'
                       PERFORM 1300-READ-CONTRACT-RECORD
                       IF CONTRACT-FOUND
                           MOVE 'CONTRACT ALREADY ON FILE FOR THIS '
                             & 'CUSTOMER AND PRODUCT'
                               TO ERROR-TEXT
                           MOVE -1 TO CUSTNOL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       ELSE
                           MOVE ZERO TO CON-CONTRACT-PRICE
                           MOVE ZERO TO CON-START-DATE
                           MOVE ZERO TO CON-END-DATE
                           MOVE '2' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-DETAIL-MAP
                       END-IF
                   WHEN '2'
                       PERFORM 1300-READ-CONTRACT-RECORD
                       IF CONTRACT-FOUND
                           MOVE '3' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-DETAIL-MAP
                       ELSE
                           MOVE 'NO CONTRACT ON FILE FOR THIS '
                             & 'CUSTOMER AND PRODUCT'
                               TO ERROR-TEXT
                           MOVE -1 TO CUSTNOL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       END-IF
                   WHEN '3'
                       PERFORM 1300-READ-CONTRACT-RECORD
                       IF CONTRACT-FOUND
                           MOVE '4' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-DETAIL-MAP
                       ELSE
                           MOVE 'NO CONTRACT ON FILE FOR THIS '
                             & 'CUSTOMER AND PRODUCT'
                               TO ERROR-TEXT
                           MOVE -1 TO CUSTNOL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       END-IF
                   WHEN OTHER
                       MOVE 'INVALID ACTION CODE' TO ERROR-TEXT
                       MOVE -1 TO ACTIONL
                       SET SEND-DATAONLY-ALARM TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
               END-EVALUATE
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-KEY-MAP
           END-IF.
      *
       1100-RECEIVE-KEY-MAP.
      *
           EXEC CICS
               RECEIVE MAP('CONMAP1')
                       MAPSET('CONSET1')
                       INTO(CONMAP1I)
           END-EXEC.
      *
           INSPECT CUSTNOI REPLACING ALL '_' BY SPACE.
      *
       1200-EDIT-KEY-DATA.
      *
           MOVE 'Y' TO VALID-DATA-SW.
      *
           EVALUATE TRUE
               WHEN ACTIONL = ZERO OR ACTIONI = SPACE
                   MOVE 'ACTION CODE IS REQUIRED' TO ERROR-TEXT
                   MOVE -1 TO ACTIONL
                   MOVE 'N' TO VALID-DATA-SW
               WHEN CUSTNOL = ZERO OR CUSTNOI = SPACE OR
                    CUSTNOI IS NOT NUMERIC
                   MOVE 'PLEASE ENTER A NUMERIC CUSTOMER NUMBER'
                       TO ERROR-TEXT
                   MOVE -1 TO CUSTNOL
                   MOVE 'N' TO VALID-DATA-SW
               WHEN PCODEL = ZERO OR PCODEI = SPACE
                   MOVE 'PRODUCT CODE IS REQUIRED' TO ERROR-TEXT
                   MOVE -1 TO PCODEL
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   MOVE CUSTNOI TO CM-CUSTOMER-NUMBER
                   PERFORM 1250-READ-CUSTOMER-RECORD
                   IF NOT CUSTOMER-FOUND
                       MOVE 'CUSTOMER NOT FOUND' TO ERROR-TEXT
                       MOVE -1 TO CUSTNOL
                       MOVE 'N' TO VALID-DATA-SW
                   ELSE
                       MOVE PCODEI TO PRD-PRODUCT-CODE
                       PERFORM 1260-READ-PRODUCT-RECORD
                       IF PRODUCT-FOUND
                           MOVE CM-CUSTOMER-NUMBER
                               TO CA-CUSTOMER-NUMBER
                           MOVE PRD-PRODUCT-CODE TO CA-PRODUCT-CODE
                       ELSE
                           MOVE 'PRODUCT CODE NOT ON PRODUCT MASTER'
                               TO ERROR-TEXT
                           MOVE -1 TO PCODEL
                           MOVE 'N' TO VALID-DATA-SW
                       END-IF
                   END-IF
           END-EVALUATE.
      *
       1250-READ-CUSTOMER-RECORD.
      *
           EXEC CICS
               READ FILE('CUSTMAS')
                    INTO(CUSTOMER-MASTER-RECORD)
                    RIDFLD(CM-CUSTOMER-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO CUSTOMER-FOUND-SW
           ELSE
               MOVE 'N' TO CUSTOMER-FOUND-SW
           END-IF.
      *
       1260-READ-PRODUCT-RECORD.
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
       1300-READ-CONTRACT-RECORD.
      *
           MOVE CA-CUSTOMER-NUMBER TO CON-CUSTOMER-NUMBER.
           MOVE CA-PRODUCT-CODE TO CON-PRODUCT-CODE.
      *
           EXEC CICS
               READ FILE('CONPRC')
                    INTO(CONTRACT-PRICE-RECORD)
                    RIDFLD(CON-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO CONTRACT-FOUND-SW
           ELSE
               MOVE 'N' TO CONTRACT-FOUND-SW
           END-IF.
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
                       SEND MAP('CONMAP1')
                            MAPSET('CONSET1')
                            FROM(CONMAP1O)
                            ERASE
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('CONMAP1')
                            MAPSET('CONSET1')
                            FROM(CONMAP1O)
                            DATAONLY
                            ALARM
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('CONMAP1')
                            MAPSET('CONSET1')
                            FROM(CONMAP1O)
                            DATAONLY
                            CURSOR
                   END-EXEC
           END-EVALUATE.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
           MOVE SPACE TO CONMAP1O.
      *
       2000-PROCESS-ADD-CONTRACT.
      *
           PERFORM 2200-RECEIVE-DETAIL-MAP.
           PERFORM 2300-EDIT-CONTRACT-DATA.
      *
           IF VALID-DATA
               MOVE CA-CUSTOMER-NUMBER TO CON-CUSTOMER-NUMBER
               MOVE CA-PRODUCT-CODE TO CON-PRODUCT-CODE
               EXEC CICS
                   WRITE FILE('CONPRC')
                         FROM(CONTRACT-PRICE-RECORD)
                         RIDFLD(CON-KEY)
               END-EXEC
               MOVE 'CONTRACT PRICE ADDED SUCCESSFULLY' TO ERROR-TEXT
               MOVE '1' TO CA-CONTEXT-FLAG
               SET SEND-DATAONLY TO TRUE
               PERFORM 1500-SEND-KEY-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 2100-SEND-DETAIL-MAP
           END-IF.
      *
       2100-SEND-DETAIL-MAP.
      *
           MOVE LOW-VALUE TO CONMAP2O.
           MOVE CA-CUSTOMER-NUMBER TO CUSTNOO2.
           MOVE CA-PRODUCT-CODE TO PCODEO2.
      *
      *    THE CUSTOMER AND PRODUCT RECORDS ARE RE-READ ON EVERY
      *    SEND - A PAGING TASK HAS NOT SEEN THEM YET
      *
           MOVE CA-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           PERFORM 1250-READ-CUSTOMER-RECORD.
           IF CUSTOMER-FOUND
               MOVE SPACES TO CNAMEO2
               STRING CM-FIRST-NAME DELIMITED BY '  '
                      ' '           DELIMITED BY SIZE
                      CM-LAST-NAME  DELIMITED BY SIZE
                   INTO CNAMEO2
           END-IF.
      *
           MOVE CA-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           PERFORM 1260-READ-PRODUCT-RECORD.
           IF PRODUCT-FOUND
               MOVE PRD-PRODUCT-DESC TO PDESCO2
               MOVE PRD-LIST-PRICE TO LISTPO
           END-IF.
      *
           IF CON-CONTRACT-PRICE > ZERO
               MOVE CON-CONTRACT-PRICE TO WS-PRICE-DISPLAY
               MOVE WS-PRICE-DISPLAY TO CONPRO
           END-IF.
           IF CON-START-DATE > ZERO
               MOVE CON-START-DATE TO STRDTO
           END-IF.
           IF CON-END-DATE > ZERO
               MOVE CON-END-DATE TO ENDDTO
           END-IF.
      *
           EVALUATE TRUE
               WHEN PROCESS-ADD-CONTRACT
                   MOVE 'ADD CONTRACT - KEY PRICE AND DATES'
                       TO INSTRUCTO
                   MOVE -1 TO CONPRL
               WHEN PROCESS-CHANGE-CONTRACT
                   MOVE 'CHANGE CONTRACT - KEY THE NEW DATA'
                       TO INSTRUCTO
                   MOVE -1 TO CONPRL
               WHEN PROCESS-DELETE-CONTRACT
                   MOVE 'PRESS ENTER TO CONFIRM THE DELETE'
                       TO INSTRUCTO
           END-EVALUATE.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO2
           END-IF.
      *
           EXEC CICS
               SEND MAP('CONMAP2')
                    MAPSET('CONSET1')
                    FROM(CONMAP2O)
                    ERASE
                    CURSOR
           END-EXEC.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
      *
       2200-RECEIVE-DETAIL-MAP.
      *
           EXEC CICS
               RECEIVE MAP('CONMAP2')
                       MAPSET('CONSET1')
                       INTO(CONMAP2I)
           END-EXEC.
      *
           INSPECT CONPRI REPLACING ALL '_' BY SPACE.
           INSPECT STRDTI REPLACING ALL '_' BY SPACE.
           INSPECT ENDDTI REPLACING ALL '_' BY SPACE.
      *
       2300-EDIT-CONTRACT-DATA.
      *
      *    SAME FREE-FORM DOLLARS-AND-CENTS EDIT PBRMNT1'S
      *    2300-EDIT-BREAK-PRICE APPLIES, THEN THE TWO DATES
      *
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE ZERO TO WS-PRICE-DOT-COUNT.
           MOVE SPACES TO WS-PRICE-WHOLE-TEXT.
           MOVE SPACES TO WS-PRICE-FRACTION-TEXT.
      *
           IF CONPRL = ZERO OR CONPRI = SPACE
               MOVE 'CONTRACT PRICE IS REQUIRED' TO ERROR-TEXT
               MOVE -1 TO CONPRL
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               INSPECT CONPRI TALLYING WS-PRICE-DOT-COUNT
                   FOR ALL '.'
               EVALUATE WS-PRICE-DOT-COUNT
                   WHEN 0
                       MOVE CONPRI TO WS-PRICE-WHOLE-TEXT
                   WHEN 1
                       UNSTRING CONPRI DELIMITED BY '.'
                           INTO WS-PRICE-WHOLE-TEXT
                                WS-PRICE-FRACTION-TEXT
                       END-UNSTRING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
      *
               IF WS-PRICE-DOT-COUNT > 1
                   MOVE 'PRICE MAY HAVE ONLY ONE DECIMAL POINT'
                       TO ERROR-TEXT
                   MOVE -1 TO CONPRL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   IF WS-PRICE-WHOLE-TEXT = SPACES
                       MOVE ZERO TO WS-PRICE-WHOLE-NUM
                   ELSE
                       IF WS-PRICE-WHOLE-TEXT IS NUMERIC
                           MOVE WS-PRICE-WHOLE-TEXT
                               TO WS-PRICE-WHOLE-NUM
                       ELSE
                           MOVE 'PRICE MUST BE NUMERIC'
                               TO ERROR-TEXT
                           MOVE -1 TO CONPRL
                           MOVE 'N' TO VALID-DATA-SW
                       END-IF
                   END-IF
      *
                   IF VALID-DATA
                       IF WS-PRICE-FRACTION-TEXT = SPACES
                           MOVE ZERO TO WS-PRICE-FRACTION-NUM
                       ELSE
      *                    A SINGLE FRACTION DIGIT IS TENTHS, SO PAD
      *                    ON THE RIGHT (".5" MEANS 50 CENTS, NOT 5)
                           IF WS-PRICE-FRACTION-TEXT(2:1) = SPACE
                               MOVE '0' TO WS-PRICE-FRACTION-TEXT(2:1)
                           END-IF
                           IF WS-PRICE-FRACTION-TEXT IS NUMERIC
                               MOVE WS-PRICE-FRACTION-TEXT
                                   TO WS-PRICE-FRACTION-NUM
                           ELSE
                               MOVE 'PRICE MUST BE NUMERIC'
                                   TO ERROR-TEXT
                               MOVE -1 TO CONPRL
                               MOVE 'N' TO VALID-DATA-SW
                           END-IF
                       END-IF
                   END-IF
      *
                   IF VALID-DATA
                       COMPUTE CON-CONTRACT-PRICE =
                           WS-PRICE-WHOLE-NUM +
                           (WS-PRICE-FRACTION-NUM / 100)
                       IF CON-CONTRACT-PRICE = ZERO
                           MOVE 'PRICE MUST BE GREATER THAN ZERO'
                               TO ERROR-TEXT
                           MOVE -1 TO CONPRL
                           MOVE 'N' TO VALID-DATA-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
           IF VALID-DATA
               IF STRDTL = ZERO OR STRDTI = SPACE OR
                  STRDTI IS NOT NUMERIC
                   MOVE 'START DATE MUST BE NUMERIC YYYYMMDD'
                       TO ERROR-TEXT
                   MOVE -1 TO STRDTL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE STRDTI TO CON-START-DATE
               END-IF
           END-IF.
      *
           IF VALID-DATA
               IF ENDDTL = ZERO OR ENDDTI = SPACE OR
                  ENDDTI IS NOT NUMERIC
                   MOVE 'END DATE MUST BE NUMERIC YYYYMMDD'
                       TO ERROR-TEXT
                   MOVE -1 TO ENDDTL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE ENDDTI TO CON-END-DATE
                   IF CON-END-DATE < CON-START-DATE
                       MOVE 'END DATE MAY NOT BE BEFORE THE START DATE'
                           TO ERROR-TEXT
                       MOVE -1 TO ENDDTL
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
           END-IF.
      *
       3000-PROCESS-CHANGE-CONTRACT.
      *
           PERFORM 2200-RECEIVE-DETAIL-MAP.
           PERFORM 1300-READ-CONTRACT-RECORD.
      *
           IF NOT CONTRACT-FOUND
               MOVE 'CONTRACT NO LONGER ON FILE' TO ERROR-TEXT
               MOVE LOW-VALUE TO CONMAP1O
               MOVE -1 TO CUSTNOL
               SET SEND-ERASE TO TRUE
               MOVE '1' TO CA-CONTEXT-FLAG
               PERFORM 1500-SEND-KEY-MAP
           ELSE
               PERFORM 2300-EDIT-CONTRACT-DATA
               IF VALID-DATA
                   EXEC CICS
                       REWRITE FILE('CONPRC')
                               FROM(CONTRACT-PRICE-RECORD)
                               RIDFLD(CON-KEY)
                   END-EXEC
                   MOVE 'CONTRACT PRICE CHANGED SUCCESSFULLY'
                       TO ERROR-TEXT
                   MOVE '1' TO CA-CONTEXT-FLAG
                   SET SEND-DATAONLY TO TRUE
                   PERFORM 1500-SEND-KEY-MAP
               ELSE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 2100-SEND-DETAIL-MAP
               END-IF
           END-IF.
      *
       4000-PROCESS-DELETE-CONTRACT.
      *
           PERFORM 1300-READ-CONTRACT-RECORD.
      *
           IF NOT CONTRACT-FOUND
               MOVE 'CONTRACT NO LONGER ON FILE' TO ERROR-TEXT
           ELSE
               EXEC CICS
                   DELETE FILE('CONPRC')
                          RIDFLD(CON-KEY)
               END-EXEC
               MOVE 'CONTRACT PRICE DELETED SUCCESSFULLY'
                   TO ERROR-TEXT
           END-IF.
      *
           MOVE LOW-VALUE TO CONMAP1O.
           MOVE -1 TO CUSTNOL.
           SET SEND-ERASE TO TRUE.
           MOVE '1' TO CA-CONTEXT-FLAG.
           PERFORM 1500-SEND-KEY-MAP.
