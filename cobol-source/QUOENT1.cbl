       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  QUOENT1.
      *
      ************************************************************
      * SALES QUOTATION ENTRY (QUO1 TRANSACTION)                 *
      *                                                          *
      * SALES USED TO PRICE OVER THE PHONE AND RE-KEY THE WHOLE  *
      * ORDER THROUGH ORDRENT WHEN THE CUSTOMER SAID YES, OFTEN  *
      * DAYS LATER AND AT A DIFFERENT PRICE. THIS SCREEN KEEPS   *
      * THE QUOMAS/QUOLINE QUOTES:                               *
      *   ACTION CODE 1 = ADD A QUOTE (CUSTOMER, SHIP-TO, EXPIRY *
      *                   - BLANK EXPIRY = 30 DAYS OUT). THE     *
      *                   QUOTE NUMBER COMES FROM QUOCTL.        *
      *   ACTION CODE 2 = CHANGE THE HEADER (SHIP-TO, EXPIRY,    *
      *                   STATUS O = OPEN, L = LOST)             *
      *   ACTION CODE 3 = DELETE THE QUOTE AND ITS LINES         *
      *   ACTION CODE 4 = ADD THE NEXT LINE (PRODUCT, QUANTITY,  *
      *                   LOCATION)                              *
      *   ACTION CODE 5 = DELETE A LINE (LINE NUMBER KEYED ON    *
      *                   THE FIRST SCREEN)                      *
      *   ACTION CODE 6 = CONVERT THE QUOTE INTO AN ORDER        *
      *                                                          *
      * A LINE IS PRICED THE WAY ORDRENT PRICES ONE - PRODMAS    *
      * LIST PRICE, THE DEEPEST PRCBRK BREAK THE QUANTITY        *
      * QUALIFIES FOR, OR THE CUSTOMER'S CONPRC CONTRACT PRICE   *
      * WHEN ONE IS IN FORCE - BUT NO STOCK IS ALLOCATED. THE    *
      * PRICE AND ITS SOURCE ARE HELD ON THE LINE AS QUOTED.     *
      *                                                          *
      * CONVERT TURNS AN OPEN, UNEXPIRED QUOTE INTO A REAL       *
      * ORDMAS/ORDLINE ORDER AT THE QUOTED PRICES, THROUGH THE   *
      * SAME EDITS A KEYED ORDER GETS: CUSTOMER HOLD AND CREDIT  *
      * LIMIT CHECKS (SUPERVISOR OVERRIDE OFF SECPROF), SHIP-TO  *
      * VALIDATION, PER-LOCATION ALLOCATION WITH THE BACKORDER   *
      * FLAG AND THE STKTRN LEDGER, THE SALES TAX WITH CUSTEXM   *
      * EXEMPTIONS, AND THE CARMAS/FRTRATE FREIGHT ESTIMATE.     *
      * EVERY LINE IS CHECKED BEFORE ANY IS WRITTEN, SO A        *
      * DISCONTINUED PRODUCT STOPS THE CONVERT RATHER THAN       *
      * DROPPING A LINE THE CUSTOMER AGREED TO.                  *
      * A KIT IS QUOTED AS ONE LINE AT THE KIT'S OWN PRICE AND   *
      * EXPLODES INTO ITS KITCOMP COMPONENT LINES ON CONVERT,    *
      * WITH THE QUOTED KIT PRICE SPREAD ACROSS THEM.            *
      * ONLY OPEN QUOTES CAN BE CHANGED; A CONVERTED OR LOST     *
      * QUOTE STAYS ON FILE FOR THE WEEKLY QUORPT1 WIN RATES.    *
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
           05  QUOTE-FOUND-SW            PIC X       VALUE 'Y'.
               88  QUOTE-FOUND                       VALUE 'Y'.
           05  SHIP-FOUND-SW             PIC X       VALUE 'Y'.
               88  SHIP-TO-FOUND                     VALUE 'Y'.
           05  LINE-FOUND-SW             PIC X       VALUE 'Y'.
               88  LINE-FOUND                        VALUE 'Y'.
           05  END-OF-LINE-SCAN-SW       PIC X       VALUE 'N'.
               88  END-OF-LINE-SCAN                  VALUE 'Y'.
           05  BREAK-APPLIED-SW          PIC X       VALUE 'N'.
               88  BREAK-PRICE-APPLIED               VALUE 'Y'.
           05  END-OF-BREAK-SCAN-SW      PIC X       VALUE 'N'.
               88  END-OF-BREAK-SCAN                 VALUE 'Y'.
           05  CONTRACT-APPLIED-SW       PIC X       VALUE 'N'.
               88  CONTRACT-PRICE-APPLIED            VALUE 'Y'.
           05  SUPERVISOR-SW             PIC X       VALUE 'N'.
               88  SUPERVISOR-OPERATOR               VALUE 'Y'.
           05  CREDIT-HOLD-SET-SW        PIC X       VALUE 'N'.
               88  CREDIT-HOLD-SET                   VALUE 'Y'.
           05  END-OF-EXP-SCAN-SW        PIC X       VALUE 'N'.
               88  END-OF-EXP-SCAN                   VALUE 'Y'.
           05  CERT-EXEMPT-SW            PIC X       VALUE 'N'.
               88  CERT-EXEMPT                       VALUE 'Y'.
           05  CERT-EXPIRED-SW           PIC X       VALUE 'N'.
               88  CERT-EXPIRED                      VALUE 'Y'.
           05  ANY-BACKORDER-SW          PIC X       VALUE 'N'.
               88  ANY-LINE-BACKORDERED              VALUE 'Y'.
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
               88  SEND-ERASE                        VALUE '1'.
               88  SEND-DATAONLY                     VALUE '2'.
               88  SEND-DATAONLY-ALARM               VALUE '3'.
      *
       01  COMMUNICATION-AREA.
           05  CA-CONTEXT-FLAG           PIC X.
               88  PROCESS-KEY-MAP                   VALUE '1'.
               88  PROCESS-ADD-HEADER                VALUE '2'.
               88  PROCESS-CHANGE-HEADER             VALUE '3'.
               88  PROCESS-DELETE-CONFIRM            VALUE '4'.
               88  PROCESS-ADD-LINE                  VALUE '5'.
               88  PROCESS-DELETE-LINE               VALUE '6'.
               88  PROCESS-CONVERT-CONFIRM           VALUE '7'.
           05  CA-QUOTE-NUMBER           PIC 9(8).
           05  CA-LINE-NUMBER            PIC 9(3).
      *
       01  RESPONSE-CODE                 PIC S9(8)   COMP.
      *
       01  ERROR-MESSAGE-LINE.
           05  ERROR-TEXT                PIC X(78).
      *
       01  WS-ABSTIME                    PIC S9(15)  COMP.
       01  WS-DATE-FIELD                 PIC X(8).
       01  WS-TODAY-DATE REDEFINES WS-DATE-FIELD
                                         PIC 9(8).
      *
      *    A QUOTE KEYED WITHOUT AN EXPIRY DATE IS GOOD FOR 30 DAYS
      *    - ABSTIME COUNTS IN MILLISECONDS
      *
       01  WS-QUOTE-VALID-TIME           PIC S9(15)  COMP
                                         VALUE 2592000000.
       01  WS-EXPIRY-FIELD               PIC X(8).
       01  WS-EXPIRY-DATE                PIC 9(8).
       01  WS-EXPIRY-DATE-PARTS REDEFINES WS-EXPIRY-DATE.
           05  WS-EXPIRY-YYYY            PIC 9(4).
           05  WS-EXPIRY-MM              PIC 99.
           05  WS-EXPIRY-DD              PIC 99.
      *
       01  WS-PRICE-DISPLAY              PIC ZZZZZZ9.99.
      *
      *    CONVERT WORK FIELDS - THE ORDER BEING BUILT, THE LINE
      *    NUMBERS IT HANDS OUT, AND THE QUOTE LINE THE RESTARTED
      *    BROWSE PICKS UP FROM
      *
       01  WS-NEW-ORDER-NUMBER           PIC 9(8)    VALUE ZERO.
       01  WS-ORDER-LINE-NUMBER          PIC 9(3)    VALUE ZERO.
       01  WS-ORDER-TOTAL                PIC 9(9)V99 VALUE ZERO.
       01  WS-ORDER-WEIGHT               PIC 9(7)V99 VALUE ZERO.
       01  WS-SCAN-LINE-NUMBER           PIC 9(4)    VALUE ZERO.
       01  WS-CONVERT-LINE-COUNT         PIC 9(5)    VALUE ZERO.
       01  WS-LINE-REASON                PIC X(40)   VALUE SPACES.
       01  WS-CONVERT-NOTE               PIC X(40)   VALUE SPACES.
      *
      *    RUNNING TOTAL OF THE CUSTOMER'S STILL-OPEN ORDERS, BUILT
      *    BY 8000-COMPUTE-OPEN-EXPOSURE THE SAME WAY ORDRENT BUILDS
      *    IT
      *
       01  WS-OPEN-EXPOSURE              PIC 9(9)V99 VALUE ZERO.
       01  WS-EXP-CUSTOMER-KEY           PIC 9(6)    VALUE ZERO.
       01  WS-THIS-ORDER-GROSS           PIC 9(9)V99 VALUE ZERO.
       01  WS-THIS-ORDER-NUMBER          PIC 9(8)    VALUE ZERO.
      *
      *    SALES QUOTATION HEADER, LINE, AND NUMBER CONTROL RECORD
      *
       COPY QUOREC.
      *
       COPY QUOLREC.
      *
       COPY QCTLREC.
      *
      *    CUSTOMER MASTER RECORD - VALIDATES THE QUOTE'S CUSTOMER,
      *    AND ON A CONVERT CARRIES THE HOLD AND CREDIT LIMIT
      *
       COPY CUSTREC.
      *
      *    SHIP-TO ADDRESS RECORD - VALIDATES A KEYED SHIP-TO
      *    SEQUENCE
      *
       COPY SHIPREC.
      *
      *    PRODUCT MASTER RECORD - VALIDATES A LINE'S PRODUCT AND
      *    SUPPLIES ITS LIST PRICE
      *
       COPY PRODREC.
      *
      *    PRODUCT LOCATION STOCK RECORD AND LOCATION MASTER - THE
      *    LINE'S BUILDING MUST BE ACTIVE AND STOCK THE PRODUCT
      *
       COPY PLOCREC.
      *
       COPY LOCREC.
      *
       01  WS-LINE-LOCATION              PIC X(3)    VALUE SPACES.
       01  WS-DEFAULT-LOCATION           PIC X(3)    VALUE '001'.
      *
      *    KIT COMPONENT RECORD AND EXPLOSION TABLE - A KIT IS
      *    QUOTED WHOLE AND WRITTEN TO THE ORDER AS ITS COMPONENTS
      *
       COPY KITREC.
      *
       COPY KITTAB.
      *
      *    QUANTITY PRICE BREAK RECORD
      *
       COPY PBRKREC.
      *
      *    CUSTOMER CONTRACT PRICE RECORD - A CONTRACT IN FORCE
      *    TODAY PRICES THE LINE AHEAD OF LIST AND BREAK
      *
       COPY CONREC.
      *
      *    ORDER MASTER, ORDER LINE, AND ORDER NUMBER CONTROL
      *    RECORDS - WRITTEN WHEN A QUOTE IS CONVERTED
      *
       COPY ORDREC.
      *
       COPY ORDLREC.
      *
       COPY OCTLREC.
      *
      *    STOCK MOVEMENT LEDGER - THE CONVERTED ORDER'S
      *    ALLOCATIONS GO ON STKTRN THE SAME AS A KEYED ORDER'S
      *
       COPY STKTREC.
      *
       COPY SCTLREC.
      *
       01  WS-STK-DATE                   PIC X(8).
       01  WS-STK-TIME                   PIC X(6).
      *
      *    CUSTOMER AUDIT, OPERATOR PROFILE, AND VIOLATION LOG -
      *    THE CREDIT LIMIT CHECK ON A CONVERT
      *
       COPY AUDTREC.
      *
       COPY SECPREC.
      *
       COPY SVLREC.
      *
      *    SALES TAX RATE AND EXEMPTION CERTIFICATE RECORDS - THE
      *    CONVERTED ORDER IS TAXED WHEN IT IS COMPLETED
      *
       COPY TAXREC.
      *
       COPY EXMREC.
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
       COPY QUOSET1.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           05  DFHCOMMAREA-DATA          PIC X(12).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-QUOTE-ENTRY.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO QUOMAP1O
                   MOVE -1 TO QUONOL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO QUOMAP1O
                   MOVE -1 TO QUONOL
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
               WHEN PROCESS-ADD-HEADER
                   PERFORM 2000-PROCESS-ADD-HEADER
      *
               WHEN PROCESS-CHANGE-HEADER
                   PERFORM 3000-PROCESS-CHANGE-HEADER
      *
               WHEN PROCESS-DELETE-CONFIRM
                   PERFORM 4000-PROCESS-DELETE-QUOTE
      *
               WHEN PROCESS-ADD-LINE
                   PERFORM 5000-PROCESS-ADD-LINE
      *
               WHEN PROCESS-DELETE-LINE
                   PERFORM 6000-PROCESS-DELETE-LINE
      *
               WHEN PROCESS-CONVERT-CONFIRM
                   PERFORM 7000-PROCESS-CONVERT-QUOTE
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO QUOMAP1O
                   MOVE -1 TO QUONOL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('QUO1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-KEY-MAP.
      *
      *    FIRST SCREEN - GET THE ACTION, THE QUOTE NUMBER (NOT ON
      *    AN ADD - THE NUMBER IS HANDED OUT WHEN THE HEADER IS
      *    WRITTEN), AND FOR A LINE DELETE THE LINE NUMBER
      *
           PERFORM 1100-RECEIVE-KEY-MAP.
           PERFORM 1200-EDIT-KEY-DATA.
      *
           IF VALID-DATA
               EVALUATE ACTIONI
                   WHEN '1'
                       PERFORM 2050-SET-NEW-QUOTE-DEFAULTS
                       MOVE '2' TO CA-CONTEXT-FLAG
                       PERFORM 2100-SEND-HEADER-MAP
                   WHEN '2'
                       PERFORM 1340-EDIT-QUOTE-STATUS
                       IF VALID-DATA
                           MOVE '3' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-HEADER-MAP
                       ELSE
                           MOVE -1 TO QUONOL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       END-IF
                   WHEN '3'
                       PERFORM 1340-EDIT-QUOTE-STATUS
                       IF VALID-DATA
                           MOVE '4' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-HEADER-MAP
                       ELSE
                           MOVE -1 TO QUONOL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       END-IF
                   WHEN '4'
                       PERFORM 1340-EDIT-QUOTE-STATUS
                       IF VALID-DATA
                           PERFORM 5350-FIND-NEXT-LINE-NUMBER
                           MOVE '5' TO CA-CONTEXT-FLAG
                           PERFORM 5100-SEND-LINE-MAP
                       ELSE
                           MOVE -1 TO QUONOL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       END-IF
                   WHEN '5'
                       PERFORM 1340-EDIT-QUOTE-STATUS
                       IF VALID-DATA
                           PERFORM 1400-EDIT-LINE-NUMBER
                           IF VALID-DATA
                               MOVE '6' TO CA-CONTEXT-FLAG
                               PERFORM 5100-SEND-LINE-MAP
                           END-IF
                       ELSE
                           MOVE -1 TO QUONOL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       END-IF
                   WHEN '6'
                       PERFORM 1340-EDIT-QUOTE-STATUS
                       IF VALID-DATA AND QUO-LINE-COUNT = ZERO
                           MOVE 'QUOTE HAS NO LINES - NOTHING TO '
                             & 'CONVERT'
                               TO ERROR-TEXT
                           MOVE 'N' TO VALID-DATA-SW
                       END-IF
                       IF VALID-DATA
                           MOVE '7' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-HEADER-MAP
                       ELSE
                           MOVE -1 TO QUONOL
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
               RECEIVE MAP('QUOMAP1')
                       MAPSET('QUOSET1')
                       INTO(QUOMAP1I)
           END-EXEC.
      *
           INSPECT QUONOI REPLACING ALL '_' BY SPACE.
           INSPECT LINENOI REPLACING ALL '_' BY SPACE.
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
               WHEN ACTIONI = '1'
                   MOVE ZERO TO CA-QUOTE-NUMBER
               WHEN QUONOL = ZERO OR QUONOI = SPACE OR
                    QUONOI IS NOT NUMERIC
                   MOVE 'PLEASE ENTER A NUMERIC QUOTE NUMBER'
                       TO ERROR-TEXT
                   MOVE -1 TO QUONOL
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   MOVE QUONOI TO CA-QUOTE-NUMBER
           END-EVALUATE.
      *
       1300-READ-QUOTE-RECORD.
      *
           MOVE CA-QUOTE-NUMBER TO QUO-QUOTE-NUMBER.
      *
           EXEC CICS
               READ FILE('QUOMAS')
                    INTO(QUOTE-MASTER-RECORD)
                    RIDFLD(QUO-QUOTE-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO QUOTE-FOUND-SW
           ELSE
               MOVE 'N' TO QUOTE-FOUND-SW
           END-IF.
      *
       1340-EDIT-QUOTE-STATUS.
      *
      *    EVERY ACTION BUT AN ADD WORKS ON AN EXISTING QUOTE, AND
      *    ONLY AN OPEN ONE - A CONVERTED OR LOST QUOTE IS HISTORY.
      *    ADDING A LINE OR CONVERTING ALSO NEEDS THE QUOTE TO BE
      *    UNEXPIRED; CHANGE AND DELETE DO NOT, SO AN EXPIRED QUOTE
      *    CAN STILL BE MARKED LOST OR CLEARED AWAY.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           PERFORM 1300-READ-QUOTE-RECORD.
      *
           IF NOT QUOTE-FOUND
               MOVE 'QUOTE NOT FOUND' TO ERROR-TEXT
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               PERFORM 1350-CHECK-QUOTE-OPEN
               IF VALID-DATA AND (ACTIONI = '4' OR ACTIONI = '6')
                   PERFORM 1360-CHECK-QUOTE-CURRENT
               END-IF
           END-IF.
      *
       1350-CHECK-QUOTE-OPEN.
      *
           EVALUATE TRUE
               WHEN QUO-STATUS-OPEN
                   CONTINUE
               WHEN QUO-STATUS-CONVERTED
                   MOVE SPACES TO ERROR-TEXT
                   STRING 'QUOTE ALREADY CONVERTED TO ORDER '
                              DELIMITED BY SIZE
                          QUO-ORDER-NUMBER
                              DELIMITED BY SIZE
                       INTO ERROR-TEXT
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   MOVE 'QUOTE WAS MARKED LOST - ENTER A NEW QUOTE'
                       TO ERROR-TEXT
                   MOVE 'N' TO VALID-DATA-SW
           END-EVALUATE.
      *
       1360-CHECK-QUOTE-CURRENT.
      *
      *    A QUOTE IS GOOD THROUGH ITS EXPIRY DATE. AFTER THAT THE
      *    PRICES ON IT ARE STALE AND THE CUSTOMER GETS A NEW QUOTE
      *    AT TODAY'S PRICES, NOT AN EXTENSION OF THE OLD ONE.
      *
           PERFORM 1600-GET-TODAYS-DATE.
      *
           IF QUO-EXPIRY-DATE < WS-TODAY-DATE
               MOVE SPACES TO ERROR-TEXT
               STRING 'QUOTE EXPIRED ON '
                          DELIMITED BY SIZE
                      QUO-EXPIRY-DATE
                          DELIMITED BY SIZE
                      ' - ENTER A NEW QUOTE'
                          DELIMITED BY SIZE
                   INTO ERROR-TEXT
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       1400-EDIT-LINE-NUMBER.
      *
           IF LINENOL = ZERO OR LINENOI = SPACE OR
              LINENOI IS NOT NUMERIC
               MOVE 'PLEASE ENTER A NUMERIC LINE NUMBER'
                   TO ERROR-TEXT
               MOVE -1 TO LINENOL
               MOVE 'N' TO VALID-DATA-SW
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-KEY-MAP
           ELSE
               MOVE LINENOI TO CA-LINE-NUMBER
               PERFORM 1450-READ-QUOTE-LINE
               IF NOT LINE-FOUND
                   MOVE 'QUOTE LINE NOT FOUND' TO ERROR-TEXT
                   MOVE -1 TO LINENOL
                   MOVE 'N' TO VALID-DATA-SW
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-KEY-MAP
               END-IF
           END-IF.
      *
       1450-READ-QUOTE-LINE.
      *
           MOVE CA-QUOTE-NUMBER TO QUOL-QUOTE-NUMBER.
           MOVE CA-LINE-NUMBER TO QUOL-LINE-NUMBER.
      *
           EXEC CICS
               READ FILE('QUOLINE')
                    INTO(QUOTE-LINE-RECORD)
                    RIDFLD(QUOL-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO LINE-FOUND-SW
           ELSE
               MOVE 'N' TO LINE-FOUND-SW
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
                       SEND MAP('QUOMAP1')
                            MAPSET('QUOSET1')
                            FROM(QUOMAP1O)
                            ERASE
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('QUOMAP1')
                            MAPSET('QUOSET1')
                            FROM(QUOMAP1O)
                            DATAONLY
                            ALARM
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('QUOMAP1')
                            MAPSET('QUOSET1')
                            FROM(QUOMAP1O)
                            DATAONLY
                            CURSOR
                   END-EXEC
           END-EVALUATE.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
           MOVE SPACE TO QUOMAP1O.
           MOVE 'Y' TO VALID-DATA-SW.
      *
       1550-SEND-NEXT-ACTION.
      *
      *    BACK TO THE FIRST SCREEN WITH THE QUOTE NUMBER AND THE
      *    LIKELY NEXT ACTION ALREADY KEYED - AFTER AN ADD THE CLERK
      *    IS NEARLY ALWAYS GOING ON TO KEY THE NEXT LINE
      *
           MOVE LOW-VALUE TO QUOMAP1O.
           MOVE CA-QUOTE-NUMBER TO QUONOO.
           MOVE '4' TO ACTIONO.
           MOVE -1 TO ACTIONL.
           SET SEND-ERASE TO TRUE.
           MOVE '1' TO CA-CONTEXT-FLAG.
           PERFORM 1500-SEND-KEY-MAP.
      *
       1600-GET-TODAYS-DATE.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-DATE-FIELD)
           END-EXEC.
      *
       2000-PROCESS-ADD-HEADER.
      *
           PERFORM 2200-RECEIVE-HEADER-MAP.
           PERFORM 2050-SET-NEW-QUOTE-DEFAULTS.
           PERFORM 2300-EDIT-HEADER-DATA.
      *
           IF VALID-DATA
               PERFORM 2400-GET-NEXT-QUOTE-NUMBER
               MOVE CA-QUOTE-NUMBER TO QUO-QUOTE-NUMBER
               MOVE CM-REP-CODE TO QUO-REP-CODE
               MOVE EIBOPID TO QUO-ENTERED-OPID
               EXEC CICS
                   WRITE FILE('QUOMAS')
                         FROM(QUOTE-MASTER-RECORD)
                         RIDFLD(QUO-QUOTE-NUMBER)
               END-EXEC
               MOVE SPACES TO ERROR-TEXT
               STRING 'QUOTE '
                          DELIMITED BY SIZE
                      QUO-QUOTE-NUMBER
                          DELIMITED BY SIZE
                      ' ADDED - USE ACTION 4 TO ADD LINES'
                          DELIMITED BY SIZE
                   INTO ERROR-TEXT
               PERFORM 1550-SEND-NEXT-ACTION
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 2100-SEND-HEADER-MAP
           END-IF.
      *
       2050-SET-NEW-QUOTE-DEFAULTS.
      *
           PERFORM 1600-GET-TODAYS-DATE.
      *
           MOVE ZERO TO QUO-QUOTE-NUMBER.
           MOVE ZERO TO QUO-CUSTOMER-NUMBER.
           MOVE ZERO TO QUO-SHIP-TO-SEQUENCE.
           MOVE WS-TODAY-DATE TO QUO-QUOTE-DATE.
           MOVE ZERO TO QUO-EXPIRY-DATE.
           SET QUO-STATUS-OPEN TO TRUE.
           MOVE ZERO TO QUO-LINE-COUNT.
           MOVE ZERO TO QUO-QUOTE-TOTAL.
           MOVE SPACES TO QUO-REP-CODE.
           MOVE SPACES TO QUO-ENTERED-OPID.
           MOVE WS-TODAY-DATE TO QUO-CHANGED-DATE.
           MOVE ZERO TO QUO-ORDER-NUMBER.
           MOVE ZERO TO QUO-CONVERTED-DATE.
      *
       2100-SEND-HEADER-MAP.
      *
      *    ON A VALIDATION FAILURE THE KEYED FIELDS ARE LEFT AS THE
      *    CLERK TYPED THEM; OTHERWISE THEY START FROM THE RECORD
      *
           IF NOT SEND-DATAONLY-ALARM
               MOVE LOW-VALUE TO QUOMAP2O
               MOVE QUO-CUSTOMER-NUMBER TO CUSTNOO2
               MOVE QUO-SHIP-TO-SEQUENCE TO SHIPSQO2
               IF QUO-EXPIRY-DATE > ZERO
                   MOVE QUO-EXPIRY-DATE TO EXPDTO2
               END-IF
               MOVE QUO-STATUS-CODE TO QSTATO2
           END-IF.
      *
           IF PROCESS-ADD-HEADER
               MOVE 'NEW' TO QUONOO2
           ELSE
               MOVE CA-QUOTE-NUMBER TO QUONOO2
           END-IF.
      *
           MOVE SPACES TO CUSTNMO2.
           IF QUO-CUSTOMER-NUMBER > ZERO
               MOVE QUO-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               EXEC CICS
                   READ FILE('CUSTMAS')
                        INTO(CUSTOMER-MASTER-RECORD)
                        RIDFLD(CM-CUSTOMER-NUMBER)
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE CM-LAST-NAME TO CUSTNMO2
               END-IF
           END-IF.
      *
           MOVE QUO-QUOTE-DATE TO QUODTO2.
           MOVE QUO-LINE-COUNT TO LINESO2.
           MOVE QUO-QUOTE-TOTAL TO QTOTALO2.
           IF QUO-ORDER-NUMBER > ZERO
               MOVE QUO-ORDER-NUMBER TO ORDNOO2
           END-IF.
      *
           EVALUATE TRUE
               WHEN PROCESS-ADD-HEADER
                   MOVE 'ADD QUOTE - BLANK EXPIRY = 30 DAYS'
                       TO INSTRUCTO2
                   MOVE -1 TO CUSTNOL2
               WHEN PROCESS-CHANGE-HEADER
                   MOVE 'CHANGE QUOTE - KEY THE NEW VALUES'
                       TO INSTRUCTO2
                   MOVE -1 TO SHIPSQL2
               WHEN PROCESS-DELETE-CONFIRM
                   MOVE 'PRESS ENTER TO DELETE QUOTE AND LINES'
                       TO INSTRUCTO2
               WHEN PROCESS-CONVERT-CONFIRM
                   MOVE 'PRESS ENTER TO CONVERT QUOTE TO AN ORDER'
                       TO INSTRUCTO2
           END-EVALUATE.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO2
           END-IF.
      *
           EXEC CICS
               SEND MAP('QUOMAP2')
                    MAPSET('QUOSET1')
                    FROM(QUOMAP2O)
                    ERASE
                    CURSOR
           END-EXEC.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
      *
       2200-RECEIVE-HEADER-MAP.
      *
           EXEC CICS
               RECEIVE MAP('QUOMAP2')
                       MAPSET('QUOSET1')
                       INTO(QUOMAP2I)
           END-EXEC.
      *
           INSPECT CUSTNOI2 REPLACING ALL '_' BY SPACE.
           INSPECT SHIPSQI2 REPLACING ALL '_' BY SPACE.
           INSPECT EXPDTI2 REPLACING ALL '_' BY SPACE.
           INSPECT QSTATI2 REPLACING ALL '_' BY SPACE.
      *
       2300-EDIT-HEADER-DATA.
      *
      *    THE CUSTOMER IS FIXED ONCE THE QUOTE EXISTS - ITS LINES
      *    WERE PRICED FOR THAT ACCOUNT. A DIFFERENT CUSTOMER GETS
      *    A QUOTE OF ITS OWN.
      *
           MOVE 'Y' TO VALID-DATA-SW.
      *
           EVALUATE TRUE
               WHEN CUSTNOL2 = ZERO OR CUSTNOI2 = SPACE OR
                    CUSTNOI2 IS NOT NUMERIC
                   MOVE 'PLEASE ENTER A NUMERIC CUSTOMER NUMBER'
                       TO ERROR-TEXT
                   MOVE -1 TO CUSTNOL2
                   MOVE 'N' TO VALID-DATA-SW
               WHEN PROCESS-CHANGE-HEADER AND
                    CUSTNOI2 NOT = QUO-CUSTOMER-NUMBER
                   MOVE 'CUSTOMER CANNOT BE CHANGED - ENTER A NEW '
                     & 'QUOTE'
                       TO ERROR-TEXT
                   MOVE -1 TO CUSTNOL2
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   MOVE CUSTNOI2 TO QUO-CUSTOMER-NUMBER
           END-EVALUATE.
      *
           IF VALID-DATA
               PERFORM 2350-EDIT-CUSTOMER-AND-SHIP
           END-IF.
      *
           IF VALID-DATA
               PERFORM 2380-EDIT-EXPIRY-DATE
           END-IF.
      *
           IF VALID-DATA
               EVALUATE TRUE
                   WHEN QSTATI2 = 'O' OR QSTATI2 = SPACE
                       SET QUO-STATUS-OPEN TO TRUE
                   WHEN QSTATI2 = 'L' AND PROCESS-CHANGE-HEADER
                       SET QUO-STATUS-LOST TO TRUE
                   WHEN PROCESS-ADD-HEADER
                       MOVE 'A NEW QUOTE IS ALWAYS OPEN - LEAVE STATUS '
                         & 'BLANK'
                           TO ERROR-TEXT
                       MOVE -1 TO QSTATL2
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN OTHER
                       MOVE 'STATUS MUST BE O OR L' TO ERROR-TEXT
                       MOVE -1 TO QSTATL2
                       MOVE 'N' TO VALID-DATA-SW
               END-EVALUATE
           END-IF.
      *
           IF VALID-DATA
               PERFORM 1600-GET-TODAYS-DATE
               MOVE WS-TODAY-DATE TO QUO-CHANGED-DATE
           END-IF.
      *
       2350-EDIT-CUSTOMER-AND-SHIP.
      *
      *    THE CUSTOMER MUST BE ON FILE AND NOT CLOSED. A HOLD DOES
      *    NOT STOP A QUOTE - IT IS ONLY A PRICE - BUT IT DOES STOP
      *    THE CONVERT. A KEYED SHIP-TO MUST BE ONE OF THE
      *    CUSTOMER'S ACTIVE ADDRESSES; BLANK OR ZERO MEANS THE
      *    BILL-TO.
      *
           MOVE QUO-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
      *
           EXEC CICS
               READ FILE('CUSTMAS')
                    INTO(CUSTOMER-MASTER-RECORD)
                    RIDFLD(CM-CUSTOMER-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'CUSTOMER NOT FOUND' TO ERROR-TEXT
                   MOVE -1 TO CUSTNOL2
                   MOVE 'N' TO VALID-DATA-SW
               WHEN CM-STATUS-CLOSED
                   MOVE 'CUSTOMER IS CLOSED' TO ERROR-TEXT
                   MOVE -1 TO CUSTNOL2
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           IF VALID-DATA
               IF SHIPSQI2 = SPACE
                   MOVE ZERO TO QUO-SHIP-TO-SEQUENCE
               ELSE
                   IF SHIPSQI2 IS NUMERIC
                       MOVE SHIPSQI2 TO QUO-SHIP-TO-SEQUENCE
                       IF QUO-SHIP-TO-SEQUENCE > ZERO
                           PERFORM 2370-READ-SHIP-TO-ADDRESS
                           IF NOT SHIP-TO-FOUND
                               MOVE 'SHIP-TO SEQUENCE NOT ON FILE '
                                 & 'FOR THIS CUSTOMER'
                                   TO ERROR-TEXT
                               MOVE -1 TO SHIPSQL2
                               MOVE 'N' TO VALID-DATA-SW
                           END-IF
                       END-IF
                   ELSE
                       MOVE 'SHIP-TO SEQUENCE MUST BE NUMERIC'
                           TO ERROR-TEXT
                       MOVE -1 TO SHIPSQL2
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
           END-IF.
      *
       2370-READ-SHIP-TO-ADDRESS.
      *
           MOVE QUO-CUSTOMER-NUMBER TO SHIP-CUSTOMER-NUMBER.
           MOVE QUO-SHIP-TO-SEQUENCE TO SHIP-SEQUENCE-NUMBER.
      *
           EXEC CICS
               READ FILE('CUSTSHIP')
                    INTO(SHIP-TO-RECORD)
                    RIDFLD(SHIP-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL) AND NOT SHIP-REMOVED
               MOVE 'Y' TO SHIP-FOUND-SW
           ELSE
               MOVE 'N' TO SHIP-FOUND-SW
           END-IF.
      *
       2380-EDIT-EXPIRY-DATE.
      *
      *    A BLANK EXPIRY ON AN ADD MAKES THE QUOTE GOOD FOR 30
      *    DAYS; ON A CHANGE IT LEAVES THE DATE ALONE. A KEYED DATE
      *    MUST BE A REAL DATE NO EARLIER THAN TODAY. A QUOTE THAT
      *    HAS ALREADY EXPIRED CANNOT BE BROUGHT BACK BY MOVING THE
      *    DATE OUT - ITS PRICES ARE STALE.
      *
           PERFORM 1600-GET-TODAYS-DATE.
      *
           IF EXPDTL2 = ZERO OR EXPDTI2 = SPACE
               IF PROCESS-ADD-HEADER
                   EXEC CICS
                       ASKTIME ABSTIME(WS-ABSTIME)
                   END-EXEC
                   ADD WS-QUOTE-VALID-TIME TO WS-ABSTIME
                   EXEC CICS
                       FORMATTIME ABSTIME(WS-ABSTIME)
                                  YYYYMMDD(WS-EXPIRY-FIELD)
                   END-EXEC
                   MOVE WS-EXPIRY-FIELD TO QUO-EXPIRY-DATE
               END-IF
           ELSE
               IF EXPDTI2 IS NOT NUMERIC
                   MOVE 'EXPIRY DATE MUST BE YYYYMMDD' TO ERROR-TEXT
                   MOVE -1 TO EXPDTL2
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE EXPDTI2 TO WS-EXPIRY-DATE
                   EVALUATE TRUE
                       WHEN WS-EXPIRY-MM < 1 OR WS-EXPIRY-MM > 12 OR
                            WS-EXPIRY-DD < 1 OR WS-EXPIRY-DD > 31
                           MOVE 'EXPIRY DATE IS NOT A VALID DATE'
                               TO ERROR-TEXT
                           MOVE -1 TO EXPDTL2
                           MOVE 'N' TO VALID-DATA-SW
                       WHEN PROCESS-CHANGE-HEADER AND
                            QUO-EXPIRY-DATE < WS-TODAY-DATE AND
                            WS-EXPIRY-DATE NOT = QUO-EXPIRY-DATE
                           MOVE 'QUOTE HAS EXPIRED - ENTER A NEW QUOTE '
                             & 'AT TODAY''S PRICES'
                               TO ERROR-TEXT
                           MOVE -1 TO EXPDTL2
                           MOVE 'N' TO VALID-DATA-SW
                       WHEN WS-EXPIRY-DATE < WS-TODAY-DATE AND
                            WS-EXPIRY-DATE NOT = QUO-EXPIRY-DATE
                           MOVE 'EXPIRY DATE CANNOT BE BEFORE TODAY'
                               TO ERROR-TEXT
                           MOVE -1 TO EXPDTL2
                           MOVE 'N' TO VALID-DATA-SW
                       WHEN OTHER
                           MOVE WS-EXPIRY-DATE TO QUO-EXPIRY-DATE
                   END-EVALUATE
               END-IF
           END-IF.
      *
       2400-GET-NEXT-QUOTE-NUMBER.
      *
           EXEC CICS
               READ FILE('QUOCTL')
                    INTO(QUOTE-CONTROL-RECORD)
                    RIDFLD(QCTL-RECORD-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               ADD 1 TO QCTL-NEXT-QUOTE-NUMBER
               EXEC CICS
                   REWRITE FILE('QUOCTL')
                           FROM(QUOTE-CONTROL-RECORD)
               END-EXEC
           ELSE
      *        CONTROL RECORD IS MISSING (FIRST RUN) - SEED IT SO THE
      *        NEXT QUOTE DOES NOT HAND OUT "1" AGAIN
               MOVE 'QUONO ' TO QCTL-RECORD-KEY
               MOVE 1 TO QCTL-NEXT-QUOTE-NUMBER
               EXEC CICS
                   WRITE FILE('QUOCTL')
                         FROM(QUOTE-CONTROL-RECORD)
                         RIDFLD(QCTL-RECORD-KEY)
               END-EXEC
           END-IF.
      *
           MOVE QCTL-NEXT-QUOTE-NUMBER TO CA-QUOTE-NUMBER.
      *
       3000-PROCESS-CHANGE-HEADER.
      *
           PERFORM 2200-RECEIVE-HEADER-MAP.
           PERFORM 1300-READ-QUOTE-RECORD.
      *
           IF QUOTE-FOUND
               MOVE 'Y' TO VALID-DATA-SW
               PERFORM 1350-CHECK-QUOTE-OPEN
           ELSE
               MOVE 'QUOTE NO LONGER ON FILE' TO ERROR-TEXT
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
           IF NOT VALID-DATA
               MOVE LOW-VALUE TO QUOMAP1O
               MOVE -1 TO QUONOL
               SET SEND-ERASE TO TRUE
               MOVE '1' TO CA-CONTEXT-FLAG
               PERFORM 1500-SEND-KEY-MAP
           ELSE
               EXEC CICS
                   READ FILE('QUOMAS')
                        INTO(QUOTE-MASTER-RECORD)
                        RIDFLD(CA-QUOTE-NUMBER)
                        UPDATE
                        RESP(RESPONSE-CODE)
               END-EXEC
               PERFORM 2300-EDIT-HEADER-DATA
               IF VALID-DATA
                   EXEC CICS
                       REWRITE FILE('QUOMAS')
                               FROM(QUOTE-MASTER-RECORD)
                   END-EXEC
                   MOVE 'QUOTE CHANGED SUCCESSFULLY' TO ERROR-TEXT
                   MOVE LOW-VALUE TO QUOMAP1O
                   MOVE -1 TO QUONOL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
               ELSE
                   EXEC CICS
                       UNLOCK FILE('QUOMAS')
                   END-EXEC
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 2100-SEND-HEADER-MAP
               END-IF
           END-IF.
      *
       4000-PROCESS-DELETE-QUOTE.
      *
      *    ENTER PRESSED ON THE DELETE CONFIRMATION - THE HEADER
      *    AND EVERY LINE GO TOGETHER, THE SAME AS A TEMPLATE ON
      *    STOMNT1. THE QUOTE MUST STILL BE OPEN - ONE CONVERTED
      *    WHILE THE SCREEN WAS UP IS KEPT FOR ITS ORDER.
      *
           PERFORM 1300-READ-QUOTE-RECORD.
      *
           IF QUOTE-FOUND
               MOVE 'Y' TO VALID-DATA-SW
               PERFORM 1350-CHECK-QUOTE-OPEN
               IF VALID-DATA
                   PERFORM 4100-DELETE-QUOTE-LINES
                   EXEC CICS
                       DELETE FILE('QUOMAS')
                              RIDFLD(QUO-QUOTE-NUMBER)
                   END-EXEC
                   MOVE 'QUOTE AND LINES DELETED' TO ERROR-TEXT
               END-IF
           ELSE
               MOVE 'QUOTE NO LONGER ON FILE' TO ERROR-TEXT
           END-IF.
      *
           MOVE LOW-VALUE TO QUOMAP1O.
           MOVE -1 TO QUONOL.
           SET SEND-ERASE TO TRUE.
           MOVE '1' TO CA-CONTEXT-FLAG.
           PERFORM 1500-SEND-KEY-MAP.
      *
       4100-DELETE-QUOTE-LINES.
      *
           MOVE 'N' TO END-OF-LINE-SCAN-SW.
      *
           PERFORM UNTIL END-OF-LINE-SCAN
               MOVE CA-QUOTE-NUMBER TO QUOL-QUOTE-NUMBER
               MOVE ZERO TO QUOL-LINE-NUMBER
               EXEC CICS
                   STARTBR FILE('QUOLINE')
                           RIDFLD(QUOL-KEY)
                           GTEQ
                           RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO END-OF-LINE-SCAN-SW
               ELSE
                   EXEC CICS
                       READNEXT FILE('QUOLINE')
                                INTO(QUOTE-LINE-RECORD)
                                RIDFLD(QUOL-KEY)
                                RESP(RESPONSE-CODE)
                   END-EXEC
                   EXEC CICS
                       ENDBR FILE('QUOLINE')
                   END-EXEC
                   IF RESPONSE-CODE = DFHRESP(NORMAL) AND
                      QUOL-QUOTE-NUMBER = CA-QUOTE-NUMBER
                       EXEC CICS
                           DELETE FILE('QUOLINE')
                                  RIDFLD(QUOL-KEY)
                       END-EXEC
                   ELSE
                       MOVE 'Y' TO END-OF-LINE-SCAN-SW
                   END-IF
               END-IF
           END-PERFORM.
      *
       5000-PROCESS-ADD-LINE.
      *
      *    THE QUOTE IS CHECKED AGAIN AT POST TIME - IT MAY HAVE
      *    BEEN CONVERTED, OR PASSED MIDNIGHT ON ITS EXPIRY DATE,
      *    SINCE THE LINE SCREEN WENT UP
      *
           PERFORM 5200-RECEIVE-LINE-MAP.
           PERFORM 1300-READ-QUOTE-RECORD.
      *
           IF QUOTE-FOUND
               MOVE 'Y' TO VALID-DATA-SW
               PERFORM 1350-CHECK-QUOTE-OPEN
               IF VALID-DATA
                   PERFORM 1360-CHECK-QUOTE-CURRENT
               END-IF
           ELSE
               MOVE 'QUOTE NO LONGER ON FILE' TO ERROR-TEXT
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
           IF NOT VALID-DATA
               MOVE LOW-VALUE TO QUOMAP1O
               MOVE -1 TO QUONOL
               SET SEND-ERASE TO TRUE
               MOVE '1' TO CA-CONTEXT-FLAG
               PERFORM 1500-SEND-KEY-MAP
           ELSE
               PERFORM 5300-EDIT-LINE-DATA
               IF VALID-DATA
                   PERFORM 5400-WRITE-QUOTE-LINE
                   PERFORM 5500-UPDATE-QUOTE-TOTALS
                   MOVE QUOL-UNIT-PRICE TO WS-PRICE-DISPLAY
                   MOVE SPACES TO ERROR-TEXT
                   EVALUATE TRUE
                       WHEN CONTRACT-PRICE-APPLIED
                           STRING 'LINE '
                                      DELIMITED BY SIZE
                                  QUOL-LINE-NUMBER
                                      DELIMITED BY SIZE
                                  ' ADDED AT CONTRACT PRICE '
                                      DELIMITED BY SIZE
                                  WS-PRICE-DISPLAY
                                      DELIMITED BY SIZE
                               INTO ERROR-TEXT
                       WHEN BREAK-PRICE-APPLIED
                           STRING 'LINE '
                                      DELIMITED BY SIZE
                                  QUOL-LINE-NUMBER
                                      DELIMITED BY SIZE
                                  ' ADDED AT BREAK PRICE '
                                      DELIMITED BY SIZE
                                  WS-PRICE-DISPLAY
                                      DELIMITED BY SIZE
                               INTO ERROR-TEXT
                       WHEN OTHER
                           STRING 'LINE '
                                      DELIMITED BY SIZE
                                  QUOL-LINE-NUMBER
                                      DELIMITED BY SIZE
                                  ' ADDED AT LIST PRICE '
                                      DELIMITED BY SIZE
                                  WS-PRICE-DISPLAY
                                      DELIMITED BY SIZE
                               INTO ERROR-TEXT
                   END-EVALUATE
                   PERFORM 1550-SEND-NEXT-ACTION
               ELSE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 5100-SEND-LINE-MAP
               END-IF
           END-IF.
      *
       5100-SEND-LINE-MAP.
      *
      *    ON A VALIDATION FAILURE, ECHO BACK WHAT THE CLERK JUST
      *    TYPED SO THEY DO NOT HAVE TO RETYPE THE WHOLE LINE
      *
           IF NOT SEND-DATAONLY-ALARM
               MOVE LOW-VALUE TO QUOMAP3O
           END-IF.
      *
           MOVE CA-QUOTE-NUMBER TO QUONOO3.
           MOVE CA-LINE-NUMBER TO LINENOO3.
      *
           IF PROCESS-DELETE-LINE
               MOVE QUOL-PRODUCT-CODE TO PRODO3
               MOVE QUOL-PRODUCT-DESC TO DESCO3
               MOVE QUOL-QUANTITY TO QTYO3
               MOVE QUOL-LOCATION-CODE TO LOCO3
               MOVE QUOL-UNIT-PRICE TO PRICEO3
               MOVE 'PRESS ENTER TO CONFIRM THE LINE DELETE'
                   TO INSTRUCTO3
           ELSE
               MOVE 'KEY PRODUCT, QUANTITY, AND LOCATION'
                   TO INSTRUCTO3
               IF NOT SEND-DATAONLY-ALARM
                   MOVE -1 TO PRODL3
               END-IF
           END-IF.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO3
           END-IF.
      *
           EXEC CICS
               SEND MAP('QUOMAP3')
                    MAPSET('QUOSET1')
                    FROM(QUOMAP3O)
                    ERASE
                    CURSOR
           END-EXEC.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
      *
       5200-RECEIVE-LINE-MAP.
      *
           EXEC CICS
               RECEIVE MAP('QUOMAP3')
                       MAPSET('QUOSET1')
                       INTO(QUOMAP3I)
           END-EXEC.
      *
           INSPECT PRODI3 REPLACING ALL '_' BY SPACE.
           INSPECT QTYI3 REPLACING ALL '_' BY SPACE.
           INSPECT LOCI3 REPLACING ALL '_' BY SPACE.
      *
       5300-EDIT-LINE-DATA.
      *
           MOVE 'Y' TO VALID-DATA-SW.
      *
           EVALUATE TRUE
               WHEN PRODL3 = ZERO OR PRODI3 = SPACE
                   MOVE 'PRODUCT CODE IS REQUIRED' TO ERROR-TEXT
                   MOVE -1 TO PRODL3
                   MOVE 'N' TO VALID-DATA-SW
               WHEN QTYI3 = SPACE OR QTYI3 IS NOT NUMERIC
                   MOVE 'PLEASE ENTER A NUMERIC QUANTITY'
                       TO ERROR-TEXT
                   MOVE -1 TO QTYL3
                   MOVE 'N' TO VALID-DATA-SW
               WHEN QTYI3 = ZERO
                   MOVE 'QUANTITY MUST BE AT LEAST 1' TO ERROR-TEXT
                   MOVE -1 TO QTYL3
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   MOVE PRODI3 TO PRD-PRODUCT-CODE
                   EXEC CICS
                       READ FILE('PRODMAS')
                            INTO(PRODUCT-MASTER-RECORD)
                            RIDFLD(PRD-PRODUCT-CODE)
                            RESP(RESPONSE-CODE)
                   END-EXEC
                   EVALUATE TRUE
                       WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                           MOVE 'PRODUCT CODE NOT ON PRODUCT MASTER'
                               TO ERROR-TEXT
                           MOVE -1 TO PRODL3
                           MOVE 'N' TO VALID-DATA-SW
                       WHEN PRD-STATUS-DISCONTINUED
                           MOVE 'PRODUCT HAS BEEN DISCONTINUED'
                               TO ERROR-TEXT
                           MOVE -1 TO PRODL3
                           MOVE 'N' TO VALID-DATA-SW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE.
      *
           IF VALID-DATA
               PERFORM 5360-EDIT-LINE-LOCATION
           END-IF.
      *
       5350-FIND-NEXT-LINE-NUMBER.
      *
      *    LINE NUMBERS ARE NEVER REUSED - A DELETE LEAVES GAPS AND
      *    ONLY THE COUNT ON THE HEADER COMES DOWN, SO THE NEXT
      *    NUMBER COMES FROM THE HIGHEST LINE ACTUALLY ON FILE
      *
           MOVE 1 TO CA-LINE-NUMBER.
           MOVE 'N' TO END-OF-LINE-SCAN-SW.
           MOVE CA-QUOTE-NUMBER TO QUOL-QUOTE-NUMBER.
           MOVE ZERO TO QUOL-LINE-NUMBER.
      *
           EXEC CICS
               STARTBR FILE('QUOLINE')
                       RIDFLD(QUOL-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL END-OF-LINE-SCAN
                   EXEC CICS
                       READNEXT FILE('QUOLINE')
                                INTO(QUOTE-LINE-RECORD)
                                RIDFLD(QUOL-KEY)
                                RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE = DFHRESP(NORMAL) AND
                      QUOL-QUOTE-NUMBER = CA-QUOTE-NUMBER
                       COMPUTE CA-LINE-NUMBER =
                           QUOL-LINE-NUMBER + 1
                   ELSE
                       MOVE 'Y' TO END-OF-LINE-SCAN-SW
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('QUOLINE')
               END-EXEC
           END-IF.
      *
       5360-EDIT-LINE-LOCATION.
      *
      *    A BLANK LOCATION TAKES THE DEFAULT BUILDING. THE LINE'S
      *    BUILDING MUST BE ACTIVE ON LOCMAS AND STOCK THE PRODUCT
      *    ON PRDLOC, THE SAME EDIT ORDRENT MAKES - A QUOTE THAT
      *    COULD NOT BE ORDERED FROM ITS BUILDING IS NO QUOTE
      *
           IF LOCL3 = ZERO OR LOCI3 = SPACE
               MOVE WS-DEFAULT-LOCATION TO WS-LINE-LOCATION
           ELSE
               MOVE LOCI3 TO WS-LINE-LOCATION
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
                   MOVE 'LOCATION CODE NOT ON LOCATION MASTER'
                       TO ERROR-TEXT
                   MOVE -1 TO LOCL3
                   MOVE 'N' TO VALID-DATA-SW
               WHEN LOC-STATUS-INACTIVE
                   MOVE 'LOCATION IS INACTIVE - KEY ANOTHER BUILDING'
                       TO ERROR-TEXT
                   MOVE -1 TO LOCL3
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   PERFORM 5370-LOAD-KIT-COMPONENTS
                   IF KIT-PRODUCT
                       PERFORM 5380-EDIT-KIT-COMPONENTS
                   ELSE
                       MOVE PRD-PRODUCT-CODE TO PL-PRODUCT-CODE
                       MOVE WS-LINE-LOCATION TO PL-LOCATION-CODE
                       EXEC CICS
                           READ FILE('PRDLOC')
                                INTO(PRODUCT-LOCATION-RECORD)
                                RIDFLD(PL-KEY)
                                RESP(RESPONSE-CODE)
                       END-EXEC
                       IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                           MOVE 'LOCATION NOT STOCKED FOR THIS PRODUCT'
                               TO ERROR-TEXT
                           MOVE -1 TO LOCL3
                           MOVE 'N' TO VALID-DATA-SW
                       END-IF
                   END-IF
           END-EVALUATE.
      *
       5370-LOAD-KIT-COMPONENTS.
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
       5380-EDIT-KIT-COMPONENTS.
      *
      *    A KIT CAN ONLY BE QUOTED FROM A BUILDING THAT STOCKS
      *    EVERY ONE OF ITS COMPONENTS. THE KIT'S OWN RECORD IS
      *    READ BACK AFTERWARD FOR THE LINE AND ITS PRICE BREAK.
      *
           MOVE QTYI3 TO WS-KIT-QUANTITY.
      *
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT OR
                         NOT VALID-DATA
               PERFORM 5385-EDIT-KIT-COMPONENT
           END-PERFORM.
      *
           IF NOT VALID-DATA
               MOVE SPACES TO ERROR-TEXT
               STRING WS-LINE-REASON DELIMITED BY '  '
                      ' - KIT CANNOT BE QUOTED' DELIMITED BY SIZE
                   INTO ERROR-TEXT
           END-IF.
      *
           MOVE WS-KIT-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           EXEC CICS
               READ FILE('PRODMAS')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(PRD-PRODUCT-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
       5385-EDIT-KIT-COMPONENT.
      *
           MOVE WS-KIT-COMPONENT-CODE (WS-KIT-IDX)
               TO PRD-PRODUCT-CODE.
           PERFORM 7270-EDIT-KIT-COMPONENT.
      *
           IF NOT VALID-DATA
               MOVE -1 TO PRODL3
           END-IF.
      *
       5400-WRITE-QUOTE-LINE.
      *
      *    THE NUMBER IS DERIVED AGAIN AT POST TIME - ANOTHER
      *    TERMINAL MAY HAVE ADDED A LINE SINCE THE SCREEN WENT UP -
      *    AND THE LINE IS REBUILT IN FULL, SINCE THE NUMBER BROWSE
      *    READ OTHER LINES THROUGH THE SAME RECORD AREA
      *
           PERFORM 5350-FIND-NEXT-LINE-NUMBER.
      *
           MOVE CA-QUOTE-NUMBER TO QUOL-QUOTE-NUMBER.
           MOVE CA-LINE-NUMBER TO QUOL-LINE-NUMBER.
           MOVE PRD-PRODUCT-CODE TO QUOL-PRODUCT-CODE.
           MOVE PRD-PRODUCT-DESC TO QUOL-PRODUCT-DESC.
           MOVE QTYI3 TO QUOL-QUANTITY.
           MOVE PRD-LIST-PRICE TO QUOL-LIST-PRICE.
           MOVE PRD-LIST-PRICE TO QUOL-UNIT-PRICE.
           MOVE WS-LINE-LOCATION TO QUOL-LOCATION-CODE.
           PERFORM 5450-APPLY-PRICE-BREAK.
           PERFORM 5460-APPLY-CONTRACT-PRICE.
           COMPUTE QUOL-EXTENDED-AMOUNT ROUNDED =
               QUOL-QUANTITY * QUOL-UNIT-PRICE.
      *
           EXEC CICS
               WRITE FILE('QUOLINE')
                     FROM(QUOTE-LINE-RECORD)
                     RIDFLD(QUOL-KEY)
           END-EXEC.
      *
       5450-APPLY-PRICE-BREAK.
      *
      *    THE SAME BREAK LOOKUP ORDRENT MAKES - THE PRCBRK BREAKS
      *    SIT IN ASCENDING MINIMUM-QUANTITY ORDER, SO THE LAST ONE
      *    THE QUANTITY STILL QUALIFIES FOR IS THE DEEPEST
      *
           MOVE 'N' TO BREAK-APPLIED-SW.
           MOVE 'N' TO END-OF-BREAK-SCAN-SW.
           SET QUOL-PRICE-LIST TO TRUE.
           MOVE PRD-PRODUCT-CODE TO PB-PRODUCT-CODE.
           MOVE ZERO TO PB-MIN-QUANTITY.
      *
           EXEC CICS
               STARTBR FILE('PRCBRK')
                       RIDFLD(PB-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL END-OF-BREAK-SCAN
                   EXEC CICS
                       READNEXT FILE('PRCBRK')
                                INTO(PRICE-BREAK-RECORD)
                                RIDFLD(PB-KEY)
                                RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE = DFHRESP(NORMAL) AND
                      PB-PRODUCT-CODE = PRD-PRODUCT-CODE AND
                      PB-MIN-QUANTITY <= QUOL-QUANTITY
                       MOVE PB-BREAK-PRICE TO QUOL-UNIT-PRICE
                       SET QUOL-PRICE-BREAK TO TRUE
                       MOVE 'Y' TO BREAK-APPLIED-SW
                   ELSE
                       MOVE 'Y' TO END-OF-BREAK-SCAN-SW
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('PRCBRK')
               END-EXEC
           END-IF.
      *
       5460-APPLY-CONTRACT-PRICE.
      *
      *    THE SAME CONTRACT LOOKUP ORDRENT MAKES - A CONPRC
      *    CONTRACT FOR THE QUOTE'S CUSTOMER AND THIS PRODUCT THAT
      *    IS IN FORCE TODAY WINS OVER THE LIST OR BREAK PRICE, AND
      *    IT IS THE PRICE QUOTED
      *
           MOVE 'N' TO CONTRACT-APPLIED-SW.
           MOVE QUO-CUSTOMER-NUMBER TO CON-CUSTOMER-NUMBER.
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
               PERFORM 1600-GET-TODAYS-DATE
               IF WS-TODAY-DATE >= CON-START-DATE AND
                  WS-TODAY-DATE <= CON-END-DATE
                   MOVE CON-CONTRACT-PRICE TO QUOL-UNIT-PRICE
                   SET QUOL-PRICE-CONTRACT TO TRUE
                   MOVE 'Y' TO CONTRACT-APPLIED-SW
               END-IF
           END-IF.
      *
       5500-UPDATE-QUOTE-TOTALS.
      *
           PERFORM 1600-GET-TODAYS-DATE.
      *
           EXEC CICS
               READ FILE('QUOMAS')
                    INTO(QUOTE-MASTER-RECORD)
                    RIDFLD(CA-QUOTE-NUMBER)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               ADD 1 TO QUO-LINE-COUNT
               ADD QUOL-EXTENDED-AMOUNT TO QUO-QUOTE-TOTAL
               MOVE WS-TODAY-DATE TO QUO-CHANGED-DATE
               EXEC CICS
                   REWRITE FILE('QUOMAS')
                           FROM(QUOTE-MASTER-RECORD)
               END-EXEC
           END-IF.
      *
       6000-PROCESS-DELETE-LINE.
      *
      *    ENTER PRESSED ON THE LINE-DELETE CONFIRMATION. THE LINE
      *    COUNT AND QUOTE TOTAL ON THE HEADER COME DOWN; THE OTHER
      *    LINE NUMBERS ARE LEFT AS THEY ARE.
      *
           PERFORM 1300-READ-QUOTE-RECORD.
           MOVE 'Y' TO VALID-DATA-SW.
      *
           IF QUOTE-FOUND
               PERFORM 1350-CHECK-QUOTE-OPEN
           ELSE
               MOVE 'QUOTE NO LONGER ON FILE' TO ERROR-TEXT
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
           IF VALID-DATA
               PERFORM 1450-READ-QUOTE-LINE
               IF NOT LINE-FOUND
                   MOVE 'QUOTE LINE NO LONGER ON FILE' TO ERROR-TEXT
               ELSE
                   EXEC CICS
                       DELETE FILE('QUOLINE')
                              RIDFLD(QUOL-KEY)
                   END-EXEC
                   PERFORM 1600-GET-TODAYS-DATE
                   EXEC CICS
                       READ FILE('QUOMAS')
                            INTO(QUOTE-MASTER-RECORD)
                            RIDFLD(CA-QUOTE-NUMBER)
                            UPDATE
                            RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE = DFHRESP(NORMAL)
                       IF QUO-LINE-COUNT > ZERO
                           SUBTRACT 1 FROM QUO-LINE-COUNT
                       END-IF
                       IF QUO-QUOTE-TOTAL > QUOL-EXTENDED-AMOUNT
                           SUBTRACT QUOL-EXTENDED-AMOUNT
                               FROM QUO-QUOTE-TOTAL
                       ELSE
                           MOVE ZERO TO QUO-QUOTE-TOTAL
                       END-IF
                       MOVE WS-TODAY-DATE TO QUO-CHANGED-DATE
                       EXEC CICS
                           REWRITE FILE('QUOMAS')
                                   FROM(QUOTE-MASTER-RECORD)
                       END-EXEC
                   END-IF
                   MOVE 'QUOTE LINE DELETED' TO ERROR-TEXT
               END-IF
           END-IF.
      *
           MOVE LOW-VALUE TO QUOMAP1O.
           MOVE -1 TO QUONOL.
           SET SEND-ERASE TO TRUE.
           MOVE '1' TO CA-CONTEXT-FLAG.
           PERFORM 1500-SEND-KEY-MAP.
      *
       7000-PROCESS-CONVERT-QUOTE.
      *
      *    ENTER PRESSED ON THE CONVERT CONFIRMATION. EVERYTHING IS
      *    CHECKED FRESH - THE QUOTE, THE CUSTOMER, THE SHIP-TO, AND
      *    EVERY LINE - BEFORE ANYTHING IS WRITTEN. THE CREDIT LIMIT
      *    CHECK COMES LAST, SINCE A REFUSAL THERE PUTS THE CUSTOMER
      *    ON HOLD AND SHOULD NOT HAPPEN FOR A QUOTE THAT WAS GOING
      *    TO BE REFUSED ANYWAY.
      *
           MOVE 'N' TO SUPERVISOR-SW.
           MOVE 'N' TO CREDIT-HOLD-SET-SW.
           MOVE 'N' TO ANY-BACKORDER-SW.
           MOVE 'N' TO CERT-EXPIRED-SW.
           PERFORM 1300-READ-QUOTE-RECORD.
           MOVE 'Y' TO VALID-DATA-SW.
      *
           IF QUOTE-FOUND
               PERFORM 1350-CHECK-QUOTE-OPEN
               IF VALID-DATA
                   PERFORM 1360-CHECK-QUOTE-CURRENT
               END-IF
           ELSE
               MOVE 'QUOTE NO LONGER ON FILE' TO ERROR-TEXT
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
           IF VALID-DATA
               PERFORM 7100-READ-CUSTOMER-RECORD
           END-IF.
      *
           IF VALID-DATA
               PERFORM 7150-CHECK-SHIP-TO
           END-IF.
      *
           IF VALID-DATA
               PERFORM 7200-CHECK-QUOTE-LINES
           END-IF.
      *
           IF VALID-DATA
               PERFORM 7110-CHECK-CREDIT-EXPOSURE
           END-IF.
      *
           IF VALID-DATA
               PERFORM 7300-GET-NEXT-ORDER-NUMBER
               PERFORM 7350-CREATE-ORDER-HEADER
               PERFORM 7400-COPY-QUOTE-LINES
               PERFORM 7500-COMPLETE-ORDER
               PERFORM 7700-MARK-QUOTE-CONVERTED
               EVALUATE TRUE
                   WHEN CREDIT-HOLD-SET
                       MOVE 'CUSTOMER PLACED ON CREDIT HOLD'
                           TO WS-CONVERT-NOTE
                   WHEN CERT-EXPIRED
                       MOVE 'EXEMPT CERT EXPIRED - TAX CHARGED'
                           TO WS-CONVERT-NOTE
                   WHEN FREIGHT-NOT-RATED
                       MOVE 'NO FREIGHT RATE - NOT CHARGED'
                           TO WS-CONVERT-NOTE
                   WHEN ANY-LINE-BACKORDERED
                       MOVE 'LINES BACKORDERED - STOCK SHORT'
                           TO WS-CONVERT-NOTE
                   WHEN SUPERVISOR-OPERATOR
                       MOVE 'CREDIT LIMIT OVERRIDDEN'
                           TO WS-CONVERT-NOTE
                   WHEN OTHER
                       MOVE SPACES TO WS-CONVERT-NOTE
               END-EVALUATE
               MOVE SPACES TO ERROR-TEXT
               IF WS-CONVERT-NOTE = SPACES
                   STRING 'QUOTE CONVERTED TO ORDER '
                              DELIMITED BY SIZE
                          WS-NEW-ORDER-NUMBER
                              DELIMITED BY SIZE
                       INTO ERROR-TEXT
               ELSE
                   STRING 'QUOTE CONVERTED TO ORDER '
                              DELIMITED BY SIZE
                          WS-NEW-ORDER-NUMBER
                              DELIMITED BY SIZE
                          ' - '
                              DELIMITED BY SIZE
                          WS-CONVERT-NOTE
                              DELIMITED BY SIZE
                       INTO ERROR-TEXT
               END-IF
           END-IF.
      *
           MOVE LOW-VALUE TO QUOMAP1O.
           MOVE -1 TO QUONOL.
           SET SEND-ERASE TO TRUE.
           MOVE '1' TO CA-CONTEXT-FLAG.
           PERFORM 1500-SEND-KEY-MAP.
      *
       7100-READ-CUSTOMER-RECORD.
      *
      *    THE SAME CUSTOMER TEST ORDRENT'S KEY SCREEN MAKES - A
      *    CLOSED CUSTOMER OR ONE ON EITHER HOLD GETS NO ORDER, FROM
      *    A QUOTE OR OTHERWISE
      *
           MOVE QUO-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
      *
           EXEC CICS
               READ FILE('CUSTMAS')
                    INTO(CUSTOMER-MASTER-RECORD)
                    RIDFLD(CM-CUSTOMER-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'CUSTOMER NO LONGER ON FILE - CONVERT REFUSED'
                       TO ERROR-TEXT
                   MOVE 'N' TO VALID-DATA-SW
               WHEN CM-STATUS-CLOSED
                   MOVE 'CUSTOMER IS CLOSED - CONVERT REFUSED'
                       TO ERROR-TEXT
                   MOVE 'N' TO VALID-DATA-SW
               WHEN CM-HOLD-CREDIT
                   MOVE 'CUSTOMER IS ON CREDIT HOLD - CONVERT REFUSED'
                       TO ERROR-TEXT
                   MOVE 'N' TO VALID-DATA-SW
               WHEN CM-HOLD-ORDER
                   MOVE 'CUSTOMER IS ON ORDER HOLD - CONVERT REFUSED'
                       TO ERROR-TEXT
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       7110-CHECK-CREDIT-EXPOSURE.
      *
      *    ORDRENT'S LIMIT TEST - A CUSTOMER ALREADY AT OR OVER THE
      *    LIMIT IN OPEN ORDERS IS REFUSED AND PUT ON CREDIT HOLD
      *    UNLESS THE OPERATOR CARRIES THE SECPROF OVERRIDE. A ZERO
      *    LIMIT IS NO LIMIT.
      *
           IF CM-CREDIT-LIMIT > ZERO
               PERFORM 8000-COMPUTE-OPEN-EXPOSURE
               IF WS-OPEN-EXPOSURE >= CM-CREDIT-LIMIT
                   PERFORM 7120-CHECK-SUPERVISOR-AUTHORITY
                   IF NOT SUPERVISOR-OPERATOR
                       PERFORM 7130-SET-CREDIT-HOLD
                       MOVE 'CREDIT LIMIT EXCEEDED - CONVERT REFUSED '
                         & 'AND CUSTOMER PLACED ON CREDIT HOLD'
                           TO ERROR-TEXT
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
           END-IF.
      *
       7120-CHECK-SUPERVISOR-AUTHORITY.
      *
           MOVE 'N' TO SUPERVISOR-SW.
           MOVE EIBOPID TO SEC-OPERATOR-ID.
      *
           EXEC CICS
               READ FILE('SECPROF')
                    INTO(OPERATOR-PROFILE-RECORD)
                    RIDFLD(SEC-OPERATOR-ID)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL) AND
              SEC-CREDIT-OVERRIDE-OK
               MOVE 'Y' TO SUPERVISOR-SW
           ELSE
               MOVE 'CREDIT OVERRIDE' TO SVL-FUNCTION
               PERFORM 9100-WRITE-VIOLATION-RECORD
           END-IF.
      *
       7130-SET-CREDIT-HOLD.
      *
      *    SAME REWRITE-AND-AUDIT SHAPE AS ORDRENT, SO THE CREDIT
      *    DEPARTMENT SEES THIS HOLD IN CUSTAUD LIKE ANY OTHER
      *
           MOVE QUO-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
      *
           EXEC CICS
               READ FILE('CUSTMAS')
                    INTO(CUSTOMER-MASTER-RECORD)
                    RIDFLD(CM-CUSTOMER-NUMBER)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE CUSTOMER-MASTER-RECORD TO AUD-BEFORE-IMAGE
               SET CM-HOLD-CREDIT TO TRUE
               EXEC CICS
                   ASKTIME ABSTIME(CM-LAST-UPDATED-TS)
               END-EXEC
               MOVE EIBOPID TO CM-LAST-UPDATED-OPID
               EXEC CICS
                   REWRITE FILE('CUSTMAS')
                           FROM(CUSTOMER-MASTER-RECORD)
               END-EXEC
               MOVE CUSTOMER-MASTER-RECORD TO AUD-AFTER-IMAGE
               SET AUD-ACTION-CHANGE TO TRUE
               MOVE CM-CUSTOMER-NUMBER TO AUD-CUSTOMER-NUMBER
               PERFORM 9000-WRITE-AUDIT-RECORD
           END-IF.
      *
       7150-CHECK-SHIP-TO.
      *
      *    THE SHIP-TO WAS ACTIVE WHEN THE QUOTE WAS KEYED - IT MAY
      *    HAVE BEEN REMOVED SINCE
      *
           IF QUO-SHIP-TO-SEQUENCE > ZERO
               PERFORM 2370-READ-SHIP-TO-ADDRESS
               IF NOT SHIP-TO-FOUND
                   MOVE 'SHIP-TO ADDRESS NO LONGER ACTIVE - CHANGE '
                     & 'THE QUOTE FIRST'
                       TO ERROR-TEXT
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
       7200-CHECK-QUOTE-LINES.
      *
      *    EVERY LINE MUST STILL BE ORDERABLE - PRODUCT ACTIVE,
      *    BUILDING ACTIVE, BUILDING STILL STOCKING THE PRODUCT. THE
      *    FIRST LINE THAT IS NOT STOPS THE CONVERT AND IS NAMED, SO
      *    THE CLERK CAN DELETE OR RE-KEY IT; NOTHING HAS BEEN
      *    WRITTEN YET.
      *
           MOVE ZERO TO WS-SCAN-LINE-NUMBER.
           MOVE ZERO TO WS-ORDER-LINE-NUMBER.
           MOVE ZERO TO WS-CONVERT-LINE-COUNT.
           MOVE 'N' TO END-OF-LINE-SCAN-SW.
      *
           PERFORM 7250-READ-NEXT-QUOTE-LINE.
      *
           PERFORM UNTIL END-OF-LINE-SCAN
               ADD 1 TO WS-ORDER-LINE-NUMBER
               PERFORM 7260-EDIT-CONVERT-LINE
               IF VALID-DATA
                   PERFORM 7250-READ-NEXT-QUOTE-LINE
               ELSE
                   MOVE SPACES TO ERROR-TEXT
                   STRING 'LINE '
                              DELIMITED BY SIZE
                          QUOL-LINE-NUMBER
                              DELIMITED BY SIZE
                          ' - '
                              DELIMITED BY SIZE
                          WS-LINE-REASON
                              DELIMITED BY '  '
                          ' - CONVERT REFUSED'
                              DELIMITED BY SIZE
                       INTO ERROR-TEXT
                   MOVE 'Y' TO END-OF-LINE-SCAN-SW
               END-IF
           END-PERFORM.
      *
           IF VALID-DATA AND WS-ORDER-LINE-NUMBER = ZERO
               MOVE 'QUOTE HAS NO LINES - NOTHING TO CONVERT'
                   TO ERROR-TEXT
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
      *    EXPLODED KITS CAN CARRY THE ORDER PAST THE LAST LINE
      *    NUMBER AN ORDER CAN HOLD
      *
           IF VALID-DATA AND WS-CONVERT-LINE-COUNT > 999
               MOVE 'KITS TAKE ORDER PAST 999 LINES - CONVERT REFUSED'
                   TO ERROR-TEXT
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       7250-READ-NEXT-QUOTE-LINE.
      *
      *    THE BROWSE IS RESTARTED FOR EACH LINE AND ENDED BEFORE
      *    THE LINE IS WORKED, SO NO BROWSE IS HELD OPEN ACROSS THE
      *    UPDATES THE CONVERT MAKES. LINE 999 IS THE LAST A QUOTE
      *    CAN HOLD.
      *
           IF WS-SCAN-LINE-NUMBER > 999
               MOVE 'Y' TO END-OF-LINE-SCAN-SW
           ELSE
               MOVE CA-QUOTE-NUMBER TO QUOL-QUOTE-NUMBER
               MOVE WS-SCAN-LINE-NUMBER TO QUOL-LINE-NUMBER
               EXEC CICS
                   STARTBR FILE('QUOLINE')
                           RIDFLD(QUOL-KEY)
                           GTEQ
                           RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO END-OF-LINE-SCAN-SW
               END-IF
           END-IF.
      *
           IF NOT END-OF-LINE-SCAN
               EXEC CICS
                   READNEXT FILE('QUOLINE')
                            INTO(QUOTE-LINE-RECORD)
                            RIDFLD(QUOL-KEY)
                            RESP(RESPONSE-CODE)
               END-EXEC
               EXEC CICS
                   ENDBR FILE('QUOLINE')
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(NORMAL) AND
                  QUOL-QUOTE-NUMBER = CA-QUOTE-NUMBER
                   COMPUTE WS-SCAN-LINE-NUMBER =
                       QUOL-LINE-NUMBER + 1
               ELSE
                   MOVE 'Y' TO END-OF-LINE-SCAN-SW
               END-IF
           END-IF.
      *
       7260-EDIT-CONVERT-LINE.
      *
           MOVE QUOL-PRODUCT-CODE TO PRD-PRODUCT-CODE.
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
                   MOVE 'PRODUCT NO LONGER ON FILE' TO WS-LINE-REASON
                   MOVE 'N' TO VALID-DATA-SW
               WHEN PRD-STATUS-DISCONTINUED
                   MOVE 'PRODUCT HAS BEEN DISCONTINUED'
                       TO WS-LINE-REASON
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           IF VALID-DATA
               MOVE QUOL-LOCATION-CODE TO LOC-LOCATION-CODE
               EXEC CICS
                   READ FILE('LOCMAS')
                        INTO(LOCATION-MASTER-RECORD)
                        RIDFLD(LOC-LOCATION-CODE)
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL) OR
                  LOC-STATUS-INACTIVE
                   MOVE 'LOCATION IS NO LONGER ACTIVE'
                       TO WS-LINE-REASON
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
           IF VALID-DATA
               PERFORM 5370-LOAD-KIT-COMPONENTS
               IF KIT-PRODUCT
                   MOVE QUOL-QUANTITY TO WS-KIT-QUANTITY
                   MOVE QUOL-LOCATION-CODE TO WS-LINE-LOCATION
                   ADD WS-KIT-COUNT TO WS-CONVERT-LINE-COUNT
                   PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                           UNTIL WS-KIT-IDX > WS-KIT-COUNT OR
                                 NOT VALID-DATA
                       MOVE WS-KIT-COMPONENT-CODE (WS-KIT-IDX)
                           TO PRD-PRODUCT-CODE
                       PERFORM 7270-EDIT-KIT-COMPONENT
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-CONVERT-LINE-COUNT
                   MOVE QUOL-PRODUCT-CODE TO PL-PRODUCT-CODE
                   MOVE QUOL-LOCATION-CODE TO PL-LOCATION-CODE
                   EXEC CICS
                       READ FILE('PRDLOC')
                            INTO(PRODUCT-LOCATION-RECORD)
                            RIDFLD(PL-KEY)
                            RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       MOVE 'LOCATION NO LONGER STOCKS THE PRODUCT'
                           TO WS-LINE-REASON
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
           END-IF.
      *
       7270-EDIT-KIT-COMPONENT.
      *
      *    ONE KIT COMPONENT, ITS CODE IN PRD-PRODUCT-CODE - ACTIVE
      *    ON PRODMAS, STOCKED AT THE LINE'S BUILDING, AND WITHIN
      *    THE LINE QUANTITY LIMIT FOR THE NUMBER OF KITS. ITS LIST
      *    PRICE IS KEPT FOR THE PRICE SPREAD.
      *
           EXEC CICS
               READ FILE('PRODMAS')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(PRD-PRODUCT-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           MOVE SPACES TO WS-LINE-REASON.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE PRD-LIST-PRICE TO WS-KIT-LIST-PRICE (WS-KIT-IDX)
               COMPUTE WS-KIT-LINE-QUANTITY =
                   WS-KIT-QUANTITY * WS-KIT-QTY-PER (WS-KIT-IDX)
               MOVE PRD-PRODUCT-CODE TO PL-PRODUCT-CODE
               MOVE WS-LINE-LOCATION TO PL-LOCATION-CODE
               EXEC CICS
                   READ FILE('PRDLOC')
                        INTO(PRODUCT-LOCATION-RECORD)
                        RIDFLD(PL-KEY)
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE TRUE
                   WHEN PRD-STATUS-DISCONTINUED
                       STRING 'KIT COMPONENT ' DELIMITED BY SIZE
                              PRD-PRODUCT-CODE DELIMITED BY SPACE
                              ' DISCONTINUED' DELIMITED BY SIZE
                           INTO WS-LINE-REASON
                   WHEN WS-KIT-LINE-QUANTITY > 99999
                       STRING 'KIT COMPONENT ' DELIMITED BY SIZE
                              PRD-PRODUCT-CODE DELIMITED BY SPACE
                              ' QTY OVER 99999' DELIMITED BY SIZE
                           INTO WS-LINE-REASON
                   WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       STRING 'KIT COMPONENT ' DELIMITED BY SIZE
                              PRD-PRODUCT-CODE DELIMITED BY SPACE
                              ' NOT AT LOCATION' DELIMITED BY SIZE
                           INTO WS-LINE-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               STRING 'KIT COMPONENT ' DELIMITED BY SIZE
                      PRD-PRODUCT-CODE DELIMITED BY SPACE
                      ' NOT ON FILE' DELIMITED BY SIZE
                   INTO WS-LINE-REASON
           END-IF.
      *
           IF WS-LINE-REASON NOT = SPACES
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       7300-GET-NEXT-ORDER-NUMBER.
      *
           EXEC CICS
               READ FILE('ORDCTL')
                    INTO(ORDER-CONTROL-RECORD)
                    RIDFLD(OCTL-RECORD-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               ADD 1 TO OCTL-NEXT-ORDER-NUMBER
               EXEC CICS
                   REWRITE FILE('ORDCTL')
                           FROM(ORDER-CONTROL-RECORD)
               END-EXEC
           ELSE
      *        CONTROL RECORD IS MISSING (FIRST RUN) - SEED IT
               MOVE 'ORDNO ' TO OCTL-RECORD-KEY
               MOVE 1 TO OCTL-NEXT-ORDER-NUMBER
               EXEC CICS
                   WRITE FILE('ORDCTL')
                         FROM(ORDER-CONTROL-RECORD)
                         RIDFLD(OCTL-RECORD-KEY)
               END-EXEC
           END-IF.
      *
           MOVE OCTL-NEXT-ORDER-NUMBER TO WS-NEW-ORDER-NUMBER.
      *
       7350-CREATE-ORDER-HEADER.
      *
      *    THE HEADER GOES DOWN OPEN, AS ORDRENT WRITES IT, AND IS
      *    COMPLETED ONCE ALL THE LINES ARE ON FILE. THE CUSTOMER
      *    RECORD WAS READ BY 7100 MOMENTS AGO, SO THE ORDER CARRIES
      *    THE ACCOUNT'S CURRENT REP.
      *
           PERFORM 1600-GET-TODAYS-DATE.
      *
           MOVE WS-NEW-ORDER-NUMBER TO ORD-ORDER-NUMBER.
           MOVE QUO-CUSTOMER-NUMBER TO ORD-CUSTOMER-NUMBER.
           MOVE WS-DATE-FIELD       TO ORD-ORDER-DATE.
           SET ORD-STATUS-OPEN     TO TRUE.
           MOVE ZERO                TO ORD-LINE-COUNT.
           MOVE ZERO                TO ORD-ORDER-TOTAL.
           MOVE QUO-SHIP-TO-SEQUENCE TO ORD-SHIP-TO-SEQUENCE.
           MOVE ZERO                TO ORD-TAX-AMOUNT.
           MOVE ZERO                TO ORD-GROSS-TOTAL.
           MOVE EIBOPID             TO ORD-ENTERED-OPID.
           MOVE ZERO                TO ORD-SHIP-DATE.
           MOVE SPACES              TO ORD-CARRIER-CODE.
           MOVE SPACES              TO ORD-TRACKING-NUMBER.
           MOVE ZERO                TO ORD-INVOICE-NUMBER.
           MOVE ZERO                TO ORD-MERCH-BILLED.
           MOVE ZERO                TO ORD-TAX-BILLED.
           MOVE ZERO                TO ORD-SHIP-WEIGHT.
           MOVE ZERO                TO ORD-FREIGHT-AMOUNT.
           MOVE ZERO                TO ORD-FREIGHT-BILLED.
           MOVE SPACE               TO ORD-ORDER-SOURCE.
           MOVE SPACES              TO ORD-PARTNER-PO.
           MOVE CM-REP-CODE         TO ORD-REP-CODE.
      *
           EXEC CICS
               WRITE FILE('ORDMAS')
                     FROM(ORDER-MASTER-RECORD)
                     RIDFLD(ORD-ORDER-NUMBER)
           END-EXEC.
      *
       7400-COPY-QUOTE-LINES.
      *
      *    THE ORDER LINES ARE NUMBERED 1 UP IN QUOTE-LINE ORDER -
      *    THE GAPS A LINE DELETE LEFT ON THE QUOTE DO NOT CARRY
      *    OVER
      *
           MOVE ZERO TO WS-SCAN-LINE-NUMBER.
           MOVE ZERO TO WS-ORDER-LINE-NUMBER.
           MOVE ZERO TO WS-ORDER-TOTAL.
           MOVE ZERO TO WS-ORDER-WEIGHT.
           MOVE 'N' TO END-OF-LINE-SCAN-SW.
      *
           PERFORM 7250-READ-NEXT-QUOTE-LINE.
      *
           PERFORM UNTIL END-OF-LINE-SCAN
               PERFORM 7420-CHECK-FOR-KIT
               IF KIT-PRODUCT
                   PERFORM 7470-WRITE-KIT-LINES
               ELSE
                   ADD 1 TO WS-ORDER-LINE-NUMBER
                   PERFORM 7450-WRITE-ORDER-LINE
               END-IF
               PERFORM 7250-READ-NEXT-QUOTE-LINE
           END-PERFORM.
      *
       7420-CHECK-FOR-KIT.
      *
           MOVE QUOL-PRODUCT-CODE TO PRD-PRODUCT-CODE.
      *
           EXEC CICS
               READ FILE('PRODMAS')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(PRD-PRODUCT-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           PERFORM 5370-LOAD-KIT-COMPONENTS.
      *
       7450-WRITE-ORDER-LINE.
      *
      *    THE LINE CARRIES THE QUOTED PRICE - THAT IS WHAT THE
      *    CUSTOMER AGREED TO - BUT TODAY'S COST, SO THE MARGIN
      *    REPORTS SEE WHAT THE SALE IS REALLY WORTH. THE STOCK IS
      *    ALLOCATED FROM THE LINE'S BUILDING EXACTLY AS ORDRENT
      *    ALLOCATES IT: SHORT STOCK STILL TAKES THE LINE, FLAGGED
      *    BACKORDERED, AND THE ALLOCATION LANDS ON PRDLOC, PRODMAS,
      *    AND THE STKTRN LEDGER.
      *
           MOVE WS-NEW-ORDER-NUMBER  TO ORDL-ORDER-NUMBER.
           MOVE WS-ORDER-LINE-NUMBER TO ORDL-LINE-NUMBER.
           MOVE QUOL-PRODUCT-CODE    TO ORDL-PRODUCT-CODE.
           MOVE QUOL-QUANTITY        TO ORDL-QUANTITY.
           MOVE QUOL-UNIT-PRICE      TO ORDL-UNIT-PRICE.
           MOVE QUOL-PRICE-SOURCE    TO ORDL-PRICE-SOURCE.
           MOVE QUOL-LOCATION-CODE   TO ORDL-LOCATION-CODE.
           MOVE SPACES               TO ORDL-KIT-PRODUCT-CODE.
           MOVE SPACES               TO ORDL-KIT-PRODUCT-DESC.
           MOVE ZERO                 TO ORDL-KIT-LINE-NUMBER.
           MOVE ZERO                 TO ORDL-KIT-QUANTITY.
           MOVE ZERO                 TO ORDL-KIT-UNIT-PRICE.
           PERFORM 7460-ALLOCATE-ORDER-LINE.
      *
       7460-ALLOCATE-ORDER-LINE.
      *
      *    THE PRODUCT AND BUILDING ARE TAKEN FROM THE ORDER LINE
      *    BUILT BY THE CALLER
      *
           MOVE ORDL-PRODUCT-CODE TO PRD-PRODUCT-CODE.
      *
           EXEC CICS
               READ FILE('PRODMAS')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(PRD-PRODUCT-CODE)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           MOVE ORDL-PRODUCT-CODE TO PL-PRODUCT-CODE.
           MOVE ORDL-LOCATION-CODE TO PL-LOCATION-CODE.
      *
           EXEC CICS
               READ FILE('PRDLOC')
                    INTO(PRODUCT-LOCATION-RECORD)
                    RIDFLD(PL-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           MOVE PRD-PRODUCT-DESC     TO ORDL-PRODUCT-DESC.
           MOVE PRD-UNIT-COST        TO ORDL-UNIT-COST.
           MOVE ZERO                 TO ORDL-QTY-SHIPPED.
           MOVE ZERO                 TO ORDL-QTY-BILLED.
           COMPUTE ORDL-EXTENDED-AMOUNT ROUNDED =
               ORDL-QUANTITY * ORDL-UNIT-PRICE.
      *
           IF ORDL-QUANTITY >
              (PL-QTY-ON-HAND - PL-QTY-ALLOCATED)
               MOVE 'Y' TO ANY-BACKORDER-SW
               SET ORDL-LINE-BACKORDERED TO TRUE
           ELSE
               SET ORDL-LINE-FILLED TO TRUE
           END-IF.
      *
           MOVE PL-QTY-ON-HAND TO STK-ONHAND-BEFORE.
           MOVE PL-QTY-ALLOCATED TO STK-ALLOC-BEFORE.
           ADD ORDL-QUANTITY TO PL-QTY-ALLOCATED.
           ADD ORDL-QUANTITY TO PRD-QTY-ALLOCATED.
      *
           EXEC CICS
               REWRITE FILE('PRDLOC')
                       FROM(PRODUCT-LOCATION-RECORD)
           END-EXEC.
      *
           EXEC CICS
               REWRITE FILE('PRODMAS')
                       FROM(PRODUCT-MASTER-RECORD)
           END-EXEC.
      *
           SET STK-MOVE-ALLOCATE TO TRUE.
           SET STK-SOURCE-ORDER TO TRUE.
           MOVE WS-NEW-ORDER-NUMBER TO STK-SOURCE-NUMBER.
           MOVE WS-ORDER-LINE-NUMBER TO STK-SOURCE-LINE.
           PERFORM 9200-WRITE-STOCK-MOVEMENT.
      *
           EXEC CICS
               WRITE FILE('ORDLINE')
                     FROM(ORDER-LINE-RECORD)
                     RIDFLD(ORDL-KEY)
           END-EXEC.
      *
           ADD ORDL-EXTENDED-AMOUNT TO WS-ORDER-TOTAL.
           COMPUTE WS-ORDER-WEIGHT =
               WS-ORDER-WEIGHT + ORDL-QUANTITY * PRD-SHIP-WEIGHT.
      *
       7470-WRITE-KIT-LINES.
      *
      *    A QUOTED KIT GOES TO THE ORDER AS ONE LINE PER KITCOMP
      *    COMPONENT, THE QUOTED KIT PRICE SPREAD ACROSS THEM THE
      *    WAY ORDRENT SPREADS IT, EACH LINE ALLOCATED AGAINST ITS
      *    OWN PRDLOC RECORD AT THE QUOTE LINE'S BUILDING
      *
           MOVE QUOL-QUANTITY TO WS-KIT-QUANTITY.
           MOVE QUOL-UNIT-PRICE TO WS-KIT-PRICE.
           MOVE QUOL-PRICE-SOURCE TO WS-KIT-PRICE-SOURCE.
      *
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT
               MOVE WS-KIT-COMPONENT-CODE (WS-KIT-IDX)
                   TO PRD-PRODUCT-CODE
               EXEC CICS
                   READ FILE('PRODMAS')
                        INTO(PRODUCT-MASTER-RECORD)
                        RIDFLD(PRD-PRODUCT-CODE)
                        RESP(RESPONSE-CODE)
               END-EXEC
               MOVE PRD-LIST-PRICE TO WS-KIT-LIST-PRICE (WS-KIT-IDX)
           END-PERFORM.
      *
           PERFORM 7475-SPREAD-KIT-PRICE.
      *
           COMPUTE WS-KIT-FIRST-LINE = WS-ORDER-LINE-NUMBER + 1.
      *
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT
               PERFORM 7480-WRITE-KIT-COMPONENT-LINE
           END-PERFORM.
      *
       7475-SPREAD-KIT-PRICE.
      *
      *    SAME SPREAD AS ORDRENT'S - EACH COMPONENT'S SHARE OF
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
       7480-WRITE-KIT-COMPONENT-LINE.
      *
           ADD 1 TO WS-ORDER-LINE-NUMBER.
           MOVE WS-NEW-ORDER-NUMBER  TO ORDL-ORDER-NUMBER.
           MOVE WS-ORDER-LINE-NUMBER TO ORDL-LINE-NUMBER.
           MOVE WS-KIT-COMPONENT-CODE (WS-KIT-IDX)
               TO ORDL-PRODUCT-CODE.
           COMPUTE ORDL-QUANTITY =
               WS-KIT-QUANTITY * WS-KIT-QTY-PER (WS-KIT-IDX).
           MOVE WS-KIT-UNIT-PRICE (WS-KIT-IDX) TO ORDL-UNIT-PRICE.
           MOVE QUOL-LOCATION-CODE   TO ORDL-LOCATION-CODE.
           MOVE WS-KIT-PRODUCT-CODE  TO ORDL-KIT-PRODUCT-CODE.
           MOVE WS-KIT-PRODUCT-DESC  TO ORDL-KIT-PRODUCT-DESC.
           MOVE WS-KIT-FIRST-LINE    TO ORDL-KIT-LINE-NUMBER.
           MOVE WS-KIT-QUANTITY      TO ORDL-KIT-QUANTITY.
           MOVE WS-KIT-PRICE         TO ORDL-KIT-UNIT-PRICE.
           MOVE WS-KIT-PRICE-SOURCE  TO ORDL-PRICE-SOURCE.
           PERFORM 7460-ALLOCATE-ORDER-LINE.
      *
       7500-COMPLETE-ORDER.
      *
      *    THE ORDER IS WHOLE - IT MOVES TO COMPLETE WITH ITS TAX,
      *    FREIGHT AND GROSS TOTAL, THE SAME AS A KEYED ORDER WHEN THE
      *    CLERK ANSWERS N TO MORE LINES
      *
           EXEC CICS
               READ FILE('ORDMAS')
                    INTO(ORDER-MASTER-RECORD)
                    RIDFLD(WS-NEW-ORDER-NUMBER)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WS-ORDER-LINE-NUMBER TO ORD-LINE-COUNT
               MOVE WS-ORDER-TOTAL TO ORD-ORDER-TOTAL
               MOVE WS-ORDER-WEIGHT TO ORD-SHIP-WEIGHT
               SET ORD-STATUS-COMPLETE TO TRUE
               PERFORM 7550-COMPUTE-SALES-TAX
               EXEC CICS
                   REWRITE FILE('ORDMAS')
                           FROM(ORDER-MASTER-RECORD)
               END-EXEC
               PERFORM 7600-CHECK-COMPLETION-EXPOSURE
           END-IF.
      *
       7550-COMPUTE-SALES-TAX.
      *
      *    ORDRENT'S TAX RULE - THE SHIP-TO STATE WHEN THE ORDER
      *    HAS ONE, OTHERWISE THE BILL-TO STATE; A VALID UNEXPIRED
      *    CUSTEXM CERTIFICATE FOR THAT STATE ZEROES THE TAX.
      *    FREIGHT GOES INTO THE GROSS BUT IS NOT TAXED.
      *
           MOVE SPACES TO TAX-STATE-CODE.
      *
           IF ORD-SHIP-TO-SEQUENCE > ZERO
               PERFORM 2370-READ-SHIP-TO-ADDRESS
               IF SHIP-TO-FOUND
                   MOVE SHIP-STATE TO TAX-STATE-CODE
               END-IF
           END-IF.
      *
           IF TAX-STATE-CODE = SPACES
               MOVE CM-STATE TO TAX-STATE-CODE
           END-IF.
      *
           MOVE ZERO TO ORD-TAX-AMOUNT.
      *
           IF TAX-STATE-CODE NOT = SPACES
               PERFORM 7560-CHECK-EXEMPTION-CERT
           END-IF.
      *
           IF TAX-STATE-CODE NOT = SPACES AND NOT CERT-EXEMPT
               EXEC CICS
                   READ FILE('TAXRATE')
                        INTO(TAX-RATE-RECORD)
                        RIDFLD(TAX-STATE-CODE)
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(NORMAL)
                   COMPUTE ORD-TAX-AMOUNT ROUNDED =
                       ORD-ORDER-TOTAL * TAX-RATE
               END-IF
           END-IF.
      *
           PERFORM 7570-ESTIMATE-FREIGHT.
      *
           COMPUTE ORD-GROSS-TOTAL =
               ORD-ORDER-TOTAL + ORD-TAX-AMOUNT + ORD-FREIGHT-AMOUNT.
      *
       7560-CHECK-EXEMPTION-CERT.
      *
           MOVE 'N' TO CERT-EXEMPT-SW.
           MOVE 'N' TO CERT-EXPIRED-SW.
           MOVE QUO-CUSTOMER-NUMBER TO EXM-CUSTOMER-NUMBER.
           MOVE TAX-STATE-CODE TO EXM-STATE-CODE.
      *
           EXEC CICS
               READ FILE('CUSTEXM')
                    INTO(EXEMPTION-RECORD)
                    RIDFLD(EXM-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               IF EXM-EXPIRY-DATE >= ORD-ORDER-DATE
                   MOVE 'Y' TO CERT-EXEMPT-SW
               ELSE
                   MOVE 'Y' TO CERT-EXPIRED-SW
               END-IF
           END-IF.
      *
       7570-ESTIMATE-FREIGHT.
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
                   PERFORM 2370-READ-SHIP-TO-ADDRESS
                   IF SHIP-TO-FOUND
                       MOVE SHIP-ZIP-CODE TO WS-FREIGHT-ZIP
                   END-IF
               END-IF
               PERFORM 7580-FIND-ORDER-CARRIER
               MOVE 'N' TO FREIGHT-RATED-SW
               IF CARRIER-FOUND
                   PERFORM 7590-PRICE-FREIGHT
               END-IF
               IF NOT FREIGHT-RATED
                   MOVE 'Y' TO FREIGHT-NOT-RATED-SW
               END-IF
           END-IF.
      *
       7580-FIND-ORDER-CARRIER.
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
       7590-PRICE-FREIGHT.
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
       7600-CHECK-COMPLETION-EXPOSURE.
      *
      *    AS IN ORDRENT, THE ORDER STANDS EVEN IF ITS VALUE CARRIED THE
      *    CUSTOMER PAST THE LIMIT - BUT THE CREDIT HOLD GOES ON NOW.
      *    THE EXPOSURE SCAN LEAVES THE NEW ORDER OUT - ITS GROSS, TAX
      *    AND FREIGHT INCLUDED, RIDES ON TOP.
      *
           MOVE ORD-GROSS-TOTAL TO WS-THIS-ORDER-GROSS.
           MOVE ORD-ORDER-NUMBER TO WS-THIS-ORDER-NUMBER.
           MOVE QUO-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
      *
           EXEC CICS
               READ FILE('CUSTMAS')
                    INTO(CUSTOMER-MASTER-RECORD)
                    RIDFLD(CM-CUSTOMER-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL) AND
              CM-CREDIT-LIMIT > ZERO AND CM-HOLD-NONE
               PERFORM 8000-COMPUTE-OPEN-EXPOSURE
               IF WS-OPEN-EXPOSURE + WS-THIS-ORDER-GROSS
                  > CM-CREDIT-LIMIT
                   PERFORM 7130-SET-CREDIT-HOLD
                   MOVE 'Y' TO CREDIT-HOLD-SET-SW
               END-IF
           END-IF.
      *
           MOVE ZERO TO WS-THIS-ORDER-NUMBER.
      *
       7700-MARK-QUOTE-CONVERTED.
      *
           EXEC CICS
               READ FILE('QUOMAS')
                    INTO(QUOTE-MASTER-RECORD)
                    RIDFLD(CA-QUOTE-NUMBER)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               SET QUO-STATUS-CONVERTED TO TRUE
               MOVE WS-NEW-ORDER-NUMBER TO QUO-ORDER-NUMBER
               MOVE WS-TODAY-DATE TO QUO-CONVERTED-DATE
               MOVE WS-TODAY-DATE TO QUO-CHANGED-DATE
               EXEC CICS
                   REWRITE FILE('QUOMAS')
                           FROM(QUOTE-MASTER-RECORD)
               END-EXEC
           END-IF.
      *
       8000-COMPUTE-OPEN-EXPOSURE.
      *
      *    THE CUSTOMER'S ORDERS, THROUGH THE ORDMASC ALTERNATE-INDEX
      *    PATH - THE SAME SCAN ORDRENT MAKES. AN ORDER COUNTS UNTIL
      *    INVGEN1 HAS BILLED ALL OF IT - OPEN, COMPLETE (PICKED, NOT
      *    YET SHIPPED) AND PARTIALLY SHIPPED ORDERS EACH ADD THE
      *    MERCHANDISE NOT YET BILLED (ORD-ORDER-TOTAL LESS
      *    ORD-MERCH-BILLED), THE SAME FIGURE EODCLS1 SNAPSHOTS AS OPEN
      *    ORDER VALUE. WHAT HAS BEEN BILLED IS ON INVMAS AND IS A/R'S;
      *    A CANCELLED ORDER IS NOBODY'S. THE ORDER A COMPLETION CHECK
      *    IS RUNNING FOR (WS-THIS-ORDER-NUMBER) IS LEFT OUT - ITS GROSS
      *    IS ADDED ON TOP BY THE CALLER.
      *
           MOVE ZERO TO WS-OPEN-EXPOSURE.
           MOVE CM-CUSTOMER-NUMBER TO WS-EXP-CUSTOMER-KEY.
           MOVE 'N' TO END-OF-EXP-SCAN-SW.
      *
           EXEC CICS
               STARTBR FILE('ORDMASC')
                       RIDFLD(WS-EXP-CUSTOMER-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL END-OF-EXP-SCAN
                   EXEC CICS
                       READNEXT FILE('ORDMASC')
                                INTO(ORDER-MASTER-RECORD)
                                RIDFLD(WS-EXP-CUSTOMER-KEY)
                                RESP(RESPONSE-CODE)
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
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('ORDMASC')
               END-EXEC
           END-IF.
      *
       9000-WRITE-AUDIT-RECORD.
      *
           EXEC CICS
               ASKTIME ABSTIME(AUD-TIMESTAMP)
           END-EXEC.
           MOVE EIBOPID TO AUD-OPERATOR-ID.
           MOVE EIBTRNID TO AUD-TRANSACTION-ID.
      *
           EXEC CICS
               WRITE FILE('CUSTAUD')
                     FROM(AUDIT-RECORD)
           END-EXEC.
      *
       9100-WRITE-VIOLATION-RECORD.
      *
           EXEC CICS
               ASKTIME ABSTIME(SVL-TIMESTAMP)
           END-EXEC.
           MOVE EIBOPID TO SVL-OPERATOR-ID.
           MOVE EIBTRNID TO SVL-TRANSACTION-ID.
      *
           EXEC CICS
               WRITE FILE('SECVIOL')
                     FROM(VIOLATION-RECORD)
           END-EXEC.
      *
       9200-WRITE-STOCK-MOVEMENT.
      *
      *    THE CALLER HAS SET THE MOVEMENT TYPE, THE SOURCE
      *    DOCUMENT, AND THE BEFORE FIGURES, AND HAS JUST WRITTEN
      *    THE PRDLOC RECORD - THE KEY AND AFTER FIGURES COME OFF IT
      *
           MOVE PL-PRODUCT-CODE TO STK-PRODUCT-CODE.
           MOVE PL-LOCATION-CODE TO STK-LOCATION-CODE.
           MOVE PL-QTY-ON-HAND TO STK-ONHAND-AFTER.
           MOVE PL-QTY-ALLOCATED TO STK-ALLOC-AFTER.
      *
           COMPUTE STK-QUANTITY =
               STK-ALLOC-AFTER - STK-ALLOC-BEFORE.
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
