       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  CARMNT1.
      *
      ************************************************************
      * CARRIER MAINTENANCE PROGRAM (CAR1 TRANSACTION)           *
      *                                                          *
      * MAINTAINS THE CARMAS CARRIER MASTER - THE FREIGHT        *
      * CARRIERS THE WAREHOUSE SHIPS WITH. ORDSHP1 REFUSES A     *
      * SHIPMENT CONFIRMATION NAMING A CARRIER NOT ON THIS FILE  *
      * OR NOT ACTIVE:                                           *
      *   ACTION CODE 1 = ADD A CARRIER                          *
      *   ACTION CODE 2 = CHANGE NAME / STATUS / STANDARD FLAG / *
      *                   MINIMUM CHARGE / ZONES                 *
      *   ACTION CODE 3 = DELETE A CARRIER                       *
      *                                                          *
      * EACH OF THE TEN ZONE FIELDS IS THE CARRIER'S RATE ZONE   *
      * FOR SHIP-TO ZIP CODES STARTING WITH THAT DIGIT (BLANK OR *
      * 00 = THE CARRIER DOES NOT SERVE THE AREA). THE RATES ARE *
      * KEPT BY ZONE AND WEIGHT BAND ON FRTRATE THROUGH FRT1.    *
      * ORDER COMPLETION ESTIMATES FREIGHT ON THE STANDARD       *
      * CARRIER - THE FIRST ACTIVE ONE FLAGGED Y, IN CODE ORDER. *
      * A CARRIER NO LONGER USED IS BETTER SET INACTIVE THAN     *
      * DELETED, SO THE FRTLOG HISTORY STILL REPORTS ITS NAME.   *
      *                                                          *
      * TWO-SCREEN PSEUDO-CONVERSATIONAL DESIGN LIKE LOCMNT1.    *
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
           05  CARRIER-FOUND-SW          PIC X       VALUE 'Y'.
               88  CARRIER-FOUND                     VALUE 'Y'.
           05  MONEY-VALID-SW            PIC X       VALUE 'Y'.
               88  MONEY-VALID                       VALUE 'Y'.
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
               88  PROCESS-ADD-CARRIER               VALUE '2'.
               88  PROCESS-CHANGE-CARRIER            VALUE '3'.
               88  PROCESS-DELETE-CARRIER            VALUE '4'.
           05  CA-CARRIER-CODE           PIC X(10).
      *
       01  RESPONSE-CODE                 PIC S9(8)   COMP.
      *
       01  ERROR-MESSAGE-LINE.
           05  ERROR-TEXT                PIC X(78).
      *
      *    FREE-FORM DOLLARS-AND-CENTS EDIT - 2350 TAKES THE KEYED
      *    TEXT IN WS-MONEY-TEXT AND RETURNS WS-MONEY-AMOUNT
      *
       01  WS-MONEY-EDIT-FIELDS.
           05  WS-MONEY-TEXT             PIC X(10)   VALUE SPACES.
           05  WS-MONEY-AMOUNT           PIC 9(7)V99 VALUE ZERO.
           05  WS-MONEY-DOT-COUNT        PIC 9       VALUE ZERO.
           05  WS-MONEY-WHOLE-TEXT       PIC X(7)    VALUE SPACES.
           05  WS-MONEY-FRACTION-TEXT    PIC X(2)    VALUE SPACES.
           05  WS-MONEY-WHOLE-NUM        PIC 9(7)    VALUE ZERO.
           05  WS-MONEY-FRACTION-NUM     PIC 99      VALUE ZERO.
           05  WS-MONEY-DISPLAY          PIC ZZZZ9.99.
      *
       01  WS-ZONE-SUB                   PIC S9(4)   COMP.
      *
      *    CARRIER MASTER RECORD
      *
       COPY CARREC.
      *
       COPY CARSET1.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           05  DFHCOMMAREA-DATA          PIC X(11).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-CARRIER-MAINT.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO CARMAP1O
                   MOVE -1 TO CARCDL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO CARMAP1O
                   MOVE -1 TO CARCDL
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
               WHEN PROCESS-ADD-CARRIER
                   PERFORM 2000-PROCESS-ADD-CARRIER
      *
               WHEN PROCESS-CHANGE-CARRIER
                   PERFORM 3000-PROCESS-CHANGE-CARRIER
      *
               WHEN PROCESS-DELETE-CARRIER
                   PERFORM 4000-PROCESS-DELETE-CARRIER
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO CARMAP1O
                   MOVE -1 TO CARCDL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('CAR1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-KEY-MAP.
      *
      *    FIRST SCREEN - GET CARRIER CODE AND ACTION CODE
      *
           PERFORM 1100-RECEIVE-KEY-MAP.
           PERFORM 1200-EDIT-KEY-DATA.
      *
           IF VALID-DATA
               EVALUATE ACTIONI
                   WHEN '1'
                       PERFORM 1300-READ-CARRIER-RECORD
                       IF CARRIER-FOUND
                           MOVE 'CARRIER CODE ALREADY ON FILE'
                               TO ERROR-TEXT
                           MOVE -1 TO CARCDL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       ELSE
                           MOVE SPACES TO CAR-NAME
                           SET CAR-STATUS-ACTIVE TO TRUE
                           MOVE 'N' TO CAR-STANDARD-SW
                           MOVE ZERO TO CAR-MINIMUM-CHARGE
                           MOVE ZERO TO CAR-ZONE-TABLE
                           MOVE '2' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-DETAIL-MAP
                       END-IF
                   WHEN '2'
                       PERFORM 1300-READ-CARRIER-RECORD
                       IF CARRIER-FOUND
                           MOVE '3' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-DETAIL-MAP
                       ELSE
                           MOVE 'NO CARRIER ON FILE FOR THIS CODE'
                               TO ERROR-TEXT
                           MOVE -1 TO CARCDL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       END-IF
                   WHEN '3'
                       PERFORM 1300-READ-CARRIER-RECORD
                       IF CARRIER-FOUND
                           MOVE '4' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-DETAIL-MAP
                       ELSE
                           MOVE 'NO CARRIER ON FILE FOR THIS CODE'
                               TO ERROR-TEXT
                           MOVE -1 TO CARCDL
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
               RECEIVE MAP('CARMAP1')
                       MAPSET('CARSET1')
                       INTO(CARMAP1I)
           END-EXEC.
      *
           INSPECT CARCDI REPLACING ALL '_' BY SPACE.
      *
       1200-EDIT-KEY-DATA.
      *
           MOVE 'Y' TO VALID-DATA-SW.
      *
           IF ACTIONL = ZERO OR ACTIONI = SPACE
               MOVE 'ACTION CODE IS REQUIRED' TO ERROR-TEXT
               MOVE -1 TO ACTIONL
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               IF CARCDL = ZERO OR CARCDI = SPACE
                   MOVE 'CARRIER CODE IS REQUIRED' TO ERROR-TEXT
                   MOVE -1 TO CARCDL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE CARCDI TO CAR-CARRIER-CODE
                   MOVE CAR-CARRIER-CODE TO CA-CARRIER-CODE
               END-IF
           END-IF.
      *
       1300-READ-CARRIER-RECORD.
      *
           EXEC CICS
               READ FILE('CARMAS')
                    INTO(CARRIER-MASTER-RECORD)
                    RIDFLD(CAR-CARRIER-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO CARRIER-FOUND-SW
           ELSE
               MOVE 'N' TO CARRIER-FOUND-SW
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
                       SEND MAP('CARMAP1')
                            MAPSET('CARSET1')
                            FROM(CARMAP1O)
                            ERASE
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('CARMAP1')
                            MAPSET('CARSET1')
                            FROM(CARMAP1O)
                            DATAONLY
                            ALARM
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('CARMAP1')
                            MAPSET('CARSET1')
                            FROM(CARMAP1O)
                            DATAONLY
                            CURSOR
                   END-EXEC
           END-EVALUATE.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
           MOVE SPACE TO CARMAP1O.
      *
       2000-PROCESS-ADD-CARRIER.
      *
           PERFORM 2200-RECEIVE-DETAIL-MAP.
           PERFORM 2300-EDIT-CARRIER-DATA.
      *
           IF VALID-DATA
               MOVE CA-CARRIER-CODE TO CAR-CARRIER-CODE
               EXEC CICS
                   WRITE FILE('CARMAS')
                         FROM(CARRIER-MASTER-RECORD)
                         RIDFLD(CAR-CARRIER-CODE)
               END-EXEC
               MOVE 'CARRIER ADDED SUCCESSFULLY' TO ERROR-TEXT
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
           MOVE LOW-VALUE TO CARMAP2O.
           MOVE CA-CARRIER-CODE TO CARCDO2.
           MOVE CAR-NAME TO CNAMEO.
           MOVE CAR-STATUS-CODE TO CSTATO.
           MOVE CAR-STANDARD-SW TO CSTDO.
      *
           IF CAR-MINIMUM-CHARGE > ZERO
               MOVE CAR-MINIMUM-CHARGE TO WS-MONEY-DISPLAY
               MOVE WS-MONEY-DISPLAY TO CMINO
           END-IF.
      *
           PERFORM VARYING WS-ZONE-SUB FROM 1 BY 1
                   UNTIL WS-ZONE-SUB > 10
               IF CAR-ZONE(WS-ZONE-SUB) > ZERO
                   MOVE CAR-ZONE(WS-ZONE-SUB) TO CZONEO(WS-ZONE-SUB)
               END-IF
           END-PERFORM.
      *
           EVALUATE TRUE
               WHEN PROCESS-ADD-CARRIER
                   MOVE 'ADD CARRIER - KEY NAME, MINIMUM AND ZONES'
                       TO INSTRUCTO
                   MOVE -1 TO CNAMEL
               WHEN PROCESS-CHANGE-CARRIER
                   MOVE 'CHANGE CARRIER - KEY THE NEW DATA'
                       TO INSTRUCTO
                   MOVE -1 TO CNAMEL
               WHEN PROCESS-DELETE-CARRIER
                   MOVE 'PRESS ENTER TO CONFIRM THE DELETE'
                       TO INSTRUCTO
           END-EVALUATE.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO2
           END-IF.
      *
           EXEC CICS
               SEND MAP('CARMAP2')
                    MAPSET('CARSET1')
                    FROM(CARMAP2O)
                    ERASE
                    CURSOR
           END-EXEC.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
      *
       2200-RECEIVE-DETAIL-MAP.
      *
           EXEC CICS
               RECEIVE MAP('CARMAP2')
                       MAPSET('CARSET1')
                       INTO(CARMAP2I)
           END-EXEC.
      *
           INSPECT CMINI REPLACING ALL '_' BY SPACE.
           PERFORM VARYING WS-ZONE-SUB FROM 1 BY 1
                   UNTIL WS-ZONE-SUB > 10
               INSPECT CZONEI(WS-ZONE-SUB) REPLACING ALL '_' BY SPACE
           END-PERFORM.
      *
       2300-EDIT-CARRIER-DATA.
      *
      *    THE NAME IS WHAT FRTRPT1 PRINTS, SO IT IS REQUIRED. A
      *    BLANK MINIMUM CHARGE MEANS NONE. A ZONE MAY BE ONE OR
      *    TWO DIGITS; BLANK MEANS THE CARRIER DOES NOT SERVE
      *    ZIP CODES STARTING WITH THAT DIGIT.
      *
           MOVE 'Y' TO VALID-DATA-SW.
      *
           IF CNAMEL = ZERO OR CNAMEI = SPACE
               MOVE 'CARRIER NAME IS REQUIRED' TO ERROR-TEXT
               MOVE -1 TO CNAMEL
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               MOVE CNAMEI TO CAR-NAME
           END-IF.
      *
           IF VALID-DATA
               EVALUATE TRUE
                   WHEN CSTATI = 'A' OR CSTATI = SPACE
                       SET CAR-STATUS-ACTIVE TO TRUE
                   WHEN CSTATI = 'I'
                       SET CAR-STATUS-INACTIVE TO TRUE
                   WHEN OTHER
                       MOVE 'STATUS MUST BE A OR I' TO ERROR-TEXT
                       MOVE -1 TO CSTATL
                       MOVE 'N' TO VALID-DATA-SW
               END-EVALUATE
           END-IF.
      *
           IF VALID-DATA
               EVALUATE TRUE
                   WHEN CSTDI = 'Y'
                       MOVE 'Y' TO CAR-STANDARD-SW
                   WHEN CSTDI = 'N' OR CSTDI = SPACE
                       MOVE 'N' TO CAR-STANDARD-SW
                   WHEN OTHER
                       MOVE 'STANDARD CARRIER MUST BE Y OR N'
                           TO ERROR-TEXT
                       MOVE -1 TO CSTDL
                       MOVE 'N' TO VALID-DATA-SW
               END-EVALUATE
           END-IF.
      *
           IF VALID-DATA
               IF CMINL = ZERO OR CMINI = SPACE
                   MOVE ZERO TO CAR-MINIMUM-CHARGE
               ELSE
                   MOVE CMINI TO WS-MONEY-TEXT
                   PERFORM 2350-EDIT-MONEY-TEXT
                   IF MONEY-VALID AND WS-MONEY-AMOUNT > 99999.99
                       MOVE 'MINIMUM CHARGE MAY NOT EXCEED 99999.99'
                           TO ERROR-TEXT
                       MOVE 'N' TO MONEY-VALID-SW
                   END-IF
                   IF MONEY-VALID
                       MOVE WS-MONEY-AMOUNT TO CAR-MINIMUM-CHARGE
                   ELSE
                       MOVE -1 TO CMINL
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
           END-IF.
      *
           PERFORM VARYING WS-ZONE-SUB FROM 1 BY 1
                   UNTIL WS-ZONE-SUB > 10 OR NOT VALID-DATA
               PERFORM 2360-EDIT-ZONE
           END-PERFORM.
      *
       2350-EDIT-MONEY-TEXT.
      *
      *    SAME FREE-FORM DOLLARS-AND-CENTS EDIT CONMNT1 APPLIES TO
      *    A CONTRACT PRICE. THE CALLER CHECKS THE RANGE.
      *
           MOVE 'Y' TO MONEY-VALID-SW.
           MOVE ZERO TO WS-MONEY-AMOUNT.
           MOVE ZERO TO WS-MONEY-DOT-COUNT.
           MOVE SPACES TO WS-MONEY-WHOLE-TEXT.
           MOVE SPACES TO WS-MONEY-FRACTION-TEXT.
      *
           INSPECT WS-MONEY-TEXT TALLYING WS-MONEY-DOT-COUNT
               FOR ALL '.'.
           EVALUATE WS-MONEY-DOT-COUNT
               WHEN 0
                   MOVE WS-MONEY-TEXT TO WS-MONEY-WHOLE-TEXT
               WHEN 1
                   UNSTRING WS-MONEY-TEXT DELIMITED BY '.'
                       INTO WS-MONEY-WHOLE-TEXT
                            WS-MONEY-FRACTION-TEXT
                   END-UNSTRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           IF WS-MONEY-DOT-COUNT > 1
               MOVE 'AMOUNT MAY HAVE ONLY ONE DECIMAL POINT'
                   TO ERROR-TEXT
               MOVE 'N' TO MONEY-VALID-SW
           ELSE
               IF WS-MONEY-WHOLE-TEXT = SPACES
                   MOVE ZERO TO WS-MONEY-WHOLE-NUM
               ELSE
                   IF WS-MONEY-WHOLE-TEXT IS NUMERIC
                       MOVE WS-MONEY-WHOLE-TEXT TO WS-MONEY-WHOLE-NUM
                   ELSE
                       MOVE 'AMOUNT MUST BE NUMERIC' TO ERROR-TEXT
                       MOVE 'N' TO MONEY-VALID-SW
                   END-IF
               END-IF
      *
               IF MONEY-VALID
                   IF WS-MONEY-FRACTION-TEXT = SPACES
                       MOVE ZERO TO WS-MONEY-FRACTION-NUM
                   ELSE
      *                A SINGLE FRACTION DIGIT IS TENTHS, SO PAD ON
      *                THE RIGHT (".5" MEANS 50 CENTS, NOT 5)
                       IF WS-MONEY-FRACTION-TEXT(2:1) = SPACE
                           MOVE '0' TO WS-MONEY-FRACTION-TEXT(2:1)
                       END-IF
                       IF WS-MONEY-FRACTION-TEXT IS NUMERIC
                           MOVE WS-MONEY-FRACTION-TEXT
                               TO WS-MONEY-FRACTION-NUM
                       ELSE
                           MOVE 'AMOUNT MUST BE NUMERIC'
                               TO ERROR-TEXT
                           MOVE 'N' TO MONEY-VALID-SW
                       END-IF
                   END-IF
               END-IF
      *
               IF MONEY-VALID
                   COMPUTE WS-MONEY-AMOUNT =
                       WS-MONEY-WHOLE-NUM +
                       (WS-MONEY-FRACTION-NUM / 100)
               END-IF
           END-IF.
      *
       2360-EDIT-ZONE.
      *
           EVALUATE TRUE
               WHEN CZONEL(WS-ZONE-SUB) = ZERO OR
                    CZONEI(WS-ZONE-SUB) = SPACES
                   MOVE ZERO TO CAR-ZONE(WS-ZONE-SUB)
               WHEN CZONEI(WS-ZONE-SUB) IS NUMERIC
                   MOVE CZONEI(WS-ZONE-SUB) TO CAR-ZONE(WS-ZONE-SUB)
               WHEN CZONEI(WS-ZONE-SUB)(2:1) = SPACE AND
                    CZONEI(WS-ZONE-SUB)(1:1) IS NUMERIC
                   MOVE CZONEI(WS-ZONE-SUB)(1:1)
                       TO CAR-ZONE(WS-ZONE-SUB)
               WHEN OTHER
                   MOVE 'ZONE MUST BE NUMERIC - BLANK IF NOT SERVED'
                       TO ERROR-TEXT
                   MOVE -1 TO CZONEL(WS-ZONE-SUB)
                   MOVE 'N' TO VALID-DATA-SW
           END-EVALUATE.
      *
       3000-PROCESS-CHANGE-CARRIER.
      *
           PERFORM 2200-RECEIVE-DETAIL-MAP.
           MOVE CA-CARRIER-CODE TO CAR-CARRIER-CODE.
           PERFORM 1300-READ-CARRIER-RECORD.
      *
           IF NOT CARRIER-FOUND
               MOVE 'CARRIER NO LONGER ON FILE' TO ERROR-TEXT
               MOVE LOW-VALUE TO CARMAP1O
               MOVE -1 TO CARCDL
               SET SEND-ERASE TO TRUE
               MOVE '1' TO CA-CONTEXT-FLAG
               PERFORM 1500-SEND-KEY-MAP
           ELSE
               PERFORM 2300-EDIT-CARRIER-DATA
               IF VALID-DATA
                   EXEC CICS
                       REWRITE FILE('CARMAS')
                               FROM(CARRIER-MASTER-RECORD)
                               RIDFLD(CAR-CARRIER-CODE)
                   END-EXEC
                   MOVE 'CARRIER CHANGED SUCCESSFULLY'
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
       4000-PROCESS-DELETE-CARRIER.
      *
           MOVE CA-CARRIER-CODE TO CAR-CARRIER-CODE.
           PERFORM 1300-READ-CARRIER-RECORD.
      *
           IF NOT CARRIER-FOUND
               MOVE 'CARRIER NO LONGER ON FILE' TO ERROR-TEXT
           ELSE
               EXEC CICS
                   DELETE FILE('CARMAS')
                          RIDFLD(CAR-CARRIER-CODE)
               END-EXEC
               MOVE 'CARRIER DELETED SUCCESSFULLY' TO ERROR-TEXT
           END-IF.
      *
           MOVE LOW-VALUE TO CARMAP1O.
           MOVE -1 TO CARCDL.
           SET SEND-ERASE TO TRUE.
           MOVE '1' TO CA-CONTEXT-FLAG.
           PERFORM 1500-SEND-KEY-MAP.
