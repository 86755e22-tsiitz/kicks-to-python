       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  FRTMNT1.
      *
      ************************************************************
      * FREIGHT RATE MAINTENANCE PROGRAM (FRT1 TRANSACTION)      *
      *                                                          *
      * MAINTAINS THE FRTRATE FREIGHT RATE TABLE ORDER ENTRY     *
      * PRICES AN ORDER'S SHIPPING WEIGHT ON. EACH RECORD IS ONE *
      * WEIGHT BAND FOR ONE CARRIER AND RATE ZONE, KEYED BY THE  *
      * HEAVIEST WHOLE-POUND WEIGHT THE BAND COVERS:             *
      *   ACTION CODE 1 = ADD A BAND                             *
      *   ACTION CODE 2 = CHANGE THE BASE CHARGE OR RATE/POUND   *
      *   ACTION CODE 3 = DELETE A BAND                          *
      *                                                          *
      * A BAND CAN ONLY BE ADDED FOR A CARRIER ON CARMAS (CAR1). *
      * THE ESTIMATE TAKES THE FIRST BAND WHOSE CEILING COVERS   *
      * THE ORDER'S WEIGHT, SO THE TOP BAND FOR A ZONE IS        *
      * NORMALLY KEYED AT 99999. THE BASE CHARGE AND THE RATE    *
      * ARE KEYED AS DOLLARS AND CENTS THE SAME WAY CARMNT1      *
      * TAKES A MINIMUM CHARGE.                                  *
      *                                                          *
      * TWO-SCREEN PSEUDO-CONVERSATIONAL DESIGN LIKE CONMNT1.    *
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
           05  RATE-FOUND-SW             PIC X       VALUE 'Y'.
               88  RATE-FOUND                        VALUE 'Y'.
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
               88  PROCESS-ADD-RATE                  VALUE '2'.
               88  PROCESS-CHANGE-RATE               VALUE '3'.
               88  PROCESS-DELETE-RATE               VALUE '4'.
           05  CA-RATE-KEY.
               10  CA-CARRIER-CODE       PIC X(10).
               10  CA-ZONE               PIC 99.
               10  CA-WEIGHT-LIMIT       PIC 9(5).
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
      *    FREIGHT RATE BAND RECORD
      *
       COPY FRTREC.
      *
      *    CARRIER MASTER RECORD - A BAND IS ONLY ADDED FOR A
      *    CARRIER ON FILE, AND ITS NAME IS SHOWN ON THE DETAIL
      *
       COPY CARREC.
      *
       COPY FRTSET1.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           05  DFHCOMMAREA-DATA          PIC X(18).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-RATE-MAINT.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO FRTMAP1O
                   MOVE -1 TO CARCDL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO FRTMAP1O
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
               WHEN PROCESS-ADD-RATE
                   PERFORM 2000-PROCESS-ADD-RATE
      *
               WHEN PROCESS-CHANGE-RATE
                   PERFORM 3000-PROCESS-CHANGE-RATE
      *
               WHEN PROCESS-DELETE-RATE
                   PERFORM 4000-PROCESS-DELETE-RATE
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO FRTMAP1O
                   MOVE -1 TO CARCDL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('FRT1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-KEY-MAP.
      *
      *    FIRST SCREEN - GET CARRIER, ZONE, WEIGHT BAND AND ACTION
      *
           PERFORM 1100-RECEIVE-KEY-MAP.
           PERFORM 1200-EDIT-KEY-DATA.
      *
           IF VALID-DATA
               EVALUATE ACTIONI
                   WHEN '1'
                       PERFORM 1300-READ-RATE-RECORD
                       IF RATE-FOUND
                           MOVE 'RATE BAND ALREADY ON FILE FOR THIS '
                             & 'CARRIER, ZONE AND WEIGHT'
                               TO ERROR-TEXT
                           MOVE -1 TO CARCDL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       ELSE
                           IF CARRIER-FOUND
                               MOVE ZERO TO FRT-BASE-CHARGE
                               MOVE ZERO TO FRT-RATE-PER-POUND
                               MOVE '2' TO CA-CONTEXT-FLAG
                               PERFORM 2100-SEND-DETAIL-MAP
                           ELSE
                               MOVE 'CARRIER NOT ON CARRIER MASTER'
                                   TO ERROR-TEXT
                               MOVE -1 TO CARCDL
                               SET SEND-DATAONLY-ALARM TO TRUE
                               PERFORM 1500-SEND-KEY-MAP
                           END-IF
                       END-IF
                   WHEN '2'
                       PERFORM 1300-READ-RATE-RECORD
                       IF RATE-FOUND
                           MOVE '3' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-DETAIL-MAP
                       ELSE
                           MOVE 'NO RATE BAND ON FILE FOR THIS '
                             & 'CARRIER, ZONE AND WEIGHT'
                               TO ERROR-TEXT
                           MOVE -1 TO CARCDL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       END-IF
                   WHEN '3'
                       PERFORM 1300-READ-RATE-RECORD
                       IF RATE-FOUND
                           MOVE '4' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-DETAIL-MAP
                       ELSE
                           MOVE 'NO RATE BAND ON FILE FOR THIS '
                             & 'CARRIER, ZONE AND WEIGHT'
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
               RECEIVE MAP('FRTMAP1')
                       MAPSET('FRTSET1')
                       INTO(FRTMAP1I)
           END-EXEC.
      *
           INSPECT CARCDI REPLACING ALL '_' BY SPACE.
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
               WHEN CARCDL = ZERO OR CARCDI = SPACE
                   MOVE 'CARRIER CODE IS REQUIRED' TO ERROR-TEXT
                   MOVE -1 TO CARCDL
                   MOVE 'N' TO VALID-DATA-SW
               WHEN ZONEL = ZERO OR ZONEI NOT NUMERIC OR
                    ZONEI = '00'
                   MOVE 'ZONE MUST BE NUMERIC 01 THROUGH 99'
                       TO ERROR-TEXT
                   MOVE -1 TO ZONEL
                   MOVE 'N' TO VALID-DATA-SW
               WHEN WTLIML = ZERO OR WTLIMI NOT NUMERIC OR
                    WTLIMI = '00000'
                   MOVE 'WEIGHT BAND CEILING MUST BE NUMERIC WHOLE '
                     & 'POUNDS'
                       TO ERROR-TEXT
                   MOVE -1 TO WTLIML
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   MOVE CARCDI TO CA-CARRIER-CODE
                   MOVE ZONEI TO CA-ZONE
                   MOVE WTLIMI TO CA-WEIGHT-LIMIT
                   PERFORM 1250-READ-CARRIER-RECORD
           END-EVALUATE.
      *
       1250-READ-CARRIER-RECORD.
      *
           MOVE CA-CARRIER-CODE TO CAR-CARRIER-CODE.
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
       1300-READ-RATE-RECORD.
      *
           MOVE CA-RATE-KEY TO FRT-KEY.
      *
           EXEC CICS
               READ FILE('FRTRATE')
                    INTO(FREIGHT-RATE-RECORD)
                    RIDFLD(FRT-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO RATE-FOUND-SW
           ELSE
               MOVE 'N' TO RATE-FOUND-SW
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
                       SEND MAP('FRTMAP1')
                            MAPSET('FRTSET1')
                            FROM(FRTMAP1O)
                            ERASE
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('FRTMAP1')
                            MAPSET('FRTSET1')
                            FROM(FRTMAP1O)
                            DATAONLY
                            ALARM
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('FRTMAP1')
                            MAPSET('FRTSET1')
                            FROM(FRTMAP1O)
                            DATAONLY
                            CURSOR
                   END-EXEC
           END-EVALUATE.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
           MOVE SPACE TO FRTMAP1O.
      *
       2000-PROCESS-ADD-RATE.
      *
           PERFORM 2200-RECEIVE-DETAIL-MAP.
           PERFORM 2300-EDIT-RATE-DATA.
      *
           IF VALID-DATA
               MOVE CA-RATE-KEY TO FRT-KEY
               EXEC CICS
                   WRITE FILE('FRTRATE')
                         FROM(FREIGHT-RATE-RECORD)
                         RIDFLD(FRT-KEY)
               END-EXEC
               MOVE 'RATE BAND ADDED SUCCESSFULLY' TO ERROR-TEXT
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
           MOVE LOW-VALUE TO FRTMAP2O.
           MOVE CA-CARRIER-CODE TO CARCDO2.
           MOVE CA-ZONE TO ZONEO2.
           MOVE CA-WEIGHT-LIMIT TO WTLIMO2.
      *
      *    THE CARRIER IS RE-READ ON EVERY SEND - A PAGING TASK HAS
      *    NOT SEEN IT YET
      *
           PERFORM 1250-READ-CARRIER-RECORD.
           IF CARRIER-FOUND
               MOVE CAR-NAME TO CNAMEO2
           ELSE
               MOVE '(CARRIER NO LONGER ON FILE)' TO CNAMEO2
           END-IF.
      *
           IF FRT-BASE-CHARGE > ZERO
               MOVE FRT-BASE-CHARGE TO WS-MONEY-DISPLAY
               MOVE WS-MONEY-DISPLAY TO BASEO
           END-IF.
           IF FRT-RATE-PER-POUND > ZERO
               MOVE FRT-RATE-PER-POUND TO WS-MONEY-DISPLAY
               MOVE WS-MONEY-DISPLAY TO RATEO
           END-IF.
      *
           EVALUATE TRUE
               WHEN PROCESS-ADD-RATE
                   MOVE 'ADD BAND - KEY BASE CHARGE AND RATE'
                       TO INSTRUCTO
                   MOVE -1 TO BASEL
               WHEN PROCESS-CHANGE-RATE
                   MOVE 'CHANGE BAND - KEY THE NEW DATA'
                       TO INSTRUCTO
                   MOVE -1 TO BASEL
               WHEN PROCESS-DELETE-RATE
                   MOVE 'PRESS ENTER TO CONFIRM THE DELETE'
                       TO INSTRUCTO
           END-EVALUATE.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO2
           END-IF.
      *
           EXEC CICS
               SEND MAP('FRTMAP2')
                    MAPSET('FRTSET1')
                    FROM(FRTMAP2O)
                    ERASE
                    CURSOR
           END-EXEC.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
      *
       2200-RECEIVE-DETAIL-MAP.
      *
           EXEC CICS
               RECEIVE MAP('FRTMAP2')
                       MAPSET('FRTSET1')
                       INTO(FRTMAP2I)
           END-EXEC.
      *
           INSPECT BASEI REPLACING ALL '_' BY SPACE.
           INSPECT RATEI REPLACING ALL '_' BY SPACE.
      *
       2300-EDIT-RATE-DATA.
      *
      *    A BLANK BASE CHARGE OR RATE IS ZERO, BUT A BAND MUST
      *    CHARGE SOMETHING - ONE OR THE OTHER IS REQUIRED
      *
           MOVE 'Y' TO VALID-DATA-SW.
      *
           IF BASEL = ZERO OR BASEI = SPACE
               MOVE ZERO TO FRT-BASE-CHARGE
           ELSE
               MOVE BASEI TO WS-MONEY-TEXT
               PERFORM 2350-EDIT-MONEY-TEXT
               IF MONEY-VALID AND WS-MONEY-AMOUNT > 99999.99
                   MOVE 'BASE CHARGE MAY NOT EXCEED 99999.99'
                       TO ERROR-TEXT
                   MOVE 'N' TO MONEY-VALID-SW
               END-IF
               IF MONEY-VALID
                   MOVE WS-MONEY-AMOUNT TO FRT-BASE-CHARGE
               ELSE
                   MOVE -1 TO BASEL
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
           IF VALID-DATA
               IF RATEL = ZERO OR RATEI = SPACE
                   MOVE ZERO TO FRT-RATE-PER-POUND
               ELSE
                   MOVE RATEI TO WS-MONEY-TEXT
                   PERFORM 2350-EDIT-MONEY-TEXT
                   IF MONEY-VALID AND WS-MONEY-AMOUNT > 999.99
                       MOVE 'RATE PER POUND MAY NOT EXCEED 999.99'
                           TO ERROR-TEXT
                       MOVE 'N' TO MONEY-VALID-SW
                   END-IF
                   IF MONEY-VALID
                       MOVE WS-MONEY-AMOUNT TO FRT-RATE-PER-POUND
                   ELSE
                       MOVE -1 TO RATEL
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
           END-IF.
      *
           IF VALID-DATA
               IF FRT-BASE-CHARGE = ZERO AND FRT-RATE-PER-POUND = ZERO
                   MOVE 'KEY A BASE CHARGE, A RATE PER POUND, OR BOTH'
                       TO ERROR-TEXT
                   MOVE -1 TO BASEL
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
       2350-EDIT-MONEY-TEXT.
      *
      *    SAME FREE-FORM DOLLARS-AND-CENTS EDIT CARMNT1 APPLIES TO
      *    A MINIMUM CHARGE. THE CALLER CHECKS THE RANGE.
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
       3000-PROCESS-CHANGE-RATE.
      *
           PERFORM 2200-RECEIVE-DETAIL-MAP.
           PERFORM 1300-READ-RATE-RECORD.
      *
           IF NOT RATE-FOUND
               MOVE 'RATE BAND NO LONGER ON FILE' TO ERROR-TEXT
               MOVE LOW-VALUE TO FRTMAP1O
               MOVE -1 TO CARCDL
               SET SEND-ERASE TO TRUE
               MOVE '1' TO CA-CONTEXT-FLAG
               PERFORM 1500-SEND-KEY-MAP
           ELSE
               PERFORM 2300-EDIT-RATE-DATA
               IF VALID-DATA
                   EXEC CICS
                       REWRITE FILE('FRTRATE')
                               FROM(FREIGHT-RATE-RECORD)
                               RIDFLD(FRT-KEY)
                   END-EXEC
                   MOVE 'RATE BAND CHANGED SUCCESSFULLY'
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
       4000-PROCESS-DELETE-RATE.
      *
           PERFORM 1300-READ-RATE-RECORD.
      *
           IF NOT RATE-FOUND
               MOVE 'RATE BAND NO LONGER ON FILE' TO ERROR-TEXT
           ELSE
               EXEC CICS
                   DELETE FILE('FRTRATE')
                          RIDFLD(FRT-KEY)
               END-EXEC
               MOVE 'RATE BAND DELETED SUCCESSFULLY' TO ERROR-TEXT
           END-IF.
      *
           MOVE LOW-VALUE TO FRTMAP1O.
           MOVE -1 TO CARCDL.
           SET SEND-ERASE TO TRUE.
           MOVE '1' TO CA-CONTEXT-FLAG.
           PERFORM 1500-SEND-KEY-MAP.
