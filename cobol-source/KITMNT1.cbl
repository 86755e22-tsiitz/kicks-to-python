       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  KITMNT1.
      *
      ************************************************************
      * PRODUCT KIT MAINTENANCE (KIT1 TRANSACTION)               *
      *                                                          *
      * MAINTAINS THE KITCOMP FILE THAT TURNS A PRODUCT INTO A   *
      * KIT - A BUNDLE SOLD UNDER ONE PRODUCT CODE AND ONE PRICE *
      * BUT PICKED AS ITS SEPARATE COMPONENTS. ORDER ENTRY       *
      * (ORDRENT, ORDLOAD1, STOREL1 AND THE QUOTE CONVERT)       *
      * EXPLODES A KIT INTO ONE ORDER LINE PER COMPONENT:        *
      *   ACTION CODE 1 = ADD A COMPONENT (KIT + COMPONENT CODE) *
      *   ACTION CODE 2 = CHANGE A COMPONENT'S QUANTITY PER KIT  *
      *   ACTION CODE 3 = DELETE A COMPONENT                     *
      *                                                          *
      * BOTH PRODUCTS MUST BE ON PRODMAS AND THE COMPONENT MUST  *
      * BE ACTIVE. A KIT CANNOT CONTAIN ITSELF, A COMPONENT      *
      * CANNOT BE A KIT, AND A KIT CANNOT BE ANOTHER KIT'S       *
      * COMPONENT, SO THE EXPLOSION STAYS ONE LEVEL DEEP. A KIT  *
      * HOLDS AT MOST 20 COMPONENTS - THE SIZE OF THE KITTAB     *
      * TABLE ORDER ENTRY EXPLODES IT THROUGH.                   *
      *                                                          *
      * TWO-SCREEN PSEUDO-CONVERSATIONAL DESIGN LIKE PBRMNT1.    *
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
           05  COMPONENT-FOUND-SW        PIC X       VALUE 'Y'.
               88  COMPONENT-FOUND                   VALUE 'Y'.
           05  PRODUCT-FOUND-SW          PIC X       VALUE 'Y'.
               88  PRODUCT-FOUND                     VALUE 'Y'.
           05  END-OF-KIT-SCAN-SW        PIC X       VALUE 'N'.
               88  END-OF-KIT-SCAN                   VALUE 'Y'.
           05  KIT-IS-COMPONENT-SW       PIC X       VALUE 'N'.
               88  KIT-IS-COMPONENT                  VALUE 'Y'.
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
               88  PROCESS-ADD-COMPONENT             VALUE '2'.
               88  PROCESS-CHANGE-COMPONENT          VALUE '3'.
               88  PROCESS-DELETE-COMPONENT          VALUE '4'.
           05  CA-KIT-CODE               PIC X(10).
           05  CA-COMPONENT-CODE         PIC X(10).
      *
       01  RESPONSE-CODE                 PIC S9(8)   COMP.
      *
       01  ERROR-MESSAGE-LINE.
           05  ERROR-TEXT                PIC X(78).
      *
      *    WS-SCAN-KIT-CODE IS THE KIT 1450-COUNT-KIT-COMPONENTS
      *    COUNTS THE KITCOMP RECORDS OF
      *
       01  WS-KIT-WORK-FIELDS.
           05  WS-SCAN-KIT-CODE          PIC X(10)   VALUE SPACES.
           05  WS-COMPONENT-COUNT        PIC S9(4)   COMP VALUE ZERO.
           05  WS-MAX-COMPONENTS         PIC S9(4)   COMP VALUE 20.
      *
      *    KIT COMPONENT RECORD
      *
       COPY KITREC.
      *
      *    PRODUCT MASTER RECORD - VALIDATES BOTH PRODUCTS AND SHOWS
      *    THEIR DESCRIPTIONS AND LIST PRICES
      *
       COPY PRODREC.
      *
       COPY KITSET1.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           05  DFHCOMMAREA-DATA          PIC X(21).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-KIT-MAINT.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO KITMAP1O
                   MOVE -1 TO KITCDL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO KITMAP1O
                   MOVE -1 TO KITCDL
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
               WHEN PROCESS-ADD-COMPONENT
                   PERFORM 2000-PROCESS-ADD-COMPONENT
      *
               WHEN PROCESS-CHANGE-COMPONENT
                   PERFORM 3000-PROCESS-CHANGE-COMPONENT
      *
               WHEN PROCESS-DELETE-COMPONENT
                   PERFORM 4000-PROCESS-DELETE-COMPONENT
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO KITMAP1O
                   MOVE -1 TO KITCDL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('KIT1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-KEY-MAP.
      *
      *    FIRST SCREEN - GET KIT, COMPONENT, AND ACTION
      *
           PERFORM 1100-RECEIVE-KEY-MAP.
           PERFORM 1200-EDIT-KEY-DATA.
      *
           IF VALID-DATA
               EVALUATE ACTIONI
                   WHEN '1'
                       PERFORM 1300-READ-COMPONENT-RECORD
                       IF COMPONENT-FOUND
                           MOVE 'COMPONENT ALREADY ON FILE FOR THIS '
                             & 'KIT'
                               TO ERROR-TEXT
                           MOVE -1 TO COMPCDL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       ELSE
                           PERFORM 1400-EDIT-NEW-COMPONENT
                           IF VALID-DATA
                               MOVE ZERO TO KIT-QUANTITY-PER
                               MOVE '2' TO CA-CONTEXT-FLAG
                               PERFORM 2100-SEND-DETAIL-MAP
                           ELSE
                               SET SEND-DATAONLY-ALARM TO TRUE
                               PERFORM 1500-SEND-KEY-MAP
                           END-IF
                       END-IF
                   WHEN '2'
                       PERFORM 1300-READ-COMPONENT-RECORD
                       IF COMPONENT-FOUND
                           MOVE '3' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-DETAIL-MAP
                       ELSE
                           MOVE 'COMPONENT NOT ON FILE FOR THIS KIT'
                               TO ERROR-TEXT
                           MOVE -1 TO COMPCDL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       END-IF
                   WHEN '3'
                       PERFORM 1300-READ-COMPONENT-RECORD
                       IF COMPONENT-FOUND
                           MOVE '4' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-DETAIL-MAP
                       ELSE
                           MOVE 'COMPONENT NOT ON FILE FOR THIS KIT'
                               TO ERROR-TEXT
                           MOVE -1 TO COMPCDL
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
               RECEIVE MAP('KITMAP1')
                       MAPSET('KITSET1')
                       INTO(KITMAP1I)
           END-EXEC.
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
               WHEN KITCDL = ZERO OR KITCDI = SPACE
                   MOVE 'KIT PRODUCT CODE IS REQUIRED' TO ERROR-TEXT
                   MOVE -1 TO KITCDL
                   MOVE 'N' TO VALID-DATA-SW
               WHEN COMPCDL = ZERO OR COMPCDI = SPACE
                   MOVE 'COMPONENT PRODUCT CODE IS REQUIRED'
                       TO ERROR-TEXT
                   MOVE -1 TO COMPCDL
                   MOVE 'N' TO VALID-DATA-SW
               WHEN COMPCDI = KITCDI
                   MOVE 'A KIT CANNOT BE A COMPONENT OF ITSELF'
                       TO ERROR-TEXT
                   MOVE -1 TO COMPCDL
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   MOVE KITCDI TO KIT-PRODUCT-CODE
                   MOVE COMPCDI TO KIT-COMPONENT-CODE
                   MOVE KITCDI TO CA-KIT-CODE
                   MOVE COMPCDI TO CA-COMPONENT-CODE
           END-EVALUATE.
      *
       1250-READ-PRODUCT-RECORD.
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
       1300-READ-COMPONENT-RECORD.
      *
           EXEC CICS
               READ FILE('KITCOMP')
                    INTO(KIT-COMPONENT-RECORD)
                    RIDFLD(KIT-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO COMPONENT-FOUND-SW
           ELSE
               MOVE 'N' TO COMPONENT-FOUND-SW
           END-IF.
      *
       1400-EDIT-NEW-COMPONENT.
      *
      *    A NEW COMPONENT MUST LEAVE THE KIT ONE LEVEL DEEP AND
      *    SMALL ENOUGH FOR ORDER ENTRY'S KITTAB TABLE
      *
           MOVE 'Y' TO VALID-DATA-SW.
      *
           MOVE CA-KIT-CODE TO PRD-PRODUCT-CODE.
           PERFORM 1250-READ-PRODUCT-RECORD.
           IF NOT PRODUCT-FOUND
               MOVE 'KIT PRODUCT CODE NOT ON PRODUCT MASTER'
                   TO ERROR-TEXT
               MOVE -1 TO KITCDL
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
           IF VALID-DATA
               MOVE CA-COMPONENT-CODE TO PRD-PRODUCT-CODE
               PERFORM 1250-READ-PRODUCT-RECORD
               EVALUATE TRUE
                   WHEN NOT PRODUCT-FOUND
                       MOVE 'COMPONENT PRODUCT CODE NOT ON PRODUCT '
                         & 'MASTER'
                           TO ERROR-TEXT
                       MOVE -1 TO COMPCDL
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN PRD-STATUS-DISCONTINUED
                       MOVE 'COMPONENT PRODUCT HAS BEEN DISCONTINUED'
                           TO ERROR-TEXT
                       MOVE -1 TO COMPCDL
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *
           IF VALID-DATA
               MOVE CA-COMPONENT-CODE TO WS-SCAN-KIT-CODE
               PERFORM 1450-COUNT-KIT-COMPONENTS
               IF WS-COMPONENT-COUNT > ZERO
                   MOVE 'COMPONENT IS ITSELF A KIT - KEY ITS OWN '
                     & 'COMPONENTS INSTEAD'
                       TO ERROR-TEXT
                   MOVE -1 TO COMPCDL
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
           IF VALID-DATA
               PERFORM 1460-CHECK-KIT-IS-COMPONENT
               IF KIT-IS-COMPONENT
                   MOVE 'KIT IS A COMPONENT OF ANOTHER KIT - IT '
                     & 'CANNOT HAVE COMPONENTS'
                       TO ERROR-TEXT
                   MOVE -1 TO KITCDL
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
           IF VALID-DATA
               MOVE CA-KIT-CODE TO WS-SCAN-KIT-CODE
               PERFORM 1450-COUNT-KIT-COMPONENTS
               IF WS-COMPONENT-COUNT NOT < WS-MAX-COMPONENTS
                   MOVE 'KIT ALREADY HAS 20 COMPONENTS - THE MOST '
                     & 'A KIT CAN HOLD'
                       TO ERROR-TEXT
                   MOVE -1 TO COMPCDL
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
           MOVE CA-KIT-CODE TO KIT-PRODUCT-CODE.
           MOVE CA-COMPONENT-CODE TO KIT-COMPONENT-CODE.
      *
       1450-COUNT-KIT-COMPONENTS.
      *
      *    THE COMPONENTS OF A KIT SIT TOGETHER UNDER ITS CODE
      *
           MOVE ZERO TO WS-COMPONENT-COUNT.
           MOVE 'N' TO END-OF-KIT-SCAN-SW.
           MOVE WS-SCAN-KIT-CODE TO KIT-PRODUCT-CODE.
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
                      KIT-PRODUCT-CODE = WS-SCAN-KIT-CODE
                       ADD 1 TO WS-COMPONENT-COUNT
                   ELSE
                       MOVE 'Y' TO END-OF-KIT-SCAN-SW
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('KITCOMP')
               END-EXEC
           END-IF.
      *
       1460-CHECK-KIT-IS-COMPONENT.
      *
      *    KITCOMP IS KEYED BY KIT, SO FINDING THE KITS A PRODUCT
      *    IS A COMPONENT OF MEANS READING THE WHOLE FILE. IT IS
      *    SMALL, AND THIS ONLY HAPPENS ON AN ADD.
      *
           MOVE 'N' TO KIT-IS-COMPONENT-SW.
           MOVE 'N' TO END-OF-KIT-SCAN-SW.
           MOVE LOW-VALUE TO KIT-KEY.
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
                   IF RESPONSE-CODE = DFHRESP(NORMAL)
                       IF KIT-COMPONENT-CODE = CA-KIT-CODE
                           MOVE 'Y' TO KIT-IS-COMPONENT-SW
                           MOVE 'Y' TO END-OF-KIT-SCAN-SW
                       END-IF
                   ELSE
                       MOVE 'Y' TO END-OF-KIT-SCAN-SW
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('KITCOMP')
               END-EXEC
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
                       SEND MAP('KITMAP1')
                            MAPSET('KITSET1')
                            FROM(KITMAP1O)
                            ERASE
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('KITMAP1')
                            MAPSET('KITSET1')
                            FROM(KITMAP1O)
                            DATAONLY
                            ALARM
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('KITMAP1')
                            MAPSET('KITSET1')
                            FROM(KITMAP1O)
                            DATAONLY
                            CURSOR
                   END-EXEC
           END-EVALUATE.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
           MOVE SPACE TO KITMAP1O.
      *
       2000-PROCESS-ADD-COMPONENT.
      *
           PERFORM 2200-RECEIVE-DETAIL-MAP.
           PERFORM 2300-EDIT-QUANTITY-PER.
      *
           IF VALID-DATA
               MOVE CA-KIT-CODE TO KIT-PRODUCT-CODE
               MOVE CA-COMPONENT-CODE TO KIT-COMPONENT-CODE
               EXEC CICS
                   WRITE FILE('KITCOMP')
                         FROM(KIT-COMPONENT-RECORD)
                         RIDFLD(KIT-KEY)
               END-EXEC
               MOVE 'KIT COMPONENT ADDED SUCCESSFULLY' TO ERROR-TEXT
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
           MOVE LOW-VALUE TO KITMAP2O.
           MOVE CA-KIT-CODE TO KITCDO2.
           MOVE CA-COMPONENT-CODE TO COMPCDO2.
           IF NOT PROCESS-ADD-COMPONENT
               MOVE KIT-QUANTITY-PER TO QTYPERO
           END-IF.
      *
      *    BOTH PRODUCT RECORDS AND THE COMPONENT COUNT ARE RE-READ
      *    ON EVERY SEND - A PAGING TASK HAS NOT SEEN THEM YET
      *
           MOVE CA-KIT-CODE TO PRD-PRODUCT-CODE.
           PERFORM 1250-READ-PRODUCT-RECORD.
           IF PRODUCT-FOUND
               MOVE PRD-PRODUCT-DESC TO KITDSO2
               MOVE PRD-LIST-PRICE TO KITPRO
           END-IF.
      *
           MOVE CA-COMPONENT-CODE TO PRD-PRODUCT-CODE.
           PERFORM 1250-READ-PRODUCT-RECORD.
           IF PRODUCT-FOUND
               MOVE PRD-PRODUCT-DESC TO COMPDSO2
               MOVE PRD-LIST-PRICE TO COMPPRO
           END-IF.
      *
           MOVE CA-KIT-CODE TO WS-SCAN-KIT-CODE.
           PERFORM 1450-COUNT-KIT-COMPONENTS.
           MOVE WS-COMPONENT-COUNT TO COMPCTO.
      *
           EVALUATE TRUE
               WHEN PROCESS-ADD-COMPONENT
                   MOVE 'ADD COMPONENT - KEY THE QUANTITY PER KIT'
                       TO INSTRUCTO
                   MOVE -1 TO QTYPERL
               WHEN PROCESS-CHANGE-COMPONENT
                   MOVE 'CHANGE COMPONENT - KEY THE NEW QUANTITY'
                       TO INSTRUCTO
                   MOVE -1 TO QTYPERL
               WHEN PROCESS-DELETE-COMPONENT
                   MOVE 'PRESS ENTER TO CONFIRM THE DELETE'
                       TO INSTRUCTO
           END-EVALUATE.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO2
           END-IF.
      *
           EXEC CICS
               SEND MAP('KITMAP2')
                    MAPSET('KITSET1')
                    FROM(KITMAP2O)
                    ERASE
                    CURSOR
           END-EXEC.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
      *
       2200-RECEIVE-DETAIL-MAP.
      *
           EXEC CICS
               RECEIVE MAP('KITMAP2')
                       MAPSET('KITSET1')
                       INTO(KITMAP2I)
           END-EXEC.
      *
           INSPECT QTYPERI REPLACING ALL '_' BY SPACE.
      *
       2300-EDIT-QUANTITY-PER.
      *
           MOVE 'Y' TO VALID-DATA-SW.
      *
           EVALUATE TRUE
               WHEN QTYPERL = ZERO OR QTYPERI = SPACE
                   MOVE 'QUANTITY PER KIT IS REQUIRED' TO ERROR-TEXT
                   MOVE -1 TO QTYPERL
                   MOVE 'N' TO VALID-DATA-SW
               WHEN QTYPERI IS NOT NUMERIC
                   MOVE 'QUANTITY PER KIT MUST BE NUMERIC'
                       TO ERROR-TEXT
                   MOVE -1 TO QTYPERL
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   MOVE QTYPERI TO KIT-QUANTITY-PER
                   IF KIT-QUANTITY-PER = ZERO
                       MOVE 'QUANTITY PER KIT MUST BE GREATER THAN '
                         & 'ZERO'
                           TO ERROR-TEXT
                       MOVE -1 TO QTYPERL
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
           END-EVALUATE.
      *
       3000-PROCESS-CHANGE-COMPONENT.
      *
           PERFORM 2200-RECEIVE-DETAIL-MAP.
           MOVE CA-KIT-CODE TO KIT-PRODUCT-CODE.
           MOVE CA-COMPONENT-CODE TO KIT-COMPONENT-CODE.
           PERFORM 1300-READ-COMPONENT-RECORD.
      *
           IF NOT COMPONENT-FOUND
               MOVE 'COMPONENT NO LONGER ON FILE' TO ERROR-TEXT
               MOVE LOW-VALUE TO KITMAP1O
               MOVE -1 TO KITCDL
               SET SEND-ERASE TO TRUE
               MOVE '1' TO CA-CONTEXT-FLAG
               PERFORM 1500-SEND-KEY-MAP
           ELSE
               PERFORM 2300-EDIT-QUANTITY-PER
               IF VALID-DATA
                   EXEC CICS
                       REWRITE FILE('KITCOMP')
                               FROM(KIT-COMPONENT-RECORD)
                               RIDFLD(KIT-KEY)
                   END-EXEC
                   MOVE 'KIT COMPONENT CHANGED SUCCESSFULLY'
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
       4000-PROCESS-DELETE-COMPONENT.
      *
           MOVE CA-KIT-CODE TO KIT-PRODUCT-CODE.
           MOVE CA-COMPONENT-CODE TO KIT-COMPONENT-CODE.
           PERFORM 1300-READ-COMPONENT-RECORD.
      *
           IF NOT COMPONENT-FOUND
               MOVE 'COMPONENT NO LONGER ON FILE' TO ERROR-TEXT
           ELSE
               EXEC CICS
                   DELETE FILE('KITCOMP')
                          RIDFLD(KIT-KEY)
               END-EXEC
               MOVE 'KIT COMPONENT DELETED SUCCESSFULLY' TO ERROR-TEXT
           END-IF.
      *
           MOVE LOW-VALUE TO KITMAP1O.
           MOVE -1 TO KITCDL.
           SET SEND-ERASE TO TRUE.
           MOVE '1' TO CA-CONTEXT-FLAG.
           PERFORM 1500-SEND-KEY-MAP.
