       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  LOCMNT1.
      *
      ************************************************************
      * LOCATION MAINTENANCE PROGRAM (LOC1 TRANSACTION)          *
      *                                                          *
      * MAINTAINS THE LOCMAS LOCATION MASTER - THE LIST OF       *
      * BUILDINGS THE SHOP SHIPS FROM AND RECEIVES INTO. ORDER   *
      * ENTRY, RECEIVING, RETURNS, CYCLE COUNTS, PRODUCT STOCK   *
      * AND STOCK TRANSFERS ALL REFUSE A LOCATION NOT ON THIS    *
      * FILE OR NOT ACTIVE:                                      *
      *   ACTION CODE 1 = ADD A LOCATION                         *
      *   ACTION CODE 2 = CHANGE ADDRESS / MANAGER / STATUS      *
      *   ACTION CODE 3 = DELETE A LOCATION                      *
      *                                                          *
      * A LOCATION THAT STILL HOLDS STOCK IS BETTER SET INACTIVE *
      * (STATUS I) THAN DELETED - THE PRDLOC ROWS STAY VISIBLE   *
      * TO THE REPORTS BUT NO NEW WORK CAN BE POINTED AT IT.     *
      *                                                          *
      * TWO-SCREEN PSEUDO-CONVERSATIONAL DESIGN LIKE SUPMNT1.    *
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
           05  LOCATION-FOUND-SW         PIC X       VALUE 'Y'.
               88  LOCATION-FOUND                    VALUE 'Y'.
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
               88  PROCESS-ADD-LOCATION              VALUE '2'.
               88  PROCESS-CHANGE-LOCATION           VALUE '3'.
               88  PROCESS-DELETE-LOCATION           VALUE '4'.
           05  CA-LOCATION-CODE          PIC X(3).
      *
       01  RESPONSE-CODE                 PIC S9(8)   COMP.
      *
       01  ERROR-MESSAGE-LINE.
           05  ERROR-TEXT                PIC X(78).
      *
      *    LOCATION MASTER RECORD
      *
       COPY LOCREC.
      *
      *    VALID STATE CODES - THE SAME TABLE THE CUSTOMER SCREENS
      *    SEARCH
      *
       COPY STATETAB.
      *
       COPY LOCSET1.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           05  DFHCOMMAREA-DATA          PIC X(4).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-LOCATION-MAINT.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO LOCMAP1O
                   MOVE -1 TO LOCCDL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO LOCMAP1O
                   MOVE -1 TO LOCCDL
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
               WHEN PROCESS-ADD-LOCATION
                   PERFORM 2000-PROCESS-ADD-LOCATION
      *
               WHEN PROCESS-CHANGE-LOCATION
                   PERFORM 3000-PROCESS-CHANGE-LOCATION
      *
               WHEN PROCESS-DELETE-LOCATION
                   PERFORM 4000-PROCESS-DELETE-LOCATION
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO LOCMAP1O
                   MOVE -1 TO LOCCDL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('LOC1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-KEY-MAP.
      *
      *    FIRST SCREEN - GET LOCATION CODE AND ACTION CODE
      *
           PERFORM 1100-RECEIVE-KEY-MAP.
           PERFORM 1200-EDIT-KEY-DATA.
      *
           IF VALID-DATA
               EVALUATE ACTIONI
                   WHEN '1'
                       PERFORM 1300-READ-LOCATION-RECORD
                       IF LOCATION-FOUND
                           MOVE 'LOCATION CODE ALREADY ON FILE'
                               TO ERROR-TEXT
                           MOVE -1 TO LOCCDL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       ELSE
                           MOVE SPACES TO LOC-NAME
                           MOVE SPACES TO LOC-ADDRESS
                           MOVE SPACES TO LOC-CITY
                           MOVE SPACES TO LOC-STATE
                           MOVE SPACES TO LOC-ZIP-CODE
                           MOVE SPACES TO LOC-PHONE
                           MOVE SPACES TO LOC-MANAGER-NAME
                           SET LOC-STATUS-ACTIVE TO TRUE
                           MOVE '2' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-DETAIL-MAP
                       END-IF
                   WHEN '2'
                       PERFORM 1300-READ-LOCATION-RECORD
                       IF LOCATION-FOUND
                           MOVE '3' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-DETAIL-MAP
                       ELSE
                           MOVE 'NO LOCATION ON FILE FOR THIS CODE'
                               TO ERROR-TEXT
                           MOVE -1 TO LOCCDL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       END-IF
                   WHEN '3'
                       PERFORM 1300-READ-LOCATION-RECORD
                       IF LOCATION-FOUND
                           MOVE '4' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-DETAIL-MAP
                       ELSE
                           MOVE 'NO LOCATION ON FILE FOR THIS CODE'
                               TO ERROR-TEXT
                           MOVE -1 TO LOCCDL
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
               RECEIVE MAP('LOCMAP1')
                       MAPSET('LOCSET1')
                       INTO(LOCMAP1I)
           END-EXEC.
      *
           INSPECT LOCCDI REPLACING ALL '_' BY SPACE.
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
               IF LOCCDL = ZERO OR LOCCDI = SPACE
                   MOVE 'LOCATION CODE IS REQUIRED' TO ERROR-TEXT
                   MOVE -1 TO LOCCDL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE LOCCDI TO LOC-LOCATION-CODE
                   MOVE LOC-LOCATION-CODE TO CA-LOCATION-CODE
               END-IF
           END-IF.
      *
       1300-READ-LOCATION-RECORD.
      *
           EXEC CICS
               READ FILE('LOCMAS')
                    INTO(LOCATION-MASTER-RECORD)
                    RIDFLD(LOC-LOCATION-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO LOCATION-FOUND-SW
           ELSE
               MOVE 'N' TO LOCATION-FOUND-SW
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
                       SEND MAP('LOCMAP1')
                            MAPSET('LOCSET1')
                            FROM(LOCMAP1O)
                            ERASE
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('LOCMAP1')
                            MAPSET('LOCSET1')
                            FROM(LOCMAP1O)
                            DATAONLY
                            ALARM
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('LOCMAP1')
                            MAPSET('LOCSET1')
                            FROM(LOCMAP1O)
                            DATAONLY
                            CURSOR
                   END-EXEC
           END-EVALUATE.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
           MOVE SPACE TO LOCMAP1O.
      *
       2000-PROCESS-ADD-LOCATION.
      *
           PERFORM 2200-RECEIVE-DETAIL-MAP.
           PERFORM 2300-EDIT-LOCATION-DATA.
      *
           IF VALID-DATA
               MOVE CA-LOCATION-CODE TO LOC-LOCATION-CODE
               EXEC CICS
                   WRITE FILE('LOCMAS')
                         FROM(LOCATION-MASTER-RECORD)
                         RIDFLD(LOC-LOCATION-CODE)
               END-EXEC
               MOVE 'LOCATION ADDED SUCCESSFULLY' TO ERROR-TEXT
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
           MOVE LOW-VALUE TO LOCMAP2O.
           MOVE CA-LOCATION-CODE TO LOCCDO2.
           MOVE LOC-NAME TO LNAMEO.
           MOVE LOC-ADDRESS TO LADDRO.
           MOVE LOC-CITY TO LCITYO.
           MOVE LOC-STATE TO LSTATEO.
           MOVE LOC-ZIP-CODE TO LZIPO.
           MOVE LOC-PHONE TO LPHONEO.
           MOVE LOC-MANAGER-NAME TO LMGRO.
           MOVE LOC-STATUS-CODE TO LSTATO.
      *
           EVALUATE TRUE
               WHEN PROCESS-ADD-LOCATION
                   MOVE 'ADD LOCATION - KEY THE BUILDING ADDRESS'
                       TO INSTRUCTO
                   MOVE -1 TO LNAMEL
               WHEN PROCESS-CHANGE-LOCATION
                   MOVE 'CHANGE LOCATION - KEY THE NEW DATA'
                       TO INSTRUCTO
                   MOVE -1 TO LNAMEL
               WHEN PROCESS-DELETE-LOCATION
                   MOVE 'PRESS ENTER TO CONFIRM THE DELETE'
                       TO INSTRUCTO
           END-EVALUATE.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO2
           END-IF.
      *
           EXEC CICS
               SEND MAP('LOCMAP2')
                    MAPSET('LOCSET1')
                    FROM(LOCMAP2O)
                    ERASE
                    CURSOR
           END-EXEC.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
      *
       2200-RECEIVE-DETAIL-MAP.
      *
           EXEC CICS
               RECEIVE MAP('LOCMAP2')
                       MAPSET('LOCSET1')
                       INTO(LOCMAP2I)
           END-EXEC.
      *
       2300-EDIT-LOCATION-DATA.
      *
      *    NAME AND ADDRESS ARE WHAT THE TRANSFER TICKET PRINTS FOR
      *    THE RECEIVING BUILDING, SO THEY ARE REQUIRED. PHONE AND
      *    MANAGER ARE FREE-FORM AND MAY BE BLANK.
      *
           MOVE 'Y' TO VALID-DATA-SW.
      *
           IF LNAMEL = ZERO OR LNAMEI = SPACE
               MOVE 'LOCATION NAME IS REQUIRED' TO ERROR-TEXT
               MOVE -1 TO LNAMEL
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               MOVE LNAMEI TO LOC-NAME
           END-IF.
      *
           IF VALID-DATA
               IF LADDRL = ZERO OR LADDRI = SPACE
                   MOVE 'ADDRESS IS REQUIRED' TO ERROR-TEXT
                   MOVE -1 TO LADDRL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE LADDRI TO LOC-ADDRESS
               END-IF
           END-IF.
      *
           IF VALID-DATA
               IF LCITYL = ZERO OR LCITYI = SPACE
                   MOVE 'CITY IS REQUIRED' TO ERROR-TEXT
                   MOVE -1 TO LCITYL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE LCITYI TO LOC-CITY
               END-IF
           END-IF.
      *
           IF VALID-DATA
               IF LSTATEL = ZERO OR LSTATEI = SPACE
                   MOVE 'STATE IS REQUIRED' TO ERROR-TEXT
                   MOVE -1 TO LSTATEL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   SET WS-STATE-IDX TO 1
                   SEARCH WS-STATE-ENTRY
                       AT END
                           MOVE 'STATE CODE IS NOT VALID'
                               TO ERROR-TEXT
                           MOVE -1 TO LSTATEL
                           MOVE 'N' TO VALID-DATA-SW
                       WHEN WS-STATE-ENTRY(WS-STATE-IDX) = LSTATEI
                           MOVE LSTATEI TO LOC-STATE
                   END-SEARCH
               END-IF
           END-IF.
      *
           IF VALID-DATA
               IF LZIPL = ZERO OR LZIPI = SPACE
                   MOVE 'ZIP CODE IS REQUIRED' TO ERROR-TEXT
                   MOVE -1 TO LZIPL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE LZIPI TO LOC-ZIP-CODE
               END-IF
           END-IF.
      *
           MOVE LPHONEI TO LOC-PHONE.
           MOVE LMGRI TO LOC-MANAGER-NAME.
      *
           IF VALID-DATA
               EVALUATE TRUE
                   WHEN LSTATI = 'A' OR LSTATI = SPACE
      *                BLANK EDITS TO ACTIVE, THE SAME AS SUP1
                       SET LOC-STATUS-ACTIVE TO TRUE
                   WHEN LSTATI = 'I'
                       SET LOC-STATUS-INACTIVE TO TRUE
                   WHEN OTHER
                       MOVE 'STATUS MUST BE A OR I' TO ERROR-TEXT
                       MOVE -1 TO LSTATL
                       MOVE 'N' TO VALID-DATA-SW
               END-EVALUATE
           END-IF.
      *
       3000-PROCESS-CHANGE-LOCATION.
      *
           PERFORM 2200-RECEIVE-DETAIL-MAP.
           MOVE CA-LOCATION-CODE TO LOC-LOCATION-CODE.
           PERFORM 1300-READ-LOCATION-RECORD.
      *
           IF NOT LOCATION-FOUND
               MOVE 'LOCATION NO LONGER ON FILE' TO ERROR-TEXT
               MOVE LOW-VALUE TO LOCMAP1O
               MOVE -1 TO LOCCDL
               SET SEND-ERASE TO TRUE
               MOVE '1' TO CA-CONTEXT-FLAG
               PERFORM 1500-SEND-KEY-MAP
           ELSE
               PERFORM 2300-EDIT-LOCATION-DATA
               IF VALID-DATA
                   EXEC CICS
                       REWRITE FILE('LOCMAS')
                               FROM(LOCATION-MASTER-RECORD)
                               RIDFLD(LOC-LOCATION-CODE)
                   END-EXEC
                   MOVE 'LOCATION CHANGED SUCCESSFULLY'
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
       4000-PROCESS-DELETE-LOCATION.
      *
           MOVE CA-LOCATION-CODE TO LOC-LOCATION-CODE.
           PERFORM 1300-READ-LOCATION-RECORD.
      *
           IF NOT LOCATION-FOUND
               MOVE 'LOCATION NO LONGER ON FILE' TO ERROR-TEXT
           ELSE
               EXEC CICS
                   DELETE FILE('LOCMAS')
                          RIDFLD(LOC-LOCATION-CODE)
               END-EXEC
               MOVE 'LOCATION DELETED SUCCESSFULLY' TO ERROR-TEXT
           END-IF.
      *
           MOVE LOW-VALUE TO LOCMAP1O.
           MOVE -1 TO LOCCDL.
           SET SEND-ERASE TO TRUE.
           MOVE '1' TO CA-CONTEXT-FLAG.
           PERFORM 1500-SEND-KEY-MAP.
