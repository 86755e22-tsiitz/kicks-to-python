       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  GLAMNT1.
      *
      ************************************************************
      * GL ACCOUNT MAPPING MAINTENANCE (GLA1 TRANSACTION)        *
      *                                                          *
      * THIS PROGRAM MAINTAINS THE GLAMAP FILE THAT TELLS THE    *
      * NIGHTLY GLJRN1 JOURNAL RUN WHICH LEDGER ACCOUNT EACH     *
      * POSTING CODE (RECEIVABLES, SALES, SALES TAX, CASH ...)   *
      * GOES TO:                                                 *
      *   ACTION CODE 1 = MAP A POSTING CODE TO AN ACCOUNT       *
      *   ACTION CODE 2 = CHANGE THE ACCOUNT OR DESCRIPTION      *
      *   ACTION CODE 3 = DELETE A CODE'S MAPPING                *
      *                                                          *
      * THE POSTING CODE IS VALIDATED AGAINST THE GLATAB LIST OF *
      * CODES THE JOURNAL RUN KNOWS. ACCOUNT NUMBERS ARE TAKEN   *
      * AS KEYED - THE LEDGER OWNS THEIR FORMAT. A CODE LEFT     *
      * UNMAPPED HOLDS BACK THE NIGHT'S BATCH THE FIRST TIME IT  *
      * HAS ACTIVITY, SO DELETE ONLY TO REMAP.                   *
      *                                                          *
      * TWO-SCREEN PSEUDO-CONVERSATIONAL DESIGN LIKE TAXMNT1:    *
      *   SCREEN 1: ENTER POSTING CODE AND ACTION CODE           *
      *   SCREEN 2: DISPLAY/EDIT THE MAPPING, OR CONFIRM DELETE  *
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
           05  MAPPING-FOUND-SW          PIC X       VALUE 'Y'.
               88  MAPPING-FOUND                     VALUE 'Y'.
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
               88  PROCESS-ADD-MAPPING               VALUE '2'.
               88  PROCESS-CHANGE-MAPPING            VALUE '3'.
               88  PROCESS-DELETE-MAPPING            VALUE '4'.
           05  CA-POSTING-CODE           PIC X(8).
      *
       01  RESPONSE-CODE                 PIC S9(8)   COMP.
      *
       01  ERROR-MESSAGE-LINE.
           05  ERROR-TEXT                PIC X(78).
      *
      *    GL ACCOUNT MAPPING RECORD
      *
       COPY GLAREC.
      *
      *    VALID POSTING CODE REFERENCE TABLE
      *
       COPY GLATAB.
      *
       COPY GLASET1.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           05  DFHCOMMAREA-DATA          PIC X(9).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-MAPPING-MAINT.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO GLAMAP1O
                   MOVE -1 TO PCODEL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO GLAMAP1O
                   MOVE -1 TO PCODEL
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
               WHEN PROCESS-ADD-MAPPING
                   PERFORM 2000-PROCESS-ADD-MAPPING
      *
               WHEN PROCESS-CHANGE-MAPPING
                   PERFORM 3000-PROCESS-CHANGE-MAPPING
      *
               WHEN PROCESS-DELETE-MAPPING
                   PERFORM 4000-PROCESS-DELETE-MAPPING
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO GLAMAP1O
                   MOVE -1 TO PCODEL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('GLA1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-KEY-MAP.
      *
      *    FIRST SCREEN - GET POSTING CODE AND ACTION CODE
      *
           PERFORM 1100-RECEIVE-KEY-MAP.
           PERFORM 1200-EDIT-KEY-DATA.
      *
           IF VALID-DATA
               EVALUATE ACTIONI
                   WHEN '1'
                       PERFORM 1300-READ-MAPPING-RECORD
                       IF MAPPING-FOUND
                           MOVE 'POSTING CODE IS ALREADY MAPPED'
                               TO ERROR-TEXT
                           MOVE -1 TO PCODEL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       ELSE
                           MOVE SPACES TO GLA-ACCOUNT-NUMBER
                           MOVE SPACES TO GLA-DESCRIPTION
                           MOVE '2' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-DETAIL-MAP
                       END-IF
                   WHEN '2'
                       PERFORM 1300-READ-MAPPING-RECORD
                       IF MAPPING-FOUND
                           MOVE '3' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-DETAIL-MAP
                       ELSE
                           MOVE 'NO MAPPING ON FILE FOR THIS CODE'
                               TO ERROR-TEXT
                           MOVE -1 TO PCODEL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       END-IF
                   WHEN '3'
                       PERFORM 1300-READ-MAPPING-RECORD
                       IF MAPPING-FOUND
                           MOVE '4' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-DETAIL-MAP
                       ELSE
                           MOVE 'NO MAPPING ON FILE FOR THIS CODE'
                               TO ERROR-TEXT
                           MOVE -1 TO PCODEL
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
               RECEIVE MAP('GLAMAP1')
                       MAPSET('GLASET1')
                       INTO(GLAMAP1I)
           END-EXEC.
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
               IF PCODEL = ZERO OR PCODEI = SPACE
                   MOVE 'POSTING CODE IS REQUIRED' TO ERROR-TEXT
                   MOVE -1 TO PCODEL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   SET WS-GL-CODE-IDX TO 1
                   SEARCH WS-GL-CODE-ENTRY
                       AT END
                           MOVE 'POSTING CODE IS NOT VALID'
                               TO ERROR-TEXT
                           MOVE -1 TO PCODEL
                           MOVE 'N' TO VALID-DATA-SW
                       WHEN WS-GL-CODE-ENTRY(WS-GL-CODE-IDX) = PCODEI
                           MOVE PCODEI TO GLA-POSTING-CODE
                           MOVE GLA-POSTING-CODE TO CA-POSTING-CODE
                   END-SEARCH
               END-IF
           END-IF.
      *
       1300-READ-MAPPING-RECORD.
      *
           EXEC CICS
               READ FILE('GLAMAP')
                    INTO(GL-ACCOUNT-MAP-RECORD)
                    RIDFLD(GLA-POSTING-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO MAPPING-FOUND-SW
           ELSE
               MOVE 'N' TO MAPPING-FOUND-SW
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
                       SEND MAP('GLAMAP1')
                            MAPSET('GLASET1')
                            FROM(GLAMAP1O)
                            ERASE
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('GLAMAP1')
                            MAPSET('GLASET1')
                            FROM(GLAMAP1O)
                            DATAONLY
                            ALARM
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('GLAMAP1')
                            MAPSET('GLASET1')
                            FROM(GLAMAP1O)
                            DATAONLY
                            CURSOR
                   END-EXEC
           END-EVALUATE.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
           MOVE SPACE TO GLAMAP1O.
      *
       2000-PROCESS-ADD-MAPPING.
      *
           PERFORM 2200-RECEIVE-DETAIL-MAP.
           PERFORM 2300-EDIT-MAPPING-DATA.
      *
           IF VALID-DATA
               MOVE CA-POSTING-CODE TO GLA-POSTING-CODE
               EXEC CICS
                   WRITE FILE('GLAMAP')
                         FROM(GL-ACCOUNT-MAP-RECORD)
                         RIDFLD(GLA-POSTING-CODE)
               END-EXEC
               MOVE 'ACCOUNT MAPPING ADDED SUCCESSFULLY' TO ERROR-TEXT
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
           MOVE LOW-VALUE TO GLAMAP2O.
           MOVE CA-POSTING-CODE TO PCODEO2.
           MOVE GLA-ACCOUNT-NUMBER TO ACCTO.
           MOVE GLA-DESCRIPTION TO DESCO.
      *
           EVALUATE TRUE
               WHEN PROCESS-ADD-MAPPING
                   MOVE 'ADD MAPPING - KEY THE LEDGER ACCOUNT'
                       TO INSTRUCTO
                   MOVE -1 TO ACCTL
               WHEN PROCESS-CHANGE-MAPPING
                   MOVE 'CHANGE MAPPING - KEY THE NEW ACCOUNT'
                       TO INSTRUCTO
                   MOVE -1 TO ACCTL
               WHEN PROCESS-DELETE-MAPPING
                   MOVE 'PRESS ENTER TO CONFIRM THE DELETE'
                       TO INSTRUCTO
           END-EVALUATE.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO2
           END-IF.
      *
           EXEC CICS
               SEND MAP('GLAMAP2')
                    MAPSET('GLASET1')
                    FROM(GLAMAP2O)
                    ERASE
                    CURSOR
           END-EXEC.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
      *
       2200-RECEIVE-DETAIL-MAP.
      *
           EXEC CICS
               RECEIVE MAP('GLAMAP2')
                       MAPSET('GLASET1')
                       INTO(GLAMAP2I)
           END-EXEC.
      *
           INSPECT ACCTI REPLACING ALL '_' BY SPACE.
           INSPECT DESCI REPLACING ALL '_' BY SPACE.
      *
       2300-EDIT-MAPPING-DATA.
      *
      *    BOTH FIELDS ARE REQUIRED - THE DESCRIPTION PRINTS ON THE
      *    JOURNAL PROOF SO ACCOUNTING CAN READ IT WITHOUT THE
      *    CHART OF ACCOUNTS TO HAND
      *
           MOVE 'Y' TO VALID-DATA-SW.
      *
           IF ACCTL = ZERO OR ACCTI = SPACE
               MOVE 'ACCOUNT NUMBER IS REQUIRED' TO ERROR-TEXT
               MOVE -1 TO ACCTL
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               IF DESCL = ZERO OR DESCI = SPACE
                   MOVE 'DESCRIPTION IS REQUIRED' TO ERROR-TEXT
                   MOVE -1 TO DESCL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE ACCTI TO GLA-ACCOUNT-NUMBER
                   MOVE DESCI TO GLA-DESCRIPTION
               END-IF
           END-IF.
      *
       3000-PROCESS-CHANGE-MAPPING.
      *
           PERFORM 2200-RECEIVE-DETAIL-MAP.
           MOVE CA-POSTING-CODE TO GLA-POSTING-CODE.
           PERFORM 1300-READ-MAPPING-RECORD.
      *
           IF NOT MAPPING-FOUND
               MOVE 'MAPPING NO LONGER ON FILE' TO ERROR-TEXT
               MOVE LOW-VALUE TO GLAMAP1O
               MOVE -1 TO PCODEL
               SET SEND-ERASE TO TRUE
               MOVE '1' TO CA-CONTEXT-FLAG
               PERFORM 1500-SEND-KEY-MAP
           ELSE
               PERFORM 2300-EDIT-MAPPING-DATA
               IF VALID-DATA
                   EXEC CICS
                       REWRITE FILE('GLAMAP')
                               FROM(GL-ACCOUNT-MAP-RECORD)
                               RIDFLD(GLA-POSTING-CODE)
                   END-EXEC
                   MOVE 'ACCOUNT MAPPING CHANGED SUCCESSFULLY'
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
       4000-PROCESS-DELETE-MAPPING.
      *
           MOVE CA-POSTING-CODE TO GLA-POSTING-CODE.
           PERFORM 1300-READ-MAPPING-RECORD.
      *
           IF NOT MAPPING-FOUND
               MOVE 'MAPPING NO LONGER ON FILE' TO ERROR-TEXT
           ELSE
               EXEC CICS
                   DELETE FILE('GLAMAP')
                          RIDFLD(GLA-POSTING-CODE)
               END-EXEC
               MOVE 'ACCOUNT MAPPING DELETED SUCCESSFULLY'
                   TO ERROR-TEXT
           END-IF.
      *
           MOVE LOW-VALUE TO GLAMAP1O.
           MOVE -1 TO PCODEL.
           SET SEND-ERASE TO TRUE.
           MOVE '1' TO CA-CONTEXT-FLAG.
           PERFORM 1500-SEND-KEY-MAP.
