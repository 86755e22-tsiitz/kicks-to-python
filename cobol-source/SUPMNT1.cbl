       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  SUPMNT1.
      *
      ************************************************************
      * SUPPLIER MAINTENANCE PROGRAM (SUP1 TRANSACTION)          *
      *                                                          *
      * MAINTAINS THE SUPMAS SUPPLIER MASTER - UNTIL THIS FILE   *
      * EXISTED A PURCHASE ORDER NEVER SAID WHO IT WAS PLACED    *
      * WITH, AND EVERY PO WAS DUE BACK THE SAME NUMBER OF DAYS  *
      * OUT NO MATTER WHO WAS SHIPPING IT:                       *
      *   ACTION CODE 1 = ADD A SUPPLIER                         *
      *   ACTION CODE 2 = CHANGE ADDRESS / LEAD TIME / STATUS    *
      *   ACTION CODE 3 = DELETE A SUPPLIER                      *
      *                                                          *
      * THE LEAD TIME IS THE SUPPLIER'S QUOTED DAYS FROM ORDER   *
      * TO DOCK - PORAISE1 DATES EACH PO FROM IT UNLESS THE      *
      * PRODUCT CARRIES ITS OWN. A SUPPLIER STILL NAMED ON       *
      * PRODUCTS IS BETTER SET INACTIVE (STATUS I) THAN DELETED  *
      * - AN INACTIVE SUPPLIER KEEPS ITS PO HISTORY BUT THE      *
      * PRODUCT SCREEN REFUSES TO NAME IT A PRIMARY SUPPLIER.    *
      *                                                          *
      * TWO-SCREEN PSEUDO-CONVERSATIONAL DESIGN LIKE REPMNT1.    *
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
           05  SUPPLIER-FOUND-SW         PIC X       VALUE 'Y'.
               88  SUPPLIER-FOUND                    VALUE 'Y'.
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
               88  PROCESS-ADD-SUPPLIER              VALUE '2'.
               88  PROCESS-CHANGE-SUPPLIER           VALUE '3'.
               88  PROCESS-DELETE-SUPPLIER           VALUE '4'.
           05  CA-SUPPLIER-CODE          PIC X(6).
      *
       01  RESPONSE-CODE                 PIC S9(8)   COMP.
      *
       01  ERROR-MESSAGE-LINE.
           05  ERROR-TEXT                PIC X(78).
      *
      *    SUPPLIER MASTER RECORD
      *
       COPY SUPREC.
      *
      *    VALID STATE CODES - THE SAME TABLE THE CUSTOMER SCREENS
      *    SEARCH
      *
       COPY STATETAB.
      *
       COPY SUPSET1.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           05  DFHCOMMAREA-DATA          PIC X(7).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-SUPPLIER-MAINT.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO SUPMAP1O
                   MOVE -1 TO SUPCDL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO SUPMAP1O
                   MOVE -1 TO SUPCDL
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
               WHEN PROCESS-ADD-SUPPLIER
                   PERFORM 2000-PROCESS-ADD-SUPPLIER
      *
               WHEN PROCESS-CHANGE-SUPPLIER
                   PERFORM 3000-PROCESS-CHANGE-SUPPLIER
      *
               WHEN PROCESS-DELETE-SUPPLIER
                   PERFORM 4000-PROCESS-DELETE-SUPPLIER
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO SUPMAP1O
                   MOVE -1 TO SUPCDL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('SUP1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-KEY-MAP.
      *
      *    FIRST SCREEN - GET SUPPLIER CODE AND ACTION CODE
      *
           PERFORM 1100-RECEIVE-KEY-MAP.
           PERFORM 1200-EDIT-KEY-DATA.
      *
           IF VALID-DATA
               EVALUATE ACTIONI
                   WHEN '1'
                       PERFORM 1300-READ-SUPPLIER-RECORD
                       IF SUPPLIER-FOUND
                           MOVE 'SUPPLIER CODE ALREADY ON FILE'
                               TO ERROR-TEXT
                           MOVE -1 TO SUPCDL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       ELSE
                           MOVE SPACES TO SUP-NAME
                           MOVE SPACES TO SUP-ADDRESS
                           MOVE SPACES TO SUP-CITY
                           MOVE SPACES TO SUP-STATE
                           MOVE SPACES TO SUP-ZIP-CODE
                           MOVE SPACES TO SUP-PHONE
                           MOVE SPACES TO SUP-CONTACT-NAME
                           MOVE ZERO TO SUP-LEAD-DAYS
                           SET SUP-STATUS-ACTIVE TO TRUE
                           MOVE '2' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-DETAIL-MAP
                       END-IF
                   WHEN '2'
                       PERFORM 1300-READ-SUPPLIER-RECORD
                       IF SUPPLIER-FOUND
                           MOVE '3' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-DETAIL-MAP
                       ELSE
                           MOVE 'NO SUPPLIER ON FILE FOR THIS CODE'
                               TO ERROR-TEXT
                           MOVE -1 TO SUPCDL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       END-IF
                   WHEN '3'
                       PERFORM 1300-READ-SUPPLIER-RECORD
                       IF SUPPLIER-FOUND
                           MOVE '4' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-DETAIL-MAP
                       ELSE
                           MOVE 'NO SUPPLIER ON FILE FOR THIS CODE'
                               TO ERROR-TEXT
                           MOVE -1 TO SUPCDL
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
               RECEIVE MAP('SUPMAP1')
                       MAPSET('SUPSET1')
                       INTO(SUPMAP1I)
           END-EXEC.
      *
           INSPECT SUPCDI REPLACING ALL '_' BY SPACE.
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
               IF SUPCDL = ZERO OR SUPCDI = SPACE
                   MOVE 'SUPPLIER CODE IS REQUIRED' TO ERROR-TEXT
                   MOVE -1 TO SUPCDL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE SUPCDI TO SUP-SUPPLIER-CODE
                   MOVE SUP-SUPPLIER-CODE TO CA-SUPPLIER-CODE
               END-IF
           END-IF.
      *
       1300-READ-SUPPLIER-RECORD.
      *
           EXEC CICS
               READ FILE('SUPMAS')
                    INTO(SUPPLIER-MASTER-RECORD)
                    RIDFLD(SUP-SUPPLIER-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO SUPPLIER-FOUND-SW
           ELSE
               MOVE 'N' TO SUPPLIER-FOUND-SW
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
                       SEND MAP('SUPMAP1')
                            MAPSET('SUPSET1')
                            FROM(SUPMAP1O)
                            ERASE
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('SUPMAP1')
                            MAPSET('SUPSET1')
                            FROM(SUPMAP1O)
                            DATAONLY
                            ALARM
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('SUPMAP1')
                            MAPSET('SUPSET1')
                            FROM(SUPMAP1O)
                            DATAONLY
                            CURSOR
                   END-EXEC
           END-EVALUATE.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
           MOVE SPACE TO SUPMAP1O.
      *
       2000-PROCESS-ADD-SUPPLIER.
      *
           PERFORM 2200-RECEIVE-DETAIL-MAP.
           PERFORM 2300-EDIT-SUPPLIER-DATA.
      *
           IF VALID-DATA
               MOVE CA-SUPPLIER-CODE TO SUP-SUPPLIER-CODE
               EXEC CICS
                   WRITE FILE('SUPMAS')
                         FROM(SUPPLIER-MASTER-RECORD)
                         RIDFLD(SUP-SUPPLIER-CODE)
               END-EXEC
               MOVE 'SUPPLIER ADDED SUCCESSFULLY' TO ERROR-TEXT
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
           MOVE LOW-VALUE TO SUPMAP2O.
           MOVE CA-SUPPLIER-CODE TO SUPCDO2.
           MOVE SUP-NAME TO SNAMEO.
           MOVE SUP-ADDRESS TO SADDRO.
           MOVE SUP-CITY TO SCITYO.
           MOVE SUP-STATE TO SSTATEO.
           MOVE SUP-ZIP-CODE TO SZIPO.
           MOVE SUP-PHONE TO SPHONEO.
           MOVE SUP-CONTACT-NAME TO SCONTO.
           MOVE SUP-LEAD-DAYS TO SLEADO.
           MOVE SUP-STATUS-CODE TO SSTATO.
      *
           EVALUATE TRUE
               WHEN PROCESS-ADD-SUPPLIER
                   MOVE 'ADD SUPPLIER - KEY ADDRESS AND LEAD DAYS'
                       TO INSTRUCTO
                   MOVE -1 TO SNAMEL
               WHEN PROCESS-CHANGE-SUPPLIER
                   MOVE 'CHANGE SUPPLIER - KEY THE NEW DATA'
                       TO INSTRUCTO
                   MOVE -1 TO SNAMEL
               WHEN PROCESS-DELETE-SUPPLIER
                   MOVE 'PRESS ENTER TO CONFIRM THE DELETE'
                       TO INSTRUCTO
           END-EVALUATE.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO2
           END-IF.
      *
           EXEC CICS
               SEND MAP('SUPMAP2')
                    MAPSET('SUPSET1')
                    FROM(SUPMAP2O)
                    ERASE
                    CURSOR
           END-EXEC.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
      *
       2200-RECEIVE-DETAIL-MAP.
      *
           EXEC CICS
               RECEIVE MAP('SUPMAP2')
                       MAPSET('SUPSET1')
                       INTO(SUPMAP2I)
           END-EXEC.
      *
           INSPECT SLEADI REPLACING ALL '_' BY SPACE.
      *
       2300-EDIT-SUPPLIER-DATA.
      *
      *    NAME AND ADDRESS ARE WHAT THE PRINTED PURCHASE ORDER IS
      *    MAILED TO, SO THEY ARE REQUIRED. PHONE AND CONTACT ARE
      *    FREE-FORM AND MAY BE BLANK.
      *
           MOVE 'Y' TO VALID-DATA-SW.
      *
           IF SNAMEL = ZERO OR SNAMEI = SPACE
               MOVE 'SUPPLIER NAME IS REQUIRED' TO ERROR-TEXT
               MOVE -1 TO SNAMEL
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               MOVE SNAMEI TO SUP-NAME
           END-IF.
      *
           IF VALID-DATA
               IF SADDRL = ZERO OR SADDRI = SPACE
                   MOVE 'ADDRESS IS REQUIRED' TO ERROR-TEXT
                   MOVE -1 TO SADDRL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE SADDRI TO SUP-ADDRESS
               END-IF
           END-IF.
      *
           IF VALID-DATA
               IF SCITYL = ZERO OR SCITYI = SPACE
                   MOVE 'CITY IS REQUIRED' TO ERROR-TEXT
                   MOVE -1 TO SCITYL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE SCITYI TO SUP-CITY
               END-IF
           END-IF.
      *
           IF VALID-DATA
               IF SSTATEL = ZERO OR SSTATEI = SPACE
                   MOVE 'STATE IS REQUIRED' TO ERROR-TEXT
                   MOVE -1 TO SSTATEL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   SET WS-STATE-IDX TO 1
                   SEARCH WS-STATE-ENTRY
                       AT END
                           MOVE 'STATE CODE IS NOT VALID'
                               TO ERROR-TEXT
                           MOVE -1 TO SSTATEL
                           MOVE 'N' TO VALID-DATA-SW
                       WHEN WS-STATE-ENTRY(WS-STATE-IDX) = SSTATEI
                           MOVE SSTATEI TO SUP-STATE
                   END-SEARCH
               END-IF
           END-IF.
      *
           IF VALID-DATA
               IF SZIPL = ZERO OR SZIPI = SPACE
                   MOVE 'ZIP CODE IS REQUIRED' TO ERROR-TEXT
                   MOVE -1 TO SZIPL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE SZIPI TO SUP-ZIP-CODE
               END-IF
           END-IF.
      *
           MOVE SPHONEI TO SUP-PHONE.
           MOVE SCONTI TO SUP-CONTACT-NAME.
      *
           IF VALID-DATA
               PERFORM 2350-EDIT-LEAD-DAYS
           END-IF.
      *
           IF VALID-DATA
               EVALUATE TRUE
                   WHEN SSTATI = 'A' OR SSTATI = SPACE
      *                BLANK EDITS TO ACTIVE, THE SAME AS REP1
                       SET SUP-STATUS-ACTIVE TO TRUE
                   WHEN SSTATI = 'I'
                       SET SUP-STATUS-INACTIVE TO TRUE
                   WHEN OTHER
                       MOVE 'STATUS MUST BE A OR I' TO ERROR-TEXT
                       MOVE -1 TO SSTATL
                       MOVE 'N' TO VALID-DATA-SW
               END-EVALUATE
           END-IF.
      *
       2350-EDIT-LEAD-DAYS.
      *
      *    WHOLE DAYS, 1 TO 999. A ZERO LEAD TIME WOULD DATE EVERY
      *    PO DUE THE DAY IT WAS RAISED AND MAKE THE SUPPLIER LOOK
      *    LATE ON EVERY RECEIPT.
      *
           IF SLEADL = ZERO OR SLEADI = SPACE
               MOVE 'LEAD DAYS ARE REQUIRED' TO ERROR-TEXT
               MOVE -1 TO SLEADL
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               IF SLEADI IS NUMERIC
                   MOVE SLEADI TO SUP-LEAD-DAYS
                   IF SUP-LEAD-DAYS = ZERO
                       MOVE 'LEAD DAYS MUST BE GREATER THAN ZERO'
                           TO ERROR-TEXT
                       MOVE -1 TO SLEADL
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               ELSE
                   MOVE 'LEAD DAYS MUST BE NUMERIC' TO ERROR-TEXT
                   MOVE -1 TO SLEADL
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
       3000-PROCESS-CHANGE-SUPPLIER.
      *
           PERFORM 2200-RECEIVE-DETAIL-MAP.
           MOVE CA-SUPPLIER-CODE TO SUP-SUPPLIER-CODE.
           PERFORM 1300-READ-SUPPLIER-RECORD.
      *
           IF NOT SUPPLIER-FOUND
               MOVE 'SUPPLIER NO LONGER ON FILE' TO ERROR-TEXT
               MOVE LOW-VALUE TO SUPMAP1O
               MOVE -1 TO SUPCDL
               SET SEND-ERASE TO TRUE
               MOVE '1' TO CA-CONTEXT-FLAG
               PERFORM 1500-SEND-KEY-MAP
           ELSE
               PERFORM 2300-EDIT-SUPPLIER-DATA
               IF VALID-DATA
                   EXEC CICS
                       REWRITE FILE('SUPMAS')
                               FROM(SUPPLIER-MASTER-RECORD)
                               RIDFLD(SUP-SUPPLIER-CODE)
                   END-EXEC
                   MOVE 'SUPPLIER CHANGED SUCCESSFULLY'
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
       4000-PROCESS-DELETE-SUPPLIER.
      *
           MOVE CA-SUPPLIER-CODE TO SUP-SUPPLIER-CODE.
           PERFORM 1300-READ-SUPPLIER-RECORD.
      *
           IF NOT SUPPLIER-FOUND
               MOVE 'SUPPLIER NO LONGER ON FILE' TO ERROR-TEXT
           ELSE
               EXEC CICS
                   DELETE FILE('SUPMAS')
                          RIDFLD(SUP-SUPPLIER-CODE)
               END-EXEC
               MOVE 'SUPPLIER DELETED SUCCESSFULLY' TO ERROR-TEXT
           END-IF.
      *
           MOVE LOW-VALUE TO SUPMAP1O.
           MOVE -1 TO SUPCDL.
           SET SEND-ERASE TO TRUE.
           MOVE '1' TO CA-CONTEXT-FLAG.
           PERFORM 1500-SEND-KEY-MAP.
