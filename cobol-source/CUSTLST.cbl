      * OF ONE RECORD AT A TIME:                                *
      *   - FIRST DISPLAY SHOWS THE FIRST 15 CUSTOMERS ON FILE   *
      *   - PF7 PAGES BACK A SCREEN, PF8 PAGES FORWARD A SCREEN  *
      *   - A LINE NUMBER KEYED IN THE SELECTION FIELD OPENS    *
      *     THAT CUSTOMER'S ACCOUNT SUMMARY (SUM1)              *
      *   - PF3/PF12 RETURN TO THE MENU                         *
      *                                                          *
      * ORIGINAL FROM: MURACH'S CICS FOR THE COBOL PROGRAMMER   *
      *
       01  WS-ENTRY-COUNT                PIC 9(4)    COMP VALUE ZERO.
       01  WS-COPY-IDX                   PIC 9(4)    COMP.
      *
      *    LINE NUMBER KEYED IN SELNO - A SINGLE DIGIT IS RIGHT-
      *    JUSTIFIED HERE BEFORE IT IS TESTED
      *
       01  WS-SELECT-ENTRY               PIC XX.
       01  WS-SELECT-NUMBER REDEFINES WS-SELECT-ENTRY
                                         PIC 99.
      *
      *    COMMAREA PASSED TO CUSTSUM1 - THE SELECTED CUSTOMER
      *
       01  XCTL-TO-SUMMARY.
           05  XTS-CUSTOMER-NUMBER       PIC 9(6).
      *
       COPY LSTSET1.
      *
                   PERFORM 1500-SEND-LIST-MAP
      *
               WHEN OTHER
                   PERFORM 3000-PROCESS-SELECTION
      *
           END-EVALUATE.
      *
               MOVE WS-LIST-CUSTNO(WS-ENTRY-COUNT)
                   TO CA-BOTTOM-CUSTOMER-NUMBER
           END-IF.
      *
       3000-PROCESS-SELECTION.
      *
      *    ENTER WITH A LINE NUMBER IN SELNO OPENS THAT CUSTOMER'S
      *    ACCOUNT SUMMARY. THE PAGE ON DISPLAY IS REBUILT FROM ITS
      *    TOP CUSTOMER SO THE LINE NUMBER MEANS WHAT THE USER SAW.
      *
           EXEC CICS
               RECEIVE MAP('LSTMAP1')
                       MAPSET('LSTSET1')
                       INTO(LSTMAP1I)
           END-EXEC.
      *
           INSPECT SELNOI REPLACING ALL '_' BY SPACE.
           PERFORM 2150-RESTORE-CURRENT-PAGE.
      *
           IF SELNOL = ZERO OR SELNOI = SPACE
               MOVE 'KEY A LINE NUMBER FOR THE ACCOUNT SUMMARY  '
                 & 'PF7/PF8=PAGE  PF3/PF12=EXIT'
                   TO ERROR-TEXT
           ELSE
               IF SELNOI(2:1) = SPACE
                   MOVE '0' TO WS-SELECT-ENTRY(1:1)
                   MOVE SELNOI(1:1) TO WS-SELECT-ENTRY(2:1)
               ELSE
                   MOVE SELNOI TO WS-SELECT-ENTRY
               END-IF
               IF WS-SELECT-ENTRY NOT NUMERIC
                   MOVE 'LINE NUMBER MUST BE NUMERIC' TO ERROR-TEXT
               ELSE
                   IF WS-SELECT-NUMBER < 1 OR
                      WS-SELECT-NUMBER > WS-ENTRY-COUNT
                       MOVE 'NO CUSTOMER ON THAT LINE' TO ERROR-TEXT
                   ELSE
                       MOVE WS-LIST-CUSTNO(WS-SELECT-NUMBER)
                           TO XTS-CUSTOMER-NUMBER
                       EXEC CICS
                           XCTL PROGRAM('CUSTSUM1')
                                COMMAREA(XCTL-TO-SUMMARY)
                       END-EXEC
                   END-IF
               END-IF
           END-IF.
      *
           PERFORM 1400-MOVE-LIST-DATA.
           MOVE -1 TO SELNOL.
           PERFORM 1500-SEND-LIST-MAP.
