       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  CRDAPL1.
      *
      ************************************************************
      * ON-ACCOUNT CREDIT APPLICATION PROGRAM (CRD1 TRANSACTION) *
      *                                                          *
      * CASH THE CASH SCREEN COULD NOT PUT ON AN INVOICE (AN     *
      * OVERPAYMENT OR A CHECK AHEAD OF THE BILL) AND CREDIT     *
      * MEMOS THE RETURN SCREEN COULD NOT SETTLE AGAINST THE     *
      * ORDER'S OWN INVOICE ARE HELD ON ACCOUNT AS CRDMAS        *
      * CREDITS. THIS SCREEN IS WHERE THEY GET USED. THE CLERK   *
      * KEYS A CUSTOMER NUMBER AND SEES THE AVAILABLE CREDIT     *
      * BALANCE, THE OPEN AND REFUND-REQUESTED CREDITS (UP TO    *
      * SIX), AND THE OPEN INVOICES (UP TO SIX), THEN KEYS AN    *
      * ACTION AGAINST ONE CREDIT:                               *
      *   A - APPLY THE CREDIT TO ANY OF THE CUSTOMER'S OPEN     *
      *       INVOICES. THE AMOUNT DEFAULTS TO AS MUCH AS FITS   *
      *       (THE LESSER OF THE CREDIT REMAINING AND THE        *
      *       INVOICE BALANCE); A KEYED AMOUNT MAY NOT EXCEED    *
      *       EITHER. THE INVOICE MOVES TO PAID WHEN PAID IN     *
      *       FULL, THE CREDIT CLOSES WHEN USED UP, AND A CSHLOG *
      *       RECORD MARKED AS APPLIED CREDIT (NOT NEW CASH) IS  *
      *       WRITTEN                                            *
      *   R - FLAG WHAT REMAINS ON THE CREDIT FOR REFUND. THE    *
      *       NIGHTLY RFDLST1 RUN PUTS IT ON THE REFUND LIST FOR *
      *       ACCOUNTS PAYABLE AND CLOSES IT                     *
      * A USED-UP CREDIT OR A PAID INVOICE DROPS OFF ITS LIST,   *
      * SO WORKING THROUGH A LONGER LIST IS APPLY AND RE-ENTER,  *
      * THE SAME AS THE CASH SCREEN.                             *
      *                                                          *
      * TWO-SCREEN PSEUDO-CONVERSATIONAL DESIGN:                 *
      *   SCREEN 1 (CRDMAP1): ENTER THE CUSTOMER NUMBER          *
      *   SCREEN 2 (CRDMAP2): CREDITS, INVOICES, AND THE ACTION  *
      *     FIELDS - PF5 STARTS A FRESH CUSTOMER                 *
      * CUSTSUM1'S ACCOUNT SUMMARY (PF6) XCTLS IN WITH A 6-BYTE  *
      * COMMAREA HOLDING A CUSTOMER NUMBER AND SKIPS SCREEN 1.   *
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
           05  CUSTOMER-FOUND-SW         PIC X       VALUE 'Y'.
               88  CUSTOMER-FOUND                    VALUE 'Y'.
           05  CREDIT-FOUND-SW           PIC X       VALUE 'Y'.
               88  CREDIT-FOUND                      VALUE 'Y'.
           05  INVOICE-FOUND-SW          PIC X       VALUE 'Y'.
               88  INVOICE-FOUND                     VALUE 'Y'.
           05  AMOUNT-KEYED-SW           PIC X       VALUE 'N'.
               88  AMOUNT-KEYED                      VALUE 'Y'.
           05  END-OF-CRD-SCAN-SW        PIC X       VALUE 'N'.
               88  END-OF-CRD-SCAN                   VALUE 'Y'.
           05  MORE-CREDITS-SW           PIC X       VALUE 'N'.
               88  MORE-CREDITS                      VALUE 'Y'.
           05  END-OF-INV-SCAN-SW        PIC X       VALUE 'N'.
               88  END-OF-INV-SCAN                   VALUE 'Y'.
           05  MORE-INVOICES-SW          PIC X       VALUE 'N'.
               88  MORE-INVOICES                     VALUE 'Y'.
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
               88  PROCESS-CREDIT-ACTION             VALUE '2'.
           05  CA-CUSTOMER-NUMBER        PIC 9(6).
      *
       01  RESPONSE-CODE                 PIC S9(8)   COMP.
      *
       01  ERROR-MESSAGE-LINE.
           05  ERROR-TEXT                PIC X(78).
      *
       01  WS-ABSTIME                    PIC S9(15)  COMP.
       01  WS-DATE-FIELD                 PIC X(8).
      *
      *    APPAMTI IS A FREE-FORM DOLLARS-AND-CENTS ENTRY WITH AN
      *    OPTIONAL DECIMAL POINT, EDITED THE SAME WAY CSHAPP1'S
      *    2250-EDIT-PAYMENT-AMOUNT EDITS IT
      *
       01  WS-AMOUNT-EDIT-FIELDS.
           05  WS-AMT-DOT-COUNT          PIC 9       VALUE ZERO.
           05  WS-AMT-WHOLE-TEXT         PIC X(7)    VALUE SPACES.
           05  WS-AMT-FRACTION-TEXT      PIC X(2)    VALUE SPACES.
           05  WS-AMT-WHOLE-NUM          PIC 9(7)    VALUE ZERO.
           05  WS-AMT-FRACTION-NUM       PIC 99      VALUE ZERO.
      *
       01  WS-APPLY-AMOUNT               PIC 9(9)V99 VALUE ZERO.
       01  WS-CREDIT-REMAINING           PIC 9(9)V99 VALUE ZERO.
       01  WS-INVOICE-BALANCE            PIC 9(9)V99 VALUE ZERO.
       01  WS-CREDIT-AVAILABLE           PIC 9(9)V99 VALUE ZERO.
      *
      *    ONE SCREENFUL (6 ROWS) OF CREDITS AND OF OPEN INVOICES
      *    COLLECTED BY THE BROWSE AND THE BOUNDED SCAN BEFORE
      *    BEING MOVED TO THE MAP
      *
       01  WS-CREDIT-ENTRIES.
           05  WS-CRD-ENTRY              OCCURS 6 TIMES
                                          INDEXED BY WS-CRD-IDX.
               10  WS-CRD-NUMBER         PIC 9(8).
               10  WS-CRD-TYPE           PIC X(4).
               10  WS-CRD-DATE           PIC 9(8).
               10  WS-CRD-SOURCE         PIC 9(8).
               10  WS-CRD-ORIGINAL       PIC 9(9)V99.
               10  WS-CRD-REMAINING      PIC 9(9)V99.
               10  WS-CRD-STATUS         PIC X(6).
      *
       01  WS-CRD-ENTRY-COUNT            PIC 9(4)    COMP VALUE ZERO.
       01  WS-CRD-SCAN-COUNT             PIC S9(8)   COMP VALUE ZERO.
      *
       01  WS-INVOICE-ENTRIES.
           05  WS-INV-ENTRY              OCCURS 6 TIMES
                                          INDEXED BY WS-INV-IDX.
               10  WS-INV-NUMBER         PIC 9(8).
               10  WS-INV-DATE           PIC 9(8).
               10  WS-INV-GROSS          PIC 9(9)V99.
               10  WS-INV-BALANCE        PIC 9(9)V99.
      *
       01  WS-INV-ENTRY-COUNT            PIC 9(4)    COMP VALUE ZERO.
       01  WS-INV-SCAN-COUNT             PIC S9(8)   COMP VALUE ZERO.
      *
      *    CUSTOMER MASTER RECORD - VALIDATES THE KEYED CUSTOMER
      *    NUMBER AND SUPPLIES THE NAME SHOWN ON THE SCREEN
      *
       COPY CUSTREC.
      *
      *    ON-ACCOUNT CREDIT RECORD
      *
       COPY CRDREC.
      *
      *    INVOICE RECORD
      *
       COPY INVREC.
      *
      *    CASH APPLICATION LOG RECORD - ONE PER CREDIT APPLIED
      *
       COPY PAYREC.
      *
       COPY CRDSET1.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           05  DFHCOMMAREA-DATA          PIC X(7).
      *
      *    COMMAREA RECEIVED FROM CUSTSUM1 - THE CUSTOMER WHOSE
      *    CREDITS ARE TO BE WORKED
      *
       01  XCTL-FROM-SUMMARY REDEFINES DFHCOMMAREA.
           05  XFS-CUSTOMER-NUMBER       PIC 9(6).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-CREDIT-APPLICATION.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO CRDMAP1O
                   MOVE -1 TO CUSTNOL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
               WHEN EIBCALEN = 6
                   PERFORM 1700-ENTER-FROM-SUMMARY
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO CRDMAP1O
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
               WHEN EIBAID = DFHPF5
                   MOVE LOW-VALUE TO CRDMAP1O
                   MOVE -1 TO CUSTNOL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
               WHEN PROCESS-KEY-MAP
                   PERFORM 1000-PROCESS-KEY-MAP
      *
               WHEN PROCESS-CREDIT-ACTION
                   PERFORM 2000-PROCESS-CREDIT-ACTION
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO CRDMAP1O
                   MOVE -1 TO CUSTNOL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('CRD1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-KEY-MAP.
      *
      *    FIRST SCREEN - GET THE CUSTOMER WHOSE CREDITS TO WORK
      *
           PERFORM 1100-RECEIVE-KEY-MAP.
           PERFORM 1200-EDIT-KEY-DATA.
      *
           IF VALID-DATA
               PERFORM 1300-READ-CUSTOMER-RECORD
               IF CUSTOMER-FOUND
                   MOVE CM-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER
                   MOVE '2' TO CA-CONTEXT-FLAG
                   PERFORM 3000-BUILD-CREDIT-LIST
                   PERFORM 3200-BUILD-OPEN-INVOICE-LIST
                   PERFORM 3500-SEND-ACTION-MAP
               ELSE
                   MOVE 'CUSTOMER NOT FOUND' TO ERROR-TEXT
                   MOVE -1 TO CUSTNOL
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-KEY-MAP
               END-IF
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-KEY-MAP
           END-IF.
      *
       1100-RECEIVE-KEY-MAP.
      *
           EXEC CICS
               RECEIVE MAP('CRDMAP1')
                       MAPSET('CRDSET1')
                       INTO(CRDMAP1I)
           END-EXEC.
      *
       1200-EDIT-KEY-DATA.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           IF CUSTNOL = ZERO OR
              CUSTNOI = SPACE
               MOVE 'PLEASE ENTER A CUSTOMER NUMBER' TO ERROR-TEXT
               MOVE -1 TO CUSTNOL
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               INSPECT CUSTNOI
                   REPLACING ALL '_' BY SPACE
               IF CUSTNOI IS NUMERIC
                   MOVE CUSTNOI TO CM-CUSTOMER-NUMBER
               ELSE
                   MOVE 'PLEASE ENTER A NUMERIC CUSTOMER NUMBER'
                       TO ERROR-TEXT
                   MOVE -1 TO CUSTNOL
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
       1300-READ-CUSTOMER-RECORD.
      *
      *    NO STATUS FILTER - A CLOSED CUSTOMER'S CREDITS STILL
      *    HAVE TO BE USED UP OR PAID BACK
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
       1500-SEND-KEY-MAP.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO
           END-IF.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('CRDMAP1')
                            MAPSET('CRDSET1')
                            FROM(CRDMAP1O)
                            ERASE
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('CRDMAP1')
                            MAPSET('CRDSET1')
                            FROM(CRDMAP1O)
                            DATAONLY
                            ALARM
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('CRDMAP1')
                            MAPSET('CRDSET1')
                            FROM(CRDMAP1O)
                            DATAONLY
                            CURSOR
                   END-EXEC
           END-EVALUATE.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
           MOVE SPACE TO CRDMAP1O.
           MOVE 'Y' TO VALID-DATA-SW.
      *
       1700-ENTER-FROM-SUMMARY.
      *
      *    THE CUSTOMER CAME IN ON THE COMMAREA - GO STRAIGHT TO
      *    THE CREDIT SCREEN, OR BACK TO SCREEN 1 IF THE CUSTOMER
      *    HAS GONE SINCE THE SUMMARY WAS DISPLAYED
      *
           MOVE XFS-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           PERFORM 1300-READ-CUSTOMER-RECORD.
      *
           IF CUSTOMER-FOUND
               MOVE CM-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER
               MOVE '2' TO CA-CONTEXT-FLAG
               PERFORM 3000-BUILD-CREDIT-LIST
               PERFORM 3200-BUILD-OPEN-INVOICE-LIST
               PERFORM 3500-SEND-ACTION-MAP
           ELSE
               MOVE LOW-VALUE TO CRDMAP1O
               MOVE 'CUSTOMER NOT FOUND' TO ERROR-TEXT
               MOVE -1 TO CUSTNOL
               SET SEND-ERASE TO TRUE
               MOVE '1' TO CA-CONTEXT-FLAG
               PERFORM 1500-SEND-KEY-MAP
           END-IF.
      *
       2000-PROCESS-CREDIT-ACTION.
      *
      *    SECOND SCREEN - THE CLERK KEYED AN ACTION AGAINST ONE
      *    OF THE CUSTOMER'S CREDITS
      *
           PERFORM 2100-RECEIVE-ACTION-MAP.
           PERFORM 2200-EDIT-ACTION-DATA.
      *
           IF VALID-DATA
               PERFORM 2300-READ-CREDIT-FOR-UPDATE
           END-IF.
      *
           IF VALID-DATA AND CREDIT-FOUND AND ACTIONI = 'A'
               PERFORM 2400-READ-INVOICE-FOR-UPDATE
               IF NOT INVOICE-FOUND
                   EXEC CICS
                       UNLOCK FILE('CRDMAS')
                   END-EXEC
               END-IF
           END-IF.
      *
           EVALUATE TRUE
               WHEN NOT VALID-DATA OR NOT CREDIT-FOUND
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 3600-SEND-ACTION-DATAONLY
               WHEN ACTIONI = 'R'
                   PERFORM 2600-REQUEST-REFUND
                   MOVE 'CREDIT FLAGGED FOR REFUND - IT GOES ON THE '
                     & 'NEXT REFUND LIST'
                       TO ERROR-TEXT
                   PERFORM 3000-BUILD-CREDIT-LIST
                   PERFORM 3200-BUILD-OPEN-INVOICE-LIST
                   PERFORM 3500-SEND-ACTION-MAP
               WHEN INVOICE-FOUND
                   PERFORM 2500-APPLY-CREDIT
                   IF INV-STATUS-PAID
                       MOVE 'CREDIT APPLIED - INVOICE PAID IN FULL'
                           TO ERROR-TEXT
                   ELSE
                       MOVE 'CREDIT APPLIED' TO ERROR-TEXT
                   END-IF
                   PERFORM 3000-BUILD-CREDIT-LIST
                   PERFORM 3200-BUILD-OPEN-INVOICE-LIST
                   PERFORM 3500-SEND-ACTION-MAP
               WHEN OTHER
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 3600-SEND-ACTION-DATAONLY
           END-EVALUATE.
      *
       2100-RECEIVE-ACTION-MAP.
      *
           EXEC CICS
               RECEIVE MAP('CRDMAP2')
                       MAPSET('CRDSET1')
                       INTO(CRDMAP2I)
           END-EXEC.
      *
           INSPECT ACTIONI REPLACING ALL '_' BY SPACE.
           INSPECT APPCRDI REPLACING ALL '_' BY SPACE.
           INSPECT APPINVI REPLACING ALL '_' BY SPACE.
           INSPECT APPAMTI REPLACING ALL '_' BY SPACE.
      *
       2200-EDIT-ACTION-DATA.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE 'N' TO AMOUNT-KEYED-SW.
      *
           EVALUATE TRUE
               WHEN ACTIONI NOT = 'A' AND ACTIONI NOT = 'R'
                   MOVE 'ACTION MUST BE A (APPLY) OR R (REFUND)'
                       TO ERROR-TEXT
                   MOVE -1 TO ACTIONL
                   MOVE 'N' TO VALID-DATA-SW
               WHEN APPCRDL = ZERO OR APPCRDI = SPACE
                   MOVE 'PLEASE ENTER A CREDIT NUMBER' TO ERROR-TEXT
                   MOVE -1 TO APPCRDL
                   MOVE 'N' TO VALID-DATA-SW
               WHEN APPCRDI IS NOT NUMERIC
                   MOVE 'CREDIT NUMBER MUST BE NUMERIC' TO ERROR-TEXT
                   MOVE -1 TO APPCRDL
                   MOVE 'N' TO VALID-DATA-SW
           END-EVALUATE.
      *
      *    A REFUND TAKES WHATEVER REMAINS ON THE CREDIT - THERE
      *    IS NO INVOICE AND NO AMOUNT TO KEY
      *
           IF VALID-DATA AND ACTIONI = 'R'
               IF (APPINVL NOT = ZERO AND APPINVI NOT = SPACE) OR
                  (APPAMTL NOT = ZERO AND APPAMTI NOT = SPACE)
                   MOVE 'A REFUND TAKES THE WHOLE CREDIT - LEAVE '
                     & 'INVOICE AND AMOUNT BLANK'
                       TO ERROR-TEXT
                   MOVE -1 TO APPINVL
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
           IF VALID-DATA AND ACTIONI = 'A'
               IF APPINVL = ZERO OR APPINVI = SPACE
                   MOVE 'PLEASE ENTER AN INVOICE NUMBER' TO ERROR-TEXT
                   MOVE -1 TO APPINVL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   IF APPINVI IS NOT NUMERIC
                       MOVE 'INVOICE NUMBER MUST BE NUMERIC'
                           TO ERROR-TEXT
                       MOVE -1 TO APPINVL
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
           END-IF.
      *
           IF VALID-DATA AND ACTIONI = 'A'
               IF APPAMTL NOT = ZERO AND APPAMTI NOT = SPACE
                   MOVE 'Y' TO AMOUNT-KEYED-SW
                   PERFORM 2250-EDIT-APPLY-AMOUNT
               END-IF
           END-IF.
      *
       2250-EDIT-APPLY-AMOUNT.
      *
      *    SAME FREE-FORM DOLLARS-AND-CENTS EDIT THE CASH SCREEN
      *    APPLIES - A KEYED AMOUNT MUST BE MORE THAN ZERO
      *
           MOVE ZERO TO WS-AMT-DOT-COUNT.
           MOVE SPACES TO WS-AMT-WHOLE-TEXT.
           MOVE SPACES TO WS-AMT-FRACTION-TEXT.
      *
           INSPECT APPAMTI TALLYING WS-AMT-DOT-COUNT
               FOR ALL '.'.
           EVALUATE WS-AMT-DOT-COUNT
               WHEN 0
                   MOVE APPAMTI TO WS-AMT-WHOLE-TEXT
               WHEN 1
                   UNSTRING APPAMTI DELIMITED BY '.'
                       INTO WS-AMT-WHOLE-TEXT
                            WS-AMT-FRACTION-TEXT
                   END-UNSTRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           IF WS-AMT-DOT-COUNT > 1
               MOVE 'AMOUNT MAY HAVE ONLY ONE DECIMAL POINT'
                   TO ERROR-TEXT
               MOVE -1 TO APPAMTL
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               IF WS-AMT-WHOLE-TEXT = SPACES
                   MOVE ZERO TO WS-AMT-WHOLE-NUM
               ELSE
                   IF WS-AMT-WHOLE-TEXT IS NUMERIC
                       MOVE WS-AMT-WHOLE-TEXT TO WS-AMT-WHOLE-NUM
                   ELSE
                       MOVE 'AMOUNT MUST BE NUMERIC' TO ERROR-TEXT
                       MOVE -1 TO APPAMTL
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
      *
               IF VALID-DATA
                   IF WS-AMT-FRACTION-TEXT = SPACES
                       MOVE ZERO TO WS-AMT-FRACTION-NUM
                   ELSE
      *                A SINGLE FRACTION DIGIT IS TENTHS, SO PAD ON
      *                THE RIGHT (".5" MEANS 50 CENTS, NOT 5)
                       IF WS-AMT-FRACTION-TEXT(2:1) = SPACE
                           MOVE '0' TO WS-AMT-FRACTION-TEXT(2:1)
                       END-IF
                       IF WS-AMT-FRACTION-TEXT IS NUMERIC
                           MOVE WS-AMT-FRACTION-TEXT
                               TO WS-AMT-FRACTION-NUM
                       ELSE
                           MOVE 'AMOUNT MUST BE NUMERIC'
                               TO ERROR-TEXT
                           MOVE -1 TO APPAMTL
                           MOVE 'N' TO VALID-DATA-SW
                       END-IF
                   END-IF
               END-IF
      *
               IF VALID-DATA
                   COMPUTE WS-APPLY-AMOUNT =
                       WS-AMT-WHOLE-NUM +
                       (WS-AMT-FRACTION-NUM / 100)
                   IF WS-APPLY-AMOUNT = ZERO
                       MOVE 'AMOUNT MUST BE GREATER THAN ZERO'
                           TO ERROR-TEXT
                       MOVE -1 TO APPAMTL
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
           END-IF.
      *
       2300-READ-CREDIT-FOR-UPDATE.
      *
      *    THE CREDIT IS KEYED UNDER THE CUSTOMER, SO A CREDIT
      *    NUMBER BELONGING TO SOMEONE ELSE IS SIMPLY NOT FOUND
      *
           MOVE 'Y' TO CREDIT-FOUND-SW.
           MOVE CA-CUSTOMER-NUMBER TO CRD-CUSTOMER-NUMBER.
           MOVE APPCRDI TO CRD-CREDIT-NUMBER.
      *
           EXEC CICS
               READ FILE('CRDMAS')
                    INTO(CREDIT-RECORD)
                    RIDFLD(CRD-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CREDIT NOT ON FILE FOR THIS CUSTOMER'
                   TO ERROR-TEXT
               MOVE -1 TO APPCRDL
               MOVE 'N' TO CREDIT-FOUND-SW
           ELSE
               COMPUTE WS-CREDIT-REMAINING =
                   CRD-ORIGINAL-AMOUNT - CRD-AMOUNT-APPLIED
                                       - CRD-AMOUNT-REFUNDED
               EVALUATE TRUE
                   WHEN CRD-STATUS-REFUND-REQUESTED
                       MOVE 'CREDIT IS ALREADY FLAGGED FOR REFUND'
                           TO ERROR-TEXT
                       MOVE -1 TO APPCRDL
                       MOVE 'N' TO CREDIT-FOUND-SW
                   WHEN CRD-STATUS-CLOSED OR
                        WS-CREDIT-REMAINING = ZERO
                       MOVE 'CREDIT IS CLOSED - NOTHING REMAINS ON IT'
                           TO ERROR-TEXT
                       MOVE -1 TO APPCRDL
                       MOVE 'N' TO CREDIT-FOUND-SW
               END-EVALUATE
               IF NOT CREDIT-FOUND
                   EXEC CICS
                       UNLOCK FILE('CRDMAS')
                   END-EXEC
               END-IF
           END-IF.
      *
       2400-READ-INVOICE-FOR-UPDATE.
      *
           MOVE 'Y' TO INVOICE-FOUND-SW.
           MOVE APPINVI TO INV-INVOICE-NUMBER.
      *
           EXEC CICS
               READ FILE('INVMAS')
                    INTO(INVOICE-RECORD)
                    RIDFLD(INV-INVOICE-NUMBER)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'INVOICE NOT ON FILE' TO ERROR-TEXT
               MOVE -1 TO APPINVL
               MOVE 'N' TO INVOICE-FOUND-SW
           ELSE
               COMPUTE WS-INVOICE-BALANCE =
                   INV-GROSS-TOTAL - INV-AMOUNT-PAID
      *        NOTHING KEYED MEANS AS MUCH AS FITS - THE LESSER OF
      *        WHAT REMAINS ON THE CREDIT AND THE INVOICE BALANCE
               IF NOT AMOUNT-KEYED
                   IF WS-CREDIT-REMAINING > WS-INVOICE-BALANCE
                       MOVE WS-INVOICE-BALANCE TO WS-APPLY-AMOUNT
                   ELSE
                       MOVE WS-CREDIT-REMAINING TO WS-APPLY-AMOUNT
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN INV-CUSTOMER-NUMBER NOT = CA-CUSTOMER-NUMBER
                       MOVE 'INVOICE BELONGS TO ANOTHER CUSTOMER'
                           TO ERROR-TEXT
                       MOVE -1 TO APPINVL
                       MOVE 'N' TO INVOICE-FOUND-SW
                   WHEN INV-STATUS-PAID
                       MOVE 'INVOICE IS ALREADY PAID IN FULL'
                           TO ERROR-TEXT
                       MOVE -1 TO APPINVL
                       MOVE 'N' TO INVOICE-FOUND-SW
                   WHEN WS-APPLY-AMOUNT > WS-CREDIT-REMAINING
                       MOVE 'AMOUNT EXCEEDS WHAT REMAINS ON THE CREDIT'
                           TO ERROR-TEXT
                       MOVE -1 TO APPAMTL
                       MOVE 'N' TO INVOICE-FOUND-SW
                   WHEN WS-APPLY-AMOUNT > WS-INVOICE-BALANCE
                       MOVE 'AMOUNT EXCEEDS THE INVOICE BALANCE'
                           TO ERROR-TEXT
                       MOVE -1 TO APPAMTL
                       MOVE 'N' TO INVOICE-FOUND-SW
               END-EVALUATE
               IF NOT INVOICE-FOUND
                   EXEC CICS
                       UNLOCK FILE('INVMAS')
                   END-EXEC
               END-IF
           END-IF.
      *
       2500-APPLY-CREDIT.
      *
           PERFORM 2700-GET-CURRENT-DATE.
      *
           ADD WS-APPLY-AMOUNT TO INV-AMOUNT-PAID.
           IF INV-AMOUNT-PAID >= INV-GROSS-TOTAL
               SET INV-STATUS-PAID TO TRUE
           END-IF.
      *
           EXEC CICS
               REWRITE FILE('INVMAS')
                       FROM(INVOICE-RECORD)
           END-EXEC.
      *
           ADD WS-APPLY-AMOUNT TO CRD-AMOUNT-APPLIED.
           IF WS-APPLY-AMOUNT >= WS-CREDIT-REMAINING
               SET CRD-STATUS-CLOSED TO TRUE
           END-IF.
           MOVE WS-DATE-FIELD TO CRD-LAST-ACTIVITY-DATE.
      *
           EXEC CICS
               REWRITE FILE('CRDMAS')
                       FROM(CREDIT-RECORD)
           END-EXEC.
      *
           PERFORM 2550-WRITE-PAYMENT-LOG.
      *
       2550-WRITE-PAYMENT-LOG.
      *
      *    THE SAME CSHLOG TRAIL THE CASH SCREEN LEAVES, MARKED AS
      *    APPLIED CREDIT SO NOBODY COUNTS IT AS CASH TWICE
      *
           EXEC CICS
               ASKTIME ABSTIME(PAY-TIMESTAMP)
           END-EXEC.
           MOVE EIBOPID TO PAY-OPERATOR-ID.
           MOVE CA-CUSTOMER-NUMBER TO PAY-CUSTOMER-NUMBER.
           MOVE INV-INVOICE-NUMBER TO PAY-INVOICE-NUMBER.
           MOVE WS-APPLY-AMOUNT TO PAY-AMOUNT.
           SET PAY-SOURCE-CREDIT-APPLIED TO TRUE.
           MOVE CRD-CREDIT-NUMBER TO PAY-CREDIT-NUMBER.
      *
           EXEC CICS
               WRITE FILE('CSHLOG')
                     FROM(PAYMENT-RECORD)
           END-EXEC.
      *
       2600-REQUEST-REFUND.
      *
           PERFORM 2700-GET-CURRENT-DATE.
      *
           SET CRD-STATUS-REFUND-REQUESTED TO TRUE.
           MOVE WS-DATE-FIELD TO CRD-REFUND-REQUEST-DATE.
           MOVE EIBOPID TO CRD-REFUND-REQUEST-OPID.
           MOVE WS-DATE-FIELD TO CRD-LAST-ACTIVITY-DATE.
      *
           EXEC CICS
               REWRITE FILE('CRDMAS')
                       FROM(CREDIT-RECORD)
           END-EXEC.
      *
       2700-GET-CURRENT-DATE.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-DATE-FIELD)
           END-EXEC.
      *
       3000-BUILD-CREDIT-LIST.
      *
      *    CRDMAS IS KEYED BY CUSTOMER AND CREDIT NUMBER, SO THE
      *    CUSTOMER'S CREDITS ARE ONE SHORT BROWSE. THE AVAILABLE
      *    BALANCE IS WHAT REMAINS ON THE OPEN ONES - A CREDIT
      *    FLAGGED FOR REFUND IS LISTED BUT IS NO LONGER THERE TO
      *    APPLY. BOUNDED AT 500 READS LIKE THE OTHER BROWSES.
      *
           MOVE ZERO TO WS-CRD-ENTRY-COUNT.
           MOVE ZERO TO WS-CRD-SCAN-COUNT.
           MOVE ZERO TO WS-CREDIT-AVAILABLE.
           MOVE 'N' TO END-OF-CRD-SCAN-SW.
           MOVE 'N' TO MORE-CREDITS-SW.
           MOVE CA-CUSTOMER-NUMBER TO CRD-CUSTOMER-NUMBER.
           MOVE ZERO TO CRD-CREDIT-NUMBER.
      *
           EXEC CICS
               STARTBR FILE('CRDMAS')
                       RIDFLD(CRD-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL END-OF-CRD-SCAN
                   EXEC CICS
                       READNEXT FILE('CRDMAS')
                                INTO(CREDIT-RECORD)
                                RIDFLD(CRD-KEY)
                                RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE = DFHRESP(NORMAL) AND
                      CRD-CUSTOMER-NUMBER = CA-CUSTOMER-NUMBER
                       ADD 1 TO WS-CRD-SCAN-COUNT
                       COMPUTE WS-CREDIT-REMAINING =
                           CRD-ORIGINAL-AMOUNT - CRD-AMOUNT-APPLIED
                                               - CRD-AMOUNT-REFUNDED
                       IF CRD-STATUS-OPEN
                           ADD WS-CREDIT-REMAINING
                               TO WS-CREDIT-AVAILABLE
                       END-IF
                       IF NOT CRD-STATUS-CLOSED AND
                          WS-CREDIT-REMAINING > ZERO
                           IF WS-CRD-ENTRY-COUNT < 6
                               ADD 1 TO WS-CRD-ENTRY-COUNT
                               PERFORM 3100-STORE-CREDIT-ENTRY
                           ELSE
                               MOVE 'Y' TO MORE-CREDITS-SW
                           END-IF
                       END-IF
                       IF WS-CRD-SCAN-COUNT >= 500
                           MOVE 'Y' TO MORE-CREDITS-SW
                           MOVE 'Y' TO END-OF-CRD-SCAN-SW
                       END-IF
                   ELSE
                       MOVE 'Y' TO END-OF-CRD-SCAN-SW
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('CRDMAS')
               END-EXEC
           END-IF.
      *
       3100-STORE-CREDIT-ENTRY.
      *
           MOVE CRD-CREDIT-NUMBER
               TO WS-CRD-NUMBER(WS-CRD-ENTRY-COUNT).
           IF CRD-TYPE-CREDIT-MEMO
               MOVE 'MEMO' TO WS-CRD-TYPE(WS-CRD-ENTRY-COUNT)
           ELSE
               MOVE 'CASH' TO WS-CRD-TYPE(WS-CRD-ENTRY-COUNT)
           END-IF.
           MOVE CRD-CREATED-DATE TO WS-CRD-DATE(WS-CRD-ENTRY-COUNT).
           MOVE CRD-SOURCE-NUMBER
               TO WS-CRD-SOURCE(WS-CRD-ENTRY-COUNT).
           MOVE CRD-ORIGINAL-AMOUNT
               TO WS-CRD-ORIGINAL(WS-CRD-ENTRY-COUNT).
           MOVE WS-CREDIT-REMAINING
               TO WS-CRD-REMAINING(WS-CRD-ENTRY-COUNT).
           IF CRD-STATUS-REFUND-REQUESTED
               MOVE 'REFUND' TO WS-CRD-STATUS(WS-CRD-ENTRY-COUNT)
           ELSE
               MOVE 'OPEN' TO WS-CRD-STATUS(WS-CRD-ENTRY-COUNT)
           END-IF.
      *
       3200-BUILD-OPEN-INVOICE-LIST.
      *
      *    INVMAS HAS NO INDEX BY CUSTOMER, SO THE LIST IS BUILT
      *    FROM THE SAME BOUNDED FILTERED SCAN THE CASH SCREEN USES
      *    (2,000 READS)
      *
           MOVE ZERO TO WS-INV-ENTRY-COUNT.
           MOVE ZERO TO WS-INV-SCAN-COUNT.
           MOVE 'N' TO END-OF-INV-SCAN-SW.
           MOVE 'N' TO MORE-INVOICES-SW.
           MOVE ZERO TO INV-INVOICE-NUMBER.
      *
           EXEC CICS
               STARTBR FILE('INVMAS')
                       RIDFLD(INV-INVOICE-NUMBER)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL END-OF-INV-SCAN
                   EXEC CICS
                       READNEXT FILE('INVMAS')
                                INTO(INVOICE-RECORD)
                                RIDFLD(INV-INVOICE-NUMBER)
                                RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE = DFHRESP(NORMAL)
                       ADD 1 TO WS-INV-SCAN-COUNT
                       IF INV-CUSTOMER-NUMBER = CA-CUSTOMER-NUMBER
                          AND INV-STATUS-OPEN
                           IF WS-INV-ENTRY-COUNT < 6
                               ADD 1 TO WS-INV-ENTRY-COUNT
                               PERFORM 3300-STORE-INVOICE-ENTRY
                           ELSE
                               MOVE 'Y' TO MORE-INVOICES-SW
                               MOVE 'Y' TO END-OF-INV-SCAN-SW
                           END-IF
                       END-IF
                       IF WS-INV-SCAN-COUNT >= 2000
                           MOVE 'Y' TO MORE-INVOICES-SW
                           MOVE 'Y' TO END-OF-INV-SCAN-SW
                       END-IF
                   ELSE
                       MOVE 'Y' TO END-OF-INV-SCAN-SW
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('INVMAS')
               END-EXEC
           END-IF.
      *
       3300-STORE-INVOICE-ENTRY.
      *
           MOVE INV-INVOICE-NUMBER
               TO WS-INV-NUMBER(WS-INV-ENTRY-COUNT).
           MOVE INV-INVOICE-DATE TO WS-INV-DATE(WS-INV-ENTRY-COUNT).
           MOVE INV-GROSS-TOTAL TO WS-INV-GROSS(WS-INV-ENTRY-COUNT).
           COMPUTE WS-INV-BALANCE(WS-INV-ENTRY-COUNT) =
               INV-GROSS-TOTAL - INV-AMOUNT-PAID.
      *
       3500-SEND-ACTION-MAP.
      *
           MOVE SPACE TO CRDMAP2O.
           MOVE CA-CUSTOMER-NUMBER TO CUSTNOO2.
      *
      *    ON AN ACTION TASK NOTHING HAS READ CUSTMAS YET, SO THE
      *    NAME IS FETCHED FRESH EVERY TIME THE SCREEN IS BUILT,
      *    THE SAME AS THE CASH SCREEN
      *
           MOVE CA-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           PERFORM 1300-READ-CUSTOMER-RECORD.
           MOVE SPACES TO CNAMEO2.
           IF CUSTOMER-FOUND
               STRING CM-FIRST-NAME DELIMITED BY '  '
                      ' '           DELIMITED BY SIZE
                      CM-LAST-NAME  DELIMITED BY SIZE
                   INTO CNAMEO2
           END-IF.
           MOVE WS-CREDIT-AVAILABLE TO CRAVLO.
      *
           PERFORM VARYING WS-CRD-IDX FROM 1 BY 1
                   UNTIL WS-CRD-IDX > WS-CRD-ENTRY-COUNT
               MOVE WS-CRD-NUMBER(WS-CRD-IDX)
                   TO CRNOO(WS-CRD-IDX)
               MOVE WS-CRD-TYPE(WS-CRD-IDX)
                   TO CRTYPO(WS-CRD-IDX)
               MOVE WS-CRD-DATE(WS-CRD-IDX)
                   TO CRDTO(WS-CRD-IDX)
               MOVE WS-CRD-SOURCE(WS-CRD-IDX)
                   TO CRSRCO(WS-CRD-IDX)
               MOVE WS-CRD-ORIGINAL(WS-CRD-IDX)
                   TO CRORGO(WS-CRD-IDX)
               MOVE WS-CRD-REMAINING(WS-CRD-IDX)
                   TO CRREMO(WS-CRD-IDX)
               MOVE WS-CRD-STATUS(WS-CRD-IDX)
                   TO CRSTAO(WS-CRD-IDX)
           END-PERFORM.
      *
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-ENTRY-COUNT
               MOVE WS-INV-NUMBER(WS-INV-IDX)
                   TO IVNOO(WS-INV-IDX)
               MOVE WS-INV-DATE(WS-INV-IDX)
                   TO IVDTO(WS-INV-IDX)
               MOVE WS-INV-GROSS(WS-INV-IDX)
                   TO IVGRSO(WS-INV-IDX)
               MOVE WS-INV-BALANCE(WS-INV-IDX)
                   TO IVBALO(WS-INV-IDX)
           END-PERFORM.
      *
           EVALUATE TRUE
               WHEN WS-CRD-ENTRY-COUNT = ZERO
                   MOVE 'NO CREDITS ON ACCOUNT FOR THIS CUSTOMER'
                       TO INSTRUCTO
               WHEN MORE-CREDITS OR MORE-INVOICES
                   MOVE 'MORE ON FILE - APPLY AND RE-ENTER FOR REST'
                       TO INSTRUCTO
               WHEN OTHER
                   MOVE 'A=APPLY TO INVOICE  R=REFUND THE CREDIT'
                       TO INSTRUCTO
           END-EVALUATE.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO2
           END-IF.
           MOVE -1 TO ACTIONL.
      *
           EXEC CICS
               SEND MAP('CRDMAP2')
                    MAPSET('CRDSET1')
                    FROM(CRDMAP2O)
                    ERASE
                    CURSOR
           END-EXEC.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
           MOVE 'Y' TO VALID-DATA-SW.
      *
       3600-SEND-ACTION-DATAONLY.
      *
      *    ON A VALIDATION FAILURE, ECHO BACK WHAT THE OPERATOR
      *    JUST TYPED SO THEY DO NOT HAVE TO RETYPE THE ENTRY
      *
           MOVE ACTIONI TO ACTIONO.
           MOVE APPCRDI TO APPCRDO.
           MOVE APPINVI TO APPINVO.
           MOVE APPAMTI TO APPAMTO.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO2
           END-IF.
      *
           EXEC CICS
               SEND MAP('CRDMAP2')
                    MAPSET('CRDSET1')
                    FROM(CRDMAP2O)
                    DATAONLY
                    ALARM
                    CURSOR
           END-EXEC.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
           MOVE SPACE TO CRDMAP2O.
           MOVE 'Y' TO VALID-DATA-SW.
