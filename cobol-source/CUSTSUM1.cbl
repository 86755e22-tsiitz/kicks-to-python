       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  CUSTSUM1.
      *
      ************************************************************
      * CUSTOMER ACCOUNT SUMMARY INQUIRY (SUM1 TRANSACTION)      *
      *                                                          *
      * "WHERE DO WE STAND WITH THIS CUSTOMER" USED TO MEAN      *
      * FLIPPING BETWEEN INQ1, ORQ1, CSH1, AUD1, AND THE ARAGE1  *
      * PRINTOUT. KEY A CUSTOMER NUMBER (OR ARRIVE WITH ONE FROM *
      * CUSTINQ1, CUSTINQ2, OR CUSTLST) AND ONE READ-ONLY SCREEN *
      * SHOWS THE CUSTMAS NAME, ADDRESS, PHONE, REP, HOLD CODE,  *
      * AND CREDIT LIMIT BESIDE LIVE FIGURES BUILT ON THE SPOT:  *
      *   - OPEN ORDERS AND THEIR VALUE - THE SAME EXPOSURE      *
      *     ORDRENT'S 8000-COMPUTE-OPEN-EXPOSURE CHECKS AGAINST  *
      *     THE CREDIT LIMIT (OPEN, COMPLETE, AND PARTIALLY      *
      *     SHIPPED ORDERS AT WHAT IS NOT YET BILLED), THROUGH   *
      *     THE ORDMASC PATH                                     *
      *   - OPEN INVOICE BALANCE (GROSS LESS PAID) AGED THE WAY  *
      *     ARAGE1 AGES IT - CURRENT (0-30 DAYS), 31-60, 61-90,  *
      *     AND OVER 90 - BUT AGAINST TODAY'S DATE               *
      *   - ON-ACCOUNT CREDIT STILL REMAINING ON OPEN AND        *
      *     REFUND-REQUESTED CRDMAS CREDITS, NETTED AGAINST THE  *
      *     A/R TOTAL THE SAME WAY ARAGE1 NETS IT                *
      *   - THE LAST DAY CASH CAME IN ON THE CSHLOG PAYMENT LOG  *
      *     AND THE TOTAL POSTED THAT DAY, SO A CHECK SPLIT      *
      *     BETWEEN AN INVOICE AND ON ACCOUNT READS AS ONE       *
      *     PAYMENT. APPLIED CREDITS ARE NOT NEW CASH            *
      *   - UNEXPIRED CUSTEXM EXEMPTION CERTIFICATES AND THEIR   *
      *     STATES                                               *
      *   - ACTIVE STANDING ORDER TEMPLATES AND THE NEXT ONE DUE *
      * INVMAS, CSHLOG, AND STOMAS HAVE NO PATH BY CUSTOMER, SO  *
      * THOSE FIGURES COME FROM BOUNDED SCANS LIKE THE OTHER     *
      * ONLINE SCREENS' - A SCAN THAT HITS ITS BOUND SAYS SO.    *
      * SOFT-DELETED CUSTOMERS ARE HIDDEN, AS ON EVERY INQUIRY.  *
      *                                                          *
      * PF KEYS JUMP TO THE DETAIL SCREEN FOR THE CUSTOMER ON    *
      * DISPLAY, PASSING THE NUMBER IN A SHORT COMMAREA THE WAY  *
      * CUSTINQ2'S PF9 PASSES IT TO CUSTMNT1:                    *
      *   PF2 = ORDER LIST (ORQ1)   PF4 = OPEN INVOICES (CSH1)   *
      *   PF6 = CREDITS (CRD1)      PF9 = AUDIT TRAIL (AUD1)     *
      *   PF10 = EXEMPTIONS (EXM1)                               *
      *   PF11 = NEXT STANDING ORDER DUE (STO1)                  *
      * PF5 STARTS A FRESH INQUIRY; PF3/PF12 RETURN TO THE MENU. *
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
           05  END-OF-EXP-SCAN-SW        PIC X       VALUE 'N'.
               88  END-OF-EXP-SCAN                   VALUE 'Y'.
           05  END-OF-INV-SCAN-SW        PIC X       VALUE 'N'.
               88  END-OF-INV-SCAN                   VALUE 'Y'.
           05  END-OF-CRD-SCAN-SW        PIC X       VALUE 'N'.
               88  END-OF-CRD-SCAN                   VALUE 'Y'.
           05  END-OF-PAY-SCAN-SW        PIC X       VALUE 'N'.
               88  END-OF-PAY-SCAN                   VALUE 'Y'.
           05  END-OF-EXM-SCAN-SW        PIC X       VALUE 'N'.
               88  END-OF-EXM-SCAN                   VALUE 'Y'.
           05  END-OF-STO-SCAN-SW        PIC X       VALUE 'N'.
               88  END-OF-STO-SCAN                   VALUE 'Y'.
           05  SCAN-LIMIT-SW             PIC X       VALUE 'N'.
               88  SCAN-LIMIT-REACHED                VALUE 'Y'.
      *
       01  FLAGS.
           05  SEND-FLAG                 PIC X.
               88  SEND-ERASE                        VALUE '1'.
               88  SEND-DATAONLY                     VALUE '2'.
               88  SEND-DATAONLY-ALARM               VALUE '3'.
      *
      *    THE TEMPLATE NUMBER RIDES ALONG SO PF11 CAN GO STRAIGHT
      *    TO THE NEXT STANDING ORDER DUE WITHOUT RESCANNING STOMAS
      *
       01  COMMUNICATION-AREA.
           05  CA-CONTEXT-FLAG           PIC X.
               88  PROCESS-KEY-SCREEN                VALUE '1'.
               88  SUMMARY-SHOWING                   VALUE '2'.
           05  CA-CUSTOMER-NUMBER        PIC 9(6).
           05  CA-NEXT-TEMPLATE          PIC 9(6).
      *
       01  RESPONSE-CODE                 PIC S9(8)   COMP.
      *
       01  ERROR-MESSAGE-LINE.
           05  ERROR-TEXT                PIC X(78).
      *
      *    COMMAREA PASSED TO THE DETAIL SCREENS - THE CUSTOMER
      *    NUMBER, OR FOR STOMNT1 THE TEMPLATE NUMBER
      *
       01  XCTL-TO-DETAIL.
           05  XTD-KEY-NUMBER            PIC 9(6).
      *
       01  WS-ABSTIME                    PIC S9(15)  COMP.
       01  WS-TODAY-DATE                 PIC X(8).
       01  WS-TODAY-YMD REDEFINES WS-TODAY-DATE
                                         PIC 9(8).
       01  WS-TODAY-DAY-COUNT            PIC S9(9)   COMP.
       01  WS-SCAN-COUNT                 PIC S9(8)   COMP.
       01  WS-RBA                        PIC S9(8)   COMP.
      *
      *    OPEN ORDERS - BUILT THROUGH THE ORDMASC ALTERNATE-INDEX
      *    PATH LIKE ORDRENT'S 8000-COMPUTE-OPEN-EXPOSURE
      *
       01  WS-OPEN-ORDER-COUNT           PIC S9(4)   COMP.
       01  WS-OPEN-EXPOSURE              PIC 9(9)V99.
       01  WS-EXP-CUSTOMER-KEY           PIC 9(6).
      *
      *    OPEN INVOICE AGING - ARAGE1'S FOUR BUCKETS
      *
       01  WS-AGING-FIELDS.
           05  WS-OPEN-INVOICE-COUNT     PIC S9(4)   COMP.
           05  WS-AGE-CURRENT            PIC 9(9)V99.
           05  WS-AGE-OVER-30            PIC 9(9)V99.
           05  WS-AGE-OVER-60            PIC 9(9)V99.
           05  WS-AGE-OVER-90            PIC 9(9)V99.
           05  WS-AR-TOTAL               PIC 9(9)V99.
       01  WS-INVOICE-BALANCE            PIC 9(9)V99.
       01  WS-INVOICE-AGE-DAYS           PIC S9(9)   COMP.
      *
      *    ON-ACCOUNT CREDIT AND THE NET THE CUSTOMER OWES
      *
       01  WS-CREDIT-COUNT               PIC S9(4)   COMP.
       01  WS-CREDIT-REMAINING           PIC 9(9)V99.
       01  WS-CREDIT-TOTAL               PIC 9(9)V99.
       01  WS-NET-BALANCE                PIC S9(9)V99.
      *
      *    LAST CASH IN - THE DAY AND EVERYTHING POSTED THAT DAY
      *
       01  WS-PAY-DATE                   PIC X(8).
       01  WS-LAST-PAY-DATE              PIC X(8).
       01  WS-LAST-PAY-AMOUNT            PIC 9(9)V99.
      *
      *    UNEXPIRED EXEMPTION CERTIFICATES - THE STATES ARE
      *    STRUNG TOGETHER FOR THE SCREEN, AS MANY AS FIT
      *
       01  WS-EXEMPT-COUNT               PIC S9(4)   COMP.
       01  WS-EXEMPT-STATES              PIC X(30).
       01  WS-EXEMPT-POINTER             PIC S9(4)   COMP.
      *
      *    ACTIVE STANDING ORDERS AND THE NEXT ONE DUE
      *
       01  WS-STO-COUNT                  PIC S9(4)   COMP.
       01  WS-STO-NEXT-DATE              PIC 9(8).
       01  WS-STO-NEXT-TEMPLATE          PIC 9(6).
      *
      *    DATE-TO-DAY-COUNT WORK FIELDS (DAYS SINCE 1 JAN 1900),
      *    THE SAME LONGHAND CONVERSION ARAGE1 AGES WITH
      *
       01  WS-CONVERT-DATE               PIC 9(8).
       01  WS-CONVERT-PARTS REDEFINES WS-CONVERT-DATE.
           05  WS-CONVERT-YYYY           PIC 9(4).
           05  WS-CONVERT-MM             PIC 99.
           05  WS-CONVERT-DD             PIC 99.
       01  WS-DAY-COUNT-FIELDS.
           05  WS-DAY-COUNT              PIC S9(9)   COMP.
           05  WS-YEAR-SUB               PIC S9(5)   COMP.
           05  WS-MONTH-SUB              PIC S9(4)   COMP.
           05  WS-LEAP-WORK              PIC S9(5)   COMP.
           05  WS-LEAP-REM               PIC S9(5)   COMP.
           05  WS-LEAP-SW                PIC X.
               88  WS-LEAP-YEAR                      VALUE 'Y'.
      *
       01  WS-MONTH-DAY-VALUES.
           05  FILLER                    PIC X(24)   VALUE
               '312831303130313130313031'.
       01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
           05  WS-MONTH-DAYS             PIC 99      OCCURS 12 TIMES.
      *
      *    CUSTOMER MASTER RECORD
      *
       COPY CUSTREC.
      *
      *    SALES REP MASTER - SUPPLIES THE REP'S NAME
      *
       COPY REPREC.
      *
      *    ORDER MASTER RECORD
      *
       COPY ORDREC.
      *
      *    INVOICE RECORD
      *
       COPY INVREC.
      *
      *    ON-ACCOUNT CREDIT RECORD
      *
       COPY CRDREC.
      *
      *    CASH APPLICATION LOG RECORD
      *
       COPY PAYREC.
      *
      *    TAX EXEMPTION CERTIFICATE RECORD
      *
       COPY EXMREC.
      *
      *    STANDING ORDER TEMPLATE HEADER
      *
       COPY STOREC.
      *
       COPY SUMSET1.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           05  DFHCOMMAREA-DATA          PIC X(13).
      *
      *    COMMAREA RECEIVED FROM CUSTINQ1, CUSTINQ2, OR CUSTLST -
      *    JUST THE CUSTOMER NUMBER TO SUMMARIZE
      *
       01  XCTL-FROM-CUSTOMER REDEFINES DFHCOMMAREA.
           05  XFC-CUSTOMER-NUMBER       PIC 9(6).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-ACCOUNT-SUMMARY.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   PERFORM 1600-START-FRESH-INQUIRY
      *
               WHEN EIBCALEN = 6
      *            ENTERED FROM A CUSTOMER INQUIRY OR THE CUSTOMER
      *            LIST - SUMMARIZE THE CUSTOMER IT PASSED
                   MOVE XFC-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                   PERFORM 1700-DISPLAY-SUMMARY
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 1600-START-FRESH-INQUIRY
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
                   PERFORM 1600-START-FRESH-INQUIRY
      *
               WHEN EIBAID = DFHPF2 OR DFHPF4 OR DFHPF6 OR DFHPF9
                          OR DFHPF10 OR DFHPF11
                   IF SUMMARY-SHOWING
                       PERFORM 3000-XCTL-TO-DETAIL
                   ELSE
                       MOVE LOW-VALUE TO SUMMAP1O
                       MOVE 'DISPLAY A CUSTOMER FIRST' TO ERROR-TEXT
                       MOVE -1 TO CUSTNOL
                       SET SEND-DATAONLY-ALARM TO TRUE
                       PERFORM 1500-SEND-SUMMARY-MAP
                   END-IF
      *
               WHEN OTHER
                   PERFORM 1000-PROCESS-KEY-ENTRY
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('SUM1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-KEY-ENTRY.
      *
      *    ENTER ON THE SCREEN - A CUSTOMER NUMBER KEYED (OR LEFT
      *    STANDING FROM THE LAST DISPLAY, WHICH REFRESHES IT)
      *
           EXEC CICS
               RECEIVE MAP('SUMMAP1')
                       MAPSET('SUMSET1')
                       INTO(SUMMAP1I)
           END-EXEC.
      *
           INSPECT CUSTNOI REPLACING ALL '_' BY SPACE.
      *
           IF CUSTNOL = ZERO OR CUSTNOI = SPACE
               MOVE 'PLEASE ENTER A CUSTOMER NUMBER' TO ERROR-TEXT
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               IF CUSTNOI IS NUMERIC
                   MOVE CUSTNOI TO CM-CUSTOMER-NUMBER
               ELSE
                   MOVE 'CUSTOMER NUMBER MUST BE NUMERIC'
                       TO ERROR-TEXT
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
           IF VALID-DATA
               PERFORM 1700-DISPLAY-SUMMARY
           ELSE
               MOVE LOW-VALUE TO SUMMAP1O
               MOVE -1 TO CUSTNOL
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-SUMMARY-MAP
           END-IF.
      *
       1300-READ-CUSTOMER-RECORD.
      *
      *    SOFT-DELETED CUSTOMERS ARE HIDDEN THE SAME WAY THE OTHER
      *    INQUIRY SCREENS HIDE THEM
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
                   MOVE 'N' TO CUSTOMER-FOUND-SW
               WHEN CM-STATUS-CLOSED
                   MOVE 'N' TO CUSTOMER-FOUND-SW
               WHEN OTHER
                   MOVE 'Y' TO CUSTOMER-FOUND-SW
           END-EVALUATE.
      *
       1350-READ-SALES-REP.
      *
           MOVE SPACES TO REPNAMEO.
      *
           IF CM-REP-CODE = SPACES
               MOVE 'HOUSE ACCOUNT' TO REPNAMEO
           ELSE
               MOVE CM-REP-CODE TO REP-REP-CODE
               EXEC CICS
                   READ FILE('REPMAS')
                        INTO(SALES-REP-RECORD)
                        RIDFLD(REP-REP-CODE)
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE REP-NAME TO REPNAMEO
               ELSE
                   MOVE 'REP NOT ON FILE' TO REPNAMEO
               END-IF
           END-IF.
      *
       1400-MOVE-SUMMARY-DATA.
      *
           MOVE SPACE TO SUMMAP1O.
      *
           MOVE CM-CUSTOMER-NUMBER TO CUSTNOO.
           STRING CM-FIRST-NAME DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  CM-LAST-NAME  DELIMITED BY SIZE
               INTO CNAMEO.
           MOVE CM-ADDRESS         TO ADDRESSO.
           MOVE CM-CITY            TO CITYO.
           MOVE CM-STATE           TO STATEO.
           MOVE CM-ZIP-CODE        TO ZIPCODEO.
           MOVE CM-PHONE           TO PHONEO.
           MOVE CM-REP-CODE        TO REPCODEO.
           PERFORM 1350-READ-SALES-REP.
      *
           EVALUATE TRUE
               WHEN CM-HOLD-CREDIT
                   MOVE 'CREDIT HOLD' TO HOLDO
               WHEN CM-HOLD-ORDER
                   MOVE 'ORDER HOLD' TO HOLDO
               WHEN OTHER
                   MOVE 'NONE' TO HOLDO
           END-EVALUATE.
           MOVE CM-CREDIT-LIMIT    TO CRLIMITO.
      *
           MOVE WS-OPEN-ORDER-COUNT TO ORDCNTO.
           MOVE WS-OPEN-EXPOSURE   TO ORDVALO.
      *
           MOVE WS-OPEN-INVOICE-COUNT TO INVCNTO.
           MOVE WS-AGE-CURRENT     TO AGECURO.
           MOVE WS-AGE-OVER-30     TO AGE30O.
           MOVE WS-AGE-OVER-60     TO AGE60O.
           MOVE WS-AGE-OVER-90     TO AGE90O.
           MOVE WS-AR-TOTAL        TO ARTOTALO.
      *
           MOVE WS-CREDIT-COUNT    TO CRDCNTO.
           MOVE WS-CREDIT-TOTAL    TO CRDAMTO.
           COMPUTE WS-NET-BALANCE = WS-AR-TOTAL - WS-CREDIT-TOTAL.
           MOVE WS-NET-BALANCE     TO NETBALO.
      *
           IF WS-LAST-PAY-DATE = SPACES
               MOVE 'NONE' TO PAYDATEO
           ELSE
               MOVE WS-LAST-PAY-DATE TO PAYDATEO
           END-IF.
           MOVE WS-LAST-PAY-AMOUNT TO PAYAMTO.
      *
           MOVE WS-EXEMPT-COUNT    TO EXMCNTO.
           MOVE WS-EXEMPT-STATES   TO EXMSTSO.
      *
           MOVE WS-STO-COUNT       TO STOCNTO.
           IF WS-STO-COUNT > ZERO
               MOVE WS-STO-NEXT-DATE TO STONEXTO
               MOVE WS-STO-NEXT-TEMPLATE TO STOTMPO
           END-IF.
      *
           IF ERROR-TEXT = SPACE
               MOVE 'PF2=ORDERS PF4=INVOICES PF6=CREDITS PF9=AUDIT '
                 & 'PF10=EXEMPT PF11=STANDING ORD'
                   TO ERROR-TEXT
           END-IF.
           MOVE -1 TO CUSTNOL.
      *
       1500-SEND-SUMMARY-MAP.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO
           END-IF.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('SUMMAP1')
                            MAPSET('SUMSET1')
                            FROM(SUMMAP1O)
                            ERASE
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('SUMMAP1')
                            MAPSET('SUMSET1')
                            FROM(SUMMAP1O)
                            DATAONLY
                            ALARM
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('SUMMAP1')
                            MAPSET('SUMSET1')
                            FROM(SUMMAP1O)
                            DATAONLY
                            CURSOR
                   END-EXEC
           END-EVALUATE.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
           MOVE 'Y' TO VALID-DATA-SW.
      *
       1600-START-FRESH-INQUIRY.
      *
           MOVE LOW-VALUE TO SUMMAP1O.
           MOVE -1 TO CUSTNOL.
           SET SEND-ERASE TO TRUE.
           MOVE '1' TO CA-CONTEXT-FLAG.
           MOVE ZERO TO CA-CUSTOMER-NUMBER.
           MOVE ZERO TO CA-NEXT-TEMPLATE.
           PERFORM 1500-SEND-SUMMARY-MAP.
      *
       1700-DISPLAY-SUMMARY.
      *
      *    CM-CUSTOMER-NUMBER CARRIES THE CUSTOMER IN. EVERY FIGURE
      *    IS REBUILT FROM THE FILES EACH TIME - NOTHING IS KEPT
      *    BETWEEN TASKS BUT THE CUSTOMER AND THE NEXT TEMPLATE.
      *
           PERFORM 1300-READ-CUSTOMER-RECORD.
      *
           IF CUSTOMER-FOUND
               MOVE CM-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER
               MOVE '2' TO CA-CONTEXT-FLAG
               MOVE SPACES TO ERROR-TEXT
               MOVE 'N' TO SCAN-LIMIT-SW
               PERFORM 2000-GET-CURRENT-DATE
               PERFORM 2100-COMPUTE-OPEN-EXPOSURE
               PERFORM 2200-AGE-OPEN-INVOICES
               PERFORM 2300-TOTAL-OPEN-CREDITS
               PERFORM 2400-FIND-LAST-PAYMENT
               PERFORM 2500-LIST-EXEMPTIONS
               PERFORM 2600-FIND-STANDING-ORDERS
               MOVE WS-STO-NEXT-TEMPLATE TO CA-NEXT-TEMPLATE
               IF SCAN-LIMIT-REACHED
                   MOVE 'SCAN LIMIT REACHED - FIGURES MAY BE '
                     & 'INCOMPLETE'
                       TO ERROR-TEXT
               END-IF
               PERFORM 1400-MOVE-SUMMARY-DATA
               SET SEND-ERASE TO TRUE
               PERFORM 1500-SEND-SUMMARY-MAP
           ELSE
               MOVE '1' TO CA-CONTEXT-FLAG
               MOVE ZERO TO CA-CUSTOMER-NUMBER
               MOVE ZERO TO CA-NEXT-TEMPLATE
               MOVE LOW-VALUE TO SUMMAP1O
               MOVE 'CUSTOMER NOT FOUND' TO ERROR-TEXT
               MOVE -1 TO CUSTNOL
      *        ARRIVING BY XCTL THERE IS NO SUMMARY SCREEN UP YET
               IF EIBCALEN = 6
                   SET SEND-ERASE TO TRUE
               ELSE
                   SET SEND-DATAONLY-ALARM TO TRUE
               END-IF
               PERFORM 1500-SEND-SUMMARY-MAP
           END-IF.
      *
       2000-GET-CURRENT-DATE.
      *
      *    INVOICES AGE AND CERTIFICATES EXPIRE AGAINST TODAY
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-TODAY-DATE)
           END-EXEC.
      *
           MOVE WS-TODAY-YMD TO WS-CONVERT-DATE.
           PERFORM 8000-CONVERT-DATE-TO-DAYS.
           MOVE WS-DAY-COUNT TO WS-TODAY-DAY-COUNT.
      *
       2100-COMPUTE-OPEN-EXPOSURE.
      *
      *    THE SAME FIGURE ORDRENT'S 8000-COMPUTE-OPEN-EXPOSURE
      *    HOLDS AGAINST THE CREDIT LIMIT AND EODCLS1 SNAPSHOTS AS
      *    OPEN ORDER VALUE - EVERY OPEN, COMPLETE (PICKED, NOT YET
      *    SHIPPED) AND PARTIALLY SHIPPED ORDER AT THE MERCHANDISE
      *    INVGEN1 HAS NOT YET BILLED (ORD-ORDER-TOTAL LESS
      *    ORD-MERCH-BILLED) - PLUS HOW MANY SUCH ORDERS THERE ARE
      *
           MOVE ZERO TO WS-OPEN-ORDER-COUNT.
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
                       IF ORD-STATUS-OPEN OR ORD-STATUS-COMPLETE OR
                          ORD-STATUS-PARTIAL
                           ADD 1 TO WS-OPEN-ORDER-COUNT
                           IF ORD-ORDER-TOTAL > ORD-MERCH-BILLED
                               COMPUTE WS-OPEN-EXPOSURE =
                                   WS-OPEN-EXPOSURE + ORD-ORDER-TOTAL
                                   - ORD-MERCH-BILLED
                           END-IF
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
       2200-AGE-OPEN-INVOICES.
      *
      *    INVMAS HAS NO INDEX BY CUSTOMER - A FILTERED SCAN IN
      *    INVOICE NUMBER SEQUENCE, BOUNDED AT 5,000 READS LIKE
      *    AUDINQ1'S LOG SCAN
      *
           MOVE ZERO TO WS-OPEN-INVOICE-COUNT.
           MOVE ZERO TO WS-AGE-CURRENT.
           MOVE ZERO TO WS-AGE-OVER-30.
           MOVE ZERO TO WS-AGE-OVER-60.
           MOVE ZERO TO WS-AGE-OVER-90.
           MOVE ZERO TO WS-AR-TOTAL.
           MOVE ZERO TO WS-SCAN-COUNT.
           MOVE 'N' TO END-OF-INV-SCAN-SW.
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
                       ADD 1 TO WS-SCAN-COUNT
                       IF INV-CUSTOMER-NUMBER = CM-CUSTOMER-NUMBER
                          AND INV-STATUS-OPEN
                           PERFORM 2250-AGE-OPEN-INVOICE
                       END-IF
                       IF WS-SCAN-COUNT >= 5000
                           MOVE 'Y' TO SCAN-LIMIT-SW
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
       2250-AGE-OPEN-INVOICE.
      *
      *    ARAGE1'S BUCKETS - CURRENT IS 0-30 DAYS FROM THE INVOICE
      *    DATE
      *
           ADD 1 TO WS-OPEN-INVOICE-COUNT.
           COMPUTE WS-INVOICE-BALANCE =
               INV-GROSS-TOTAL - INV-AMOUNT-PAID.
           ADD WS-INVOICE-BALANCE TO WS-AR-TOTAL.
      *
           MOVE INV-INVOICE-DATE TO WS-CONVERT-DATE.
           PERFORM 8000-CONVERT-DATE-TO-DAYS.
           COMPUTE WS-INVOICE-AGE-DAYS =
               WS-TODAY-DAY-COUNT - WS-DAY-COUNT.
      *
           EVALUATE TRUE
               WHEN WS-INVOICE-AGE-DAYS <= 30
                   ADD WS-INVOICE-BALANCE TO WS-AGE-CURRENT
               WHEN WS-INVOICE-AGE-DAYS <= 60
                   ADD WS-INVOICE-BALANCE TO WS-AGE-OVER-30
               WHEN WS-INVOICE-AGE-DAYS <= 90
                   ADD WS-INVOICE-BALANCE TO WS-AGE-OVER-60
               WHEN OTHER
                   ADD WS-INVOICE-BALANCE TO WS-AGE-OVER-90
           END-EVALUATE.
      *
       2300-TOTAL-OPEN-CREDITS.
      *
      *    WHAT REMAINS ON THE CUSTOMER'S OPEN AND REFUND-REQUESTED
      *    CREDITS - THE ON-ACCOUNT BALANCE ARAGE1 NETS AGAINST THE
      *    BUCKETS. ONE SHORT BROWSE, BOUNDED AT 500 READS LIKE THE
      *    CREDIT SCREEN'S.
      *
           MOVE ZERO TO WS-CREDIT-COUNT.
           MOVE ZERO TO WS-CREDIT-TOTAL.
           MOVE ZERO TO WS-SCAN-COUNT.
           MOVE 'N' TO END-OF-CRD-SCAN-SW.
           MOVE CM-CUSTOMER-NUMBER TO CRD-CUSTOMER-NUMBER.
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
                      CRD-CUSTOMER-NUMBER = CM-CUSTOMER-NUMBER
                       ADD 1 TO WS-SCAN-COUNT
                       COMPUTE WS-CREDIT-REMAINING =
                           CRD-ORIGINAL-AMOUNT - CRD-AMOUNT-APPLIED
                                               - CRD-AMOUNT-REFUNDED
                       IF NOT CRD-STATUS-CLOSED AND
                          WS-CREDIT-REMAINING > ZERO
                           ADD 1 TO WS-CREDIT-COUNT
                           ADD WS-CREDIT-REMAINING TO WS-CREDIT-TOTAL
                       END-IF
                       IF WS-SCAN-COUNT >= 500
                           MOVE 'Y' TO SCAN-LIMIT-SW
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
       2400-FIND-LAST-PAYMENT.
      *
      *    CSHLOG IS AN ESDS WITH NO INDEX, WRITTEN IN TIME ORDER,
      *    SO THE LAST MATCH ON A BOUNDED RBA BROWSE (AUDINQ1'S
      *    SCAN OF CUSTAUD) IS THE LATEST. ONLY CASH COUNTS - ON AN
      *    INVOICE OR HELD ON ACCOUNT - AND EVERYTHING POSTED ON
      *    THAT LAST DAY IS ADDED UP, SINCE ONE CHECK CAN LEAVE A
      *    RECORD FOR THE INVOICE AND ANOTHER FOR THE EXCESS.
      *
           MOVE SPACES TO WS-LAST-PAY-DATE.
           MOVE ZERO TO WS-LAST-PAY-AMOUNT.
           MOVE ZERO TO WS-SCAN-COUNT.
           MOVE ZERO TO WS-RBA.
           MOVE 'N' TO END-OF-PAY-SCAN-SW.
      *
           EXEC CICS
               STARTBR FILE('CSHLOG')
                       RIDFLD(WS-RBA)
                       RBA
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL END-OF-PAY-SCAN
                   EXEC CICS
                       READNEXT FILE('CSHLOG')
                                INTO(PAYMENT-RECORD)
                                RIDFLD(WS-RBA)
                                RBA
                                RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE = DFHRESP(NORMAL)
                       ADD 1 TO WS-SCAN-COUNT
                       IF PAY-CUSTOMER-NUMBER = CM-CUSTOMER-NUMBER
                          AND NOT PAY-SOURCE-CREDIT-APPLIED
                           PERFORM 2450-ADD-CASH-POSTING
                       END-IF
                       IF WS-SCAN-COUNT >= 5000
                           MOVE 'Y' TO SCAN-LIMIT-SW
                           MOVE 'Y' TO END-OF-PAY-SCAN-SW
                       END-IF
                   ELSE
                       MOVE 'Y' TO END-OF-PAY-SCAN-SW
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('CSHLOG')
               END-EXEC
           END-IF.
      *
       2450-ADD-CASH-POSTING.
      *
           EXEC CICS
               FORMATTIME ABSTIME(PAY-TIMESTAMP)
                          YYYYMMDD(WS-PAY-DATE)
           END-EXEC.
      *
           IF WS-PAY-DATE = WS-LAST-PAY-DATE
               ADD PAY-AMOUNT TO WS-LAST-PAY-AMOUNT
           ELSE
               MOVE WS-PAY-DATE TO WS-LAST-PAY-DATE
               MOVE PAY-AMOUNT TO WS-LAST-PAY-AMOUNT
           END-IF.
      *
       2500-LIST-EXEMPTIONS.
      *
      *    CUSTEXM IS KEYED BY CUSTOMER AND STATE, SO THE
      *    CUSTOMER'S CERTIFICATES ARE ONE SHORT BROWSE. A
      *    CERTIFICATE EXPIRING TODAY STILL COVERS TODAY'S ORDERS,
      *    THE SAME TEST ORDER COMPLETION MAKES.
      *
           MOVE ZERO TO WS-EXEMPT-COUNT.
           MOVE SPACES TO WS-EXEMPT-STATES.
           MOVE 1 TO WS-EXEMPT-POINTER.
           MOVE 'N' TO END-OF-EXM-SCAN-SW.
           MOVE CM-CUSTOMER-NUMBER TO EXM-CUSTOMER-NUMBER.
           MOVE LOW-VALUE TO EXM-STATE-CODE.
      *
           EXEC CICS
               STARTBR FILE('CUSTEXM')
                       RIDFLD(EXM-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL END-OF-EXM-SCAN
                   EXEC CICS
                       READNEXT FILE('CUSTEXM')
                                INTO(EXEMPTION-RECORD)
                                RIDFLD(EXM-KEY)
                                RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE = DFHRESP(NORMAL) AND
                      EXM-CUSTOMER-NUMBER = CM-CUSTOMER-NUMBER
                       IF EXM-EXPIRY-DATE >= WS-TODAY-YMD
                           ADD 1 TO WS-EXEMPT-COUNT
                           IF WS-EXEMPT-POINTER < 30
                               STRING EXM-STATE-CODE DELIMITED BY SIZE
                                      ' '            DELIMITED BY SIZE
                                   INTO WS-EXEMPT-STATES
                                   WITH POINTER WS-EXEMPT-POINTER
                           END-IF
                       END-IF
                   ELSE
                       MOVE 'Y' TO END-OF-EXM-SCAN-SW
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('CUSTEXM')
               END-EXEC
           END-IF.
      *
       2600-FIND-STANDING-ORDERS.
      *
      *    STOMAS IS KEYED BY TEMPLATE NUMBER ONLY - A FILTERED
      *    SCAN OF THE WHOLE (SHORT) FILE, BOUNDED AT 2,000 READS.
      *    THE ACTIVE TEMPLATE WITH THE EARLIEST NEXT RELEASE DATE
      *    IS THE ONE PF11 OPENS.
      *
           MOVE ZERO TO WS-STO-COUNT.
           MOVE ZERO TO WS-STO-NEXT-DATE.
           MOVE ZERO TO WS-STO-NEXT-TEMPLATE.
           MOVE ZERO TO WS-SCAN-COUNT.
           MOVE 'N' TO END-OF-STO-SCAN-SW.
           MOVE ZERO TO STO-TEMPLATE-NUMBER.
      *
           EXEC CICS
               STARTBR FILE('STOMAS')
                       RIDFLD(STO-TEMPLATE-NUMBER)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL END-OF-STO-SCAN
                   EXEC CICS
                       READNEXT FILE('STOMAS')
                                INTO(STANDING-ORDER-RECORD)
                                RIDFLD(STO-TEMPLATE-NUMBER)
                                RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE = DFHRESP(NORMAL)
                       ADD 1 TO WS-SCAN-COUNT
                       IF STO-CUSTOMER-NUMBER = CM-CUSTOMER-NUMBER
                          AND STO-STATUS-ACTIVE
                           ADD 1 TO WS-STO-COUNT
                           IF WS-STO-COUNT = 1 OR
                              STO-NEXT-RELEASE-DATE < WS-STO-NEXT-DATE
                               MOVE STO-NEXT-RELEASE-DATE
                                   TO WS-STO-NEXT-DATE
                               MOVE STO-TEMPLATE-NUMBER
                                   TO WS-STO-NEXT-TEMPLATE
                           END-IF
                       END-IF
                       IF WS-SCAN-COUNT >= 2000
                           MOVE 'Y' TO SCAN-LIMIT-SW
                           MOVE 'Y' TO END-OF-STO-SCAN-SW
                       END-IF
                   ELSE
                       MOVE 'Y' TO END-OF-STO-SCAN-SW
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('STOMAS')
               END-EXEC
           END-IF.
      *
       3000-XCTL-TO-DETAIL.
      *
      *    EACH DETAIL SCREEN TAKES A 6-BYTE COMMAREA AND OPENS ON
      *    THE CUSTOMER (OR TEMPLATE) IT CARRIES
      *
           MOVE CA-CUSTOMER-NUMBER TO XTD-KEY-NUMBER.
      *
           EVALUATE TRUE
               WHEN EIBAID = DFHPF2
                   EXEC CICS
                       XCTL PROGRAM('ORDINQ1')
                            COMMAREA(XCTL-TO-DETAIL)
                   END-EXEC
               WHEN EIBAID = DFHPF4
                   EXEC CICS
                       XCTL PROGRAM('CSHAPP1')
                            COMMAREA(XCTL-TO-DETAIL)
                   END-EXEC
               WHEN EIBAID = DFHPF6
                   EXEC CICS
                       XCTL PROGRAM('CRDAPL1')
                            COMMAREA(XCTL-TO-DETAIL)
                   END-EXEC
               WHEN EIBAID = DFHPF9
                   EXEC CICS
                       XCTL PROGRAM('AUDINQ1')
                            COMMAREA(XCTL-TO-DETAIL)
                   END-EXEC
               WHEN EIBAID = DFHPF10
                   EXEC CICS
                       XCTL PROGRAM('EXMMNT1')
                            COMMAREA(XCTL-TO-DETAIL)
                   END-EXEC
               WHEN CA-NEXT-TEMPLATE = ZERO
                   MOVE LOW-VALUE TO SUMMAP1O
                   MOVE 'NO ACTIVE STANDING ORDERS FOR THIS CUSTOMER'
                       TO ERROR-TEXT
                   MOVE -1 TO CUSTNOL
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-SUMMARY-MAP
               WHEN OTHER
                   MOVE CA-NEXT-TEMPLATE TO XTD-KEY-NUMBER
                   EXEC CICS
                       XCTL PROGRAM('STOMNT1')
                            COMMAREA(XCTL-TO-DETAIL)
                   END-EXEC
           END-EVALUATE.
      *
       8000-CONVERT-DATE-TO-DAYS.
      *
      *    YYYYMMDD IN WS-CONVERT-DATE TO DAYS SINCE 1 JAN 1900 -
      *    WHOLE YEARS, THEN THE MONTHS IN FRONT, THEN THE DAYS
      *
           MOVE ZERO TO WS-DAY-COUNT.
      *
           PERFORM VARYING WS-YEAR-SUB FROM 1900 BY 1
                   UNTIL WS-YEAR-SUB >= WS-CONVERT-YYYY
               PERFORM 8150-CHECK-LEAP-YEAR
               IF WS-LEAP-YEAR
                   ADD 366 TO WS-DAY-COUNT
               ELSE
                   ADD 365 TO WS-DAY-COUNT
               END-IF
           END-PERFORM.
      *
           MOVE WS-CONVERT-YYYY TO WS-YEAR-SUB.
           PERFORM 8150-CHECK-LEAP-YEAR.
      *
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB >= WS-CONVERT-MM
               ADD WS-MONTH-DAYS(WS-MONTH-SUB) TO WS-DAY-COUNT
               IF WS-MONTH-SUB = 2 AND WS-LEAP-YEAR
                   ADD 1 TO WS-DAY-COUNT
               END-IF
           END-PERFORM.
      *
           COMPUTE WS-DAY-COUNT = WS-DAY-COUNT + WS-CONVERT-DD - 1.
      *
       8150-CHECK-LEAP-YEAR.
      *
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-YEAR-SUB BY 4
               GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
               MOVE 'Y' TO WS-LEAP-SW
               DIVIDE WS-YEAR-SUB BY 100
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 'N' TO WS-LEAP-SW
                   DIVIDE WS-YEAR-SUB BY 400
                       GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 'Y' TO WS-LEAP-SW
                   END-IF
               END-IF
           END-IF.
