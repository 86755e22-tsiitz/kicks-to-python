      * INVOICE AT A TIME BY KEYING ITS NUMBER AND THE AMOUNT:   *
      *   - THE AMOUNT GOES ONTO INV-AMOUNT-PAID, AND AN INVOICE *
      *     PAID IN FULL MOVES TO PAID STATUS                    *
      *   - AN AMOUNT PAST THE INVOICE BALANCE PAYS THE INVOICE  *
      *     OFF AND THE EXCESS GOES ON ACCOUNT AS A CRDMAS       *
      *     UNAPPLIED-CASH CREDIT; A CHECK KEYED WITH NO INVOICE *
      *     NUMBER (PAID BEFORE BILLING) GOES ON ACCOUNT WHOLE.  *
      *     THE CREDIT SCREEN (CRD1) USES IT UP LATER            *
      *   - EVERY APPLIED PAYMENT WRITES A CSHLOG RECORD         *
      *     (OPERATOR, CUSTOMER, INVOICE, AMOUNT, WHEN) THE WAY  *
      *     SENSITIVE UPDATES IN THIS SHOP LEAVE A CUSTAUD TRAIL *
      *     - THE PART HELD ON ACCOUNT IS LOGGED SEPARATELY WITH *
      *     A ZERO INVOICE NUMBER AND ITS CREDIT NUMBER          *
      *                                                          *
      * INVMAS HAS NO INDEX BY CUSTOMER, SO THE OPEN-INVOICE     *
      * LIST IS A BOUNDED FILTERED SCAN LIKE ORDINQ1'S CUSTOMER  *
      *   SCREEN 1 (CSHMAP1): ENTER THE CUSTOMER NUMBER          *
      *   SCREEN 2 (CSHMAP2): OPEN INVOICES PLUS THE APPLY       *
      *     FIELDS - PF5 STARTS A FRESH CUSTOMER                 *
      * CUSTSUM1'S ACCOUNT SUMMARY (PF4) XCTLS IN WITH A 6-BYTE  *
      * COMMAREA HOLDING A CUSTOMER NUMBER AND SKIPS SCREEN 1.   *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
               88  END-OF-INV-SCAN                   VALUE 'Y'.
           05  MORE-INVOICES-SW          PIC X       VALUE 'N'.
               88  MORE-INVOICES                     VALUE 'Y'.
           05  ON-ACCOUNT-ONLY-SW        PIC X       VALUE 'N'.
               88  ON-ACCOUNT-ONLY                   VALUE 'Y'.
      *
       01  FLAGS.
           05  SEND-FLAG                 PIC X.
       01  WS-PAYMENT-AMOUNT             PIC 9(9)V99 VALUE ZERO.
       01  WS-INVOICE-BALANCE            PIC 9(9)V99 VALUE ZERO.
      *
      *    HOW THE CHECK SPLITS - WHAT GOES ON THE INVOICE AND WHAT
      *    IS LEFT OVER TO HOLD ON ACCOUNT
      *
       01  WS-INVOICE-PORTION            PIC 9(9)V99 VALUE ZERO.
       01  WS-ON-ACCOUNT-AMOUNT          PIC 9(9)V99 VALUE ZERO.
      *
       01  WS-ABSTIME                    PIC S9(15)  COMP.
       01  WS-DATE-FIELD                 PIC X(8).
      *
      *    ONE PAGE (10 ROWS) OF OPEN INVOICES COLLECTED BY THE
      *    BOUNDED SCAN BEFORE BEING MOVED TO THE MAP
      *
      *    CASH APPLICATION LOG RECORD - ONE PER APPLIED PAYMENT
      *
       COPY PAYREC.
      *
      *    ON-ACCOUNT CREDIT RECORD - CASH THAT COULD NOT GO ON AN
      *    INVOICE, NUMBERED OFF THE CRDCTL CONTROL RECORD
      *
       COPY CRDREC.
      *
       COPY CCTLREC.
      *
       COPY CSHSET1.
      *
      *
       01  DFHCOMMAREA.
           05  DFHCOMMAREA-DATA          PIC X(7).
      *
      *    COMMAREA RECEIVED FROM CUSTSUM1 - THE CUSTOMER WHOSE
      *    OPEN INVOICES ARE TO BE SHOWN
      *
       01  XCTL-FROM-SUMMARY REDEFINES DFHCOMMAREA.
           05  XFS-CUSTOMER-NUMBER       PIC 9(6).
      *
       PROCEDURE DIVISION.
      *
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
               WHEN EIBCALEN = 6
                   PERFORM 1700-ENTER-FROM-SUMMARY
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO CSHMAP1O
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
           MOVE SPACE TO CSHMAP1O.
           MOVE 'Y' TO VALID-DATA-SW.
      *
       1700-ENTER-FROM-SUMMARY.
      *
      *    THE CUSTOMER CAME IN ON THE COMMAREA - GO STRAIGHT TO
      *    THE OPEN-INVOICE SCREEN, OR BACK TO SCREEN 1 IF THE
      *    CUSTOMER HAS GONE SINCE THE SUMMARY WAS DISPLAYED
      *
           MOVE XFS-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           PERFORM 1300-READ-CUSTOMER-RECORD.
      *
           IF CUSTOMER-FOUND
               MOVE CM-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER
               MOVE '2' TO CA-CONTEXT-FLAG
               PERFORM 3000-BUILD-OPEN-INVOICE-LIST
               PERFORM 3500-SEND-APPLY-MAP
           ELSE
               MOVE LOW-VALUE TO CSHMAP1O
               MOVE 'CUSTOMER NOT FOUND' TO ERROR-TEXT
               MOVE -1 TO CUSTNOL
               SET SEND-ERASE TO TRUE
               MOVE '1' TO CA-CONTEXT-FLAG
               PERFORM 1500-SEND-KEY-MAP
           END-IF.
      *
       2000-PROCESS-APPLY-PAYMENT.
      *
      *    SECOND SCREEN - THE CLERK KEYED AN INVOICE NUMBER AND
      *    AN AMOUNT OFF THE OPEN-INVOICE LIST, OR AN AMOUNT ALONE
      *    TO HOLD THE WHOLE CHECK ON ACCOUNT
      *
           PERFORM 2100-RECEIVE-APPLY-MAP.
           PERFORM 2200-EDIT-APPLY-DATA.
      *
           IF VALID-DATA AND NOT ON-ACCOUNT-ONLY
               PERFORM 2300-READ-INVOICE-FOR-UPDATE
           END-IF.
      *
           EVALUATE TRUE
               WHEN NOT VALID-DATA
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 3600-SEND-APPLY-DATAONLY
               WHEN ON-ACCOUNT-ONLY
                   MOVE ZERO TO INV-INVOICE-NUMBER
                   MOVE WS-PAYMENT-AMOUNT TO WS-ON-ACCOUNT-AMOUNT
                   PERFORM 2600-HOLD-CASH-ON-ACCOUNT
                   PERFORM 3000-BUILD-OPEN-INVOICE-LIST
                   MOVE 'NO INVOICE KEYED - PAYMENT HELD ON ACCOUNT'
                       TO ERROR-TEXT
                   PERFORM 3500-SEND-APPLY-MAP
               WHEN INVOICE-FOUND
                   PERFORM 2400-APPLY-PAYMENT
                   EVALUATE TRUE
                       WHEN WS-ON-ACCOUNT-AMOUNT > ZERO
                           MOVE 'PAYMENT APPLIED - INVOICE PAID IN '
                             & 'FULL - EXCESS HELD ON ACCOUNT'
                               TO ERROR-TEXT
                       WHEN INV-STATUS-PAID
                           MOVE 'PAYMENT APPLIED - INVOICE PAID IN FULL'
                               TO ERROR-TEXT
                       WHEN OTHER
                           MOVE 'PAYMENT APPLIED' TO ERROR-TEXT
                   END-EVALUATE
                   PERFORM 3000-BUILD-OPEN-INVOICE-LIST
                   PERFORM 3500-SEND-APPLY-MAP
               WHEN OTHER
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 3600-SEND-APPLY-DATAONLY
           END-EVALUATE.
      *
       2100-RECEIVE-APPLY-MAP.
      *
       2200-EDIT-APPLY-DATA.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE 'N' TO ON-ACCOUNT-ONLY-SW.
      *
      *    NO INVOICE NUMBER MEANS THE CHECK CAME IN AHEAD OF THE
      *    BILL (OR AGAINST NOTHING THE CUSTOMER CAN NAME) - THE
      *    WHOLE AMOUNT GOES ON ACCOUNT
      *
           IF APPINVL = ZERO OR APPINVI = SPACE
               MOVE 'Y' TO ON-ACCOUNT-ONLY-SW
           ELSE
               IF APPINVI IS NOT NUMERIC
                   MOVE 'INVOICE NUMBER MUST BE NUMERIC'
                   MOVE -1 TO APPINVL
                   MOVE 'N' TO INVOICE-FOUND-SW
               WHEN OTHER
      *            AN OVERPAYMENT PAYS THE INVOICE OFF AND THE
      *            REST OF THE CHECK IS HELD ON ACCOUNT
                   COMPUTE WS-INVOICE-BALANCE =
                       INV-GROSS-TOTAL - INV-AMOUNT-PAID
                   IF WS-PAYMENT-AMOUNT > WS-INVOICE-BALANCE
                       MOVE WS-INVOICE-BALANCE TO WS-INVOICE-PORTION
                       COMPUTE WS-ON-ACCOUNT-AMOUNT =
                           WS-PAYMENT-AMOUNT - WS-INVOICE-BALANCE
                   ELSE
                       MOVE WS-PAYMENT-AMOUNT TO WS-INVOICE-PORTION
                       MOVE ZERO TO WS-ON-ACCOUNT-AMOUNT
                   END-IF
           END-EVALUATE.
      *
       2400-APPLY-PAYMENT.
      *
           ADD WS-INVOICE-PORTION TO INV-AMOUNT-PAID.
           IF INV-AMOUNT-PAID >= INV-GROSS-TOTAL
               SET INV-STATUS-PAID TO TRUE
           END-IF.
                       FROM(INVOICE-RECORD)
           END-EXEC.
      *
           MOVE INV-INVOICE-NUMBER TO PAY-INVOICE-NUMBER.
           MOVE WS-INVOICE-PORTION TO PAY-AMOUNT.
           SET PAY-SOURCE-CASH TO TRUE.
           MOVE ZERO TO PAY-CREDIT-NUMBER.
           PERFORM 2500-WRITE-PAYMENT-LOG.
      *
           IF WS-ON-ACCOUNT-AMOUNT > ZERO
               PERFORM 2600-HOLD-CASH-ON-ACCOUNT
           END-IF.
      *
       2500-WRITE-PAYMENT-LOG.
      *
      *    THE CALLER HAS SET THE INVOICE, AMOUNT, SOURCE, AND
      *    CREDIT NUMBER FOR THIS PIECE OF THE CHECK
      *
           EXEC CICS
               ASKTIME ABSTIME(PAY-TIMESTAMP)
           END-EXEC.
           MOVE EIBOPID TO PAY-OPERATOR-ID.
           MOVE CA-CUSTOMER-NUMBER TO PAY-CUSTOMER-NUMBER.
      *
           EXEC CICS
               WRITE FILE('CSHLOG')
                     FROM(PAYMENT-RECORD)
           END-EXEC.
      *
       2600-HOLD-CASH-ON-ACCOUNT.
      *
      *    WHAT THE CHECK COULD NOT PUT ON AN INVOICE BECOMES AN
      *    UNAPPLIED-CASH CREDIT ON CRDMAS. INV-INVOICE-NUMBER IS
      *    THE INVOICE IT OVERPAID, OR ZERO WHEN NONE WAS KEYED.
      *
           PERFORM 2650-GET-NEXT-CREDIT-NUMBER.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-DATE-FIELD)
           END-EXEC.
      *
           MOVE CA-CUSTOMER-NUMBER TO CRD-CUSTOMER-NUMBER.
           MOVE CCTL-NEXT-CREDIT-NUMBER TO CRD-CREDIT-NUMBER.
           SET CRD-TYPE-UNAPPLIED-CASH TO TRUE.
           MOVE INV-INVOICE-NUMBER TO CRD-SOURCE-NUMBER.
           MOVE WS-DATE-FIELD TO CRD-CREATED-DATE.
           MOVE EIBOPID TO CRD-CREATED-OPID.
           MOVE WS-ON-ACCOUNT-AMOUNT TO CRD-ORIGINAL-AMOUNT.
           MOVE ZERO TO CRD-AMOUNT-APPLIED.
           MOVE ZERO TO CRD-AMOUNT-REFUNDED.
           SET CRD-STATUS-OPEN TO TRUE.
           MOVE ZERO TO CRD-REFUND-REQUEST-DATE.
           MOVE SPACES TO CRD-REFUND-REQUEST-OPID.
           MOVE ZERO TO CRD-REFUND-LISTED-DATE.
           MOVE WS-DATE-FIELD TO CRD-LAST-ACTIVITY-DATE.
      *
           EXEC CICS
               WRITE FILE('CRDMAS')
                     FROM(CREDIT-RECORD)
                     RIDFLD(CRD-KEY)
           END-EXEC.
      *
           MOVE ZERO TO PAY-INVOICE-NUMBER.
           MOVE WS-ON-ACCOUNT-AMOUNT TO PAY-AMOUNT.
           SET PAY-SOURCE-ON-ACCOUNT TO TRUE.
           MOVE CRD-CREDIT-NUMBER TO PAY-CREDIT-NUMBER.
           PERFORM 2500-WRITE-PAYMENT-LOG.
      *
       2650-GET-NEXT-CREDIT-NUMBER.
      *
           EXEC CICS
               READ FILE('CRDCTL')
                    INTO(CREDIT-CONTROL-RECORD)
                    RIDFLD(CCTL-RECORD-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               ADD 1 TO CCTL-NEXT-CREDIT-NUMBER
               EXEC CICS
                   REWRITE FILE('CRDCTL')
                           FROM(CREDIT-CONTROL-RECORD)
               END-EXEC
           ELSE
      *        CONTROL RECORD IS MISSING (FIRST RUN) - SEED IT SO
      *        THE NEXT CREDIT DOES NOT HAND OUT "1" AGAIN
               MOVE 'CRDNO ' TO CCTL-RECORD-KEY
               MOVE 1 TO CCTL-NEXT-CREDIT-NUMBER
               EXEC CICS
                   WRITE FILE('CRDCTL')
                         FROM(CREDIT-CONTROL-RECORD)
                         RIDFLD(CCTL-RECORD-KEY)
               END-EXEC
           END-IF.
      *
       3000-BUILD-OPEN-INVOICE-LIST.
      *
                 & 'TO SEE THE REST'
                   TO INSTRUCTO
           ELSE
               MOVE 'INVOICE AND AMOUNT - BLANK INV = ON ACCT'
                   TO INSTRUCTO
           END-IF.
      *
