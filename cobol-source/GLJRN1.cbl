       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  GLJRN1.
      *
      ************************************************************
      * GENERAL LEDGER JOURNAL INTERFACE (BATCH)                 *
      *                                                          *
      * RUNS NIGHTLY AFTER BILLING AND BUILDS THE BUSINESS DAY'S *
      * SUMMARIZED JOURNAL ENTRIES FOR THE LEDGER, SO ACCOUNTING *
      * NO LONGER RE-KEYS THE INVGEN1, CSHAPP1, CRMPRT1 AND      *
      * PORCV1 TOTALS. FOUR JOURNALS, ONE PER SOURCE:            *
      *   INV - INVMAS INVOICES DATED THE BUSINESS DATE:         *
      *         DR RECEIVABLES GROSS, CR SALES (FINANCE CHARGE   *
      *         INCOME ON ORDER-ZERO INVOICES), SALES TAX, AND   *
      *         FREIGHT BILLED                                   *
      *   CSH - CSHLOG POSTINGS STAMPED THAT DAY: CASH ON AN     *
      *         INVOICE DR CASH CR RECEIVABLES, CASH ON ACCOUNT  *
      *         DR CASH CR CUSTOMER CREDITS, APPLIED CREDIT DR   *
      *         CUSTOMER CREDITS CR RECEIVABLES                  *
      *   RTN - RTNMAS CREDIT MEMOS DATED THAT DAY: DR SALES     *
      *         RETURNS AND SALES TAX, CR RECEIVABLES FOR WHAT   *
      *         THE INVOICE TOOK AND CUSTOMER CREDITS FOR THE    *
      *         CRDMAS CREDIT RTNENT1 HELD ON ACCOUNT            *
      *   RCV - RCPLOG RECEIPTS STAMPED THAT DAY AT THE PO UNIT  *
      *         COST: DR INVENTORY CR RECEIVED NOT INVOICED. A   *
      *         RECEIPT WITH NO COST ON ITS PO IS COUNTED AND    *
      *         LEFT OUT.                                        *
      *                                                          *
      * EACH POSTING CODE BECOMES A LEDGER ACCOUNT THROUGH THE   *
      * GLAMAP FILE (MAINTAINED ON GLA1). THE BATCH IS RELEASED  *
      * TO THE GLUPLD UPLOAD FILE ONLY WHEN EVERY JOURNAL'S      *
      * DEBITS EQUAL ITS CREDITS AND EVERY CODE IS MAPPED;       *
      * OTHERWISE GLUPLD IS LEFT EMPTY, THE PROOF SAYS WHY,      *
      * AND THE STEP ENDS WITH RETURN CODE 16. A RERUN FOR THE   *
      * SAME DATE REBUILDS THE SAME BATCH.                       *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT INVMAS-FILE ASSIGN TO INVMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-INVOICE-NUMBER
               FILE STATUS IS WS-INVMAS-STATUS.
      *
           SELECT PAYMENT-LOG-FILE ASSIGN TO CSHLOG
               FILE STATUS IS WS-CSHLOG-STATUS.
      *
           SELECT RTNMAS-FILE ASSIGN TO RTNMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RTN-RETURN-NUMBER
               FILE STATUS IS WS-RTNMAS-STATUS.
      *
           SELECT CRDMAS-FILE ASSIGN TO CRDMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-KEY
               FILE STATUS IS WS-CRDMAS-STATUS.
      *
           SELECT RECEIPT-LOG-FILE ASSIGN TO RCPLOG
               FILE STATUS IS WS-RCPLOG-STATUS.
      *
           SELECT POMAS-FILE ASSIGN TO POMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-PO-NUMBER
               FILE STATUS IS WS-POMAS-STATUS.
      *
           SELECT GLAMAP-FILE ASSIGN TO GLAMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLA-POSTING-CODE
               FILE STATUS IS WS-GLAMAP-STATUS.
      *
           SELECT GL-UPLOAD-FILE ASSIGN TO GLUPLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLUPLD-STATUS.
      *
           SELECT PROOF-REPORT-FILE ASSIGN TO GLJRN1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT PARM-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
      *
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  INVMAS-FILE.
      *
       COPY INVREC.
      *
       FD  PAYMENT-LOG-FILE.
      *
       COPY PAYREC.
      *
       FD  RTNMAS-FILE.
      *
       COPY RTNREC.
      *
       FD  CRDMAS-FILE.
      *
       COPY CRDREC.
      *
       FD  RECEIPT-LOG-FILE.
      *
       COPY RCPREC.
      *
       FD  POMAS-FILE.
      *
       COPY POREC.
      *
       FD  GLAMAP-FILE.
      *
       COPY GLAREC.
      *
       FD  GL-UPLOAD-FILE.
      *
       COPY GLJREC.
      *
       FD  PROOF-REPORT-FILE.
      *
       01  PROOF-REPORT-RECORD           PIC X(132).
      *
       FD  PARM-FILE.
      *
       01  PARM-RECORD.
           05  PARM-BUSINESS-DATE        PIC X(8).
           05  FILLER                    PIC X(72).
      *
       FD  RUNCTL-FILE.
      *
       COPY RUNREC.
      *
       WORKING-STORAGE SECTION.
      *
      *    RUN-CONTROL PLUMBING - THE JOB POSTS ITS START AND
      *    FINISH ON RUNCTL SO THE MORNING OPERATOR SEES THE
      *    STREAM AT A GLANCE ON THE RUN1 SCREEN
      *
       01  WS-RUNCTL-STATUS              PIC XX.
       01  WS-RC-STAMP-FIELDS.
           05  WS-RC-DATE                PIC 9(6).
           05  WS-RC-TIME                PIC 9(8).
       01  WS-RC-STAMP                   PIC 9(14).
       01  WS-RC-BUSINESS-DATE           PIC 9(8).
      *
       01  SWITCHES.
           05  END-OF-FILE-SW            PIC X       VALUE 'N'.
               88  END-OF-FILE                       VALUE 'Y'.
           05  END-OF-CREDITS-SW         PIC X       VALUE 'N'.
               88  END-OF-CREDITS                    VALUE 'Y'.
           05  BATCH-RELEASED-SW         PIC X       VALUE 'N'.
               88  BATCH-RELEASED                    VALUE 'Y'.
      *
       01  WS-FILE-STATUSES.
           05  WS-INVMAS-STATUS          PIC XX.
           05  WS-CSHLOG-STATUS          PIC XX.
           05  WS-RTNMAS-STATUS          PIC XX.
           05  WS-CRDMAS-STATUS          PIC XX.
           05  WS-RCPLOG-STATUS          PIC XX.
           05  WS-POMAS-STATUS           PIC XX.
           05  WS-GLAMAP-STATUS          PIC XX.
           05  WS-GLUPLD-STATUS          PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-PARM-STATUS            PIC XX.
      *
       01  WS-COUNTERS.
           05  WS-INVOICES-POSTED        PIC S9(7)   COMP VALUE ZERO.
           05  WS-PAYMENTS-POSTED        PIC S9(7)   COMP VALUE ZERO.
           05  WS-RETURNS-POSTED         PIC S9(7)   COMP VALUE ZERO.
           05  WS-RECEIPTS-POSTED        PIC S9(7)   COMP VALUE ZERO.
           05  WS-RECEIPTS-UNCOSTED      PIC S9(7)   COMP VALUE ZERO.
           05  WS-RECORDS-READ           PIC S9(7)   COMP VALUE ZERO.
           05  WS-UNMAPPED-COUNT         PIC S9(5)   COMP VALUE ZERO.
           05  WS-UNBALANCED-COUNT       PIC S9(5)   COMP VALUE ZERO.
           05  WS-UPLOAD-LINE-COUNT      PIC S9(5)   COMP VALUE ZERO.
      *
       01  WS-RUN-DATE-YMD               PIC 9(8).
      *
      *    THE BUSINESS DAY AS ABSTIME BOUNDS - THE LOG FILES ARE
      *    STAMPED WITH CICS ABSTIME (MILLISECONDS SINCE 1 JAN
      *    1900), THE SAME BASE AS THE DAY COUNT BELOW, AS
      *    SUPRPT1 BOUNDS ITS MONTH
      *
       01  WS-ABSTIME-FIELDS.
           05  WS-DAY-START-ABSTIME      PIC S9(15)  COMP.
           05  WS-DAY-END-ABSTIME        PIC S9(15)  COMP.
      *
      *    DATE-TO-DAY-COUNT WORK FIELDS (DAYS SINCE 1 JAN 1900)
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
      *    THE FOUR JOURNALS, IN THE ORDER THE RUN BUILDS THEM
      *
       01  WS-JOURNAL-VALUES.
           05  FILLER                    PIC X(23)
               VALUE 'INVBILLING'.
           05  FILLER                    PIC X(23)
               VALUE 'CSHCASH RECEIPTS'.
           05  FILLER                    PIC X(23)
               VALUE 'RTNCREDIT MEMOS'.
           05  FILLER                    PIC X(23)
               VALUE 'RCVRECEIVING'.
       01  WS-JOURNAL-TABLE REDEFINES WS-JOURNAL-VALUES.
           05  WS-JOURNAL-ENTRY          OCCURS 4 TIMES.
               10  WS-JOURNAL-CODE       PIC X(3).
               10  WS-JOURNAL-TITLE      PIC X(20).
      *
       01  WS-JOURNAL-TOTALS.
           05  WS-JT-ENTRY               OCCURS 4 TIMES.
               10  WS-JT-DEBITS          PIC 9(11)V99.
               10  WS-JT-CREDITS         PIC 9(11)V99.
       01  WS-JOURNAL-SUB                PIC S9(4)   COMP.
      *
       01  WS-BATCH-TOTALS.
           05  WS-BATCH-DEBITS           PIC 9(11)V99 VALUE ZERO.
           05  WS-BATCH-CREDITS          PIC 9(11)V99 VALUE ZERO.
      *
      *    ONE LINE PER JOURNAL, POSTING CODE AND SIDE. THE FOUR
      *    JOURNALS CAN RAISE NO MORE THAN FIFTEEN BETWEEN THEM,
      *    SO THE TABLE CANNOT FILL
      *
       01  WS-LINE-TABLE.
           05  WS-LN-ENTRY               OCCURS 30 TIMES.
               10  WS-LN-JOURNAL-SUB     PIC S9(4)   COMP.
               10  WS-LN-POSTING-CODE    PIC X(8).
               10  WS-LN-DEBIT-CREDIT    PIC X.
               10  WS-LN-AMOUNT          PIC 9(11)V99.
               10  WS-LN-ACCOUNT-NUMBER  PIC X(12).
               10  WS-LN-DESCRIPTION     PIC X(30).
       01  WS-LINE-COUNT-USED            PIC S9(4)   COMP VALUE ZERO.
       01  WS-LINE-SUB                   PIC S9(4)   COMP.
      *
      *    THE AMOUNT BEING POSTED BY 6000-POST-TO-JOURNAL
      *
       01  WS-POSTING-FIELDS.
           05  WS-POST-CODE              PIC X(8).
           05  WS-POST-DEBIT-CREDIT      PIC X.
           05  WS-POST-AMOUNT            PIC 9(11)V99.
      *
       01  WS-WORK-FIELDS.
           05  WS-ON-ACCOUNT-AMOUNT      PIC 9(9)V99.
           05  WS-AR-AMOUNT              PIC 9(9)V99.
           05  WS-RECEIPT-VALUE          PIC 9(11)V99.
           05  WS-OUT-OF-BALANCE         PIC 9(11)V99.
      *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40)   VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE 'GENERAL LEDGER JOURNAL PROOF'.
      *
       01  WS-DATE-LINE.
           05  FILLER                    PIC X(28)
               VALUE 'BUSINESS DATE           : '.
           05  DT-BUSINESS-DATE          PIC 9(8).
      *
       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                    PIC X(5)    VALUE 'JNL'.
           05  FILLER                    PIC X(10)   VALUE 'CODE'.
           05  FILLER                    PIC X(14)   VALUE 'ACCOUNT'.
           05  FILLER                    PIC X(32)
               VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(17)
               VALUE '            DEBIT'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(17)
               VALUE '           CREDIT'.
      *
       01  WS-JOURNAL-HEADING-LINE.
           05  FILLER                    PIC X(8)    VALUE 'JOURNAL '.
           05  JH-JOURNAL-CODE           PIC X(3).
           05  FILLER                    PIC X(3)    VALUE ' - '.
           05  JH-JOURNAL-TITLE          PIC X(20).
      *
       01  WS-DETAIL-LINE.
           05  DL-JOURNAL-CODE           PIC X(3).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-POSTING-CODE           PIC X(8).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-ACCOUNT-NUMBER         PIC X(12).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-DESCRIPTION            PIC X(30).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-DEBIT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-CREDIT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-JOURNAL-TOTAL-LINE.
           05  FILLER                    PIC X(17)   VALUE SPACES.
           05  FILLER                    PIC X(44)
               VALUE 'JOURNAL TOTAL'.
           05  JT-DEBIT-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  JT-CREDIT-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  JT-BALANCE-TEXT           PIC X(33).
      *
       01  WS-OUT-OF-BALANCE-TEXT.
           05  FILLER                    PIC X(15)
               VALUE 'OUT OF BALANCE'.
           05  OB-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-BATCH-TOTAL-LINE.
           05  FILLER                    PIC X(17)   VALUE SPACES.
           05  FILLER                    PIC X(44)
               VALUE 'BATCH TOTAL'.
           05  BT-DEBIT-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  BT-CREDIT-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-UNMAPPED-TEXT              PIC X(30)
               VALUE '*** NOT MAPPED ON GLAMAP ***'.
      *
       01  WS-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
               VALUE 'INVOICES POSTED         : '.
           05  TL1-INVOICES-POSTED       PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-2.
           05  FILLER                    PIC X(28)
               VALUE 'PAYMENT RECORDS POSTED  : '.
           05  TL2-PAYMENTS-POSTED       PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-3.
           05  FILLER                    PIC X(28)
               VALUE 'CREDIT MEMOS POSTED     : '.
           05  TL3-RETURNS-POSTED        PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-4.
           05  FILLER                    PIC X(28)
               VALUE 'RECEIPTS POSTED         : '.
           05  TL4-RECEIPTS-POSTED       PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-5.
           05  FILLER                    PIC X(28)
               VALUE 'RECEIPTS WITH NO PO COST: '.
           05  TL5-RECEIPTS-UNCOSTED     PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-6.
           05  FILLER                    PIC X(28)
               VALUE 'UPLOAD LINES WRITTEN    : '.
           05  TL6-UPLOAD-LINES          PIC ZZZ,ZZ9.
      *
       01  WS-RELEASED-LINE              PIC X(60)
               VALUE 'BATCH RELEASED TO GLUPLD'.
      *
       01  WS-NOT-RELEASED-LINE-1        PIC X(60)
               VALUE '*** BATCH NOT RELEASED - GLUPLD LEFT EMPTY ***'.
      *
       01  WS-NOT-RELEASED-LINE-2.
           05  FILLER                    PIC X(28)
               VALUE 'JOURNALS OUT OF BALANCE : '.
           05  NR-UNBALANCED-COUNT       PIC ZZZ,ZZ9.
      *
       01  WS-NOT-RELEASED-LINE-3.
           05  FILLER                    PIC X(28)
               VALUE 'LINES WITH NO ACCOUNT   : '.
           05  NR-UNMAPPED-COUNT         PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       0000-BUILD-GL-JOURNALS.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 8900-OPEN-RUN-CONTROL.
      *
           MOVE 1 TO WS-JOURNAL-SUB.
           PERFORM 2000-BUILD-BILLING-JOURNAL.
           MOVE 2 TO WS-JOURNAL-SUB.
           PERFORM 3000-BUILD-CASH-JOURNAL.
           MOVE 3 TO WS-JOURNAL-SUB.
           PERFORM 4000-BUILD-RETURNS-JOURNAL.
           MOVE 4 TO WS-JOURNAL-SUB.
           PERFORM 5000-BUILD-RECEIVING-JOURNAL.
      *
           PERFORM 6500-MAP-ACCOUNTS.
           PERFORM 7000-PROVE-BATCH.
           IF BATCH-RELEASED
               PERFORM 7500-WRITE-UPLOAD-FILE
           END-IF.
           PERFORM 7700-PRINT-JOURNAL-PROOF.
           PERFORM 9000-TERMINATE.
      *
           PERFORM 8950-CLOSE-RUN-CONTROL.
           STOP RUN.
      *
       1000-INITIALIZE.
      *
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END
                   MOVE SPACES TO PARM-BUSINESS-DATE
           END-READ.
           CLOSE PARM-FILE.
      *
           IF PARM-BUSINESS-DATE IS NUMERIC
               MOVE PARM-BUSINESS-DATE TO WS-RUN-DATE-YMD
           ELSE
               DISPLAY 'GLJRN1 - BUSINESS DATE PARAMETER MISSING '
                       'OR NOT NUMERIC - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           MOVE WS-RUN-DATE-YMD TO WS-CONVERT-DATE.
           PERFORM 8000-CONVERT-DATE-TO-DAYS.
           COMPUTE WS-DAY-START-ABSTIME = WS-DAY-COUNT * 86400000.
           COMPUTE WS-DAY-END-ABSTIME =
               (WS-DAY-COUNT + 1) * 86400000.
      *
           INITIALIZE WS-JOURNAL-TOTALS.
           INITIALIZE WS-LINE-TABLE.
      *
           OPEN INPUT INVMAS-FILE.
           OPEN INPUT PAYMENT-LOG-FILE.
           OPEN INPUT RTNMAS-FILE.
           OPEN INPUT CRDMAS-FILE.
           OPEN INPUT RECEIPT-LOG-FILE.
           OPEN INPUT POMAS-FILE.
           OPEN INPUT GLAMAP-FILE.
           OPEN OUTPUT GL-UPLOAD-FILE.
           OPEN OUTPUT PROOF-REPORT-FILE.
      *
       2000-BUILD-BILLING-JOURNAL.
      *
      *    EVERY INVOICE CUT ON THE BUSINESS DATE - INVGEN1'S AND
      *    THE FINANCE CHARGES DUNLTR1 RAISES
      *
           MOVE 'N' TO END-OF-FILE-SW.
           PERFORM UNTIL END-OF-FILE
               READ INVMAS-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE-SW
               END-READ
               IF NOT END-OF-FILE
                   IF INV-INVOICE-DATE = WS-RUN-DATE-YMD
                       PERFORM 2100-POST-INVOICE
                   END-IF
               END-IF
           END-PERFORM.
      *
       2100-POST-INVOICE.
      *
           ADD 1 TO WS-INVOICES-POSTED.
      *
           MOVE 'ARTRADE' TO WS-POST-CODE.
           MOVE 'D' TO WS-POST-DEBIT-CREDIT.
           MOVE INV-GROSS-TOTAL TO WS-POST-AMOUNT.
           PERFORM 6000-POST-TO-JOURNAL.
      *
           IF INV-ORDER-NUMBER = ZERO
               MOVE 'FINCHG' TO WS-POST-CODE
           ELSE
               MOVE 'SALES' TO WS-POST-CODE
           END-IF.
           MOVE 'C' TO WS-POST-DEBIT-CREDIT.
           MOVE INV-MERCHANDISE-TOTAL TO WS-POST-AMOUNT.
           PERFORM 6000-POST-TO-JOURNAL.
      *
           MOVE 'SALESTAX' TO WS-POST-CODE.
           MOVE 'C' TO WS-POST-DEBIT-CREDIT.
           MOVE INV-TAX-AMOUNT TO WS-POST-AMOUNT.
           PERFORM 6000-POST-TO-JOURNAL.
      *
           IF INV-FREIGHT-AMOUNT > ZERO
               MOVE 'FREIGHT' TO WS-POST-CODE
               MOVE 'C' TO WS-POST-DEBIT-CREDIT
               MOVE INV-FREIGHT-AMOUNT TO WS-POST-AMOUNT
               PERFORM 6000-POST-TO-JOURNAL
           END-IF.
      *
       3000-BUILD-CASH-JOURNAL.
      *
           MOVE 'N' TO END-OF-FILE-SW.
           PERFORM UNTIL END-OF-FILE
               READ PAYMENT-LOG-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE-SW
               END-READ
               IF NOT END-OF-FILE
                   IF PAY-TIMESTAMP NOT < WS-DAY-START-ABSTIME
                      AND PAY-TIMESTAMP < WS-DAY-END-ABSTIME
                       PERFORM 3100-POST-PAYMENT
                   END-IF
               END-IF
           END-PERFORM.
      *
       3100-POST-PAYMENT.
      *
      *    AN APPLIED CREDIT IS NO NEW MONEY - IT MOVES THE
      *    CUSTOMER'S CREDIT ONTO THE RECEIVABLE
      *
           ADD 1 TO WS-PAYMENTS-POSTED.
           MOVE PAY-AMOUNT TO WS-POST-AMOUNT.
      *
           EVALUATE TRUE
               WHEN PAY-SOURCE-CREDIT-APPLIED
                   MOVE 'CUSTCRED' TO WS-POST-CODE
               WHEN OTHER
                   MOVE 'CASH' TO WS-POST-CODE
           END-EVALUATE.
           MOVE 'D' TO WS-POST-DEBIT-CREDIT.
           PERFORM 6000-POST-TO-JOURNAL.
      *
           EVALUATE TRUE
               WHEN PAY-SOURCE-ON-ACCOUNT
                   MOVE 'CUSTCRED' TO WS-POST-CODE
               WHEN OTHER
                   MOVE 'ARTRADE' TO WS-POST-CODE
           END-EVALUATE.
           MOVE 'C' TO WS-POST-DEBIT-CREDIT.
           PERFORM 6000-POST-TO-JOURNAL.
      *
       4000-BUILD-RETURNS-JOURNAL.
      *
      *    THE SAME CREDIT MEMOS CRMPRT1 PRINTS FOR THE DATE
      *
           MOVE 'N' TO END-OF-FILE-SW.
           PERFORM UNTIL END-OF-FILE
               READ RTNMAS-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE-SW
               END-READ
               IF NOT END-OF-FILE
                   IF RTN-RETURN-DATE = WS-RUN-DATE-YMD
                       PERFORM 4100-POST-CREDIT-MEMO
                   END-IF
               END-IF
           END-PERFORM.
      *
       4100-POST-CREDIT-MEMO.
      *
           ADD 1 TO WS-RETURNS-POSTED.
      *
           MOVE 'RETURNS' TO WS-POST-CODE.
           MOVE 'D' TO WS-POST-DEBIT-CREDIT.
           MOVE RTN-CREDIT-MERCHANDISE TO WS-POST-AMOUNT.
           PERFORM 6000-POST-TO-JOURNAL.
      *
           MOVE 'SALESTAX' TO WS-POST-CODE.
           MOVE 'D' TO WS-POST-DEBIT-CREDIT.
           MOVE RTN-CREDIT-TAX TO WS-POST-AMOUNT.
           PERFORM 6000-POST-TO-JOURNAL.
      *
      *    WHAT THE ORDER'S INVOICE COULD NOT TAKE WENT ON ACCOUNT
      *    AS A CREDIT-MEMO CREDIT POINTING BACK AT THIS RETURN
      *
           PERFORM 4200-FIND-ON-ACCOUNT-CREDIT.
           IF WS-ON-ACCOUNT-AMOUNT > RTN-CREDIT-TOTAL
               MOVE RTN-CREDIT-TOTAL TO WS-ON-ACCOUNT-AMOUNT
           END-IF.
           COMPUTE WS-AR-AMOUNT =
               RTN-CREDIT-TOTAL - WS-ON-ACCOUNT-AMOUNT.
      *
           MOVE 'ARTRADE' TO WS-POST-CODE.
           MOVE 'C' TO WS-POST-DEBIT-CREDIT.
           MOVE WS-AR-AMOUNT TO WS-POST-AMOUNT.
           PERFORM 6000-POST-TO-JOURNAL.
      *
           MOVE 'CUSTCRED' TO WS-POST-CODE.
           MOVE 'C' TO WS-POST-DEBIT-CREDIT.
           MOVE WS-ON-ACCOUNT-AMOUNT TO WS-POST-AMOUNT.
           PERFORM 6000-POST-TO-JOURNAL.
      *
       4200-FIND-ON-ACCOUNT-CREDIT.
      *
           MOVE ZERO TO WS-ON-ACCOUNT-AMOUNT.
           MOVE 'N' TO END-OF-CREDITS-SW.
           MOVE RTN-CUSTOMER-NUMBER TO CRD-CUSTOMER-NUMBER.
           MOVE ZERO TO CRD-CREDIT-NUMBER.
           START CRDMAS-FILE KEY IS NOT LESS THAN CRD-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-CREDITS-SW
           END-START.
      *
           PERFORM UNTIL END-OF-CREDITS
               READ CRDMAS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-CREDITS-SW
               END-READ
               IF NOT END-OF-CREDITS
                   IF CRD-CUSTOMER-NUMBER NOT = RTN-CUSTOMER-NUMBER
                       MOVE 'Y' TO END-OF-CREDITS-SW
                   ELSE
                       IF CRD-TYPE-CREDIT-MEMO
                          AND CRD-SOURCE-NUMBER = RTN-RETURN-NUMBER
                           ADD CRD-ORIGINAL-AMOUNT
                               TO WS-ON-ACCOUNT-AMOUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
       5000-BUILD-RECEIVING-JOURNAL.
      *
           MOVE 'N' TO END-OF-FILE-SW.
           PERFORM UNTIL END-OF-FILE
               READ RECEIPT-LOG-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE-SW
               END-READ
               IF NOT END-OF-FILE
                   IF RCP-TIMESTAMP NOT < WS-DAY-START-ABSTIME
                      AND RCP-TIMESTAMP < WS-DAY-END-ABSTIME
                       PERFORM 5100-POST-RECEIPT
                   END-IF
               END-IF
           END-PERFORM.
      *
       5100-POST-RECEIPT.
      *
      *    VALUED AT WHAT THE PO SAYS WE PAY - THE SAME COST THE
      *    RECEIPT WAS AVERAGED INTO THE PRODUCT AT
      *
           MOVE RCP-PO-NUMBER TO PO-PO-NUMBER.
           READ POMAS-FILE
               INVALID KEY
                   MOVE ZERO TO PO-UNIT-COST
           END-READ.
      *
           IF PO-UNIT-COST = ZERO
               ADD 1 TO WS-RECEIPTS-UNCOSTED
           ELSE
               ADD 1 TO WS-RECEIPTS-POSTED
               COMPUTE WS-RECEIPT-VALUE ROUNDED =
                   RCP-QTY-RECEIVED * PO-UNIT-COST
               MOVE WS-RECEIPT-VALUE TO WS-POST-AMOUNT
               MOVE 'INVENTRY' TO WS-POST-CODE
               MOVE 'D' TO WS-POST-DEBIT-CREDIT
               PERFORM 6000-POST-TO-JOURNAL
               MOVE WS-RECEIPT-VALUE TO WS-POST-AMOUNT
               MOVE 'RCVNINV' TO WS-POST-CODE
               MOVE 'C' TO WS-POST-DEBIT-CREDIT
               PERFORM 6000-POST-TO-JOURNAL
           END-IF.
      *
       6000-POST-TO-JOURNAL.
      *
      *    ADD WS-POST-AMOUNT TO THE CURRENT JOURNAL'S LINE FOR
      *    THE POSTING CODE AND SIDE, OPENING THE LINE THE FIRST
      *    TIME IT IS USED. ZERO AMOUNTS RAISE NO LINE.
      *
           IF WS-POST-AMOUNT > ZERO
               PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > WS-LINE-COUNT-USED
                       OR (WS-LN-JOURNAL-SUB(WS-LINE-SUB) =
                              WS-JOURNAL-SUB
                           AND WS-LN-POSTING-CODE(WS-LINE-SUB) =
                              WS-POST-CODE
                           AND WS-LN-DEBIT-CREDIT(WS-LINE-SUB) =
                              WS-POST-DEBIT-CREDIT)
                   CONTINUE
               END-PERFORM
               IF WS-LINE-SUB > WS-LINE-COUNT-USED
                   ADD 1 TO WS-LINE-COUNT-USED
                   MOVE WS-JOURNAL-SUB
                       TO WS-LN-JOURNAL-SUB(WS-LINE-SUB)
                   MOVE WS-POST-CODE
                       TO WS-LN-POSTING-CODE(WS-LINE-SUB)
                   MOVE WS-POST-DEBIT-CREDIT
                       TO WS-LN-DEBIT-CREDIT(WS-LINE-SUB)
                   MOVE ZERO TO WS-LN-AMOUNT(WS-LINE-SUB)
               END-IF
               ADD WS-POST-AMOUNT TO WS-LN-AMOUNT(WS-LINE-SUB)
           END-IF.
      *
       6500-MAP-ACCOUNTS.
      *
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT-USED
               MOVE WS-LN-POSTING-CODE(WS-LINE-SUB)
                   TO GLA-POSTING-CODE
               READ GLAMAP-FILE
                   INVALID KEY
                       MOVE SPACES TO GLA-ACCOUNT-NUMBER
                       MOVE WS-UNMAPPED-TEXT TO GLA-DESCRIPTION
                       ADD 1 TO WS-UNMAPPED-COUNT
               END-READ
               MOVE GLA-ACCOUNT-NUMBER
                   TO WS-LN-ACCOUNT-NUMBER(WS-LINE-SUB)
               MOVE GLA-DESCRIPTION
                   TO WS-LN-DESCRIPTION(WS-LINE-SUB)
           END-PERFORM.
      *
       7000-PROVE-BATCH.
      *
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT-USED
               MOVE WS-LN-JOURNAL-SUB(WS-LINE-SUB) TO WS-JOURNAL-SUB
               IF WS-LN-DEBIT-CREDIT(WS-LINE-SUB) = 'D'
                   ADD WS-LN-AMOUNT(WS-LINE-SUB)
                       TO WS-JT-DEBITS(WS-JOURNAL-SUB)
                   ADD WS-LN-AMOUNT(WS-LINE-SUB) TO WS-BATCH-DEBITS
               ELSE
                   ADD WS-LN-AMOUNT(WS-LINE-SUB)
                       TO WS-JT-CREDITS(WS-JOURNAL-SUB)
                   ADD WS-LN-AMOUNT(WS-LINE-SUB) TO WS-BATCH-CREDITS
               END-IF
           END-PERFORM.
      *
           PERFORM VARYING WS-JOURNAL-SUB FROM 1 BY 1
                   UNTIL WS-JOURNAL-SUB > 4
               IF WS-JT-DEBITS(WS-JOURNAL-SUB) NOT =
                  WS-JT-CREDITS(WS-JOURNAL-SUB)
                   ADD 1 TO WS-UNBALANCED-COUNT
               END-IF
           END-PERFORM.
      *
           IF WS-UNBALANCED-COUNT = ZERO
              AND WS-UNMAPPED-COUNT = ZERO
               MOVE 'Y' TO BATCH-RELEASED-SW
           ELSE
               MOVE 'N' TO BATCH-RELEASED-SW
           END-IF.
      *
       7500-WRITE-UPLOAD-FILE.
      *
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT-USED
               MOVE WS-LN-JOURNAL-SUB(WS-LINE-SUB) TO WS-JOURNAL-SUB
               ADD 1 TO WS-UPLOAD-LINE-COUNT
               MOVE SPACES TO GL-UPLOAD-RECORD
               MOVE WS-RUN-DATE-YMD TO GLJ-BATCH-DATE
               MOVE WS-JOURNAL-CODE(WS-JOURNAL-SUB)
                   TO GLJ-JOURNAL-CODE
               MOVE WS-UPLOAD-LINE-COUNT TO GLJ-LINE-NUMBER
               MOVE WS-LN-ACCOUNT-NUMBER(WS-LINE-SUB)
                   TO GLJ-ACCOUNT-NUMBER
               MOVE WS-LN-POSTING-CODE(WS-LINE-SUB)
                   TO GLJ-POSTING-CODE
               MOVE WS-LN-DEBIT-CREDIT(WS-LINE-SUB)
                   TO GLJ-DEBIT-CREDIT
               MOVE WS-LN-AMOUNT(WS-LINE-SUB) TO GLJ-AMOUNT
               MOVE WS-JOURNAL-TITLE(WS-JOURNAL-SUB)
                   TO GLJ-DESCRIPTION
               WRITE GL-UPLOAD-RECORD
           END-PERFORM.
      *
       7700-PRINT-JOURNAL-PROOF.
      *
           WRITE PROOF-REPORT-RECORD FROM WS-HEADING-LINE-1.
           MOVE SPACES TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           MOVE WS-RUN-DATE-YMD TO DT-BUSINESS-DATE.
           WRITE PROOF-REPORT-RECORD FROM WS-DATE-LINE.
           MOVE SPACES TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD FROM WS-COLUMN-HEADING-LINE.
      *
           PERFORM VARYING WS-JOURNAL-SUB FROM 1 BY 1
                   UNTIL WS-JOURNAL-SUB > 4
               PERFORM 7750-PRINT-ONE-JOURNAL
           END-PERFORM.
      *
           MOVE SPACES TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           MOVE WS-BATCH-DEBITS TO BT-DEBIT-TOTAL.
           MOVE WS-BATCH-CREDITS TO BT-CREDIT-TOTAL.
           WRITE PROOF-REPORT-RECORD FROM WS-BATCH-TOTAL-LINE.
      *
       7750-PRINT-ONE-JOURNAL.
      *
           MOVE SPACES TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           MOVE WS-JOURNAL-CODE(WS-JOURNAL-SUB) TO JH-JOURNAL-CODE.
           MOVE WS-JOURNAL-TITLE(WS-JOURNAL-SUB) TO JH-JOURNAL-TITLE.
           WRITE PROOF-REPORT-RECORD FROM WS-JOURNAL-HEADING-LINE.
      *
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT-USED
               IF WS-LN-JOURNAL-SUB(WS-LINE-SUB) = WS-JOURNAL-SUB
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-JOURNAL-CODE(WS-JOURNAL-SUB)
                       TO DL-JOURNAL-CODE
                   MOVE WS-LN-POSTING-CODE(WS-LINE-SUB)
                       TO DL-POSTING-CODE
                   MOVE WS-LN-ACCOUNT-NUMBER(WS-LINE-SUB)
                       TO DL-ACCOUNT-NUMBER
                   MOVE WS-LN-DESCRIPTION(WS-LINE-SUB)
                       TO DL-DESCRIPTION
                   IF WS-LN-DEBIT-CREDIT(WS-LINE-SUB) = 'D'
                       MOVE WS-LN-AMOUNT(WS-LINE-SUB)
                           TO DL-DEBIT-AMOUNT
                   ELSE
                       MOVE WS-LN-AMOUNT(WS-LINE-SUB)
                           TO DL-CREDIT-AMOUNT
                   END-IF
                   WRITE PROOF-REPORT-RECORD FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM.
      *
           MOVE WS-JT-DEBITS(WS-JOURNAL-SUB) TO JT-DEBIT-TOTAL.
           MOVE WS-JT-CREDITS(WS-JOURNAL-SUB) TO JT-CREDIT-TOTAL.
           IF WS-JT-DEBITS(WS-JOURNAL-SUB) =
              WS-JT-CREDITS(WS-JOURNAL-SUB)
               MOVE 'IN BALANCE' TO JT-BALANCE-TEXT
           ELSE
               IF WS-JT-DEBITS(WS-JOURNAL-SUB) >
                  WS-JT-CREDITS(WS-JOURNAL-SUB)
                   COMPUTE WS-OUT-OF-BALANCE =
                       WS-JT-DEBITS(WS-JOURNAL-SUB)
                     - WS-JT-CREDITS(WS-JOURNAL-SUB)
               ELSE
                   COMPUTE WS-OUT-OF-BALANCE =
                       WS-JT-CREDITS(WS-JOURNAL-SUB)
                     - WS-JT-DEBITS(WS-JOURNAL-SUB)
               END-IF
               MOVE WS-OUT-OF-BALANCE TO OB-AMOUNT
               MOVE WS-OUT-OF-BALANCE-TEXT TO JT-BALANCE-TEXT
           END-IF.
           WRITE PROOF-REPORT-RECORD FROM WS-JOURNAL-TOTAL-LINE.
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
      *
       9000-TERMINATE.
      *
           COMPUTE WS-RECORDS-READ =
               WS-INVOICES-POSTED + WS-PAYMENTS-POSTED
             + WS-RETURNS-POSTED + WS-RECEIPTS-POSTED.
      *
           MOVE SPACES TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           MOVE WS-INVOICES-POSTED TO TL1-INVOICES-POSTED.
           WRITE PROOF-REPORT-RECORD FROM WS-TOTAL-LINE-1.
           MOVE WS-PAYMENTS-POSTED TO TL2-PAYMENTS-POSTED.
           WRITE PROOF-REPORT-RECORD FROM WS-TOTAL-LINE-2.
           MOVE WS-RETURNS-POSTED TO TL3-RETURNS-POSTED.
           WRITE PROOF-REPORT-RECORD FROM WS-TOTAL-LINE-3.
           MOVE WS-RECEIPTS-POSTED TO TL4-RECEIPTS-POSTED.
           WRITE PROOF-REPORT-RECORD FROM WS-TOTAL-LINE-4.
           MOVE WS-RECEIPTS-UNCOSTED TO TL5-RECEIPTS-UNCOSTED.
           WRITE PROOF-REPORT-RECORD FROM WS-TOTAL-LINE-5.
           MOVE WS-UPLOAD-LINE-COUNT TO TL6-UPLOAD-LINES.
           WRITE PROOF-REPORT-RECORD FROM WS-TOTAL-LINE-6.
      *
           MOVE SPACES TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           IF BATCH-RELEASED
               WRITE PROOF-REPORT-RECORD FROM WS-RELEASED-LINE
           ELSE
               WRITE PROOF-REPORT-RECORD FROM WS-NOT-RELEASED-LINE-1
               MOVE WS-UNBALANCED-COUNT TO NR-UNBALANCED-COUNT
               WRITE PROOF-REPORT-RECORD FROM WS-NOT-RELEASED-LINE-2
               MOVE WS-UNMAPPED-COUNT TO NR-UNMAPPED-COUNT
               WRITE PROOF-REPORT-RECORD FROM WS-NOT-RELEASED-LINE-3
               DISPLAY 'GLJRN1 - JOURNAL BATCH NOT RELEASED - SEE '
                       'THE JOURNAL PROOF'
               MOVE 16 TO RETURN-CODE
           END-IF.
      *
           CLOSE INVMAS-FILE.
           CLOSE PAYMENT-LOG-FILE.
           CLOSE RTNMAS-FILE.
           CLOSE CRDMAS-FILE.
           CLOSE RECEIPT-LOG-FILE.
           CLOSE POMAS-FILE.
           CLOSE GLAMAP-FILE.
           CLOSE GL-UPLOAD-FILE.
           CLOSE PROOF-REPORT-FILE.
      *
       8900-OPEN-RUN-CONTROL.
      *
      *    POST THE JOB'S START ON THE RUN-CONTROL FILE. A RERUN
      *    FOR THE SAME BUSINESS DATE REWRITES ITS OWN RECORD.
      *
           ACCEPT WS-RC-DATE FROM DATE.
           ACCEPT WS-RC-TIME FROM TIME.
           COMPUTE WS-RC-STAMP =
               WS-RC-DATE * 100000000 + WS-RC-TIME.
           MOVE WS-RUN-DATE-YMD TO WS-RC-BUSINESS-DATE.
      *
           OPEN I-O RUNCTL-FILE.
      *
           MOVE 'GLJRN1  ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           MOVE 'GLJRN1  ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           MOVE WS-RC-STAMP TO RUN-START-STAMP.
           MOVE ZERO TO RUN-END-STAMP.
           MOVE ZERO TO RUN-RETURN-CODE.
           MOVE ZERO TO RUN-RECORDS-PROCESSED.
           SET RUN-STATUS-RUNNING TO TRUE.
      *
           IF WS-RUNCTL-STATUS = '00'
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
           END-IF.
      *
       8950-CLOSE-RUN-CONTROL.
      *
      *    POST THE FINISH - END STAMP, RETURN CODE, AND RECORDS
      *    PROCESSED - AND MARK THE RUN ENDED
      *
           ACCEPT WS-RC-DATE FROM DATE.
           ACCEPT WS-RC-TIME FROM TIME.
           COMPUTE WS-RC-STAMP =
               WS-RC-DATE * 100000000 + WS-RC-TIME.
      *
           MOVE 'GLJRN1  ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-RUNCTL-STATUS = '00'
               MOVE WS-RC-STAMP TO RUN-END-STAMP
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-RECORDS-READ TO RUN-RECORDS-PROCESSED
               SET RUN-STATUS-ENDED TO TRUE
               REWRITE RUN-CONTROL-RECORD
           END-IF.
      *
           CLOSE RUNCTL-FILE.
