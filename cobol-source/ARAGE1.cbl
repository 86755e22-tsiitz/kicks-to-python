      * TRAIL EVERY OTHER HOLD IN THIS SHOP LEAVES; A CUSTOMER   *
      * ALREADY ON A HOLD IS LEFT AS-IS AND NOTED.               *
      *                                                          *
      * THE CUSTOMER'S UNAPPLIED ON-ACCOUNT CREDIT - WHAT        *
      * REMAINS ON THEIR OPEN AND REFUND-REQUESTED CRDMAS        *
      * CREDITS - IS SHOWN BESIDE THE BUCKETS AND NETTED         *
      * AGAINST THE TOTAL, SO A CUSTOMER HOLDING MORE CREDIT     *
      * THAN THEY OWE SHOWS A NEGATIVE NET. THE BUCKETS          *
      * THEMSELVES (AND SO THE OVER-90 HOLD) STAY GROSS UNTIL    *
      * THE CREDIT IS ACTUALLY APPLIED ON THE CREDIT SCREEN      *
      * (CRD1).                                                  *
      *                                                          *
      * PER-CUSTOMER ACCUMULATORS ARE A BOUNDED TABLE LIKE       *
      * ORDRPT1'S TOP-CUSTOMER TABLE - OVERFLOW IS COUNTED AND   *
      * NOTED ON THE REPORT RATHER THAN SILENTLY DROPPED.        *
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-INVOICE-NUMBER
               FILE STATUS IS WS-INVMAS-STATUS.
      *
           SELECT CRDMAS-FILE ASSIGN TO CRDMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRD-KEY
               FILE STATUS IS WS-CRDMAS-STATUS.
      *
           SELECT CUSTMAS-FILE ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
       FD  INVMAS-FILE.
      *
       COPY INVREC.
      *
       FD  CRDMAS-FILE.
      *
       COPY CRDREC.
      *
       FD  CUSTMAS-FILE.
      *
               88  END-OF-FILE                       VALUE 'Y'.
           05  CUSTOMER-FOUND-SW         PIC X       VALUE 'Y'.
               88  CUSTOMER-FOUND                    VALUE 'Y'.
           05  END-OF-CREDITS-SW         PIC X       VALUE 'N'.
               88  END-OF-CREDITS                    VALUE 'Y'.
      *
       01  WS-FILE-STATUSES.
           05  WS-INVMAS-STATUS          PIC XX.
           05  WS-CRDMAS-STATUS          PIC XX.
           05  WS-CUSTMAS-STATUS         PIC XX.
           05  WS-AUDIT-STATUS           PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-CUSTOMERS-LISTED       PIC S9(7)   COMP VALUE ZERO.
           05  WS-HOLDS-SET              PIC S9(7)   COMP VALUE ZERO.
           05  WS-OVERFLOW-COUNT         PIC S9(7)   COMP VALUE ZERO.
           05  WS-CREDITS-COUNTED        PIC S9(7)   COMP VALUE ZERO.
           05  WS-CREDIT-OVERFLOW-COUNT  PIC S9(7)   COMP VALUE ZERO.
      *
       01  WS-RUN-DATE-YMD               PIC 9(8).
       01  WS-RUN-DAY-COUNT              PIC S9(9)   COMP.
       01  WS-INVOICE-DAY-COUNT          PIC S9(9)   COMP.
       01  WS-INVOICE-AGE-DAYS           PIC S9(9)   COMP.
       01  WS-INVOICE-BALANCE            PIC 9(9)V99.
       01  WS-CREDIT-REMAINING           PIC 9(9)V99.
       01  WS-FIND-CUSTOMER              PIC 9(6).
      *
      *    DATE-TO-DAY-COUNT WORK FIELDS (DAYS SINCE 1 JAN 1900),
      *    SAME LONGHAND CONVERSION THE CUSTAUD ARCHIVE JOB USES
               10  WS-AGE-OVER-30        PIC 9(9)V99.
               10  WS-AGE-OVER-60        PIC 9(9)V99.
               10  WS-AGE-OVER-90        PIC 9(9)V99.
               10  WS-AGE-CREDIT         PIC 9(9)V99.
       01  WS-AGE-ENTRY-COUNT            PIC S9(4)   COMP VALUE ZERO.
       01  WS-AGE-SUB                    PIC S9(4)   COMP.
      *
       01  WS-CUSTOMER-TOTAL             PIC 9(11)V99.
       01  WS-CUSTOMER-NET               PIC S9(11)V99.
      *
       01  WS-GRAND-TOTALS.
           05  WS-GT-CURRENT             PIC 9(11)V99 VALUE ZERO.
           05  WS-GT-OVER-60             PIC 9(11)V99 VALUE ZERO.
           05  WS-GT-OVER-90             PIC 9(11)V99 VALUE ZERO.
           05  WS-GT-TOTAL               PIC 9(11)V99 VALUE ZERO.
           05  WS-GT-CREDIT              PIC 9(11)V99 VALUE ZERO.
           05  WS-GT-NET                 PIC S9(11)V99 VALUE ZERO.
      *
      *    BATCH SUBSTITUTE FOR CICS ASKTIME/EIBOPID/EIBTRNID
      *
           05  FILLER                    PIC X(28)
               VALUE 'AGED AS OF              : '.
           05  DT-BUSINESS-DATE          PIC 9(8).
      *
      *
      *    THE UNAPPLIED CREDIT AND NET COLUMNS SQUEEZE THE NAME
      *    AND THE AMOUNTS TO FIT 132 - THE GRAND TOTALS DROP THEIR
      *    COMMAS INSTEAD OF THEIR HIGH-ORDER DIGITS
      *
       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                    PIC X(6)    VALUE 'CUST #'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(14)   VALUE 'NAME'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(13)
               VALUE '      CURRENT'.
           05  FILLER                    PIC X(13)
               VALUE '        31-60'.
           05  FILLER                    PIC X(13)
               VALUE '        61-90'.
           05  FILLER                    PIC X(13)
               VALUE '      OVER 90'.
           05  FILLER                    PIC X(13)
               VALUE '        TOTAL'.
           05  FILLER                    PIC X(13)
               VALUE '    UNAPPL CR'.
           05  FILLER                    PIC X(14)
               VALUE '           NET'.
           05  FILLER                    PIC X(1)    VALUE SPACES.
           05  FILLER                    PIC X(15)   VALUE 'ACTION'.
      *
       01  WS-DETAIL-LINE.
           05  DL-CUSTOMER-NUMBER        PIC 9(6).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-CUSTOMER-NAME          PIC X(14).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-CURRENT                PIC ZZ,ZZZ,ZZ9.99.
           05  DL-OVER-30                PIC ZZ,ZZZ,ZZ9.99.
           05  DL-OVER-60                PIC ZZ,ZZZ,ZZ9.99.
           05  DL-OVER-90                PIC ZZ,ZZZ,ZZ9.99.
           05  DL-TOTAL                  PIC ZZ,ZZZ,ZZ9.99.
           05  DL-CREDIT                 PIC ZZ,ZZZ,ZZ9.99.
           05  DL-NET                    PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(1)    VALUE SPACES.
           05  DL-ACTION                 PIC X(15).
      *
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                    PIC X(6)    VALUE 'TOTAL'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(14)   VALUE SPACES.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  GT-CURRENT                PIC ZZZZZZZZZ9.99.
           05  GT-OVER-30                PIC ZZZZZZZZZ9.99.
           05  GT-OVER-60                PIC ZZZZZZZZZ9.99.
           05  GT-OVER-90                PIC ZZZZZZZZZ9.99.
           05  GT-TOTAL                  PIC ZZZZZZZZZ9.99.
           05  GT-CREDIT                 PIC ZZZZZZZZZ9.99.
           05  GT-NET                    PIC -ZZZZZZZZZ9.99.
      *
       01  WS-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
           05  FILLER                    PIC X(28)
               VALUE 'CREDIT HOLDS SET        : '.
           05  TL4-HOLDS-SET             PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-5.
           05  FILLER                    PIC X(28)
               VALUE 'ON-ACCOUNT CREDITS      : '.
           05  TL5-CREDITS-COUNTED       PIC ZZZ,ZZ9.
      *
       01  WS-OVERFLOW-LINE.
           05  FILLER                    PIC X(34)
           05  OV-OVERFLOW-COUNT         PIC ZZ,ZZ9.
           05  FILLER                    PIC X(25)
               VALUE ' INVOICES NOT AGED ABOVE'.
      *
       01  WS-CREDIT-OVERFLOW-LINE.
           05  FILLER                    PIC X(34)
               VALUE 'CUSTOMER TABLE OVERFLOWED - '.
           05  OV-CREDIT-OVERFLOW-COUNT  PIC ZZ,ZZ9.
           05  FILLER                    PIC X(27)
               VALUE ' CREDITS NOT NETTED ABOVE'.
      *
       PROCEDURE DIVISION.
      *
                   END-IF
               END-IF
           END-PERFORM.
      *
           PERFORM UNTIL END-OF-CREDITS
               PERFORM 2500-READ-CREDIT-RECORD
               IF NOT END-OF-CREDITS
                   IF CRD-STATUS-OPEN OR CRD-STATUS-REFUND-REQUESTED
                       PERFORM 3500-ADD-UNAPPLIED-CREDIT
                   END-IF
               END-IF
           END-PERFORM.
      *
           PERFORM 4000-PRINT-AGING-LINES.
           PERFORM 9000-TERMINATE.
           MOVE WS-DAY-COUNT TO WS-RUN-DAY-COUNT.
      *
           OPEN INPUT INVMAS-FILE.
           OPEN INPUT CRDMAS-FILE.
           OPEN I-O CUSTMAS-FILE.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT AGING-REPORT-FILE.
           IF NOT END-OF-FILE
               ADD 1 TO WS-INVOICES-READ
           END-IF.
      *
       2500-READ-CREDIT-RECORD.
      *
           READ CRDMAS-FILE
               AT END
                   MOVE 'Y' TO END-OF-CREDITS-SW
           END-READ.
      *
       3000-AGE-OPEN-INVOICE.
      *
           COMPUTE WS-INVOICE-AGE-DAYS =
               WS-RUN-DAY-COUNT - WS-INVOICE-DAY-COUNT.
      *
           MOVE INV-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER.
           PERFORM 3100-FIND-CUSTOMER-ENTRY.
      *
           IF WS-AGE-SUB > ZERO
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB > WS-AGE-ENTRY-COUNT
                   OR WS-AGE-CUSTOMER(WS-AGE-SUB) =
                      WS-FIND-CUSTOMER
               CONTINUE
           END-PERFORM.
      *
               IF WS-AGE-ENTRY-COUNT < 500
                   ADD 1 TO WS-AGE-ENTRY-COUNT
                   MOVE WS-AGE-ENTRY-COUNT TO WS-AGE-SUB
                   MOVE WS-FIND-CUSTOMER
                       TO WS-AGE-CUSTOMER(WS-AGE-SUB)
                   MOVE ZERO TO WS-AGE-CURRENT(WS-AGE-SUB)
                   MOVE ZERO TO WS-AGE-OVER-30(WS-AGE-SUB)
                   MOVE ZERO TO WS-AGE-OVER-60(WS-AGE-SUB)
                   MOVE ZERO TO WS-AGE-OVER-90(WS-AGE-SUB)
                   MOVE ZERO TO WS-AGE-CREDIT(WS-AGE-SUB)
               ELSE
                   MOVE ZERO TO WS-AGE-SUB
               END-IF
           END-IF.
      *
       3500-ADD-UNAPPLIED-CREDIT.
      *
      *    A CUSTOMER WITH CREDIT BUT NOTHING OPEN STILL GETS A
      *    LINE - THE NET SHOWS WHAT THE SHOP OWES THEM
      *
           COMPUTE WS-CREDIT-REMAINING =
               CRD-ORIGINAL-AMOUNT - CRD-AMOUNT-APPLIED
                                   - CRD-AMOUNT-REFUNDED.
      *
           IF WS-CREDIT-REMAINING > ZERO
               ADD 1 TO WS-CREDITS-COUNTED
               MOVE CRD-CUSTOMER-NUMBER TO WS-FIND-CUSTOMER
               PERFORM 3100-FIND-CUSTOMER-ENTRY
               IF WS-AGE-SUB > ZERO
                   ADD WS-CREDIT-REMAINING
                       TO WS-AGE-CREDIT(WS-AGE-SUB)
               ELSE
                   ADD 1 TO WS-CREDIT-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
       4000-PRINT-AGING-LINES.
      *
           MOVE WS-GT-OVER-60 TO GT-OVER-60.
           MOVE WS-GT-OVER-90 TO GT-OVER-90.
           MOVE WS-GT-TOTAL TO GT-TOTAL.
           MOVE WS-GT-CREDIT TO GT-CREDIT.
           MOVE WS-GT-NET TO GT-NET.
           WRITE AGING-REPORT-RECORD FROM WS-GRAND-TOTAL-LINE.
      *
       4100-PRINT-CUSTOMER-LINE.
               WS-AGE-OVER-60(WS-AGE-SUB) +
               WS-AGE-OVER-90(WS-AGE-SUB).
           MOVE WS-CUSTOMER-TOTAL TO DL-TOTAL.
           MOVE WS-AGE-CREDIT(WS-AGE-SUB) TO DL-CREDIT.
           COMPUTE WS-CUSTOMER-NET =
               WS-CUSTOMER-TOTAL - WS-AGE-CREDIT(WS-AGE-SUB).
           MOVE WS-CUSTOMER-NET TO DL-NET.
      *
           ADD WS-AGE-CURRENT(WS-AGE-SUB) TO WS-GT-CURRENT.
           ADD WS-AGE-OVER-30(WS-AGE-SUB) TO WS-GT-OVER-30.
           ADD WS-AGE-OVER-60(WS-AGE-SUB) TO WS-GT-OVER-60.
           ADD WS-AGE-OVER-90(WS-AGE-SUB) TO WS-GT-OVER-90.
           ADD WS-CUSTOMER-TOTAL TO WS-GT-TOTAL.
           ADD WS-AGE-CREDIT(WS-AGE-SUB) TO WS-GT-CREDIT.
           ADD WS-CUSTOMER-NET TO WS-GT-NET.
      *
           IF WS-AGE-OVER-90(WS-AGE-SUB) > ZERO AND CUSTOMER-FOUND
               PERFORM 4200-SET-AGED-CREDIT-HOLD
           WRITE AGING-REPORT-RECORD FROM WS-TOTAL-LINE-3.
           MOVE WS-HOLDS-SET TO TL4-HOLDS-SET.
           WRITE AGING-REPORT-RECORD FROM WS-TOTAL-LINE-4.
           MOVE WS-CREDITS-COUNTED TO TL5-CREDITS-COUNTED.
           WRITE AGING-REPORT-RECORD FROM WS-TOTAL-LINE-5.
      *
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE WS-OVERFLOW-COUNT TO OV-OVERFLOW-COUNT
               WRITE AGING-REPORT-RECORD FROM WS-OVERFLOW-LINE
           END-IF.
      *
           IF WS-CREDIT-OVERFLOW-COUNT > ZERO
               MOVE WS-CREDIT-OVERFLOW-COUNT
                   TO OV-CREDIT-OVERFLOW-COUNT
               WRITE AGING-REPORT-RECORD FROM WS-CREDIT-OVERFLOW-LINE
           END-IF.
      *
           CLOSE INVMAS-FILE.
           CLOSE CRDMAS-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE AUDIT-FILE.
           CLOSE AGING-REPORT-FILE.
