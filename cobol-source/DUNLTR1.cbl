       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  DUNLTR1.
      *
      ************************************************************
      * NIGHTLY COLLECTION LETTERS AND FINANCE CHARGES (BATCH)   *
      *                                                          *
      * ARAGE1 BUCKETS THE RECEIVABLE AND PUTS OVER-90 ACCOUNTS  *
      * ON HOLD, BUT UNTIL THIS JOB NOTHING TOLD THE CUSTOMER -  *
      * REMINDERS WERE TYPED BY HAND OFF THE AGING PRINTOUT.     *
      * THIS STEP SORTS INVMAS BY CUSTOMER AND AGES EVERY OPEN   *
      * INVOICE THE SAME WAY ARAGE1 DOES (DAYS SINCE THE INVOICE *
      * DATE AGAINST THE BUSINESS DATE). A CUSTOMER WITH ANY     *
      * BALANCE PAST 30 DAYS GETS A LETTER (NEW PAGE PER LETTER) *
      * LISTING EVERY OVERDUE INVOICE, PITCHED BY THE OLDEST:    *
      *   - 31-60 DAYS   FRIENDLY REMINDER                       *
      *   - 61-90 DAYS   PAST DUE NOTICE                         *
      *   - OVER 90      FINAL DEMAND                            *
      * THE LAST LETTER'S LEVEL AND DATE ARE KEPT ON DUNMAS.     *
      * WITHIN 30 DAYS OF A LETTER THE CUSTOMER ONLY HEARS FROM  *
      * US AGAIN IF THE ACCOUNT HAS AGED INTO A HIGHER LEVEL -   *
      * NOBODY GETS THE SAME LETTER TWICE IN A MONTH.            *
      *                                                          *
      * OPEN ON-ACCOUNT CREDIT (CRDMAS) IS SHOWN ON THE LETTER   *
      * AND TAKEN OFF THE AMOUNT ASKED FOR; A CUSTOMER WHOSE     *
      * CREDIT COVERS EVERYTHING OVERDUE IS NOT WRITTEN TO.      *
      * CREDITS ALREADY FLAGGED FOR REFUND ARE NOT COUNTED.      *
      *                                                          *
      * WHEN DUNPARM TURNS FINANCE CHARGES ON, BALANCES PAST 60  *
      * DAYS (LESS THAT CREDIT) ARE CHARGED THE MONTHLY RATE ON  *
      * DUNPARM, RAISED AS A FINANCE CHARGE INVOICE OF THEIR OWN *
      * ON INVMAS - ORDER NUMBER ZERO, NUMBERED FROM INVCTL LIKE *
      * INVGEN1'S INVOICES - AT MOST ONCE PER CUSTOMER A MONTH.  *
      * AN EARLIER FINANCE CHARGE IS NEVER CHARGED ON AGAIN,     *
      * AND A CUSTOMER CHARGED TONIGHT ALWAYS GETS A LETTER.     *
      * THE CHARGE INVOICES ARE WRITTEN AFTER THE SORT, FROM A   *
      * BOUNDED TABLE - OVERFLOW IS COUNTED AND THOSE CUSTOMERS  *
      * ARE CHARGED ON THE NEXT RUN.                             *
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-INVOICE-NUMBER OF INVOICE-RECORD
               FILE STATUS IS WS-INVMAS-STATUS.
      *
           SELECT CRDMAS-FILE ASSIGN TO CRDMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-KEY
               FILE STATUS IS WS-CRDMAS-STATUS.
      *
           SELECT CUSTMAS-FILE ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAS-STATUS.
      *
           SELECT DUNMAS-FILE ASSIGN TO DUNMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DUN-CUSTOMER-NUMBER
               FILE STATUS IS WS-DUNMAS-STATUS.
      *
      *    THE CONTROL RECORD IS READ INTO AND WRITTEN FROM THE
      *    WORKING-STORAGE COPY OF ICTLREC, THE WAY INVGEN1 DOES
      *
           SELECT INVCTL-FILE ASSIGN TO INVCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVCTL-KEY
               FILE STATUS IS WS-INVCTL-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.
      *
           SELECT LETTER-PRINT-FILE ASSIGN TO DUNLTR1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT PARM-FILE ASSIGN TO DUNPARM
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
       FD  CRDMAS-FILE.
      *
       COPY CRDREC.
      *
       FD  CUSTMAS-FILE.
      *
       COPY CUSTREC.
      *
       FD  DUNMAS-FILE.
      *
       COPY DUNREC.
      *
       FD  INVCTL-FILE.
      *
       01  INVCTL-BUFFER.
           05  INVCTL-KEY                PIC X(6).
           05  FILLER                    PIC X(8).
      *
       SD  SORT-WORK-FILE.
      *
      *    SAME LAYOUT AS INVREC, RENAMED THE WAY POPRT1 RENAMES
      *    ITS SORT RECORD - THE INV- FIELDS ARE QUALIFIED (OF
      *    SORT-INVOICE-RECORD / OF INVOICE-RECORD) WHEREVER USED
      *
       COPY INVREC REPLACING ==INVOICE-RECORD== BY
                             ==SORT-INVOICE-RECORD==.
      *
       FD  LETTER-PRINT-FILE.
      *
       01  LETTER-PRINT-RECORD           PIC X(132).
      *
      *    THE BUSINESS DATE, THEN THE FINANCE CHARGE SWITCH ('Y'
      *    CHARGES, ANYTHING ELSE DOES NOT) AND THE MONTHLY RATE AS
      *    A PERCENTAGE WITH THREE DECIMALS - 01500 IS 1.5%
      *
       FD  PARM-FILE.
      *
       01  PARM-RECORD.
           05  PARM-BUSINESS-DATE        PIC X(8).
           05  PARM-CHARGE-SW            PIC X.
           05  PARM-CHARGE-RATE          PIC X(5).
           05  PARM-CHARGE-RATE-N REDEFINES PARM-CHARGE-RATE
                                         PIC 99V999.
           05  FILLER                    PIC X(66).
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
           05  END-OF-SORT-SW            PIC X       VALUE 'N'.
               88  END-OF-SORT                       VALUE 'Y'.
           05  FIRST-CUSTOMER-SW         PIC X       VALUE 'Y'.
               88  FIRST-CUSTOMER                    VALUE 'Y'.
           05  END-OF-CREDITS-SW         PIC X       VALUE 'N'.
               88  END-OF-CREDITS                    VALUE 'Y'.
           05  DUNNING-FOUND-SW          PIC X       VALUE 'N'.
               88  DUNNING-FOUND                     VALUE 'Y'.
           05  SEND-LETTER-SW            PIC X       VALUE 'N'.
               88  SEND-LETTER                       VALUE 'Y'.
           05  FINANCE-CHARGES-SW        PIC X       VALUE 'N'.
               88  FINANCE-CHARGES-ON                VALUE 'Y'.
      *
       01  WS-FILE-STATUSES.
           05  WS-INVMAS-STATUS          PIC XX.
           05  WS-CRDMAS-STATUS          PIC XX.
           05  WS-CUSTMAS-STATUS         PIC XX.
           05  WS-DUNMAS-STATUS          PIC XX.
           05  WS-INVCTL-STATUS          PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-PARM-STATUS            PIC XX.
      *
       01  WS-COUNTERS.
           05  WS-PAGE-COUNT             PIC S9(5)   COMP VALUE ZERO.
           05  WS-INVOICES-READ          PIC S9(7)   COMP VALUE ZERO.
           05  WS-CUSTOMERS-PAST-DUE     PIC S9(7)   COMP VALUE ZERO.
           05  WS-LETTERS-HELD           PIC S9(7)   COMP VALUE ZERO.
           05  WS-COVERED-BY-CREDIT      PIC S9(7)   COMP VALUE ZERO.
           05  WS-CHARGES-RAISED         PIC S9(7)   COMP VALUE ZERO.
           05  WS-CHARGE-OVERFLOW-COUNT  PIC S9(7)   COMP VALUE ZERO.
           05  WS-LETTERS-BY-LEVEL       PIC S9(7)   COMP
                                         OCCURS 3 TIMES.
      *
       01  WS-CHARGE-DOLLARS             PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-RUN-DATE-YMD               PIC 9(8).
       01  WS-RUN-DAY-COUNT              PIC S9(9)   COMP.
       01  WS-INVOICE-AGE-DAYS           PIC S9(9)   COMP.
       01  WS-DAYS-SINCE-LETTER          PIC S9(9)   COMP.
       01  WS-INVOICE-BALANCE            PIC 9(9)V99.
       01  WS-CREDIT-REMAINING           PIC 9(9)V99.
       01  WS-CHARGE-RATE                PIC 99V999  VALUE ZERO.
      *
      *    PER-CUSTOMER FIGURES, CLEARED AT EACH CUSTOMER BREAK.
      *    THE CHARGE BASE IS WHAT IS PAST 60 DAYS ON ORDINARY
      *    INVOICES ONLY - NO FINANCE CHARGE ON A FINANCE CHARGE
      *
       01  WS-PRIOR-CUSTOMER             PIC 9(6)    VALUE ZERO.
       01  WS-CUSTOMER-FIGURES.
           05  WS-OLDEST-AGE-DAYS        PIC S9(9)   COMP.
           05  WS-OVERDUE-TOTAL          PIC 9(11)V99.
           05  WS-CHARGE-BASE            PIC 9(11)V99.
           05  WS-CHARGE-BASIS           PIC 9(11)V99.
           05  WS-OPEN-CREDIT            PIC 9(11)V99.
           05  WS-AMOUNT-DUE             PIC 9(11)V99.
           05  WS-CHARGE-AMOUNT          PIC 9(7)V99.
           05  WS-CHARGE-INVOICE         PIC 9(8).
           05  WS-LETTER-LEVEL           PIC S9(4)   COMP.
           05  WS-UNLISTED-COUNT         PIC S9(5)   COMP.
      *
      *    OVERDUE INVOICES HELD FOR THE CUSTOMER'S LETTER - THE
      *    LEVEL IS NOT KNOWN UNTIL THE LAST ONE HAS BEEN SEEN.
      *    30 FILL A PAGE; ANY MORE ARE COUNTED AND STILL TOTALLED
      *
       01  WS-LIST-TABLE.
           05  WS-LIST-ENTRY             OCCURS 30 TIMES.
               10  WS-LIST-INVOICE       PIC 9(8).
               10  WS-LIST-ORDER         PIC 9(8).
               10  WS-LIST-DATE          PIC 9(8).
               10  WS-LIST-AGE-DAYS      PIC 9(5).
               10  WS-LIST-BALANCE       PIC 9(9)V99.
       01  WS-LIST-COUNT                 PIC S9(4)   COMP VALUE ZERO.
       01  WS-LIST-SUB                   PIC S9(4)   COMP.
      *
      *    FINANCE CHARGE INVOICES RAISED DURING THE SORT, WRITTEN
      *    TO INVMAS ONCE THE SORT HAS LET GO OF IT
      *
       01  WS-CHARGE-TABLE.
           05  WS-CHARGE-ENTRY           OCCURS 500 TIMES.
               10  WS-CHG-INVOICE        PIC 9(8).
               10  WS-CHG-CUSTOMER       PIC 9(6).
               10  WS-CHG-AMOUNT         PIC 9(7)V99.
       01  WS-CHARGE-COUNT               PIC S9(4)   COMP VALUE ZERO.
       01  WS-CHARGE-SUB                 PIC S9(4)   COMP.
      *
       COPY ICTLREC.
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
      *    LETTER WORDING BY LEVEL - A TITLE AND FOUR LINES OF TEXT
      *
       01  WS-LETTER-TEXT-VALUES.
           05  FILLER                    PIC X(20)
               VALUE 'FRIENDLY REMINDER'.
           05  FILLER                    PIC X(60)   VALUE
               'OUR RECORDS SHOW THE INVOICES BELOW ARE PAST DUE. IF'.
           05  FILLER                    PIC X(60)   VALUE
               'YOU HAVE ALREADY SENT PAYMENT, THANK YOU - PLEASE'.
           05  FILLER                    PIC X(60)   VALUE
               'DISREGARD THIS REMINDER. OTHERWISE WE WOULD APPRECIATE'.
           05  FILLER                    PIC X(60)   VALUE
               'YOUR REMITTANCE OF THE AMOUNT SHOWN.'.
           05  FILLER                    PIC X(20)
               VALUE 'PAST DUE NOTICE'.
           05  FILLER                    PIC X(60)   VALUE
               'THE INVOICES BELOW ARE NOW MORE THAN 60 DAYS PAST DUE.'.
           05  FILLER                    PIC X(60)   VALUE
               'PLEASE REMIT THE AMOUNT SHOWN WITHIN TEN DAYS, OR CALL'.
           05  FILLER                    PIC X(60)   VALUE
               'OUR ACCOUNTS RECEIVABLE DEPARTMENT TO ARRANGE PAYMENT.'.
           05  FILLER                    PIC X(60)   VALUE SPACES.
           05  FILLER                    PIC X(20)
               VALUE 'FINAL DEMAND'.
           05  FILLER                    PIC X(60)   VALUE
               'THE INVOICES BELOW ARE MORE THAN 90 DAYS PAST DUE, AND'.
           05  FILLER                    PIC X(60)   VALUE
               'NO FURTHER ORDERS WILL BE SHIPPED ON YOUR ACCOUNT.'.
           05  FILLER                    PIC X(60)   VALUE
               'UNLESS THE AMOUNT SHOWN IS RECEIVED WITHIN TEN DAYS,'.
           05  FILLER                    PIC X(60)   VALUE
               'THE ACCOUNT WILL BE REFERRED FOR COLLECTION.'.
       01  WS-LETTER-TEXT-TABLE REDEFINES WS-LETTER-TEXT-VALUES.
           05  WS-LETTER-WORDING         OCCURS 3 TIMES.
               10  WS-LETTER-TITLE       PIC X(20).
               10  WS-LETTER-LINE        PIC X(60)   OCCURS 4 TIMES.
       01  WS-TEXT-SUB                   PIC S9(4)   COMP.
      *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40)   VALUE SPACES.
           05  HL1-LETTER-TITLE          PIC X(33).
           05  FILLER                    PIC X(5)    VALUE SPACES.
           05  FILLER                    PIC X(5)    VALUE 'PAGE '.
           05  HL1-PAGE-NUMBER           PIC ZZZZ9.
      *
       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(9)
               VALUE 'CUSTOMER '.
           05  HL2-CUSTOMER-NUMBER       PIC 9(6).
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  FILLER                    PIC X(5)    VALUE 'DATE '.
           05  HL2-LETTER-DATE           PIC 9(8).
      *
       01  WS-BILL-TO-LINE-1.
           05  FILLER                    PIC X(9)    VALUE SPACES.
           05  BT1-NAME                  PIC X(51).
      *
       01  WS-BILL-TO-LINE-2.
           05  FILLER                    PIC X(9)    VALUE SPACES.
           05  BT2-ADDRESS               PIC X(30).
      *
       01  WS-BILL-TO-LINE-3.
           05  FILLER                    PIC X(9)    VALUE SPACES.
           05  BT3-CITY                  PIC X(20).
           05  FILLER                    PIC X       VALUE SPACES.
           05  BT3-STATE                 PIC XX.
           05  FILLER                    PIC X       VALUE SPACES.
           05  BT3-ZIP-CODE              PIC X(10).
      *
       01  WS-TEXT-LINE.
           05  FILLER                    PIC X(9)    VALUE SPACES.
           05  TX-LETTER-TEXT            PIC X(60).
      *
       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                    PIC X(9)    VALUE SPACES.
           05  FILLER                    PIC X(10)   VALUE 'INVOICE'.
           05  FILLER                    PIC X(10)   VALUE 'INV DATE'.
           05  FILLER                    PIC X(5)    VALUE ' DAYS'.
           05  FILLER                    PIC X       VALUE SPACES.
           05  FILLER                    PIC X(14)
               VALUE '   BALANCE DUE'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(16)   VALUE 'NOTE'.
      *
       01  WS-INVOICE-LINE.
           05  FILLER                    PIC X(9)    VALUE SPACES.
           05  IL-INVOICE-NUMBER         PIC 9(8).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  IL-INVOICE-DATE           PIC 9(8).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  IL-AGE-DAYS               PIC ZZZZ9.
           05  FILLER                    PIC X       VALUE SPACES.
           05  IL-BALANCE                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  IL-NOTE                   PIC X(16).
      *
       01  WS-UNLISTED-LINE.
           05  FILLER                    PIC X(9)    VALUE SPACES.
           05  UL-UNLISTED-COUNT         PIC ZZ,ZZ9.
           05  FILLER                    PIC X(45)
               VALUE ' MORE OVERDUE INVOICES - INCLUDED BELOW'.
      *
       01  WS-AMOUNT-LINE.
           05  FILLER                    PIC X(9)    VALUE SPACES.
           05  AL-LABEL                  PIC X(26).
           05  AL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  AL-NOTE                   PIC X(16).
      *
       01  WS-CHARGE-NOTE.
           05  FILLER                    PIC X(8)    VALUE 'INVOICE '.
           05  CN-INVOICE-NUMBER         PIC 9(8).
      *
       01  WS-RUN-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
               VALUE 'INVOICES READ           : '.
           05  RT1-INVOICES-READ         PIC ZZZ,ZZ9.
      *
       01  WS-RUN-TOTAL-LINE-2.
           05  FILLER                    PIC X(28)
               VALUE 'CUSTOMERS PAST DUE      : '.
           05  RT2-CUSTOMERS-PAST-DUE    PIC ZZZ,ZZ9.
      *
       01  WS-RUN-TOTAL-LINE-3.
           05  FILLER                    PIC X(28)
               VALUE 'REMINDERS PRINTED       : '.
           05  RT3-REMINDERS             PIC ZZZ,ZZ9.
      *
       01  WS-RUN-TOTAL-LINE-4.
           05  FILLER                    PIC X(28)
               VALUE 'PAST DUE NOTICES PRINTED: '.
           05  RT4-NOTICES               PIC ZZZ,ZZ9.
      *
       01  WS-RUN-TOTAL-LINE-5.
           05  FILLER                    PIC X(28)
               VALUE 'FINAL DEMANDS PRINTED   : '.
           05  RT5-FINAL-DEMANDS         PIC ZZZ,ZZ9.
      *
       01  WS-RUN-TOTAL-LINE-6.
           05  FILLER                    PIC X(28)
               VALUE 'HELD - LETTER < 30 DAYS : '.
           05  RT6-LETTERS-HELD          PIC ZZZ,ZZ9.
      *
       01  WS-RUN-TOTAL-LINE-7.
           05  FILLER                    PIC X(28)
               VALUE 'HELD - CREDIT COVERS    : '.
           05  RT7-COVERED-BY-CREDIT     PIC ZZZ,ZZ9.
      *
       01  WS-RUN-TOTAL-LINE-8.
           05  FILLER                    PIC X(28)
               VALUE 'FINANCE CHARGES         : '.
           05  RT8-CHARGE-MODE           PIC X(40).
      *
       01  WS-RUN-TOTAL-LINE-9.
           05  FILLER                    PIC X(28)
               VALUE 'FINANCE CHARGES RAISED  : '.
           05  RT9-CHARGES-RAISED        PIC ZZZ,ZZ9.
      *
       01  WS-RUN-TOTAL-LINE-10.
           05  FILLER                    PIC X(28)
               VALUE 'FINANCE CHARGE DOLLARS  : '.
           05  RT10-CHARGE-DOLLARS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-OVERFLOW-LINE.
           05  FILLER                    PIC X(34)
               VALUE 'CHARGE TABLE OVERFLOWED - '.
           05  OV-OVERFLOW-COUNT         PIC ZZ,ZZ9.
           05  FILLER                    PIC X(35)
               VALUE ' CUSTOMERS LEFT FOR THE NEXT RUN'.
      *
       01  WS-RATE-TEXT.
           05  FILLER                    PIC X(15)
               VALUE 'ON - MONTHLY % '.
           05  RX-CHARGE-RATE            PIC Z9.999.
      *
       PROCEDURE DIVISION.
      *
       0000-PRODUCE-COLLECTION-LETTERS.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 8900-OPEN-RUN-CONTROL.
           PERFORM 2000-SORT-AND-PRINT.
           PERFORM 4000-WRITE-FINANCE-CHARGES.
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
                   MOVE SPACES TO PARM-RECORD
           END-READ.
           CLOSE PARM-FILE.
      *
           IF PARM-BUSINESS-DATE IS NUMERIC
               MOVE PARM-BUSINESS-DATE TO WS-RUN-DATE-YMD
           ELSE
               DISPLAY 'DUNLTR1 - BUSINESS DATE PARAMETER MISSING '
                       'OR NOT NUMERIC - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *    CHARGES ARE ONLY EVER RAISED WHEN ASKED FOR - A MISSING
      *    OR BAD RATE WITH THE SWITCH ON STOPS THE RUN RATHER THAN
      *    QUIETLY CHARGING NOTHING
      *
           IF PARM-CHARGE-SW = 'Y'
               IF PARM-CHARGE-RATE IS NUMERIC
                  AND PARM-CHARGE-RATE-N > ZERO
                   MOVE 'Y' TO FINANCE-CHARGES-SW
                   MOVE PARM-CHARGE-RATE-N TO WS-CHARGE-RATE
                   MOVE WS-CHARGE-RATE TO RX-CHARGE-RATE
                   MOVE WS-RATE-TEXT TO RT8-CHARGE-MODE
               ELSE
                   DISPLAY 'DUNLTR1 - FINANCE CHARGE RATE MISSING '
                           'OR NOT NUMERIC - RUN STOPPED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE 'OFF - NO CHARGES RAISED' TO RT8-CHARGE-MODE
           END-IF.
      *
           MOVE WS-RUN-DATE-YMD TO WS-CONVERT-DATE.
           PERFORM 8000-CONVERT-DATE-TO-DAYS.
           MOVE WS-DAY-COUNT TO WS-RUN-DAY-COUNT.
      *
           MOVE ZERO TO WS-LETTERS-BY-LEVEL(1).
           MOVE ZERO TO WS-LETTERS-BY-LEVEL(2).
           MOVE ZERO TO WS-LETTERS-BY-LEVEL(3).
      *
           OPEN INPUT CRDMAS-FILE.
           OPEN INPUT CUSTMAS-FILE.
           OPEN I-O DUNMAS-FILE.
           OPEN I-O INVCTL-FILE.
           OPEN OUTPUT LETTER-PRINT-FILE.
      *
       2000-SORT-AND-PRINT.
      *
           SORT SORT-WORK-FILE
               ON ASCENDING KEY
                   INV-CUSTOMER-NUMBER OF SORT-INVOICE-RECORD
                   INV-INVOICE-NUMBER OF SORT-INVOICE-RECORD
               USING INVMAS-FILE
               OUTPUT PROCEDURE 3000-PRODUCE-LETTERS.
      *
       3000-PRODUCE-LETTERS.
      *
           RETURN SORT-WORK-FILE AT END
               MOVE 'Y' TO END-OF-SORT-SW
           END-RETURN.
      *
           PERFORM UNTIL END-OF-SORT
               ADD 1 TO WS-INVOICES-READ
               IF FIRST-CUSTOMER
                   PERFORM 3100-START-CUSTOMER
               ELSE
                   IF INV-CUSTOMER-NUMBER OF SORT-INVOICE-RECORD
                      NOT = WS-PRIOR-CUSTOMER
                       PERFORM 3500-FINISH-CUSTOMER
                       PERFORM 3100-START-CUSTOMER
                   END-IF
               END-IF
               IF INV-STATUS-OPEN OF SORT-INVOICE-RECORD
                   PERFORM 3200-AGE-OPEN-INVOICE
               END-IF
               RETURN SORT-WORK-FILE AT END
                   MOVE 'Y' TO END-OF-SORT-SW
               END-RETURN
           END-PERFORM.
      *
           IF NOT FIRST-CUSTOMER
               PERFORM 3500-FINISH-CUSTOMER
           END-IF.
      *
       3100-START-CUSTOMER.
      *
           MOVE 'N' TO FIRST-CUSTOMER-SW.
           MOVE INV-CUSTOMER-NUMBER OF SORT-INVOICE-RECORD
               TO WS-PRIOR-CUSTOMER.
           MOVE ZERO TO WS-OLDEST-AGE-DAYS.
           MOVE ZERO TO WS-OVERDUE-TOTAL.
           MOVE ZERO TO WS-CHARGE-BASE.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE ZERO TO WS-UNLISTED-COUNT.
      *
       3200-AGE-OPEN-INVOICE.
      *
           COMPUTE WS-INVOICE-BALANCE =
               INV-GROSS-TOTAL OF SORT-INVOICE-RECORD
             - INV-AMOUNT-PAID OF SORT-INVOICE-RECORD.
      *
           MOVE INV-INVOICE-DATE OF SORT-INVOICE-RECORD
               TO WS-CONVERT-DATE.
           PERFORM 8000-CONVERT-DATE-TO-DAYS.
           COMPUTE WS-INVOICE-AGE-DAYS =
               WS-RUN-DAY-COUNT - WS-DAY-COUNT.
      *
           IF WS-INVOICE-BALANCE > ZERO AND WS-INVOICE-AGE-DAYS > 30
               ADD WS-INVOICE-BALANCE TO WS-OVERDUE-TOTAL
               IF WS-INVOICE-AGE-DAYS > WS-OLDEST-AGE-DAYS
                   MOVE WS-INVOICE-AGE-DAYS TO WS-OLDEST-AGE-DAYS
               END-IF
               IF WS-INVOICE-AGE-DAYS > 60
                  AND INV-ORDER-NUMBER OF SORT-INVOICE-RECORD
                      NOT = ZERO
                   ADD WS-INVOICE-BALANCE TO WS-CHARGE-BASE
               END-IF
               IF WS-LIST-COUNT < 30
                   ADD 1 TO WS-LIST-COUNT
                   MOVE INV-INVOICE-NUMBER OF SORT-INVOICE-RECORD
                       TO WS-LIST-INVOICE(WS-LIST-COUNT)
                   MOVE INV-ORDER-NUMBER OF SORT-INVOICE-RECORD
                       TO WS-LIST-ORDER(WS-LIST-COUNT)
                   MOVE INV-INVOICE-DATE OF SORT-INVOICE-RECORD
                       TO WS-LIST-DATE(WS-LIST-COUNT)
                   MOVE WS-INVOICE-AGE-DAYS
                       TO WS-LIST-AGE-DAYS(WS-LIST-COUNT)
                   MOVE WS-INVOICE-BALANCE
                       TO WS-LIST-BALANCE(WS-LIST-COUNT)
               ELSE
                   ADD 1 TO WS-UNLISTED-COUNT
               END-IF
           END-IF.
      *
       3500-FINISH-CUSTOMER.
      *
           IF WS-OVERDUE-TOTAL > ZERO
               ADD 1 TO WS-CUSTOMERS-PAST-DUE
               PERFORM 3600-TOTAL-OPEN-CREDIT
               IF WS-OPEN-CREDIT >= WS-OVERDUE-TOTAL
                   ADD 1 TO WS-COVERED-BY-CREDIT
               ELSE
                   PERFORM 3700-DUN-CUSTOMER
               END-IF
           END-IF.
      *
       3600-TOTAL-OPEN-CREDIT.
      *
      *    BROWSE THE CUSTOMER'S CRDMAS CREDITS. ONLY OPEN ONES
      *    COUNT - A CREDIT FLAGGED FOR REFUND IS GOING BACK TO THE
      *    CUSTOMER, NOT AGAINST WHAT THEY OWE
      *
           MOVE ZERO TO WS-OPEN-CREDIT.
           MOVE WS-PRIOR-CUSTOMER TO CRD-CUSTOMER-NUMBER.
           MOVE ZERO TO CRD-CREDIT-NUMBER.
           MOVE 'N' TO END-OF-CREDITS-SW.
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
                   IF CRD-CUSTOMER-NUMBER NOT = WS-PRIOR-CUSTOMER
                       MOVE 'Y' TO END-OF-CREDITS-SW
                   ELSE
                       IF CRD-STATUS-OPEN
                           COMPUTE WS-CREDIT-REMAINING =
                               CRD-ORIGINAL-AMOUNT
                             - CRD-AMOUNT-APPLIED
                             - CRD-AMOUNT-REFUNDED
                           ADD WS-CREDIT-REMAINING TO WS-OPEN-CREDIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
       3700-DUN-CUSTOMER.
      *
           EVALUATE TRUE
               WHEN WS-OLDEST-AGE-DAYS > 90
                   MOVE 3 TO WS-LETTER-LEVEL
               WHEN WS-OLDEST-AGE-DAYS > 60
                   MOVE 2 TO WS-LETTER-LEVEL
               WHEN OTHER
                   MOVE 1 TO WS-LETTER-LEVEL
           END-EVALUATE.
      *
           MOVE WS-PRIOR-CUSTOMER TO DUN-CUSTOMER-NUMBER.
           MOVE 'Y' TO DUNNING-FOUND-SW.
           READ DUNMAS-FILE
               INVALID KEY
                   MOVE 'N' TO DUNNING-FOUND-SW
           END-READ.
      *
           IF NOT DUNNING-FOUND
               MOVE WS-PRIOR-CUSTOMER TO DUN-CUSTOMER-NUMBER
               MOVE ZERO TO DUN-LAST-LETTER-LEVEL
               MOVE ZERO TO DUN-LAST-LETTER-DATE
               MOVE ZERO TO DUN-LETTERS-SENT
               MOVE ZERO TO DUN-LAST-CHARGE-DATE
               MOVE ZERO TO DUN-LAST-CHARGE-INVOICE
               MOVE ZERO TO DUN-LAST-CHARGE-AMOUNT
           END-IF.
      *
           PERFORM 3710-RAISE-FINANCE-CHARGE.
      *
      *    A NEW LETTER GOES OUT FOR A FIRST LETTER, A HIGHER LEVEL
      *    THAN LAST TIME, A FINANCE CHARGE THE CUSTOMER HAS TO BE
      *    TOLD ABOUT, OR ONCE 30 DAYS HAVE PASSED SINCE THE LAST
      *
           MOVE 'N' TO SEND-LETTER-SW.
           EVALUATE TRUE
               WHEN WS-CHARGE-AMOUNT > ZERO
               WHEN DUN-LAST-LETTER-DATE = ZERO
               WHEN WS-LETTER-LEVEL > DUN-LAST-LETTER-LEVEL
                   MOVE 'Y' TO SEND-LETTER-SW
               WHEN OTHER
                   MOVE DUN-LAST-LETTER-DATE TO WS-CONVERT-DATE
                   PERFORM 8000-CONVERT-DATE-TO-DAYS
                   COMPUTE WS-DAYS-SINCE-LETTER =
                       WS-RUN-DAY-COUNT - WS-DAY-COUNT
                   IF WS-DAYS-SINCE-LETTER >= 30
                       MOVE 'Y' TO SEND-LETTER-SW
                   END-IF
           END-EVALUATE.
      *
           IF SEND-LETTER
               PERFORM 3800-PRINT-LETTER
               ADD 1 TO WS-LETTERS-BY-LEVEL(WS-LETTER-LEVEL)
               MOVE WS-LETTER-LEVEL TO DUN-LAST-LETTER-LEVEL
               MOVE WS-RUN-DATE-YMD TO DUN-LAST-LETTER-DATE
               ADD 1 TO DUN-LETTERS-SENT
               IF DUNNING-FOUND
                   REWRITE DUNNING-RECORD
               ELSE
                   WRITE DUNNING-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-LETTERS-HELD
           END-IF.
      *
       3710-RAISE-FINANCE-CHARGE.
      *
      *    ONE CHARGE PER CUSTOMER PER CALENDAR MONTH, ON THE PAST-
      *    60 BALANCE LESS WHATEVER OPEN CREDIT THE CUSTOMER HOLDS
      *
           MOVE ZERO TO WS-CHARGE-AMOUNT.
           MOVE ZERO TO WS-CHARGE-INVOICE.
      *
           IF FINANCE-CHARGES-ON
              AND DUN-LAST-CHARGE-DATE(1:6) NOT = WS-RUN-DATE-YMD(1:6)
              AND WS-CHARGE-BASE > WS-OPEN-CREDIT
               COMPUTE WS-CHARGE-BASIS =
                   WS-CHARGE-BASE - WS-OPEN-CREDIT
               COMPUTE WS-CHARGE-AMOUNT ROUNDED =
                   WS-CHARGE-BASIS * WS-CHARGE-RATE / 100
               IF WS-CHARGE-AMOUNT > ZERO
                   IF WS-CHARGE-COUNT < 500
                       PERFORM 3750-GET-NEXT-INVOICE-NUMBER
                       MOVE ICTL-NEXT-INVOICE-NUMBER
                           TO WS-CHARGE-INVOICE
                       ADD 1 TO WS-CHARGE-COUNT
                       MOVE WS-CHARGE-INVOICE
                           TO WS-CHG-INVOICE(WS-CHARGE-COUNT)
                       MOVE WS-PRIOR-CUSTOMER
                           TO WS-CHG-CUSTOMER(WS-CHARGE-COUNT)
                       MOVE WS-CHARGE-AMOUNT
                           TO WS-CHG-AMOUNT(WS-CHARGE-COUNT)
                       MOVE WS-RUN-DATE-YMD TO DUN-LAST-CHARGE-DATE
                       MOVE WS-CHARGE-INVOICE
                           TO DUN-LAST-CHARGE-INVOICE
                       MOVE WS-CHARGE-AMOUNT TO DUN-LAST-CHARGE-AMOUNT
                       ADD 1 TO WS-CHARGES-RAISED
                       ADD WS-CHARGE-AMOUNT TO WS-CHARGE-DOLLARS
                   ELSE
                       ADD 1 TO WS-CHARGE-OVERFLOW-COUNT
                       MOVE ZERO TO WS-CHARGE-AMOUNT
                   END-IF
               END-IF
           END-IF.
      *
       3750-GET-NEXT-INVOICE-NUMBER.
      *
           MOVE 'INVNO ' TO INVCTL-KEY.
           READ INVCTL-FILE
               INVALID KEY
                   MOVE SPACES TO INVOICE-CONTROL-RECORD
           END-READ.
      *
           IF WS-INVCTL-STATUS = '00'
               MOVE INVCTL-BUFFER TO INVOICE-CONTROL-RECORD
               ADD 1 TO ICTL-NEXT-INVOICE-NUMBER
               MOVE INVOICE-CONTROL-RECORD TO INVCTL-BUFFER
               REWRITE INVCTL-BUFFER
           ELSE
      *        CONTROL RECORD IS MISSING (FIRST RUN) - SEED IT SO
      *        THE NEXT INVOICE DOES NOT HAND OUT "1" AGAIN
               MOVE 'INVNO ' TO ICTL-RECORD-KEY
               MOVE 1 TO ICTL-NEXT-INVOICE-NUMBER
               MOVE INVOICE-CONTROL-RECORD TO INVCTL-BUFFER
               WRITE INVCTL-BUFFER
           END-IF.
      *
       3800-PRINT-LETTER.
      *
           PERFORM 3810-PRINT-LETTER-HEADINGS.
           PERFORM 3820-PRINT-BILL-TO-BLOCK.
      *
           PERFORM VARYING WS-TEXT-SUB FROM 1 BY 1
                   UNTIL WS-TEXT-SUB > 4
               MOVE WS-LETTER-LINE(WS-LETTER-LEVEL, WS-TEXT-SUB)
                   TO TX-LETTER-TEXT
               WRITE LETTER-PRINT-RECORD FROM WS-TEXT-LINE
           END-PERFORM.
           MOVE SPACES TO LETTER-PRINT-RECORD.
           WRITE LETTER-PRINT-RECORD.
      *
           WRITE LETTER-PRINT-RECORD FROM WS-COLUMN-HEADING-LINE.
           MOVE SPACES TO LETTER-PRINT-RECORD.
           WRITE LETTER-PRINT-RECORD.
      *
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                   UNTIL WS-LIST-SUB > WS-LIST-COUNT
               PERFORM 3830-PRINT-INVOICE-LINE
           END-PERFORM.
      *
           IF WS-UNLISTED-COUNT > ZERO
               MOVE WS-UNLISTED-COUNT TO UL-UNLISTED-COUNT
               WRITE LETTER-PRINT-RECORD FROM WS-UNLISTED-LINE
           END-IF.
      *
           PERFORM 3840-PRINT-AMOUNT-DUE.
      *
       3810-PRINT-LETTER-HEADINGS.
      *
           ADD 1 TO WS-PAGE-COUNT.
      *
           MOVE WS-LETTER-TITLE(WS-LETTER-LEVEL) TO HL1-LETTER-TITLE.
           MOVE WS-PAGE-COUNT TO HL1-PAGE-NUMBER.
           MOVE WS-PRIOR-CUSTOMER TO HL2-CUSTOMER-NUMBER.
           MOVE WS-RUN-DATE-YMD TO HL2-LETTER-DATE.
      *
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO LETTER-PRINT-RECORD
               WRITE LETTER-PRINT-RECORD
           END-IF.
      *
           WRITE LETTER-PRINT-RECORD FROM WS-HEADING-LINE-1.
           WRITE LETTER-PRINT-RECORD FROM WS-HEADING-LINE-2.
           MOVE SPACES TO LETTER-PRINT-RECORD.
           WRITE LETTER-PRINT-RECORD.
      *
       3820-PRINT-BILL-TO-BLOCK.
      *
           MOVE WS-PRIOR-CUSTOMER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAS-FILE
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-MASTER-RECORD
                   MOVE WS-PRIOR-CUSTOMER TO CM-CUSTOMER-NUMBER
                   MOVE '** CUSTOMER RECORD MISSING **'
                       TO CM-LAST-NAME
           END-READ.
      *
           MOVE SPACES TO BT1-NAME.
           STRING CM-FIRST-NAME DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  CM-LAST-NAME  DELIMITED BY SIZE
               INTO BT1-NAME.
           MOVE CM-ADDRESS TO BT2-ADDRESS.
           MOVE CM-CITY TO BT3-CITY.
           MOVE CM-STATE TO BT3-STATE.
           MOVE CM-ZIP-CODE TO BT3-ZIP-CODE.
      *
           WRITE LETTER-PRINT-RECORD FROM WS-BILL-TO-LINE-1.
           WRITE LETTER-PRINT-RECORD FROM WS-BILL-TO-LINE-2.
           WRITE LETTER-PRINT-RECORD FROM WS-BILL-TO-LINE-3.
           MOVE SPACES TO LETTER-PRINT-RECORD.
           WRITE LETTER-PRINT-RECORD.
      *
       3830-PRINT-INVOICE-LINE.
      *
           MOVE WS-LIST-INVOICE(WS-LIST-SUB) TO IL-INVOICE-NUMBER.
           MOVE WS-LIST-DATE(WS-LIST-SUB) TO IL-INVOICE-DATE.
           MOVE WS-LIST-AGE-DAYS(WS-LIST-SUB) TO IL-AGE-DAYS.
           MOVE WS-LIST-BALANCE(WS-LIST-SUB) TO IL-BALANCE.
           IF WS-LIST-ORDER(WS-LIST-SUB) = ZERO
               MOVE 'FINANCE CHARGE' TO IL-NOTE
           ELSE
               MOVE SPACES TO IL-NOTE
           END-IF.
           WRITE LETTER-PRINT-RECORD FROM WS-INVOICE-LINE.
      *
       3840-PRINT-AMOUNT-DUE.
      *
           MOVE SPACES TO LETTER-PRINT-RECORD.
           WRITE LETTER-PRINT-RECORD.
      *
           MOVE 'TOTAL PAST DUE' TO AL-LABEL.
           MOVE WS-OVERDUE-TOTAL TO AL-AMOUNT.
           MOVE SPACES TO AL-NOTE.
           WRITE LETTER-PRINT-RECORD FROM WS-AMOUNT-LINE.
           MOVE WS-OVERDUE-TOTAL TO WS-AMOUNT-DUE.
      *
           IF WS-OPEN-CREDIT > ZERO
               MOVE 'LESS CREDIT ON ACCOUNT' TO AL-LABEL
               MOVE WS-OPEN-CREDIT TO AL-AMOUNT
               WRITE LETTER-PRINT-RECORD FROM WS-AMOUNT-LINE
               SUBTRACT WS-OPEN-CREDIT FROM WS-AMOUNT-DUE
           END-IF.
      *
           IF WS-CHARGE-AMOUNT > ZERO
               MOVE 'FINANCE CHARGE THIS MONTH' TO AL-LABEL
               MOVE WS-CHARGE-AMOUNT TO AL-AMOUNT
               MOVE WS-CHARGE-INVOICE TO CN-INVOICE-NUMBER
               MOVE WS-CHARGE-NOTE TO AL-NOTE
               WRITE LETTER-PRINT-RECORD FROM WS-AMOUNT-LINE
               ADD WS-CHARGE-AMOUNT TO WS-AMOUNT-DUE
           END-IF.
      *
           MOVE SPACES TO LETTER-PRINT-RECORD.
           WRITE LETTER-PRINT-RECORD.
           MOVE 'PLEASE REMIT' TO AL-LABEL.
           MOVE WS-AMOUNT-DUE TO AL-AMOUNT.
           MOVE SPACES TO AL-NOTE.
           WRITE LETTER-PRINT-RECORD FROM WS-AMOUNT-LINE.
      *
       4000-WRITE-FINANCE-CHARGES.
      *
      *    THE CHARGE INVOICES TONIGHT'S LETTERS QUOTED. THEY ARE
      *    DATED TODAY, SO THEY START OUT CURRENT ON THE AGING
      *
           IF WS-CHARGE-COUNT > ZERO
               OPEN I-O INVMAS-FILE
               PERFORM VARYING WS-CHARGE-SUB FROM 1 BY 1
                       UNTIL WS-CHARGE-SUB > WS-CHARGE-COUNT
                   PERFORM 4100-WRITE-CHARGE-INVOICE
               END-PERFORM
               CLOSE INVMAS-FILE
           END-IF.
      *
       4100-WRITE-CHARGE-INVOICE.
      *
      *    THE RECORD AREA STILL HOLDS WHATEVER THE SORT LAST READ
      *    FROM INVMAS, SO IT IS CLEARED AND EVERY AMOUNT SET. A
      *    FINANCE CHARGE CARRIES NO FREIGHT.
      *
           MOVE SPACES TO INVOICE-RECORD.
           MOVE ZERO TO INV-FREIGHT-AMOUNT OF INVOICE-RECORD.
           MOVE WS-CHG-INVOICE(WS-CHARGE-SUB)
               TO INV-INVOICE-NUMBER OF INVOICE-RECORD.
           MOVE ZERO TO INV-ORDER-NUMBER OF INVOICE-RECORD.
           MOVE WS-CHG-CUSTOMER(WS-CHARGE-SUB)
               TO INV-CUSTOMER-NUMBER OF INVOICE-RECORD.
           MOVE WS-RUN-DATE-YMD TO INV-INVOICE-DATE OF INVOICE-RECORD.
           MOVE WS-CHG-AMOUNT(WS-CHARGE-SUB)
               TO INV-MERCHANDISE-TOTAL OF INVOICE-RECORD.
           MOVE ZERO TO INV-TAX-AMOUNT OF INVOICE-RECORD.
           MOVE WS-CHG-AMOUNT(WS-CHARGE-SUB)
               TO INV-GROSS-TOTAL OF INVOICE-RECORD.
           MOVE ZERO TO INV-AMOUNT-PAID OF INVOICE-RECORD.
           SET INV-STATUS-OPEN OF INVOICE-RECORD TO TRUE.
      *
           WRITE INVOICE-RECORD.
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
           MOVE SPACES TO LETTER-PRINT-RECORD.
           WRITE LETTER-PRINT-RECORD.
           MOVE WS-INVOICES-READ TO RT1-INVOICES-READ.
           WRITE LETTER-PRINT-RECORD FROM WS-RUN-TOTAL-LINE-1.
           MOVE WS-CUSTOMERS-PAST-DUE TO RT2-CUSTOMERS-PAST-DUE.
           WRITE LETTER-PRINT-RECORD FROM WS-RUN-TOTAL-LINE-2.
           MOVE WS-LETTERS-BY-LEVEL(1) TO RT3-REMINDERS.
           WRITE LETTER-PRINT-RECORD FROM WS-RUN-TOTAL-LINE-3.
           MOVE WS-LETTERS-BY-LEVEL(2) TO RT4-NOTICES.
           WRITE LETTER-PRINT-RECORD FROM WS-RUN-TOTAL-LINE-4.
           MOVE WS-LETTERS-BY-LEVEL(3) TO RT5-FINAL-DEMANDS.
           WRITE LETTER-PRINT-RECORD FROM WS-RUN-TOTAL-LINE-5.
           MOVE WS-LETTERS-HELD TO RT6-LETTERS-HELD.
           WRITE LETTER-PRINT-RECORD FROM WS-RUN-TOTAL-LINE-6.
           MOVE WS-COVERED-BY-CREDIT TO RT7-COVERED-BY-CREDIT.
           WRITE LETTER-PRINT-RECORD FROM WS-RUN-TOTAL-LINE-7.
           WRITE LETTER-PRINT-RECORD FROM WS-RUN-TOTAL-LINE-8.
           MOVE WS-CHARGES-RAISED TO RT9-CHARGES-RAISED.
           WRITE LETTER-PRINT-RECORD FROM WS-RUN-TOTAL-LINE-9.
           MOVE WS-CHARGE-DOLLARS TO RT10-CHARGE-DOLLARS.
           WRITE LETTER-PRINT-RECORD FROM WS-RUN-TOTAL-LINE-10.
      *
           IF WS-CHARGE-OVERFLOW-COUNT > ZERO
               MOVE WS-CHARGE-OVERFLOW-COUNT TO OV-OVERFLOW-COUNT
               WRITE LETTER-PRINT-RECORD FROM WS-OVERFLOW-LINE
           END-IF.
      *
           CLOSE CRDMAS-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE DUNMAS-FILE.
           CLOSE INVCTL-FILE.
           CLOSE LETTER-PRINT-FILE.
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
           MOVE 'DUNLTR1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           MOVE 'DUNLTR1 ' TO RUN-JOB-NAME.
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
           MOVE 'DUNLTR1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-RUNCTL-STATUS = '00'
               MOVE WS-RC-STAMP TO RUN-END-STAMP
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-INVOICES-READ TO RUN-RECORDS-PROCESSED
               SET RUN-STATUS-ENDED TO TRUE
               REWRITE RUN-CONTROL-RECORD
           END-IF.
      *
           CLOSE RUNCTL-FILE.
