       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  ROPCALC1.
      *
      ************************************************************
      * MONTHLY REORDER POINT RECALCULATION (BATCH)              *
      *                                                          *
      * PRD-REORDER-POINT WAS KEYED ON PRD1 WHEN THE PRODUCT WAS *
      * SET UP AND PRODRPT1 AND PORAISE1 HAVE TRUSTED IT EVER    *
      * SINCE, SO SEASONAL LINES RUN DRY AND DEAD ONES KEEP      *
      * BEING BOUGHT. THIS STEP RUNS AFTER THE MONTH'S SLSUPD1   *
      * AND PROPOSES A POINT FOR EVERY ACTIVE PRODUCT FROM WHAT  *
      * HAS ACTUALLY HAPPENED OVER THE LAST N MONTHS (ROPPARM -  *
      * YYYYMM OF THE LAST MONTH CLOSED, THEN NNN MONTHS):       *
      *   - DEMAND - THE SLSHIST UNITS FOR THE WINDOW. AVERAGE   *
      *     IS THE TOTAL OVER ALL N MONTHS (A MONTH WITH NO      *
      *     RECORD SOLD NOTHING); PEAK IS THE BIGGEST MONTH      *
      *   - LEAD TIME - EVERY RCPLOG RECEIPT POSTED IN THE       *
      *     WINDOW IS TIMED FROM ITS POMAS PO'S ORDER DATE TO    *
      *     THE DAY IT WAS POSTED (SUPRPT1'S ABSTIME SUMS),      *
      *     GIVING THE AVERAGE AND SLOWEST DAYS PER PRODUCT. A   *
      *     PRODUCT WITH NO RECEIPTS FALLS BACK TO PORAISE1'S    *
      *     LEAD TIME - ITS OWN, ELSE ITS SUPPLIER'S - FOR BOTH  *
      *   - CYCLE STOCK = AVERAGE DEMAND OVER THE AVERAGE LEAD   *
      *     TIME; SAFETY STOCK = PEAK DEMAND OVER THE SLOWEST    *
      *     LEAD TIME LESS THE CYCLE STOCK, SO A PEAK MONTH ON A *
      *     LATE PO STILL DOES NOT RUN DRY. THE PROPOSAL IS THE  *
      *     SUM. DEMAND PER DAY IS THE MONTH OVER 30.            *
      * A PRODUCT THAT SOLD NOTHING IS PROPOSED AT ZERO; ONE     *
      * THAT SOLD BUT HAS NO LEAD TIME ANYWHERE IS LISTED BUT    *
      * NOT PROPOSED. THE REPORT SHOWS EVERY PRODUCT BEFORE AND  *
      * AFTER; EACH ONE WHOSE POINT WOULD MOVE GOES ON THE       *
      * ROPREVW FILE FOR PURCHASING TO APPROVE, AS CRVRPT1 DOES  *
      * FOR CREDIT LIMITS. NOTHING ON PRODMAS IS CHANGED.        *
      *                                                          *
      * WITH APPLY AS THE RUN MODE THE STEP INSTEAD READS THE    *
      * MARKED-UP ROPREVW AND POSTS EACH APPROVED LINE TO        *
      * PRD-REORDER-POINT - PURCHASING'S FIGURE IF ONE WAS       *
      * KEYED, ELSE THE PROPOSAL - WRITING A ROPAUD AUDIT RECORD *
      * FOR EVERY CHANGE. A LINE IS REJECTED, AS CRVEXT1 REJECTS *
      * ONE, WHEN THE FIGURE IS NOT A NUMBER, THE PRODUCT IS     *
      * GONE, OR ITS POINT HAS BEEN CHANGED SINCE THE REVIEW.    *
      *                                                          *
      * RECEIPT TIMINGS ARE HELD IN A BOUNDED TABLE LIKE         *
      * MRGRPT1'S; PRODUCTS PAST IT FALL BACK TO THE MASTER LEAD *
      * TIMES AND THE OVERFLOW IS COUNTED ON THE REPORT.         *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT SLSHIST-FILE ASSIGN TO SLSHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SLSHIST-STATUS.
      *
           SELECT PRODMAS-FILE ASSIGN TO PRODMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRODMAS-STATUS.
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
           SELECT SUPMAS-FILE ASSIGN TO SUPMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-SUPPLIER-CODE
               FILE STATUS IS WS-SUPMAS-STATUS.
      *
           SELECT REVIEW-FILE ASSIGN TO ROPREVW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
      *
           SELECT AUDIT-FILE ASSIGN TO ROPAUD
               FILE STATUS IS WS-AUDIT-STATUS.
      *
           SELECT CALC-REPORT-FILE ASSIGN TO ROPCALC1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT PARM-FILE ASSIGN TO ROPPARM
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
       FD  SLSHIST-FILE.
      *
       COPY SLSHREC.
      *
       FD  PRODMAS-FILE.
      *
       COPY PRODREC.
      *
       FD  RECEIPT-LOG-FILE.
      *
       COPY RCPREC.
      *
       FD  POMAS-FILE.
      *
       COPY POREC.
      *
       FD  SUPMAS-FILE.
      *
       COPY SUPREC.
      *
       FD  REVIEW-FILE.
      *
       COPY ROPREC.
      *
       FD  AUDIT-FILE.
      *
       COPY ROPAREC.
      *
       FD  CALC-REPORT-FILE.
      *
       01  CALC-REPORT-RECORD            PIC X(132).
      *
       FD  PARM-FILE.
      *
       01  PARM-RECORD.
           05  PARM-YEAR-MONTH           PIC X(6).
           05  PARM-HISTORY-MONTHS       PIC X(3).
           05  PARM-RUN-MODE             PIC X(6).
           05  FILLER                    PIC X(65).
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
           05  END-OF-HIST-SCAN-SW       PIC X       VALUE 'N'.
               88  END-OF-HIST-SCAN                  VALUE 'Y'.
           05  APPLY-MODE-SW             PIC X       VALUE 'N'.
               88  APPLY-MODE                        VALUE 'Y'.
           05  PO-FOUND-SW               PIC X       VALUE 'N'.
               88  PO-FOUND                          VALUE 'Y'.
           05  LEAD-ENTRY-FOUND-SW       PIC X       VALUE 'N'.
               88  LEAD-ENTRY-FOUND                  VALUE 'Y'.
           05  VALID-LINE-SW             PIC X       VALUE 'Y'.
               88  VALID-LINE                        VALUE 'Y'.
      *
       01  WS-FILE-STATUSES.
           05  WS-SLSHIST-STATUS         PIC XX.
           05  WS-PRODMAS-STATUS         PIC XX.
           05  WS-RCPLOG-STATUS          PIC XX.
           05  WS-POMAS-STATUS           PIC XX.
           05  WS-SUPMAS-STATUS          PIC XX.
           05  WS-REVIEW-STATUS          PIC XX.
           05  WS-AUDIT-STATUS           PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-PARM-STATUS            PIC XX.
      *
       01  WS-COUNTERS.
           05  WS-RECEIPTS-READ          PIC S9(7)   COMP VALUE ZERO.
           05  WS-RECEIPTS-TIMED         PIC S9(7)   COMP VALUE ZERO.
           05  WS-LEAD-OVERFLOW          PIC S9(7)   COMP VALUE ZERO.
           05  WS-PRODUCTS-READ          PIC S9(7)   COMP VALUE ZERO.
           05  WS-DISCONTINUED-COUNT     PIC S9(7)   COMP VALUE ZERO.
           05  WS-FOR-REVIEW-COUNT       PIC S9(7)   COMP VALUE ZERO.
           05  WS-NO-CHANGE-COUNT        PIC S9(7)   COMP VALUE ZERO.
           05  WS-NO-LEAD-COUNT          PIC S9(7)   COMP VALUE ZERO.
           05  WS-REVIEW-READ            PIC S9(7)   COMP VALUE ZERO.
           05  WS-NOT-APPROVED-COUNT     PIC S9(7)   COMP VALUE ZERO.
           05  WS-APPLIED-COUNT          PIC S9(7)   COMP VALUE ZERO.
           05  WS-REJECTED-COUNT         PIC S9(7)   COMP VALUE ZERO.
           05  WS-LINE-COUNT             PIC S9(3)   COMP VALUE 99.
           05  WS-PAGE-COUNT             PIC S9(5)   COMP VALUE ZERO.
      *
       01  WS-RUN-DATE-YMD               PIC 9(8).
      *
      *    THE HISTORY WINDOW - THE LAST MONTH CLOSED AND THE
      *    FIRST MONTH N MONTHS BACK, AS SLSRPT1 WORKS ITS
      *    SLOW-MOVER CUTOFF
      *
       01  WS-LAST-YYYYMM                PIC 9(6).
       01  WS-FIRST-YYYYMM               PIC 9(6).
       01  WS-HISTORY-MONTHS             PIC 9(3)    VALUE ZERO.
       01  WS-MONTH-WORK-FIELDS.
           05  WS-LAST-YYYY              PIC S9(5)   COMP.
           05  WS-LAST-MM                PIC S9(4)   COMP.
           05  WS-TOTAL-MONTHS           PIC S9(7)   COMP.
           05  WS-MONTH-REM              PIC S9(4)   COMP.
           05  WS-FIRST-YYYY             PIC S9(5)   COMP.
      *
      *    ABSTIME BOUNDS OF THE WINDOW - THE FIRST MILLISECOND OF
      *    THE FIRST MONTH AND OF THE MONTH AFTER THE LAST
      *
       01  WS-ABSTIME-FIELDS.
           05  WS-WINDOW-START-ABSTIME   PIC S9(15)  COMP.
           05  WS-WINDOW-END-ABSTIME     PIC S9(15)  COMP.
           05  WS-RECEIPT-DAY            PIC S9(9)   COMP.
           05  WS-RECEIPT-LEAD-DAYS      PIC S9(9)   COMP.
      *
      *    DATE-TO-DAY-COUNT WORK FIELDS (DAYS SINCE 1 JAN 1900),
      *    SAME LONGHAND CONVERSION THE CUSTAUD ARCHIVE JOB USES
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
      *    RECEIPT TIMINGS BY PRODUCT - 1000 PRODUCTS RECEIVED IN
      *    THE WINDOW MATCHES MRGRPT1'S PRODUCT TABLE. A RECEIPT FOR
      *    A PRODUCT PAST THE END IS COUNTED AS OVERFLOW AND THAT
      *    PRODUCT FALLS BACK TO THE MASTER LEAD TIMES.
      *
       01  WS-LEAD-TABLE.
           05  WS-LD-ENTRY               OCCURS 1000 TIMES.
               10  WS-LD-PRODUCT         PIC X(10).
               10  WS-LD-RECEIPTS        PIC S9(7)   COMP.
               10  WS-LD-TOTAL-DAYS      PIC S9(9)   COMP.
               10  WS-LD-MAX-DAYS        PIC S9(5)   COMP.
       01  WS-LD-COUNT                   PIC S9(4)   COMP VALUE ZERO.
       01  WS-LD-SUB                     PIC S9(4)   COMP.
       01  WS-LD-WORK-PRODUCT            PIC X(10).
      *
      *    ONE PRODUCT'S DEMAND, LEAD TIME, AND PROPOSAL
      *
       01  WS-PROPOSAL-FIELDS.
           05  WS-TOTAL-UNITS            PIC 9(9).
           05  WS-AVG-MONTHLY            PIC 9(7).
           05  WS-PEAK-MONTHLY           PIC 9(7).
           05  WS-AVG-LEAD-DAYS          PIC 9(3).
           05  WS-MAX-LEAD-DAYS          PIC 9(3).
           05  WS-LEAD-SOURCE            PIC X.
               88  WS-LEAD-FROM-RECEIPTS             VALUE 'R'.
               88  WS-LEAD-FROM-PRODUCT              VALUE 'P'.
               88  WS-LEAD-FROM-SUPPLIER             VALUE 'S'.
               88  WS-LEAD-UNKNOWN                   VALUE ' '.
           05  WS-CYCLE-STOCK            PIC 9(9).
           05  WS-PEAK-LEAD-STOCK        PIC 9(9).
           05  WS-SAFETY-STOCK           PIC 9(9).
           05  WS-PROPOSED-POINT         PIC 9(7).
           05  WS-POINT-CHANGE           PIC S9(8).
           05  WS-NOTE-TEXT              PIC X(12).
      *
      *    APPLY MODE - THE APPROVED POINT AS KEYED, DIGITS FROM
      *    THE LEFT OF THE FIELD, BLANK TO THE RIGHT
      *
       01  WS-APPLY-FIELDS.
           05  WS-DIGIT-LENGTH           PIC S9(4)   COMP.
           05  WS-NEW-POINT              PIC 9(9).
           05  WS-MASTER-POINT           PIC 9(7).
           05  WS-CHANGE-SOURCE          PIC X.
           05  WS-RESULT-TEXT            PIC X(30).
      *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40)   VALUE SPACES.
           05  HL1-TITLE                 PIC X(33).
           05  FILLER                    PIC X(5)    VALUE SPACES.
           05  FILLER                    PIC X(5)    VALUE 'PAGE '.
           05  HL1-PAGE-NUMBER           PIC ZZZZ9.
      *
       01  WS-DATE-LINE.
           05  FILLER                    PIC X(28)
               VALUE 'RUN DATE                : '.
           05  DT-RUN-DATE               PIC 9(8).
      *
       01  WS-WINDOW-LINE.
           05  FILLER                    PIC X(28)
               VALUE 'HISTORY WINDOW          : '.
           05  WL-HISTORY-MONTHS         PIC ZZ9.
           05  FILLER                    PIC X(9)    VALUE ' MONTHS, '.
           05  WL-FIRST-YYYYMM           PIC 9(6).
           05  FILLER                    PIC X(9)    VALUE ' THROUGH '.
           05  WL-LAST-YYYYMM            PIC 9(6).
      *
       01  WS-LEGEND-LINE.
           05  FILLER                    PIC X(28)
               VALUE 'LEAD TIME SOURCE (S)    : '.
           05  FILLER                    PIC X(54)   VALUE
               'R = RECEIPTS TIMED, P = PRODUCT, S = PRIMARY SUPPLIER'.
      *
       01  WS-PROPOSAL-HEADING-LINE.
           05  FILLER                    PIC X(10)   VALUE 'PRODUCT'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(15)
               VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(9)    VALUE '   AVG/MO'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(9)    VALUE '  PEAK/MO'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(3)    VALUE 'AVG'.
           05  FILLER                    PIC X(1)    VALUE SPACES.
           05  FILLER                    PIC X(3)    VALUE 'MAX'.
           05  FILLER                    PIC X(1)    VALUE SPACES.
           05  FILLER                    PIC X(1)    VALUE 'S'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(9)    VALUE '    CYCLE'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(9)    VALUE '   SAFETY'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(9)    VALUE '  CURRENT'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(9)    VALUE ' PROPOSED'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(10)   VALUE '    CHANGE'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(12)   VALUE 'NOTE'.
      *
       01  WS-PROPOSAL-LINE.
           05  PL-PRODUCT-CODE           PIC X(10).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  PL-PRODUCT-DESC           PIC X(15).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  PL-AVG-MONTHLY            PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  PL-PEAK-MONTHLY           PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  PL-AVG-LEAD-DAYS          PIC ZZ9.
           05  FILLER                    PIC X(1)    VALUE SPACES.
           05  PL-MAX-LEAD-DAYS          PIC ZZ9.
           05  FILLER                    PIC X(1)    VALUE SPACES.
           05  PL-LEAD-SOURCE            PIC X.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  PL-CYCLE-STOCK            PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  PL-SAFETY-STOCK           PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  PL-CURRENT-POINT          PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  PL-PROPOSED-POINT         PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  PL-POINT-CHANGE           PIC --,---,--9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  PL-NOTE-TEXT              PIC X(12).
      *
       01  WS-APPLY-HEADING-LINE.
           05  FILLER                    PIC X(10)   VALUE 'PRODUCT'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(25)
               VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(8)    VALUE 'REVIEWED'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(10)
               VALUE '   CURRENT'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(10)
               VALUE '  PROPOSED'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(10)
               VALUE '       NEW'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(30)   VALUE 'RESULT'.
      *
       01  WS-APPLY-LINE.
           05  AL-PRODUCT-CODE           PIC X(10).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  AL-PRODUCT-DESC           PIC X(25).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  AL-REVIEW-DATE            PIC 9(8).
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  AL-CURRENT-POINT          PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  AL-PROPOSED-POINT         PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  AL-NEW-POINT              PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  AL-RESULT-TEXT            PIC X(30).
      *
       01  WS-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
               VALUE 'PRODUCTS READ           : '.
           05  TL1-PRODUCTS-READ         PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-2.
           05  FILLER                    PIC X(28)
               VALUE 'DISCONTINUED - SKIPPED  : '.
           05  TL2-DISCONTINUED          PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-3.
           05  FILLER                    PIC X(28)
               VALUE 'PROPOSALS FOR REVIEW    : '.
           05  TL3-FOR-REVIEW            PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-4.
           05  FILLER                    PIC X(28)
               VALUE 'NO CHANGE               : '.
           05  TL4-NO-CHANGE             PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-5.
           05  FILLER                    PIC X(28)
               VALUE 'NO LEAD TIME            : '.
           05  TL5-NO-LEAD               PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-6.
           05  FILLER                    PIC X(28)
               VALUE 'RECEIPTS READ           : '.
           05  TL6-RECEIPTS-READ         PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-7.
           05  FILLER                    PIC X(28)
               VALUE 'RECEIPTS TIMED          : '.
           05  TL7-RECEIPTS-TIMED        PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-8.
           05  FILLER                    PIC X(28)
               VALUE 'RECEIPTS PAST TABLE     : '.
           05  TL8-LEAD-OVERFLOW         PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-9.
           05  FILLER                    PIC X(28)
               VALUE 'REVIEW LINES READ       : '.
           05  TL9-REVIEW-READ           PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-10.
           05  FILLER                    PIC X(28)
               VALUE 'NOT APPROVED            : '.
           05  TL10-NOT-APPROVED         PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-11.
           05  FILLER                    PIC X(28)
               VALUE 'REORDER POINTS CHANGED  : '.
           05  TL11-APPLIED              PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-12.
           05  FILLER                    PIC X(28)
               VALUE 'NO CHANGE               : '.
           05  TL12-NO-CHANGE            PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-13.
           05  FILLER                    PIC X(28)
               VALUE 'REJECTED                : '.
           05  TL13-REJECTED             PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       0000-RECALCULATE-REORDER-POINTS.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 8900-OPEN-RUN-CONTROL.
      *
           IF APPLY-MODE
               PERFORM UNTIL END-OF-FILE
                   PERFORM 5000-READ-REVIEW-RECORD
                   IF NOT END-OF-FILE
                       PERFORM 5100-APPLY-REVIEW-LINE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM UNTIL END-OF-FILE
                   PERFORM 2000-READ-RECEIPT-RECORD
                   IF NOT END-OF-FILE
                       PERFORM 2100-TIME-RECEIPT
                   END-IF
               END-PERFORM
               MOVE 'N' TO END-OF-FILE-SW
               PERFORM UNTIL END-OF-FILE
                   PERFORM 3000-READ-PRODUCT-RECORD
                   IF NOT END-OF-FILE
                       PERFORM 3100-PROPOSE-ONE-PRODUCT
                   END-IF
               END-PERFORM
           END-IF.
      *
           PERFORM 9000-TERMINATE.
      *
           PERFORM 8950-CLOSE-RUN-CONTROL.
           STOP RUN.
      *
       1000-INITIALIZE.
      *
           ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
      *
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END
                   MOVE SPACES TO PARM-RECORD
           END-READ.
           CLOSE PARM-FILE.
      *
      *    ANYTHING BUT 'APPLY' ONLY PROPOSES - CHANGING THE
      *    MASTER HAS TO BE ASKED FOR. THE WINDOW IS ONLY NEEDED
      *    TO PROPOSE.
      *
           IF PARM-RUN-MODE = 'APPLY'
               MOVE 'Y' TO APPLY-MODE-SW
               MOVE 'REORDER POINT APPLY RUN' TO HL1-TITLE
           ELSE
               IF PARM-YEAR-MONTH IS NUMERIC AND
                  PARM-HISTORY-MONTHS IS NUMERIC AND
                  PARM-HISTORY-MONTHS NOT = '000'
                   MOVE PARM-YEAR-MONTH TO WS-LAST-YYYYMM
                   MOVE PARM-HISTORY-MONTHS TO WS-HISTORY-MONTHS
               ELSE
                   DISPLAY 'ROPCALC1 - MONTH OR HISTORY MONTHS '
                           'PARAMETER MISSING OR NOT NUMERIC - RUN '
                           'STOPPED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'REORDER POINT PROPOSALS' TO HL1-TITLE
               PERFORM 1100-SET-HISTORY-WINDOW
           END-IF.
      *
           IF APPLY-MODE
               OPEN INPUT REVIEW-FILE
               OPEN I-O PRODMAS-FILE
               OPEN EXTEND AUDIT-FILE
           ELSE
               OPEN INPUT SLSHIST-FILE
               OPEN INPUT PRODMAS-FILE
               OPEN INPUT RECEIPT-LOG-FILE
               OPEN INPUT POMAS-FILE
               OPEN INPUT SUPMAS-FILE
               OPEN OUTPUT REVIEW-FILE
           END-IF.
           OPEN OUTPUT CALC-REPORT-FILE.
      *
       1100-SET-HISTORY-WINDOW.
      *
      *    THE WINDOW ENDS ON THE PARAMETER MONTH AND REACHES BACK
      *    N MONTHS IN ALL - SLSRPT1'S CUTOFF ARITHMETIC
      *
           DIVIDE WS-LAST-YYYYMM BY 100
               GIVING WS-LAST-YYYY
               REMAINDER WS-LAST-MM.
           COMPUTE WS-TOTAL-MONTHS =
               (WS-LAST-YYYY * 12) + WS-LAST-MM - 1
               - WS-HISTORY-MONTHS + 1.
           DIVIDE WS-TOTAL-MONTHS BY 12
               GIVING WS-FIRST-YYYY
               REMAINDER WS-MONTH-REM.
           COMPUTE WS-FIRST-YYYYMM =
               (WS-FIRST-YYYY * 100) + WS-MONTH-REM + 1.
      *
      *    RECEIPTS ARE STAMPED WITH THE CICS ABSTIME, SO THE
      *    WINDOW RUNS FROM THE FIRST OF THE FIRST MONTH TO THE
      *    FIRST OF THE MONTH AFTER THE LAST (DECEMBER ROLLS INTO
      *    JANUARY)
      *
           COMPUTE WS-CONVERT-DATE = WS-FIRST-YYYYMM * 100 + 1.
           PERFORM 8000-CONVERT-DATE-TO-DAYS.
           COMPUTE WS-WINDOW-START-ABSTIME = WS-DAY-COUNT * 86400000.
      *
           COMPUTE WS-CONVERT-DATE = WS-LAST-YYYYMM * 100 + 1.
           IF WS-CONVERT-MM = 12
               ADD 1 TO WS-CONVERT-YYYY
               MOVE 1 TO WS-CONVERT-MM
           ELSE
               ADD 1 TO WS-CONVERT-MM
           END-IF.
           PERFORM 8000-CONVERT-DATE-TO-DAYS.
           COMPUTE WS-WINDOW-END-ABSTIME = WS-DAY-COUNT * 86400000.
      *
       1200-PRINT-PAGE-HEADINGS.
      *
           ADD 1 TO WS-PAGE-COUNT.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE WS-PAGE-COUNT TO HL1-PAGE-NUMBER.
      *
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO CALC-REPORT-RECORD
               WRITE CALC-REPORT-RECORD
           END-IF.
      *
           WRITE CALC-REPORT-RECORD FROM WS-HEADING-LINE-1.
           MOVE SPACES TO CALC-REPORT-RECORD.
           WRITE CALC-REPORT-RECORD.
           MOVE WS-RUN-DATE-YMD TO DT-RUN-DATE.
           WRITE CALC-REPORT-RECORD FROM WS-DATE-LINE.
      *
           IF APPLY-MODE
               MOVE SPACES TO CALC-REPORT-RECORD
               WRITE CALC-REPORT-RECORD
               WRITE CALC-REPORT-RECORD FROM WS-APPLY-HEADING-LINE
           ELSE
               MOVE WS-HISTORY-MONTHS TO WL-HISTORY-MONTHS
               MOVE WS-FIRST-YYYYMM TO WL-FIRST-YYYYMM
               MOVE WS-LAST-YYYYMM TO WL-LAST-YYYYMM
               WRITE CALC-REPORT-RECORD FROM WS-WINDOW-LINE
               WRITE CALC-REPORT-RECORD FROM WS-LEGEND-LINE
               MOVE SPACES TO CALC-REPORT-RECORD
               WRITE CALC-REPORT-RECORD
               WRITE CALC-REPORT-RECORD FROM WS-PROPOSAL-HEADING-LINE
           END-IF.
      *
           MOVE SPACES TO CALC-REPORT-RECORD.
           WRITE CALC-REPORT-RECORD.
      *
       2000-READ-RECEIPT-RECORD.
      *
           READ RECEIPT-LOG-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SW
           END-READ.
      *
           IF NOT END-OF-FILE
               ADD 1 TO WS-RECEIPTS-READ
           END-IF.
      *
       2100-TIME-RECEIPT.
      *
      *    A RECEIPT IN THE WINDOW IS TIMED FROM ITS PO'S ORDER
      *    DATE TO THE DAY IT WAS POSTED. A PARTIAL DELIVERY THAT
      *    CAME IN LATE IS STOCK THAT TOOK THAT LONG, SO EVERY
      *    RECEIPT COUNTS, NOT JUST A PO'S FIRST. A RECEIPT WHOSE
      *    PO IS GONE, OR HAS NO ORDER DATE, CANNOT BE TIMED.
      *
           IF RCP-TIMESTAMP < WS-WINDOW-START-ABSTIME
              OR RCP-TIMESTAMP NOT < WS-WINDOW-END-ABSTIME
               CONTINUE
           ELSE
               MOVE RCP-PO-NUMBER TO PO-PO-NUMBER
               READ POMAS-FILE
                   INVALID KEY
                       MOVE 'N' TO PO-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO PO-FOUND-SW
               END-READ
               IF PO-FOUND AND
                  PO-ORDER-DATE IS NUMERIC AND
                  PO-ORDER-DATE > ZERO
                   MOVE PO-ORDER-DATE TO WS-CONVERT-DATE
                   PERFORM 8000-CONVERT-DATE-TO-DAYS
                   COMPUTE WS-RECEIPT-DAY = RCP-TIMESTAMP / 86400000
                   COMPUTE WS-RECEIPT-LEAD-DAYS =
                       WS-RECEIPT-DAY - WS-DAY-COUNT
                   IF WS-RECEIPT-LEAD-DAYS >= ZERO
                       IF WS-RECEIPT-LEAD-DAYS > 999
                           MOVE 999 TO WS-RECEIPT-LEAD-DAYS
                       END-IF
                       MOVE RCP-PRODUCT-CODE TO WS-LD-WORK-PRODUCT
                       PERFORM 2200-FIND-LEAD-ENTRY
                       IF LEAD-ENTRY-FOUND
                           ADD 1 TO WS-RECEIPTS-TIMED
                           ADD 1 TO WS-LD-RECEIPTS(WS-LD-SUB)
                           ADD WS-RECEIPT-LEAD-DAYS
                               TO WS-LD-TOTAL-DAYS(WS-LD-SUB)
                           IF WS-RECEIPT-LEAD-DAYS >
                              WS-LD-MAX-DAYS(WS-LD-SUB)
                               MOVE WS-RECEIPT-LEAD-DAYS
                                   TO WS-LD-MAX-DAYS(WS-LD-SUB)
                           END-IF
                       ELSE
                           ADD 1 TO WS-LEAD-OVERFLOW
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       2200-FIND-LEAD-ENTRY.
      *
           MOVE 'Y' TO LEAD-ENTRY-FOUND-SW.
           PERFORM VARYING WS-LD-SUB FROM 1 BY 1
                   UNTIL WS-LD-SUB > WS-LD-COUNT
                   OR WS-LD-PRODUCT(WS-LD-SUB) = WS-LD-WORK-PRODUCT
               CONTINUE
           END-PERFORM.
      *
           IF WS-LD-SUB > WS-LD-COUNT
               IF WS-LD-COUNT < 1000
                   ADD 1 TO WS-LD-COUNT
                   MOVE WS-LD-WORK-PRODUCT
                       TO WS-LD-PRODUCT(WS-LD-COUNT)
                   MOVE ZERO TO WS-LD-RECEIPTS(WS-LD-COUNT)
                   MOVE ZERO TO WS-LD-TOTAL-DAYS(WS-LD-COUNT)
                   MOVE ZERO TO WS-LD-MAX-DAYS(WS-LD-COUNT)
                   MOVE WS-LD-COUNT TO WS-LD-SUB
               ELSE
                   MOVE 'N' TO LEAD-ENTRY-FOUND-SW
               END-IF
           END-IF.
      *
       3000-READ-PRODUCT-RECORD.
      *
           READ PRODMAS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE-SW
           END-READ.
      *
           IF NOT END-OF-FILE
               ADD 1 TO WS-PRODUCTS-READ
           END-IF.
      *
       3100-PROPOSE-ONE-PRODUCT.
      *
      *    DISCONTINUED PRODUCTS ARE LEFT OFF - PORAISE1 NEVER
      *    BUYS THEM WHATEVER THEIR POINT SAYS
      *
           IF PRD-STATUS-DISCONTINUED
               ADD 1 TO WS-DISCONTINUED-COUNT
           ELSE
               PERFORM 3200-COLLECT-DEMAND
               PERFORM 3300-SET-LEAD-TIME
               MOVE ZERO TO WS-CYCLE-STOCK
               MOVE ZERO TO WS-SAFETY-STOCK
               EVALUATE TRUE
                   WHEN WS-TOTAL-UNITS = ZERO
                       MOVE ZERO TO WS-PROPOSED-POINT
                   WHEN WS-LEAD-UNKNOWN
                       MOVE PRD-REORDER-POINT TO WS-PROPOSED-POINT
                   WHEN OTHER
                       PERFORM 3400-COMPUTE-PROPOSAL
               END-EVALUATE
               COMPUTE WS-POINT-CHANGE =
                   WS-PROPOSED-POINT - PRD-REORDER-POINT
               EVALUATE TRUE
                   WHEN WS-TOTAL-UNITS > ZERO AND WS-LEAD-UNKNOWN
                       MOVE 'NO LEAD TIME' TO WS-NOTE-TEXT
                       ADD 1 TO WS-NO-LEAD-COUNT
                   WHEN WS-POINT-CHANGE = ZERO
                       MOVE 'NO CHANGE' TO WS-NOTE-TEXT
                       ADD 1 TO WS-NO-CHANGE-COUNT
                   WHEN OTHER
                       MOVE 'FOR REVIEW' TO WS-NOTE-TEXT
                       ADD 1 TO WS-FOR-REVIEW-COUNT
                       PERFORM 3600-WRITE-REVIEW-RECORD
               END-EVALUATE
               PERFORM 3500-PRINT-PROPOSAL-LINE
           END-IF.
      *
       3200-COLLECT-DEMAND.
      *
      *    THE MONTHS SIT IN ASCENDING ORDER UNDER EACH PRODUCT, SO
      *    THE BROWSE STARTS AT THE FIRST MONTH OF THE WINDOW AND
      *    STOPS AT THE FIRST RECORD PAST IT. THE AVERAGE IS OVER
      *    EVERY MONTH IN THE WINDOW, SOLD IN OR NOT.
      *
           MOVE ZERO TO WS-TOTAL-UNITS.
           MOVE ZERO TO WS-PEAK-MONTHLY.
           MOVE 'N' TO END-OF-HIST-SCAN-SW.
           MOVE PRD-PRODUCT-CODE TO SH-PRODUCT-CODE.
           MOVE WS-FIRST-YYYYMM TO SH-YEAR-MONTH.
      *
           START SLSHIST-FILE KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-HIST-SCAN-SW
           END-START.
      *
           PERFORM UNTIL END-OF-HIST-SCAN
               READ SLSHIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-HIST-SCAN-SW
               END-READ
               IF NOT END-OF-HIST-SCAN
                   IF SH-PRODUCT-CODE = PRD-PRODUCT-CODE AND
                      SH-YEAR-MONTH <= WS-LAST-YYYYMM
                       ADD SH-UNITS-SOLD TO WS-TOTAL-UNITS
                       IF SH-UNITS-SOLD > WS-PEAK-MONTHLY
                           MOVE SH-UNITS-SOLD TO WS-PEAK-MONTHLY
                       END-IF
                   ELSE
                       MOVE 'Y' TO END-OF-HIST-SCAN-SW
                   END-IF
               END-IF
           END-PERFORM.
      *
           COMPUTE WS-AVG-MONTHLY ROUNDED =
               WS-TOTAL-UNITS / WS-HISTORY-MONTHS.
      *
       3300-SET-LEAD-TIME.
      *
      *    WHAT THE PRODUCT'S RECEIPTS SHOWED, WHEN IT HAD ANY
      *
           MOVE ZERO TO WS-AVG-LEAD-DAYS.
           MOVE ZERO TO WS-MAX-LEAD-DAYS.
           MOVE SPACE TO WS-LEAD-SOURCE.
      *
           PERFORM VARYING WS-LD-SUB FROM 1 BY 1
                   UNTIL WS-LD-SUB > WS-LD-COUNT
                   OR WS-LD-PRODUCT(WS-LD-SUB) = PRD-PRODUCT-CODE
               CONTINUE
           END-PERFORM.
      *
           IF WS-LD-SUB <= WS-LD-COUNT
               IF WS-LD-RECEIPTS(WS-LD-SUB) > ZERO
                   COMPUTE WS-AVG-LEAD-DAYS ROUNDED =
                       WS-LD-TOTAL-DAYS(WS-LD-SUB)
                       / WS-LD-RECEIPTS(WS-LD-SUB)
                   MOVE WS-LD-MAX-DAYS(WS-LD-SUB) TO WS-MAX-LEAD-DAYS
                   SET WS-LEAD-FROM-RECEIPTS TO TRUE
               END-IF
           END-IF.
      *
           IF WS-LEAD-UNKNOWN
               PERFORM 3350-SET-MASTER-LEAD-TIME
           END-IF.
      *
       3350-SET-MASTER-LEAD-TIME.
      *
      *    NOTHING RECEIVED IN THE WINDOW - PORAISE1'S RULE: THE
      *    PRODUCT'S OWN LEAD TIME, ELSE ITS PRIMARY SUPPLIER'S,
      *    SERVING AS BOTH THE AVERAGE AND THE SLOWEST
      *
           IF PRD-LEAD-DAYS > ZERO
               MOVE PRD-LEAD-DAYS TO WS-AVG-LEAD-DAYS
               SET WS-LEAD-FROM-PRODUCT TO TRUE
           ELSE
               IF PRD-SUPPLIER-CODE NOT = SPACES
                   MOVE PRD-SUPPLIER-CODE TO SUP-SUPPLIER-CODE
                   READ SUPMAS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SUP-LEAD-DAYS > ZERO
                               MOVE SUP-LEAD-DAYS TO WS-AVG-LEAD-DAYS
                               SET WS-LEAD-FROM-SUPPLIER TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.
      *
           MOVE WS-AVG-LEAD-DAYS TO WS-MAX-LEAD-DAYS.
      *
       3400-COMPUTE-PROPOSAL.
      *
      *    CYCLE STOCK - AVERAGE DAILY DEMAND OVER THE AVERAGE
      *    LEAD TIME. THE POINT - PEAK DAILY DEMAND OVER THE
      *    SLOWEST LEAD TIME. SAFETY STOCK IS THE DIFFERENCE.
      *
           COMPUTE WS-CYCLE-STOCK ROUNDED =
               WS-TOTAL-UNITS * WS-AVG-LEAD-DAYS
               / (WS-HISTORY-MONTHS * 30).
           COMPUTE WS-PEAK-LEAD-STOCK ROUNDED =
               WS-PEAK-MONTHLY * WS-MAX-LEAD-DAYS / 30.
      *
           IF WS-PEAK-LEAD-STOCK > 9999999
               MOVE 9999999 TO WS-PEAK-LEAD-STOCK
           END-IF.
           IF WS-CYCLE-STOCK > WS-PEAK-LEAD-STOCK
               MOVE WS-PEAK-LEAD-STOCK TO WS-CYCLE-STOCK
           END-IF.
      *
           COMPUTE WS-SAFETY-STOCK =
               WS-PEAK-LEAD-STOCK - WS-CYCLE-STOCK.
           MOVE WS-PEAK-LEAD-STOCK TO WS-PROPOSED-POINT.
      *
       3500-PRINT-PROPOSAL-LINE.
      *
           IF WS-LINE-COUNT >= 50
               PERFORM 1200-PRINT-PAGE-HEADINGS
           END-IF.
      *
           MOVE PRD-PRODUCT-CODE TO PL-PRODUCT-CODE.
           MOVE PRD-PRODUCT-DESC TO PL-PRODUCT-DESC.
           MOVE WS-AVG-MONTHLY TO PL-AVG-MONTHLY.
           MOVE WS-PEAK-MONTHLY TO PL-PEAK-MONTHLY.
           MOVE WS-AVG-LEAD-DAYS TO PL-AVG-LEAD-DAYS.
           MOVE WS-MAX-LEAD-DAYS TO PL-MAX-LEAD-DAYS.
           MOVE WS-LEAD-SOURCE TO PL-LEAD-SOURCE.
           MOVE WS-CYCLE-STOCK TO PL-CYCLE-STOCK.
           MOVE WS-SAFETY-STOCK TO PL-SAFETY-STOCK.
           MOVE PRD-REORDER-POINT TO PL-CURRENT-POINT.
           MOVE WS-PROPOSED-POINT TO PL-PROPOSED-POINT.
           MOVE WS-POINT-CHANGE TO PL-POINT-CHANGE.
           MOVE WS-NOTE-TEXT TO PL-NOTE-TEXT.
           WRITE CALC-REPORT-RECORD FROM WS-PROPOSAL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
       3600-WRITE-REVIEW-RECORD.
      *
      *    THE APPROVAL COLUMNS GO OUT BLANK FOR PURCHASING
      *
           MOVE SPACES TO REORDER-REVIEW-RECORD.
           MOVE PRD-PRODUCT-CODE TO ROP-PRODUCT-CODE.
           MOVE PRD-PRODUCT-DESC TO ROP-PRODUCT-DESC.
           MOVE WS-RUN-DATE-YMD TO ROP-REVIEW-DATE.
           MOVE WS-HISTORY-MONTHS TO ROP-HISTORY-MONTHS.
           MOVE WS-AVG-MONTHLY TO ROP-AVG-MONTHLY.
           MOVE WS-PEAK-MONTHLY TO ROP-PEAK-MONTHLY.
           MOVE WS-AVG-LEAD-DAYS TO ROP-AVG-LEAD-DAYS.
           MOVE WS-MAX-LEAD-DAYS TO ROP-MAX-LEAD-DAYS.
           MOVE PRD-REORDER-POINT TO ROP-CURRENT-POINT.
           MOVE WS-PROPOSED-POINT TO ROP-PROPOSED-POINT.
           WRITE REORDER-REVIEW-RECORD.
      *
       5000-READ-REVIEW-RECORD.
      *
           READ REVIEW-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SW
           END-READ.
      *
           IF NOT END-OF-FILE
               ADD 1 TO WS-REVIEW-READ
           END-IF.
      *
       5100-APPLY-REVIEW-LINE.
      *
           IF NOT ROP-APPROVED
               ADD 1 TO WS-NOT-APPROVED-COUNT
           ELSE
               MOVE 'Y' TO VALID-LINE-SW
               MOVE SPACES TO WS-RESULT-TEXT
               PERFORM 5200-EDIT-APPROVED-POINT
               IF VALID-LINE
                   PERFORM 5300-CHECK-PRODUCT
               END-IF
               IF VALID-LINE
                   IF WS-NEW-POINT = WS-MASTER-POINT
                       MOVE 'NO CHANGE - POINT ALREADY SET'
                           TO WS-RESULT-TEXT
                       ADD 1 TO WS-NO-CHANGE-COUNT
                   ELSE
                       PERFORM 5400-POST-REORDER-POINT
                   END-IF
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
               PERFORM 5600-PRINT-APPLY-LINE
           END-IF.
      *
       5200-EDIT-APPROVED-POINT.
      *
           IF ROP-APPROVED-POINT = SPACES
               MOVE 'P' TO WS-CHANGE-SOURCE
               IF ROP-PROPOSED-POINT IS NUMERIC
                   MOVE ROP-PROPOSED-POINT TO WS-NEW-POINT
               ELSE
                   MOVE 'PROPOSED POINT NOT NUMERIC'
                       TO WS-RESULT-TEXT
                   MOVE 'N' TO VALID-LINE-SW
               END-IF
           ELSE
               MOVE 'O' TO WS-CHANGE-SOURCE
               MOVE ZERO TO WS-DIGIT-LENGTH
               INSPECT ROP-APPROVED-POINT TALLYING WS-DIGIT-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-DIGIT-LENGTH = ZERO
                   MOVE 'APPROVED POINT MUST BE NUMERIC'
                       TO WS-RESULT-TEXT
                   MOVE 'N' TO VALID-LINE-SW
               ELSE
                   IF ROP-APPROVED-POINT(1:WS-DIGIT-LENGTH)
                           IS NOT NUMERIC
                       MOVE 'APPROVED POINT MUST BE NUMERIC'
                           TO WS-RESULT-TEXT
                       MOVE 'N' TO VALID-LINE-SW
                   ELSE
                       IF WS-DIGIT-LENGTH < 7
                          AND ROP-APPROVED-POINT
                              (WS-DIGIT-LENGTH + 1:) NOT = SPACES
                           MOVE 'APPROVED POINT MUST BE NUMERIC'
                               TO WS-RESULT-TEXT
                           MOVE 'N' TO VALID-LINE-SW
                       ELSE
                           MOVE ROP-APPROVED-POINT(1:WS-DIGIT-LENGTH)
                               TO WS-NEW-POINT
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       5300-CHECK-PRODUCT.
      *
      *    THE POINT ON PRODMAS MUST STILL BE THE ONE THE REVIEW
      *    SAW - IF SOMEONE HAS KEYED A NEW ONE ON PRD1 SINCE, THE
      *    REVIEW SHOULD BE RERUN RATHER THAN OVERWRITE THEM
      *
           MOVE ROP-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           READ PRODMAS-FILE
               INVALID KEY
                   MOVE 'PRODUCT NOT ON FILE' TO WS-RESULT-TEXT
                   MOVE 'N' TO VALID-LINE-SW
           END-READ.
      *
           IF VALID-LINE
               MOVE PRD-REORDER-POINT TO WS-MASTER-POINT
               IF PRD-STATUS-DISCONTINUED
                   MOVE 'PRODUCT IS DISCONTINUED' TO WS-RESULT-TEXT
                   MOVE 'N' TO VALID-LINE-SW
               ELSE
                   IF ROP-CURRENT-POINT IS NOT NUMERIC
                      OR WS-MASTER-POINT NOT = ROP-CURRENT-POINT
                       MOVE 'POINT CHANGED SINCE REVIEW'
                           TO WS-RESULT-TEXT
                       MOVE 'N' TO VALID-LINE-SW
                   END-IF
               END-IF
           END-IF.
      *
       5400-POST-REORDER-POINT.
      *
           MOVE WS-NEW-POINT TO PRD-REORDER-POINT.
           REWRITE PRODUCT-MASTER-RECORD.
      *
           IF WS-PRODMAS-STATUS = '00'
               PERFORM 5500-WRITE-AUDIT-RECORD
               MOVE 'APPLIED' TO WS-RESULT-TEXT
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE 'PRODMAS REWRITE FAILED' TO WS-RESULT-TEXT
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
      *
       5500-WRITE-AUDIT-RECORD.
      *
           ACCEPT WS-RC-DATE FROM DATE.
           ACCEPT WS-RC-TIME FROM TIME.
           COMPUTE RPA-TIMESTAMP =
               WS-RC-DATE * 100000000 + WS-RC-TIME.
           MOVE 'ROPCALC1' TO RPA-JOB-NAME.
           MOVE ROP-PRODUCT-CODE TO RPA-PRODUCT-CODE.
           MOVE ROP-REVIEW-DATE TO RPA-REVIEW-DATE.
           MOVE WS-MASTER-POINT TO RPA-OLD-REORDER-POINT.
           MOVE WS-NEW-POINT TO RPA-NEW-REORDER-POINT.
           MOVE ROP-PROPOSED-POINT TO RPA-PROPOSED-POINT.
           MOVE WS-CHANGE-SOURCE TO RPA-CHANGE-SOURCE.
           MOVE ROP-HISTORY-MONTHS TO RPA-HISTORY-MONTHS.
           MOVE ROP-AVG-MONTHLY TO RPA-AVG-MONTHLY.
           MOVE ROP-PEAK-MONTHLY TO RPA-PEAK-MONTHLY.
           MOVE ROP-AVG-LEAD-DAYS TO RPA-AVG-LEAD-DAYS.
           MOVE ROP-MAX-LEAD-DAYS TO RPA-MAX-LEAD-DAYS.
      *
           WRITE REORDER-AUDIT-RECORD.
      *
       5600-PRINT-APPLY-LINE.
      *
           IF WS-LINE-COUNT >= 50
               PERFORM 1200-PRINT-PAGE-HEADINGS
           END-IF.
      *
           MOVE ROP-PRODUCT-CODE TO AL-PRODUCT-CODE.
           MOVE ROP-PRODUCT-DESC TO AL-PRODUCT-DESC.
           MOVE ROP-REVIEW-DATE TO AL-REVIEW-DATE.
           IF ROP-CURRENT-POINT IS NUMERIC
               MOVE ROP-CURRENT-POINT TO AL-CURRENT-POINT
           ELSE
               MOVE ZERO TO AL-CURRENT-POINT
           END-IF.
           IF ROP-PROPOSED-POINT IS NUMERIC
               MOVE ROP-PROPOSED-POINT TO AL-PROPOSED-POINT
           ELSE
               MOVE ZERO TO AL-PROPOSED-POINT
           END-IF.
           IF WS-RESULT-TEXT = 'APPROVED POINT MUST BE NUMERIC'
              OR WS-RESULT-TEXT = 'PROPOSED POINT NOT NUMERIC'
               MOVE ZERO TO AL-NEW-POINT
           ELSE
               MOVE WS-NEW-POINT TO AL-NEW-POINT
           END-IF.
           MOVE WS-RESULT-TEXT TO AL-RESULT-TEXT.
           WRITE CALC-REPORT-RECORD FROM WS-APPLY-LINE.
           ADD 1 TO WS-LINE-COUNT.
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
           IF WS-PAGE-COUNT = ZERO
               PERFORM 1200-PRINT-PAGE-HEADINGS
           END-IF.
      *
           MOVE SPACES TO CALC-REPORT-RECORD.
           WRITE CALC-REPORT-RECORD.
      *
           IF APPLY-MODE
               MOVE WS-REVIEW-READ TO TL9-REVIEW-READ
               WRITE CALC-REPORT-RECORD FROM WS-TOTAL-LINE-9
               MOVE WS-NOT-APPROVED-COUNT TO TL10-NOT-APPROVED
               WRITE CALC-REPORT-RECORD FROM WS-TOTAL-LINE-10
               MOVE WS-APPLIED-COUNT TO TL11-APPLIED
               WRITE CALC-REPORT-RECORD FROM WS-TOTAL-LINE-11
               MOVE WS-NO-CHANGE-COUNT TO TL12-NO-CHANGE
               WRITE CALC-REPORT-RECORD FROM WS-TOTAL-LINE-12
               MOVE WS-REJECTED-COUNT TO TL13-REJECTED
               WRITE CALC-REPORT-RECORD FROM WS-TOTAL-LINE-13
               CLOSE REVIEW-FILE
               CLOSE PRODMAS-FILE
               CLOSE AUDIT-FILE
           ELSE
               MOVE WS-PRODUCTS-READ TO TL1-PRODUCTS-READ
               WRITE CALC-REPORT-RECORD FROM WS-TOTAL-LINE-1
               MOVE WS-DISCONTINUED-COUNT TO TL2-DISCONTINUED
               WRITE CALC-REPORT-RECORD FROM WS-TOTAL-LINE-2
               MOVE WS-FOR-REVIEW-COUNT TO TL3-FOR-REVIEW
               WRITE CALC-REPORT-RECORD FROM WS-TOTAL-LINE-3
               MOVE WS-NO-CHANGE-COUNT TO TL4-NO-CHANGE
               WRITE CALC-REPORT-RECORD FROM WS-TOTAL-LINE-4
               MOVE WS-NO-LEAD-COUNT TO TL5-NO-LEAD
               WRITE CALC-REPORT-RECORD FROM WS-TOTAL-LINE-5
               MOVE WS-RECEIPTS-READ TO TL6-RECEIPTS-READ
               WRITE CALC-REPORT-RECORD FROM WS-TOTAL-LINE-6
               MOVE WS-RECEIPTS-TIMED TO TL7-RECEIPTS-TIMED
               WRITE CALC-REPORT-RECORD FROM WS-TOTAL-LINE-7
               MOVE WS-LEAD-OVERFLOW TO TL8-LEAD-OVERFLOW
               WRITE CALC-REPORT-RECORD FROM WS-TOTAL-LINE-8
               CLOSE SLSHIST-FILE
               CLOSE PRODMAS-FILE
               CLOSE RECEIPT-LOG-FILE
               CLOSE POMAS-FILE
               CLOSE SUPMAS-FILE
               CLOSE REVIEW-FILE
           END-IF.
      *
           CLOSE CALC-REPORT-FILE.
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
           ACCEPT WS-RC-BUSINESS-DATE FROM DATE YYYYMMDD.
      *
           OPEN I-O RUNCTL-FILE.
      *
           MOVE 'ROPCALC1' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           MOVE 'ROPCALC1' TO RUN-JOB-NAME.
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
           MOVE 'ROPCALC1' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-RUNCTL-STATUS = '00'
               MOVE WS-RC-STAMP TO RUN-END-STAMP
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               IF APPLY-MODE
                   MOVE WS-REVIEW-READ TO RUN-RECORDS-PROCESSED
               ELSE
                   MOVE WS-PRODUCTS-READ TO RUN-RECORDS-PROCESSED
               END-IF
               SET RUN-STATUS-ENDED TO TRUE
               REWRITE RUN-CONTROL-RECORD
           END-IF.
      *
           CLOSE RUNCTL-FILE.
