       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  EODCLS1.
      *
      ************************************************************
      * END-OF-DAY CLOSE AND BUSINESS DATE ROLL (BATCH)          *
      *                                                          *
      * RUNS AS THE LAST STEP OF THE NIGHTLY STREAM. BUSDATE WAS *
      * KEYED BY HAND EVERY NIGHT AND ONE MISTYPED DATE IS ONE   *
      * NIGHT OF BILLING AND AGING DONE AGAINST THE WRONG DAY.   *
      * THIS STEP CLOSES THE DAY BUSDATE HOLDS AND ROLLS IT:     *
      *   - EVERY JOB NAMED ON THE EODJOBS LIST (ONE NAME PER    *
      *     LINE, COLUMNS 1-8; A BLANK LINE OR AN * IN COLUMN 1  *
      *     IS PASSED OVER) MUST HAVE POSTED A CLEAN FINISH ON   *
      *     RUNCTL FOR THE BUSINESS DATE BEING CLOSED - THE SAME *
      *     TEST DAYOPEN1 PUTS CTLVFY1 THROUGH. ONE JOB MISSING, *
      *     STILL RUNNING, OR ENDED NONZERO AND THE DAY IS NOT   *
      *     CLOSED: BUSDATE IS LEFT ALONE AND THE STEP ENDS WITH *
      *     RETURN CODE 16 SO THE SCHEDULER HOLDS THE STREAM. AN *
      *     EMPTY LIST IS REFUSED THE SAME WAY.                  *
      *   - THE NEXT BUSINESS DAY IS THE FIRST DATE AFTER IT     *
      *     THAT IS NOT A SATURDAY, A SUNDAY, OR A HOLIDAY ON    *
      *     THE HOLCAL CALENDAR (KEPT ON THE HOL1 SCREEN). EVERY *
      *     DAY PASSED OVER IS LISTED WITH THE REASON.           *
      *   - WHEN THE NEXT BUSINESS DAY FALLS IN ANOTHER MONTH,   *
      *     THE DAY BEING CLOSED IS THE MONTH'S LAST AND ITS     *
      *     FIGURES ARE FROZEN ON PERHIST FOR THE PERIOD: OPEN   *
      *     RECEIVABLE BY ARAGE1'S AGE BUCKETS PLUS UNAPPLIED    *
      *     CREDIT, STOCK UNITS BY PRDLOC LOCATION, AND UNBILLED *
      *     ORDER VALUE BY ORDER STATUS. A FIGURE ALREADY ON     *
      *     FILE FOR THE PERIOD IS KEPT, NOT REWRITTEN.          *
      *   - ONLY THEN IS BUSDATE REWRITTEN WITH THE NEW DATE.    *
      * THE CLOSE POSTS ITS OWN RUNCTL RECORD UNDER THE DATE IT  *
      * CLOSED, SO IT MUST NOT NAME ITSELF ON EODJOBS. CTLVFY1   *
      * VERIFIES THE COUNTERS FOR THE DAY ABOUT TO OPEN, SO IT   *
      * RUNS AFTER THIS STEP AND BELONGS OFF THE LIST TOO. A     *
      * RERUN AFTER A CLEAN CLOSE FINDS THE NEW DATE'S JOBS NOT  *
      * YET RUN AND REFUSES, SO A DAY CANNOT BE ROLLED TWICE.    *
      * LOCATION TOTALS USE INVVAL1'S 50-SLOT TABLE.             *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT JOBLIST-FILE ASSIGN TO EODJOBS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLIST-STATUS.
      *
           SELECT HOLCAL-FILE ASSIGN TO HOLCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOL-HOLIDAY-DATE
               FILE STATUS IS WS-HOLCAL-STATUS.
      *
           SELECT INVMAS-FILE ASSIGN TO INVMAS
               ORGANIZATION IS INDEXED
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
           SELECT PRDLOC-FILE ASSIGN TO PRDLOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PRDLOC-STATUS.
      *
           SELECT ORDMAS-FILE ASSIGN TO ORDMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORD-ORDER-NUMBER
               FILE STATUS IS WS-ORDMAS-STATUS.
      *
           SELECT PERHIST-FILE ASSIGN TO PERHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PERHIST-STATUS.
      *
           SELECT CLOSE-REPORT-FILE ASSIGN TO EODCLS1
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
       FD  JOBLIST-FILE.
      *
       01  JOBLIST-RECORD.
           05  JOBLIST-JOB-NAME          PIC X(8).
           05  FILLER                    PIC X(72).
      *
       FD  HOLCAL-FILE.
      *
       COPY HOLREC.
      *
       FD  INVMAS-FILE.
      *
       COPY INVREC.
      *
       FD  CRDMAS-FILE.
      *
       COPY CRDREC.
      *
       FD  PRDLOC-FILE.
      *
       COPY PLOCREC.
      *
       FD  ORDMAS-FILE.
      *
       COPY ORDREC.
      *
       FD  PERHIST-FILE.
      *
       COPY PERREC.
      *
       FD  CLOSE-REPORT-FILE.
      *
       01  CLOSE-REPORT-RECORD           PIC X(132).
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
           05  NEXT-DAY-FOUND-SW         PIC X       VALUE 'N'.
               88  NEXT-DAY-FOUND                    VALUE 'Y'.
           05  SNAPSHOT-FAILED-SW        PIC X       VALUE 'N'.
               88  SNAPSHOT-FAILED                   VALUE 'Y'.
      *
       01  WS-FILE-STATUSES.
           05  WS-JOBLIST-STATUS         PIC XX.
           05  WS-HOLCAL-STATUS          PIC XX.
           05  WS-INVMAS-STATUS          PIC XX.
           05  WS-CRDMAS-STATUS          PIC XX.
           05  WS-PRDLOC-STATUS          PIC XX.
           05  WS-ORDMAS-STATUS          PIC XX.
           05  WS-PERHIST-STATUS         PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-PARM-STATUS            PIC XX.
      *
       01  WS-COUNTERS.
           05  WS-JOBS-CHECKED           PIC S9(7)   COMP VALUE ZERO.
           05  WS-JOBS-NOT-CLEAN         PIC S9(7)   COMP VALUE ZERO.
           05  WS-DAYS-SKIPPED           PIC S9(7)   COMP VALUE ZERO.
           05  WS-SNAPSHOT-WRITTEN       PIC S9(7)   COMP VALUE ZERO.
           05  WS-SNAPSHOT-KEPT          PIC S9(7)   COMP VALUE ZERO.
           05  WS-DAYS-TRIED             PIC S9(4)   COMP VALUE ZERO.
      *
      *    THE DAY BEING CLOSED, OFF BUSDATE, AND THE DAY IT ROLLS
      *    TO
      *
       01  WS-RUN-DATE-YMD               PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-YMD.
           05  WS-RUN-YYYYMM             PIC 9(6).
           05  FILLER                    PIC 99.
       01  WS-RUN-DAY-COUNT              PIC S9(9)   COMP.
      *
       01  WS-NEXT-DATE                  PIC 9(8).
       01  WS-NEXT-PARTS REDEFINES WS-NEXT-DATE.
           05  WS-NEXT-YYYY              PIC 9(4).
           05  WS-NEXT-MM                PIC 99.
           05  WS-NEXT-DD                PIC 99.
       01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-DATE.
           05  WS-NEXT-YYYYMM            PIC 9(6).
           05  FILLER                    PIC 99.
      *
      *    DATE-TO-DAY-COUNT WORK FIELDS (DAYS SINCE 1 JAN 1900,
      *    WHICH WAS A MONDAY), SAME LONGHAND CONVERSION THE
      *    CUSTAUD ARCHIVE JOB USES
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
           05  WS-LAST-DAY-OF-MONTH      PIC S9(4)   COMP.
           05  WS-WEEK-WORK              PIC S9(9)   COMP.
           05  WS-WEEKDAY-SUB            PIC S9(4)   COMP.
      *
       01  WS-MONTH-DAY-VALUES.
           05  FILLER                    PIC X(24)   VALUE
               '312831303130313130313031'.
       01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
           05  WS-MONTH-DAYS             PIC 99      OCCURS 12 TIMES.
      *
       01  WS-DAY-NAME-VALUES.
           05  FILLER                    PIC X(36)   VALUE
               'MONDAY   TUESDAY  WEDNESDAYTHURSDAY '.
           05  FILLER                    PIC X(27)   VALUE
               'FRIDAY   SATURDAY SUNDAY   '.
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME               PIC X(9)    OCCURS 7 TIMES.
      *
      *    MONTH-END ACCUMULATORS. THE RECEIVABLE BUCKETS ARE
      *    ARAGE1'S, AGED AGAINST THE DAY BEING CLOSED; THE FIFTH
      *    SLOT CARRIES THE UNAPPLIED ON-ACCOUNT CREDIT.
      *
       01  WS-AR-BUCKET-VALUES.
           05  FILLER                    PIC X(40)   VALUE
               'CURRENT 31-60   61-90   OVER 90 UNAPPLCR'.
       01  WS-AR-BUCKET-TABLE REDEFINES WS-AR-BUCKET-VALUES.
           05  WS-AR-BUCKET-NAME         PIC X(8)    OCCURS 5 TIMES.
       01  WS-AR-TABLE.
           05  WS-AR-ENTRY               OCCURS 5 TIMES.
               10  WS-AR-COUNT           PIC S9(7)   COMP.
               10  WS-AR-AMOUNT          PIC 9(11)V99.
       01  WS-AR-SUB                     PIC S9(4)   COMP.
       01  WS-INVOICE-DAY-COUNT          PIC S9(9)   COMP.
       01  WS-INVOICE-AGE-DAYS           PIC S9(9)   COMP.
       01  WS-INVOICE-BALANCE            PIC 9(9)V99.
       01  WS-CREDIT-REMAINING           PIC S9(9)V99.
      *
      *    STOCK BY LOCATION - INVVAL1'S TABLE: THE SHOP RUNS TWO
      *    BUILDINGS; 50 IS ROOM TO GROW. OVERFLOW FOLDS INTO THE
      *    LAST SLOT.
      *
       01  WS-LOCATION-TABLE.
           05  WS-LOC-ENTRY              OCCURS 50 TIMES.
               10  WS-LOC-CODE           PIC X(3).
               10  WS-LOC-PRODUCTS       PIC S9(7)   COMP.
               10  WS-LOC-ON-HAND        PIC S9(9)   COMP.
               10  WS-LOC-ALLOCATED      PIC S9(9)   COMP.
               10  WS-LOC-IN-TRANSIT     PIC S9(9)   COMP.
       01  WS-LOC-COUNT                  PIC S9(4)   COMP VALUE ZERO.
       01  WS-LOC-SUB                    PIC S9(4)   COMP.
      *
      *    THE ORDER BOOK - ORDERS NOT YET FULLY BILLED, AT THE
      *    MERCHANDISE INVGEN1 HAS STILL TO BILL
      *
       01  WS-ORDER-STATUS-VALUES.
           05  FILLER                    PIC X(24)   VALUE
               'OPEN    COMPLETEPARTIAL '.
       01  WS-ORDER-STATUS-TABLE REDEFINES WS-ORDER-STATUS-VALUES.
           05  WS-OO-STATUS-NAME         PIC X(8)    OCCURS 3 TIMES.
       01  WS-OO-TABLE.
           05  WS-OO-ENTRY               OCCURS 3 TIMES.
               10  WS-OO-COUNT           PIC S9(7)   COMP.
               10  WS-OO-AMOUNT          PIC 9(11)V99.
       01  WS-OO-SUB                     PIC S9(4)   COMP.
       01  WS-ORDER-UNBILLED             PIC S9(9)V99.
      *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40)   VALUE SPACES.
           05  FILLER                    PIC X(33)
               VALUE 'END-OF-DAY CLOSE'.
      *
       01  WS-DATE-LINE.
           05  FILLER                    PIC X(28)
               VALUE 'BUSINESS DATE CLOSING   : '.
           05  DT-BUSINESS-DATE          PIC 9(8).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DT-DAY-NAME               PIC X(9).
      *
       01  WS-JOB-SECTION-LINE.
           05  FILLER                    PIC X(40)
               VALUE 'REQUIRED NIGHTLY JOBS (EODJOBS)'.
      *
       01  WS-JOB-HEADING-LINE.
           05  FILLER                    PIC X(8)    VALUE 'JOB'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(14)   VALUE 'STARTED'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(14)   VALUE 'ENDED'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(4)    VALUE '  RC'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(7)    VALUE 'RECORDS'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(40)   VALUE 'RESULT'.
      *
       01  WS-JOB-LINE.
           05  JL-JOB-NAME               PIC X(8).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  JL-START-STAMP            PIC X(14).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  JL-END-STAMP              PIC X(14).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  JL-RETURN-CODE            PIC ZZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  JL-RECORDS                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  JL-RESULT                 PIC X(40).
      *
       01  WS-SKIP-SECTION-LINE.
           05  FILLER                    PIC X(40)
               VALUE 'DAYS PASSED OVER'.
      *
       01  WS-SKIP-LINE.
           05  SL-DATE                   PIC 9(8).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  SL-DAY-NAME               PIC X(9).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  SL-REASON                 PIC X(10).
           05  SL-DESCRIPTION            PIC X(30).
      *
       01  WS-SNAPSHOT-SECTION-LINE.
           05  FILLER                    PIC X(28)
               VALUE 'MONTH-END SNAPSHOT PERIOD: '.
           05  SS-PERIOD                 PIC 9(6).
      *
       01  WS-SNAPSHOT-HEADING-LINE.
           05  FILLER                    PIC X(4)    VALUE 'TYPE'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(8)    VALUE 'ITEM'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(7)    VALUE '  COUNT'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(17)
               VALUE '           AMOUNT'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(11)
               VALUE '    ON HAND'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(11)
               VALUE '  ALLOCATED'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(11)
               VALUE ' IN TRANSIT'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(24)   VALUE 'RESULT'.
      *
       01  WS-SNAPSHOT-LINE.
           05  SN-SNAPSHOT-TYPE          PIC X(4).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  SN-ITEM-CODE              PIC X(8).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  SN-ITEM-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  SN-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  SN-UNITS-ON-HAND          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  SN-UNITS-ALLOCATED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  SN-UNITS-IN-TRANSIT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  SN-RESULT                 PIC X(24).
      *
       01  WS-NEXT-DATE-LINE.
           05  FILLER                    PIC X(28)
               VALUE 'NEXT BUSINESS DATE      : '.
           05  ND-NEXT-DATE              PIC 9(8).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  ND-DAY-NAME               PIC X(9).
      *
       01  WS-VERDICT-LINE.
           05  FILLER                    PIC X(28)
               VALUE 'VERDICT                 : '.
           05  VL-VERDICT                PIC X(60).
      *
       01  WS-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
               VALUE 'JOBS CHECKED            : '.
           05  TL1-JOBS-CHECKED          PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-2.
           05  FILLER                    PIC X(28)
               VALUE 'JOBS NOT CLEAN          : '.
           05  TL2-JOBS-NOT-CLEAN        PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-3.
           05  FILLER                    PIC X(28)
               VALUE 'DAYS PASSED OVER        : '.
           05  TL3-DAYS-SKIPPED          PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-4.
           05  FILLER                    PIC X(28)
               VALUE 'SNAPSHOT RECORDS WRITTEN: '.
           05  TL4-SNAPSHOT-WRITTEN      PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-5.
           05  FILLER                    PIC X(28)
               VALUE 'SNAPSHOT RECORDS KEPT   : '.
           05  TL5-SNAPSHOT-KEPT         PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       0000-CLOSE-BUSINESS-DAY.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 8900-OPEN-RUN-CONTROL.
      *
           PERFORM 2000-CHECK-REQUIRED-JOBS.
      *
           EVALUATE TRUE
               WHEN WS-JOBS-CHECKED = ZERO
                   MOVE 'NO JOBS LISTED ON EODJOBS - DAY NOT CLOSED, '
                     & 'BUSDATE LEFT'
                       TO VL-VERDICT
                   MOVE 16 TO RETURN-CODE
               WHEN WS-JOBS-NOT-CLEAN > ZERO
                   MOVE 'REQUIRED JOBS NOT CLEAN - DAY NOT CLOSED, '
                     & 'BUSDATE LEFT'
                       TO VL-VERDICT
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 3000-FIND-NEXT-BUSINESS-DAY
           END-EVALUATE.
      *
      *    THE LAST BUSINESS DAY OF THE MONTH IS THE ONE WHOSE NEXT
      *    BUSINESS DAY IS IN ANOTHER MONTH
      *
           IF NEXT-DAY-FOUND
               IF WS-NEXT-YYYYMM NOT = WS-RUN-YYYYMM
                   PERFORM 4000-TAKE-MONTH-END-SNAPSHOT
               END-IF
           END-IF.
      *
           IF NEXT-DAY-FOUND AND NOT SNAPSHOT-FAILED
               PERFORM 5000-ROLL-BUSINESS-DATE
           END-IF.
      *
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
               DISPLAY 'EODCLS1 - BUSINESS DATE PARAMETER MISSING '
                       'OR NOT NUMERIC - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *    THE ROLL COUNTS FORWARD FROM THIS DATE A DAY AT A TIME,
      *    SO IT HAS TO BE ONE THE CALENDAR HAS
      *
           MOVE WS-RUN-DATE-YMD TO WS-CONVERT-DATE.
           MOVE WS-CONVERT-YYYY TO WS-YEAR-SUB.
           PERFORM 8150-CHECK-LEAP-YEAR.
           IF WS-CONVERT-YYYY < 1900
              OR WS-CONVERT-MM < 1 OR WS-CONVERT-MM > 12
              OR WS-CONVERT-DD < 1
               MOVE 99 TO WS-LAST-DAY-OF-MONTH
           ELSE
               MOVE WS-MONTH-DAYS(WS-CONVERT-MM)
                   TO WS-LAST-DAY-OF-MONTH
               IF WS-CONVERT-MM = 2 AND WS-LEAP-YEAR
                   ADD 1 TO WS-LAST-DAY-OF-MONTH
               END-IF
           END-IF.
           IF WS-LAST-DAY-OF-MONTH = 99
              OR WS-CONVERT-DD > WS-LAST-DAY-OF-MONTH
               DISPLAY 'EODCLS1 - BUSINESS DATE PARAMETER IS NOT '
                       'A CALENDAR DATE - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 8000-CONVERT-DATE-TO-DAYS.
           MOVE WS-DAY-COUNT TO WS-RUN-DAY-COUNT.
           DIVIDE WS-RUN-DAY-COUNT BY 7
               GIVING WS-WEEK-WORK
               REMAINDER WS-WEEKDAY-SUB.
      *
           OPEN INPUT JOBLIST-FILE.
           OPEN INPUT HOLCAL-FILE.
           OPEN OUTPUT CLOSE-REPORT-FILE.
      *
           WRITE CLOSE-REPORT-RECORD FROM WS-HEADING-LINE-1.
           MOVE SPACES TO CLOSE-REPORT-RECORD.
           WRITE CLOSE-REPORT-RECORD.
           MOVE WS-RUN-DATE-YMD TO DT-BUSINESS-DATE.
           MOVE WS-DAY-NAME(WS-WEEKDAY-SUB + 1) TO DT-DAY-NAME.
           WRITE CLOSE-REPORT-RECORD FROM WS-DATE-LINE.
           MOVE SPACES TO CLOSE-REPORT-RECORD.
           WRITE CLOSE-REPORT-RECORD.
           WRITE CLOSE-REPORT-RECORD FROM WS-JOB-SECTION-LINE.
           WRITE CLOSE-REPORT-RECORD FROM WS-JOB-HEADING-LINE.
      *
       2000-CHECK-REQUIRED-JOBS.
      *
           PERFORM UNTIL END-OF-FILE
               READ JOBLIST-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE-SW
               END-READ
               IF NOT END-OF-FILE
                   IF JOBLIST-JOB-NAME NOT = SPACES
                      AND JOBLIST-JOB-NAME(1:1) NOT = '*'
                       PERFORM 2100-CHECK-ONE-JOB
                   END-IF
               END-IF
           END-PERFORM.
      *
           MOVE SPACES TO CLOSE-REPORT-RECORD.
           WRITE CLOSE-REPORT-RECORD.
      *
       2100-CHECK-ONE-JOB.
      *
      *    THE SAME VERDICT DAYOPEN1 GIVES CTLVFY1 - POSTED FOR THE
      *    DATE, ENDED, AND ENDED ZERO
      *
           ADD 1 TO WS-JOBS-CHECKED.
      *
           MOVE JOBLIST-JOB-NAME TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-YMD TO RUN-BUSINESS-DATE.
      *
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           MOVE JOBLIST-JOB-NAME TO JL-JOB-NAME.
      *
           IF WS-RUNCTL-STATUS NOT = '00'
               MOVE SPACES TO JL-START-STAMP
               MOVE SPACES TO JL-END-STAMP
               MOVE ZERO TO JL-RETURN-CODE
               MOVE ZERO TO JL-RECORDS
           ELSE
               MOVE RUN-START-STAMP TO JL-START-STAMP
               MOVE RUN-END-STAMP TO JL-END-STAMP
               MOVE RUN-RETURN-CODE TO JL-RETURN-CODE
               MOVE RUN-RECORDS-PROCESSED TO JL-RECORDS
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-RUNCTL-STATUS NOT = '00'
                   MOVE 'NOT RUN FOR THIS BUSINESS DATE' TO JL-RESULT
                   ADD 1 TO WS-JOBS-NOT-CLEAN
               WHEN NOT RUN-STATUS-ENDED
                   MOVE 'STILL RUNNING OR DIED MID-RUN' TO JL-RESULT
                   ADD 1 TO WS-JOBS-NOT-CLEAN
               WHEN RUN-RETURN-CODE NOT = ZERO
                   MOVE 'ENDED WITH A NONZERO RETURN CODE'
                       TO JL-RESULT
                   ADD 1 TO WS-JOBS-NOT-CLEAN
               WHEN OTHER
                   MOVE 'ENDED CLEAN' TO JL-RESULT
           END-EVALUATE.
      *
           WRITE CLOSE-REPORT-RECORD FROM WS-JOB-LINE.
      *
       3000-FIND-NEXT-BUSINESS-DAY.
      *
      *    A MONTH WITHOUT A SINGLE OPEN DAY MEANS THE CALENDAR HAS
      *    BEEN KEYED WRONG - STOP LOOKING AFTER 31 DAYS
      *
           MOVE WS-RUN-DATE-YMD TO WS-NEXT-DATE.
           MOVE 'N' TO NEXT-DAY-FOUND-SW.
      *
           PERFORM VARYING WS-DAYS-TRIED FROM 1 BY 1
                   UNTIL NEXT-DAY-FOUND
                   OR WS-DAYS-TRIED > 31
               PERFORM 3100-ADD-ONE-DAY
               PERFORM 3200-CHECK-BUSINESS-DAY
           END-PERFORM.
      *
           IF WS-DAYS-SKIPPED > ZERO
               MOVE SPACES TO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
           END-IF.
      *
           IF NOT NEXT-DAY-FOUND
               MOVE 'NO BUSINESS DAY IN THE NEXT 31 - CHECK HOLCAL, '
                 & 'BUSDATE LEFT'
                   TO VL-VERDICT
               MOVE 16 TO RETURN-CODE
           END-IF.
      *
       3100-ADD-ONE-DAY.
      *
           ADD 1 TO WS-NEXT-DD.
      *
           MOVE WS-NEXT-YYYY TO WS-YEAR-SUB.
           PERFORM 8150-CHECK-LEAP-YEAR.
           MOVE WS-MONTH-DAYS(WS-NEXT-MM) TO WS-LAST-DAY-OF-MONTH.
           IF WS-NEXT-MM = 2 AND WS-LEAP-YEAR
               ADD 1 TO WS-LAST-DAY-OF-MONTH
           END-IF.
      *
           IF WS-NEXT-DD > WS-LAST-DAY-OF-MONTH
               MOVE 1 TO WS-NEXT-DD
               IF WS-NEXT-MM = 12
                   MOVE 1 TO WS-NEXT-MM
                   ADD 1 TO WS-NEXT-YYYY
               ELSE
                   ADD 1 TO WS-NEXT-MM
               END-IF
           END-IF.
      *
           ADD 1 TO WS-WEEKDAY-SUB.
           IF WS-WEEKDAY-SUB = 7
               MOVE ZERO TO WS-WEEKDAY-SUB
           END-IF.
      *
       3200-CHECK-BUSINESS-DAY.
      *
           IF WS-WEEKDAY-SUB > 4
               MOVE 'WEEKEND' TO SL-REASON
               MOVE SPACES TO SL-DESCRIPTION
               PERFORM 3300-PRINT-SKIPPED-DAY
           ELSE
               MOVE WS-NEXT-DATE TO HOL-HOLIDAY-DATE
               READ HOLCAL-FILE
                   INVALID KEY
                       MOVE 'Y' TO NEXT-DAY-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'HOLIDAY' TO SL-REASON
                       MOVE HOL-DESCRIPTION TO SL-DESCRIPTION
                       PERFORM 3300-PRINT-SKIPPED-DAY
               END-READ
           END-IF.
      *
       3300-PRINT-SKIPPED-DAY.
      *
           IF WS-DAYS-SKIPPED = ZERO
               WRITE CLOSE-REPORT-RECORD FROM WS-SKIP-SECTION-LINE
           END-IF.
      *
           ADD 1 TO WS-DAYS-SKIPPED.
           MOVE WS-NEXT-DATE TO SL-DATE.
           MOVE WS-DAY-NAME(WS-WEEKDAY-SUB + 1) TO SL-DAY-NAME.
           WRITE CLOSE-REPORT-RECORD FROM WS-SKIP-LINE.
      *
       4000-TAKE-MONTH-END-SNAPSHOT.
      *
           OPEN INPUT INVMAS-FILE.
           OPEN INPUT CRDMAS-FILE.
           OPEN INPUT PRDLOC-FILE.
           OPEN INPUT ORDMAS-FILE.
           OPEN I-O PERHIST-FILE.
      *
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
                   UNTIL WS-AR-SUB > 5
               MOVE ZERO TO WS-AR-COUNT(WS-AR-SUB)
               MOVE ZERO TO WS-AR-AMOUNT(WS-AR-SUB)
           END-PERFORM.
           PERFORM VARYING WS-OO-SUB FROM 1 BY 1
                   UNTIL WS-OO-SUB > 3
               MOVE ZERO TO WS-OO-COUNT(WS-OO-SUB)
               MOVE ZERO TO WS-OO-AMOUNT(WS-OO-SUB)
           END-PERFORM.
      *
           MOVE 'N' TO END-OF-FILE-SW.
           PERFORM UNTIL END-OF-FILE
               READ INVMAS-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE-SW
               END-READ
               IF NOT END-OF-FILE
                   IF INV-STATUS-OPEN
                       PERFORM 4100-AGE-OPEN-INVOICE
                   END-IF
               END-IF
           END-PERFORM.
      *
           MOVE 'N' TO END-OF-FILE-SW.
           PERFORM UNTIL END-OF-FILE
               READ CRDMAS-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE-SW
               END-READ
               IF NOT END-OF-FILE
                   IF CRD-STATUS-OPEN OR CRD-STATUS-REFUND-REQUESTED
                       PERFORM 4200-ADD-UNAPPLIED-CREDIT
                   END-IF
               END-IF
           END-PERFORM.
      *
           MOVE 'N' TO END-OF-FILE-SW.
           PERFORM UNTIL END-OF-FILE
               READ PRDLOC-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE-SW
               END-READ
               IF NOT END-OF-FILE
                   PERFORM 4300-ADD-LOCATION-STOCK
               END-IF
           END-PERFORM.
      *
           MOVE 'N' TO END-OF-FILE-SW.
           PERFORM UNTIL END-OF-FILE
               READ ORDMAS-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE-SW
               END-READ
               IF NOT END-OF-FILE
                   PERFORM 4400-ADD-OPEN-ORDER
               END-IF
           END-PERFORM.
      *
           MOVE WS-RUN-YYYYMM TO SS-PERIOD.
           WRITE CLOSE-REPORT-RECORD FROM WS-SNAPSHOT-SECTION-LINE.
           WRITE CLOSE-REPORT-RECORD FROM WS-SNAPSHOT-HEADING-LINE.
      *
           PERFORM 4500-WRITE-SNAPSHOT.
      *
           MOVE SPACES TO CLOSE-REPORT-RECORD.
           WRITE CLOSE-REPORT-RECORD.
      *
           IF SNAPSHOT-FAILED
               MOVE 'PERIOD SNAPSHOT FAILED - DAY NOT CLOSED, '
                 & 'BUSDATE LEFT'
                   TO VL-VERDICT
               MOVE 16 TO RETURN-CODE
           END-IF.
      *
           CLOSE INVMAS-FILE.
           CLOSE CRDMAS-FILE.
           CLOSE PRDLOC-FILE.
           CLOSE ORDMAS-FILE.
           CLOSE PERHIST-FILE.
      *
       4100-AGE-OPEN-INVOICE.
      *
           COMPUTE WS-INVOICE-BALANCE =
               INV-GROSS-TOTAL - INV-AMOUNT-PAID.
      *
           MOVE INV-INVOICE-DATE TO WS-CONVERT-DATE.
           PERFORM 8000-CONVERT-DATE-TO-DAYS.
           MOVE WS-DAY-COUNT TO WS-INVOICE-DAY-COUNT.
           COMPUTE WS-INVOICE-AGE-DAYS =
               WS-RUN-DAY-COUNT - WS-INVOICE-DAY-COUNT.
      *
           EVALUATE TRUE
               WHEN WS-INVOICE-AGE-DAYS <= 30
                   MOVE 1 TO WS-AR-SUB
               WHEN WS-INVOICE-AGE-DAYS <= 60
                   MOVE 2 TO WS-AR-SUB
               WHEN WS-INVOICE-AGE-DAYS <= 90
                   MOVE 3 TO WS-AR-SUB
               WHEN OTHER
                   MOVE 4 TO WS-AR-SUB
           END-EVALUATE.
      *
           ADD 1 TO WS-AR-COUNT(WS-AR-SUB).
           ADD WS-INVOICE-BALANCE TO WS-AR-AMOUNT(WS-AR-SUB).
      *
       4200-ADD-UNAPPLIED-CREDIT.
      *
           COMPUTE WS-CREDIT-REMAINING =
               CRD-ORIGINAL-AMOUNT - CRD-AMOUNT-APPLIED
                                   - CRD-AMOUNT-REFUNDED.
      *
           IF WS-CREDIT-REMAINING > ZERO
               ADD 1 TO WS-AR-COUNT(5)
               ADD WS-CREDIT-REMAINING TO WS-AR-AMOUNT(5)
           END-IF.
      *
       4300-ADD-LOCATION-STOCK.
      *
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > WS-LOC-COUNT
                   OR WS-LOC-CODE(WS-LOC-SUB) = PL-LOCATION-CODE
               CONTINUE
           END-PERFORM.
      *
           IF WS-LOC-SUB > WS-LOC-COUNT
               IF WS-LOC-COUNT < 50
                   ADD 1 TO WS-LOC-COUNT
                   MOVE PL-LOCATION-CODE TO WS-LOC-CODE(WS-LOC-COUNT)
                   MOVE ZERO TO WS-LOC-PRODUCTS(WS-LOC-COUNT)
                   MOVE ZERO TO WS-LOC-ON-HAND(WS-LOC-COUNT)
                   MOVE ZERO TO WS-LOC-ALLOCATED(WS-LOC-COUNT)
                   MOVE ZERO TO WS-LOC-IN-TRANSIT(WS-LOC-COUNT)
                   MOVE WS-LOC-COUNT TO WS-LOC-SUB
               ELSE
      *            TABLE FULL - FOLD THE OVERFLOW INTO SLOT 50
                   MOVE 50 TO WS-LOC-SUB
               END-IF
           END-IF.
      *
           ADD 1 TO WS-LOC-PRODUCTS(WS-LOC-SUB).
           ADD PL-QTY-ON-HAND TO WS-LOC-ON-HAND(WS-LOC-SUB).
           ADD PL-QTY-ALLOCATED TO WS-LOC-ALLOCATED(WS-LOC-SUB).
           ADD PL-QTY-IN-TRANSIT TO WS-LOC-IN-TRANSIT(WS-LOC-SUB).
      *
       4400-ADD-OPEN-ORDER.
      *
      *    WHAT IS LEFT TO BILL - THE WHOLE MERCHANDISE TOTAL UNTIL
      *    THE FIRST SHIPMENT IS BILLED, THEN WHAT INVGEN1 HAS NOT
      *    YET BILLED OF IT
      *
           EVALUATE TRUE
               WHEN ORD-STATUS-OPEN
                   MOVE 1 TO WS-OO-SUB
               WHEN ORD-STATUS-COMPLETE
                   MOVE 2 TO WS-OO-SUB
               WHEN ORD-STATUS-PARTIAL
                   MOVE 3 TO WS-OO-SUB
               WHEN OTHER
                   MOVE ZERO TO WS-OO-SUB
           END-EVALUATE.
      *
           IF WS-OO-SUB > ZERO
               COMPUTE WS-ORDER-UNBILLED =
                   ORD-ORDER-TOTAL - ORD-MERCH-BILLED
               IF WS-ORDER-UNBILLED < ZERO
                   MOVE ZERO TO WS-ORDER-UNBILLED
               END-IF
               ADD 1 TO WS-OO-COUNT(WS-OO-SUB)
               ADD WS-ORDER-UNBILLED TO WS-OO-AMOUNT(WS-OO-SUB)
           END-IF.
      *
       4500-WRITE-SNAPSHOT.
      *
      *    EVERY BUCKET AND ORDER STATUS IS WRITTEN, ZERO OR NOT,
      *    SO A MISSING RECORD NEVER HAS TO BE READ AS A ZERO
      *
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
                   UNTIL WS-AR-SUB > 5
               MOVE 'AR' TO PH-SNAPSHOT-TYPE
               MOVE WS-AR-BUCKET-NAME(WS-AR-SUB) TO PH-ITEM-CODE
               MOVE WS-AR-COUNT(WS-AR-SUB) TO PH-ITEM-COUNT
               MOVE WS-AR-AMOUNT(WS-AR-SUB) TO PH-AMOUNT
               MOVE ZERO TO PH-UNITS-ON-HAND
               MOVE ZERO TO PH-UNITS-ALLOCATED
               MOVE ZERO TO PH-UNITS-IN-TRANSIT
               PERFORM 4600-WRITE-PERIOD-RECORD
           END-PERFORM.
      *
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > WS-LOC-COUNT
               MOVE 'IN' TO PH-SNAPSHOT-TYPE
               MOVE WS-LOC-CODE(WS-LOC-SUB) TO PH-ITEM-CODE
               MOVE WS-LOC-PRODUCTS(WS-LOC-SUB) TO PH-ITEM-COUNT
               MOVE ZERO TO PH-AMOUNT
               MOVE WS-LOC-ON-HAND(WS-LOC-SUB) TO PH-UNITS-ON-HAND
               MOVE WS-LOC-ALLOCATED(WS-LOC-SUB)
                   TO PH-UNITS-ALLOCATED
               MOVE WS-LOC-IN-TRANSIT(WS-LOC-SUB)
                   TO PH-UNITS-IN-TRANSIT
               PERFORM 4600-WRITE-PERIOD-RECORD
           END-PERFORM.
      *
           PERFORM VARYING WS-OO-SUB FROM 1 BY 1
                   UNTIL WS-OO-SUB > 3
               MOVE 'OO' TO PH-SNAPSHOT-TYPE
               MOVE WS-OO-STATUS-NAME(WS-OO-SUB) TO PH-ITEM-CODE
               MOVE WS-OO-COUNT(WS-OO-SUB) TO PH-ITEM-COUNT
               MOVE WS-OO-AMOUNT(WS-OO-SUB) TO PH-AMOUNT
               MOVE ZERO TO PH-UNITS-ON-HAND
               MOVE ZERO TO PH-UNITS-ALLOCATED
               MOVE ZERO TO PH-UNITS-IN-TRANSIT
               PERFORM 4600-WRITE-PERIOD-RECORD
           END-PERFORM.
      *
       4600-WRITE-PERIOD-RECORD.
      *
      *    A RECORD ALREADY ON FILE FOR THE PERIOD IS THE FIGURE
      *    THE MONTH CLOSED ON - IT IS READ BACK AND REPORTED, NOT
      *    REPLACED
      *
           MOVE WS-RUN-YYYYMM TO PH-PERIOD.
           MOVE WS-RUN-DATE-YMD TO PH-BUSINESS-DATE.
           MOVE WS-RC-STAMP TO PH-SNAPSHOT-STAMP.
      *
           WRITE PERIOD-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *
           EVALUATE WS-PERHIST-STATUS
               WHEN '00'
                   MOVE 'WRITTEN' TO SN-RESULT
                   ADD 1 TO WS-SNAPSHOT-WRITTEN
               WHEN '22'
                   READ PERHIST-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   MOVE 'ALREADY ON FILE - KEPT' TO SN-RESULT
                   ADD 1 TO WS-SNAPSHOT-KEPT
               WHEN OTHER
                   MOVE SPACES TO SN-RESULT
                   STRING 'WRITE FAILED - STATUS ' WS-PERHIST-STATUS
                       DELIMITED BY SIZE
                       INTO SN-RESULT
                   END-STRING
                   MOVE 'Y' TO SNAPSHOT-FAILED-SW
           END-EVALUATE.
      *
           MOVE PH-SNAPSHOT-TYPE TO SN-SNAPSHOT-TYPE.
           MOVE PH-ITEM-CODE TO SN-ITEM-CODE.
           MOVE PH-ITEM-COUNT TO SN-ITEM-COUNT.
           MOVE PH-AMOUNT TO SN-AMOUNT.
           MOVE PH-UNITS-ON-HAND TO SN-UNITS-ON-HAND.
           MOVE PH-UNITS-ALLOCATED TO SN-UNITS-ALLOCATED.
           MOVE PH-UNITS-IN-TRANSIT TO SN-UNITS-IN-TRANSIT.
           WRITE CLOSE-REPORT-RECORD FROM WS-SNAPSHOT-LINE.
      *
       5000-ROLL-BUSINESS-DATE.
      *
           OPEN OUTPUT PARM-FILE.
           MOVE SPACES TO PARM-RECORD.
           MOVE WS-NEXT-DATE TO PARM-BUSINESS-DATE.
           WRITE PARM-RECORD.
      *
           IF WS-PARM-STATUS = '00'
               MOVE 'DAY CLOSED - BUSDATE ROLLED TO THE NEXT BUSINESS '
                 & 'DATE'
                   TO VL-VERDICT
           ELSE
               MOVE 'BUSDATE COULD NOT BE REWRITTEN - SET IT BEFORE '
                 & 'THE DAY OPENS'
                   TO VL-VERDICT
               MOVE 16 TO RETURN-CODE
           END-IF.
      *
           CLOSE PARM-FILE.
      *
           MOVE WS-NEXT-DATE TO ND-NEXT-DATE.
           MOVE WS-DAY-NAME(WS-WEEKDAY-SUB + 1) TO ND-DAY-NAME.
           WRITE CLOSE-REPORT-RECORD FROM WS-NEXT-DATE-LINE.
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
           WRITE CLOSE-REPORT-RECORD FROM WS-VERDICT-LINE.
           MOVE SPACES TO CLOSE-REPORT-RECORD.
           WRITE CLOSE-REPORT-RECORD.
      *
           MOVE WS-JOBS-CHECKED TO TL1-JOBS-CHECKED.
           WRITE CLOSE-REPORT-RECORD FROM WS-TOTAL-LINE-1.
           MOVE WS-JOBS-NOT-CLEAN TO TL2-JOBS-NOT-CLEAN.
           WRITE CLOSE-REPORT-RECORD FROM WS-TOTAL-LINE-2.
           MOVE WS-DAYS-SKIPPED TO TL3-DAYS-SKIPPED.
           WRITE CLOSE-REPORT-RECORD FROM WS-TOTAL-LINE-3.
           MOVE WS-SNAPSHOT-WRITTEN TO TL4-SNAPSHOT-WRITTEN.
           WRITE CLOSE-REPORT-RECORD FROM WS-TOTAL-LINE-4.
           MOVE WS-SNAPSHOT-KEPT TO TL5-SNAPSHOT-KEPT.
           WRITE CLOSE-REPORT-RECORD FROM WS-TOTAL-LINE-5.
      *
           IF RETURN-CODE = 16
               DISPLAY 'EODCLS1 - ' VL-VERDICT
           END-IF.
      *
           CLOSE JOBLIST-FILE.
           CLOSE HOLCAL-FILE.
           CLOSE CLOSE-REPORT-FILE.
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
           MOVE 'EODCLS1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           MOVE 'EODCLS1 ' TO RUN-JOB-NAME.
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
           MOVE 'EODCLS1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-RUNCTL-STATUS = '00'
               MOVE WS-RC-STAMP TO RUN-END-STAMP
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-JOBS-CHECKED TO RUN-RECORDS-PROCESSED
               SET RUN-STATUS-ENDED TO TRUE
               REWRITE RUN-CONTROL-RECORD
           END-IF.
      *
           CLOSE RUNCTL-FILE.
