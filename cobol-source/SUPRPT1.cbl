       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  SUPRPT1.
      *
      ************************************************************
      * MONTHLY SUPPLIER PERFORMANCE REPORT (BATCH)              *
      *                                                          *
      * FOR THE REPORT MONTH (FROM THE SUPPARM PARAMETER,        *
      * YYYYMM) EACH SUPPLIER GETS ONE LINE MEASURING:           *
      *   - ON-TIME RATE - EVERY RCPLOG RECEIPT POSTED IN THE    *
      *     MONTH IS MATCHED TO ITS PO; IT IS ON TIME IF IT WAS  *
      *     POSTED NO LATER THAN THE PO'S EXPECTED DATE          *
      *   - FILL RATE - EVERY PO WHOSE EXPECTED DATE FELL IN THE *
      *     MONTH CONTRIBUTES ITS QUANTITY ORDERED AND ITS       *
      *     QUANTITY RECEIVED SO FAR (NEVER MORE THAN ORDERED -  *
      *     AN OVER-SHIPMENT DOES NOT MAKE UP FOR A SHORT ONE)   *
      * RECEIPTS ARE STAMPED WITH THE CICS ABSTIME, SO THE MONTH *
      * AND EACH EXPECTED DATE ARE TURNED INTO ABSTIME BOUNDS    *
      * THE SAME LONGHAND WAY THE CUSTAUD ARCHIVE JOB BUILDS ITS *
      * CUTOFF. POS FROM BEFORE SUPPLIERS WERE STAMPED, AND      *
      * RECEIPTS WHOSE PO IS GONE, GROUP UNDER '??????'.         *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT RECEIPT-LOG-FILE ASSIGN TO RCPLOG
               FILE STATUS IS WS-RCPLOG-STATUS.
      *
           SELECT POMAS-FILE ASSIGN TO POMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-PO-NUMBER
               FILE STATUS IS WS-POMAS-STATUS.
      *
           SELECT SUPMAS-FILE ASSIGN TO SUPMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-SUPPLIER-CODE
               FILE STATUS IS WS-SUPMAS-STATUS.
      *
           SELECT PERFORMANCE-REPORT-FILE ASSIGN TO SUPRPT1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT PARM-FILE ASSIGN TO SUPPARM
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
       FD  PERFORMANCE-REPORT-FILE.
      *
       01  PERFORMANCE-REPORT-RECORD     PIC X(132).
      *
       FD  PARM-FILE.
      *
       01  PARM-RECORD.
           05  PARM-YEAR-MONTH           PIC X(6).
           05  FILLER                    PIC X(74).
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
           05  PO-FOUND-SW               PIC X       VALUE 'N'.
               88  PO-FOUND                          VALUE 'Y'.
      *
       01  WS-FILE-STATUSES.
           05  WS-RCPLOG-STATUS          PIC XX.
           05  WS-POMAS-STATUS           PIC XX.
           05  WS-SUPMAS-STATUS          PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-PARM-STATUS            PIC XX.
      *
       01  WS-COUNTERS.
           05  WS-RECEIPTS-READ          PIC S9(7)   COMP VALUE ZERO.
           05  WS-RECEIPTS-COUNTED       PIC S9(7)   COMP VALUE ZERO.
           05  WS-POS-READ               PIC S9(7)   COMP VALUE ZERO.
           05  WS-POS-COUNTED            PIC S9(7)   COMP VALUE ZERO.
           05  WS-SUPPLIERS-LISTED       PIC S9(7)   COMP VALUE ZERO.
      *
       01  WS-RUN-YYYYMM                 PIC 9(6).
       01  WS-PO-YYYYMM                  PIC 9(6).
       01  WS-DATE-TRIM-WORK             PIC 9(8).
       01  WS-QTY-FILLED                 PIC 9(7).
      *
      *    ABSTIME BOUNDS - THE FIRST MILLISECOND OF THE REPORT
      *    MONTH, THE FIRST OF THE MONTH AFTER, AND THE END OF
      *    THE EXPECTED DAY OF THE PO A RECEIPT WAS POSTED AGAINST
      *
       01  WS-ABSTIME-FIELDS.
           05  WS-MONTH-START-ABSTIME    PIC S9(15)  COMP.
           05  WS-MONTH-END-ABSTIME      PIC S9(15)  COMP.
           05  WS-DUE-END-ABSTIME        PIC S9(15)  COMP.
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
      *    TOTALS BY SUPPLIER - 100 ACTIVE SUPPLIERS IN ONE MONTH
      *    IS WELL PAST WHAT PURCHASING DEALS WITH; OVERFLOW FOLDS
      *    INTO THE LAST SLOT THE WAY THE COMMISSION REPORT DOES
      *
       01  WS-SUPPLIER-TABLE.
           05  WS-SUP-ENTRY              OCCURS 100 TIMES.
               10  WS-SUP-CODE           PIC X(6).
               10  WS-SUP-RECEIPTS       PIC S9(7)   COMP.
               10  WS-SUP-ON-TIME        PIC S9(7)   COMP.
               10  WS-SUP-QTY-RECEIVED   PIC S9(9)   COMP.
               10  WS-SUP-POS-DUE        PIC S9(7)   COMP.
               10  WS-SUP-QTY-ORDERED    PIC S9(9)   COMP.
               10  WS-SUP-QTY-FILLED     PIC S9(9)   COMP.
       01  WS-SUP-COUNT                  PIC S9(4)   COMP VALUE ZERO.
       01  WS-SUP-SUB                    PIC S9(4)   COMP.
       01  WS-SUP-WORK-CODE              PIC X(6).
      *
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-RECEIPTS         PIC S9(7)   COMP VALUE ZERO.
           05  WS-GRAND-ON-TIME          PIC S9(7)   COMP VALUE ZERO.
           05  WS-GRAND-QTY-RECEIVED     PIC S9(9)   COMP VALUE ZERO.
           05  WS-GRAND-POS-DUE          PIC S9(7)   COMP VALUE ZERO.
           05  WS-GRAND-QTY-ORDERED      PIC S9(9)   COMP VALUE ZERO.
           05  WS-GRAND-QTY-FILLED       PIC S9(9)   COMP VALUE ZERO.
      *
       01  WS-PERCENT                    PIC 9(3)V9.
      *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40)   VALUE SPACES.
           05  FILLER                    PIC X(33)
               VALUE 'SUPPLIER PERFORMANCE REPORT'.
      *
       01  WS-MONTH-LINE.
           05  FILLER                    PIC X(28)
               VALUE 'PERFORMANCE MONTH       : '.
           05  ML-YEAR-MONTH             PIC 9(6).
      *
       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                    PIC X(6)    VALUE 'SUPPLR'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(25)   VALUE 'NAME'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(8)    VALUE 'RECEIPTS'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(7)    VALUE 'ON TIME'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(6)    VALUE 'ONTM %'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(7)    VALUE 'POS DUE'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(11)
               VALUE '    ORDERED'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(11)
               VALUE '     FILLED'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(6)    VALUE 'FILL %'.
      *
       01  WS-DETAIL-LINE.
           05  DL-SUPPLIER-CODE          PIC X(6).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-SUPPLIER-NAME          PIC X(25).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-RECEIPTS               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  DL-ON-TIME                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-ON-TIME-PCT            PIC ZZ9.9.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  DL-POS-DUE                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-QTY-ORDERED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-QTY-FILLED             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-FILL-PCT               PIC ZZ9.9.
      *
       01  WS-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
               VALUE 'RECEIPTS READ           : '.
           05  TL1-RECEIPTS-READ         PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-2.
           05  FILLER                    PIC X(28)
               VALUE 'RECEIPTS IN MONTH       : '.
           05  TL2-RECEIPTS-COUNTED      PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-3.
           05  FILLER                    PIC X(28)
               VALUE 'POS READ                : '.
           05  TL3-POS-READ              PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-4.
           05  FILLER                    PIC X(28)
               VALUE 'POS DUE IN MONTH        : '.
           05  TL4-POS-COUNTED           PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       0000-PRODUCE-PERFORMANCE-REPORT.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 8900-OPEN-RUN-CONTROL.
      *
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-READ-RECEIPT-RECORD
               IF NOT END-OF-FILE
                   PERFORM 2100-TALLY-RECEIPT
               END-IF
           END-PERFORM.
      *
           MOVE 'N' TO END-OF-FILE-SW.
           PERFORM UNTIL END-OF-FILE
               PERFORM 3000-READ-PO-RECORD
               IF NOT END-OF-FILE
                   PERFORM 3100-TALLY-PO
               END-IF
           END-PERFORM.
      *
           PERFORM 4000-PRINT-SUPPLIER-LINES.
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
                   MOVE SPACES TO PARM-YEAR-MONTH
           END-READ.
           CLOSE PARM-FILE.
      *
           IF PARM-YEAR-MONTH IS NUMERIC
               MOVE PARM-YEAR-MONTH TO WS-RUN-YYYYMM
           ELSE
               DISPLAY 'SUPRPT1 - PERFORMANCE MONTH PARAMETER '
                       'MISSING OR NOT NUMERIC - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 1100-SET-MONTH-BOUNDS.
      *
           OPEN INPUT RECEIPT-LOG-FILE.
           OPEN INPUT POMAS-FILE.
           OPEN INPUT SUPMAS-FILE.
           OPEN OUTPUT PERFORMANCE-REPORT-FILE.
      *
           WRITE PERFORMANCE-REPORT-RECORD FROM WS-HEADING-LINE-1.
           MOVE SPACES TO PERFORMANCE-REPORT-RECORD.
           WRITE PERFORMANCE-REPORT-RECORD.
           MOVE WS-RUN-YYYYMM TO ML-YEAR-MONTH.
           WRITE PERFORMANCE-REPORT-RECORD FROM WS-MONTH-LINE.
           MOVE SPACES TO PERFORMANCE-REPORT-RECORD.
           WRITE PERFORMANCE-REPORT-RECORD.
           WRITE PERFORMANCE-REPORT-RECORD
               FROM WS-COLUMN-HEADING-LINE.
           MOVE SPACES TO PERFORMANCE-REPORT-RECORD.
           WRITE PERFORMANCE-REPORT-RECORD.
      *
       1100-SET-MONTH-BOUNDS.
      *
      *    THE FIRST OF THE REPORT MONTH, THEN THE FIRST OF THE
      *    FOLLOWING MONTH (DECEMBER ROLLS INTO JANUARY)
      *
           COMPUTE WS-CONVERT-DATE = WS-RUN-YYYYMM * 100 + 1.
           PERFORM 8000-CONVERT-DATE-TO-DAYS.
           COMPUTE WS-MONTH-START-ABSTIME = WS-DAY-COUNT * 86400000.
      *
           IF WS-CONVERT-MM = 12
               ADD 1 TO WS-CONVERT-YYYY
               MOVE 1 TO WS-CONVERT-MM
           ELSE
               ADD 1 TO WS-CONVERT-MM
           END-IF.
           PERFORM 8000-CONVERT-DATE-TO-DAYS.
           COMPUTE WS-MONTH-END-ABSTIME = WS-DAY-COUNT * 86400000.
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
       2100-TALLY-RECEIPT.
      *
           IF RCP-TIMESTAMP < WS-MONTH-START-ABSTIME
              OR RCP-TIMESTAMP NOT < WS-MONTH-END-ABSTIME
               CONTINUE
           ELSE
               ADD 1 TO WS-RECEIPTS-COUNTED
               PERFORM 2200-READ-RECEIPT-PO
               IF PO-FOUND AND PO-SUPPLIER-CODE NOT = SPACES
                   MOVE PO-SUPPLIER-CODE TO WS-SUP-WORK-CODE
               ELSE
                   MOVE '??????' TO WS-SUP-WORK-CODE
               END-IF
               PERFORM 5000-FIND-SUPPLIER-ENTRY
               ADD 1 TO WS-SUP-RECEIPTS(WS-SUP-SUB)
               ADD RCP-QTY-RECEIVED TO WS-SUP-QTY-RECEIVED(WS-SUP-SUB)
      *        ON TIME MEANS POSTED BEFORE THE END OF THE EXPECTED
      *        DAY - A RECEIPT WITH NO PO TO MEASURE AGAINST IS
      *        COUNTED BUT NEVER ON TIME
               IF PO-FOUND
                   MOVE PO-EXPECTED-DATE TO WS-CONVERT-DATE
                   PERFORM 8000-CONVERT-DATE-TO-DAYS
                   COMPUTE WS-DUE-END-ABSTIME =
                       (WS-DAY-COUNT + 1) * 86400000
                   IF RCP-TIMESTAMP < WS-DUE-END-ABSTIME
                       ADD 1 TO WS-SUP-ON-TIME(WS-SUP-SUB)
                   END-IF
               END-IF
           END-IF.
      *
       2200-READ-RECEIPT-PO.
      *
           MOVE RCP-PO-NUMBER TO PO-PO-NUMBER.
           READ POMAS-FILE
               INVALID KEY
                   MOVE 'N' TO PO-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO PO-FOUND-SW
           END-READ.
      *
       3000-READ-PO-RECORD.
      *
      *    THE FIRST READ NEXT AFTER THE RANDOM READS WOULD PICK UP
      *    WHERE THEY LEFT OFF, SO THE FILE IS REPOSITIONED AT THE
      *    FRONT BEFORE THE SEQUENTIAL PASS STARTS
      *
           IF WS-POS-READ = ZERO
               MOVE ZERO TO PO-PO-NUMBER
               START POMAS-FILE KEY IS NOT LESS THAN PO-PO-NUMBER
                   INVALID KEY
                       MOVE 'Y' TO END-OF-FILE-SW
               END-START
           END-IF.
      *
           IF NOT END-OF-FILE
               READ POMAS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE-SW
               END-READ
           END-IF.
      *
           IF NOT END-OF-FILE
               ADD 1 TO WS-POS-READ
           END-IF.
      *
       3100-TALLY-PO.
      *
           DIVIDE PO-EXPECTED-DATE BY 100
               GIVING WS-PO-YYYYMM
               REMAINDER WS-DATE-TRIM-WORK.
      *
           IF WS-PO-YYYYMM = WS-RUN-YYYYMM
               ADD 1 TO WS-POS-COUNTED
               IF PO-SUPPLIER-CODE = SPACES
                   MOVE '??????' TO WS-SUP-WORK-CODE
               ELSE
                   MOVE PO-SUPPLIER-CODE TO WS-SUP-WORK-CODE
               END-IF
               PERFORM 5000-FIND-SUPPLIER-ENTRY
               IF PO-QTY-RECEIVED > PO-QTY-ORDERED
                   MOVE PO-QTY-ORDERED TO WS-QTY-FILLED
               ELSE
                   MOVE PO-QTY-RECEIVED TO WS-QTY-FILLED
               END-IF
               ADD 1 TO WS-SUP-POS-DUE(WS-SUP-SUB)
               ADD PO-QTY-ORDERED TO WS-SUP-QTY-ORDERED(WS-SUP-SUB)
               ADD WS-QTY-FILLED TO WS-SUP-QTY-FILLED(WS-SUP-SUB)
           END-IF.
      *
       4000-PRINT-SUPPLIER-LINES.
      *
           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                   UNTIL WS-SUP-SUB > WS-SUP-COUNT
               PERFORM 4100-PRINT-ONE-SUPPLIER
           END-PERFORM.
      *
           MOVE SPACES TO PERFORMANCE-REPORT-RECORD.
           WRITE PERFORMANCE-REPORT-RECORD.
      *
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'TOTAL' TO DL-SUPPLIER-CODE.
           MOVE WS-GRAND-RECEIPTS TO DL-RECEIPTS.
           MOVE WS-GRAND-ON-TIME TO DL-ON-TIME.
           MOVE WS-GRAND-POS-DUE TO DL-POS-DUE.
           MOVE WS-GRAND-QTY-ORDERED TO DL-QTY-ORDERED.
           MOVE WS-GRAND-QTY-FILLED TO DL-QTY-FILLED.
      *
           MOVE ZERO TO WS-PERCENT.
           IF WS-GRAND-RECEIPTS > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-GRAND-ON-TIME * 100 / WS-GRAND-RECEIPTS
           END-IF.
           MOVE WS-PERCENT TO DL-ON-TIME-PCT.
      *
           MOVE ZERO TO WS-PERCENT.
           IF WS-GRAND-QTY-ORDERED > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-GRAND-QTY-FILLED * 100 / WS-GRAND-QTY-ORDERED
           END-IF.
           MOVE WS-PERCENT TO DL-FILL-PCT.
      *
           WRITE PERFORMANCE-REPORT-RECORD FROM WS-DETAIL-LINE.
      *
       4100-PRINT-ONE-SUPPLIER.
      *
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-SUP-CODE(WS-SUP-SUB) TO DL-SUPPLIER-CODE.
      *
           MOVE WS-SUP-CODE(WS-SUP-SUB) TO SUP-SUPPLIER-CODE.
           READ SUPMAS-FILE
               INVALID KEY
                   MOVE SPACES TO SUPPLIER-MASTER-RECORD
                   MOVE '** NOT ON SUPMAS **' TO SUP-NAME
           END-READ.
      *
           MOVE SUP-NAME TO DL-SUPPLIER-NAME.
           MOVE WS-SUP-RECEIPTS(WS-SUP-SUB) TO DL-RECEIPTS.
           MOVE WS-SUP-ON-TIME(WS-SUP-SUB) TO DL-ON-TIME.
           MOVE WS-SUP-POS-DUE(WS-SUP-SUB) TO DL-POS-DUE.
           MOVE WS-SUP-QTY-ORDERED(WS-SUP-SUB) TO DL-QTY-ORDERED.
           MOVE WS-SUP-QTY-FILLED(WS-SUP-SUB) TO DL-QTY-FILLED.
      *
      *    A SUPPLIER WITH NOTHING TO MEASURE SHOWS A ZERO RATE
      *    RATHER THAN A DIVIDE BY ZERO
      *
           MOVE ZERO TO WS-PERCENT.
           IF WS-SUP-RECEIPTS(WS-SUP-SUB) > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-SUP-ON-TIME(WS-SUP-SUB) * 100
                   / WS-SUP-RECEIPTS(WS-SUP-SUB)
           END-IF.
           MOVE WS-PERCENT TO DL-ON-TIME-PCT.
      *
           MOVE ZERO TO WS-PERCENT.
           IF WS-SUP-QTY-ORDERED(WS-SUP-SUB) > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-SUP-QTY-FILLED(WS-SUP-SUB) * 100
                   / WS-SUP-QTY-ORDERED(WS-SUP-SUB)
           END-IF.
           MOVE WS-PERCENT TO DL-FILL-PCT.
      *
           ADD WS-SUP-RECEIPTS(WS-SUP-SUB) TO WS-GRAND-RECEIPTS.
           ADD WS-SUP-ON-TIME(WS-SUP-SUB) TO WS-GRAND-ON-TIME.
           ADD WS-SUP-QTY-RECEIVED(WS-SUP-SUB)
               TO WS-GRAND-QTY-RECEIVED.
           ADD WS-SUP-POS-DUE(WS-SUP-SUB) TO WS-GRAND-POS-DUE.
           ADD WS-SUP-QTY-ORDERED(WS-SUP-SUB) TO WS-GRAND-QTY-ORDERED.
           ADD WS-SUP-QTY-FILLED(WS-SUP-SUB) TO WS-GRAND-QTY-FILLED.
      *
           WRITE PERFORMANCE-REPORT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-SUPPLIERS-LISTED.
      *
       5000-FIND-SUPPLIER-ENTRY.
      *
           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                   UNTIL WS-SUP-SUB > WS-SUP-COUNT
                   OR WS-SUP-CODE(WS-SUP-SUB) = WS-SUP-WORK-CODE
               CONTINUE
           END-PERFORM.
      *
           IF WS-SUP-SUB > WS-SUP-COUNT
               IF WS-SUP-COUNT < 100
                   ADD 1 TO WS-SUP-COUNT
                   MOVE WS-SUP-WORK-CODE
                       TO WS-SUP-CODE(WS-SUP-COUNT)
                   MOVE ZERO TO WS-SUP-RECEIPTS(WS-SUP-COUNT)
                   MOVE ZERO TO WS-SUP-ON-TIME(WS-SUP-COUNT)
                   MOVE ZERO TO WS-SUP-QTY-RECEIVED(WS-SUP-COUNT)
                   MOVE ZERO TO WS-SUP-POS-DUE(WS-SUP-COUNT)
                   MOVE ZERO TO WS-SUP-QTY-ORDERED(WS-SUP-COUNT)
                   MOVE ZERO TO WS-SUP-QTY-FILLED(WS-SUP-COUNT)
                   MOVE WS-SUP-COUNT TO WS-SUP-SUB
               ELSE
      *            TABLE FULL - FOLD THE OVERFLOW INTO SLOT 100
                   MOVE 100 TO WS-SUP-SUB
               END-IF
           END-IF.
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
           MOVE SPACES TO PERFORMANCE-REPORT-RECORD.
           WRITE PERFORMANCE-REPORT-RECORD.
           MOVE WS-RECEIPTS-READ TO TL1-RECEIPTS-READ.
           WRITE PERFORMANCE-REPORT-RECORD FROM WS-TOTAL-LINE-1.
           MOVE WS-RECEIPTS-COUNTED TO TL2-RECEIPTS-COUNTED.
           WRITE PERFORMANCE-REPORT-RECORD FROM WS-TOTAL-LINE-2.
           MOVE WS-POS-READ TO TL3-POS-READ.
           WRITE PERFORMANCE-REPORT-RECORD FROM WS-TOTAL-LINE-3.
           MOVE WS-POS-COUNTED TO TL4-POS-COUNTED.
           WRITE PERFORMANCE-REPORT-RECORD FROM WS-TOTAL-LINE-4.
      *
           CLOSE RECEIPT-LOG-FILE.
           CLOSE POMAS-FILE.
           CLOSE SUPMAS-FILE.
           CLOSE PERFORMANCE-REPORT-FILE.
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
           MOVE 'SUPRPT1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           MOVE 'SUPRPT1 ' TO RUN-JOB-NAME.
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
           MOVE 'SUPRPT1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-RUNCTL-STATUS = '00'
               MOVE WS-RC-STAMP TO RUN-END-STAMP
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-RECEIPTS-COUNTED TO RUN-RECORDS-PROCESSED
               SET RUN-STATUS-ENDED TO TRUE
               REWRITE RUN-CONTROL-RECORD
           END-IF.
      *
           CLOSE RUNCTL-FILE.
