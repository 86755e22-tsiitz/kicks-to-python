       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  XFRRPT1.
      *
      ************************************************************
      * OPEN STOCK TRANSFERS REPORT (BATCH)                      *
      *                                                          *
      * LISTS EVERY TRANSFER STILL IN TRANSIT ON XFRMAS -        *
      * SHIPPED ON THE XFR1 SCREEN BUT NOT YET CONFIRMED BY THE  *
      * RECEIVING BUILDING - WITH THE NUMBER OF DAYS IT HAS BEEN *
      * ON THE ROAD AS OF THE BUSINESS DATE (BUSDATE PARAMETER). *
      * A TRANSFER OUT LONGER THAN WS-OVERDUE-DAYS IS FLAGGED SO *
      * THE WAREHOUSE CHASES IT - UNTIL IT IS RECEIVED THE STOCK *
      * IS ON NEITHER BUILDING'S SHELF. TOTALS ARE GIVEN BY      *
      * RECEIVING LOCATION AND FOR THE WHOLE FILE.               *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT XFRMAS-FILE ASSIGN TO XFRMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XFR-TRANSFER-NUMBER
               FILE STATUS IS WS-XFRMAS-STATUS.
      *
           SELECT PRODMAS-FILE ASSIGN TO PRODMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRODMAS-STATUS.
      *
           SELECT REPORT-FILE ASSIGN TO XFRRPT1
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
       FD  XFRMAS-FILE.
      *
       COPY XFRREC.
      *
       FD  PRODMAS-FILE.
      *
       COPY PRODREC.
      *
       FD  REPORT-FILE.
      *
       01  REPORT-RECORD                 PIC X(132).
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
           05  END-OF-XFRMAS-SW          PIC X       VALUE 'N'.
               88  END-OF-XFRMAS                     VALUE 'Y'.
      *
       01  WS-FILE-STATUSES.
           05  WS-XFRMAS-STATUS          PIC XX.
           05  WS-PRODMAS-STATUS         PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-PARM-STATUS            PIC XX.
      *
       01  WS-COUNTERS.
           05  WS-PAGE-COUNT             PIC S9(5)   COMP VALUE ZERO.
           05  WS-LINE-COUNT             PIC S9(3)   COMP VALUE 99.
           05  WS-TRANSFERS-READ         PIC S9(7)   COMP VALUE ZERO.
           05  WS-OPEN-TRANSFERS         PIC S9(7)   COMP VALUE ZERO.
           05  WS-OVERDUE-TRANSFERS      PIC S9(7)   COMP VALUE ZERO.
           05  WS-OPEN-UNITS             PIC S9(9)   COMP VALUE ZERO.
      *
      *    A TRUCK BETWEEN THE BUILDINGS IS A SAME-DAY OR NEXT-DAY
      *    RUN - ANYTHING STILL OPEN AFTER THIS MANY DAYS HAS BEEN
      *    LOST OR NEVER KEYED AS RECEIVED
      *
       01  WS-OVERDUE-DAYS               PIC S9(5)   COMP VALUE 3.
      *
       01  WS-RUN-DATE-YMD               PIC 9(8).
       01  WS-RUN-DAY-NUMBER             PIC S9(9)   COMP VALUE ZERO.
       01  WS-DAYS-IN-TRANSIT            PIC S9(9)   COMP VALUE ZERO.
      *
      *    DATE ARITHMETIC WORK AREAS - THE SAME DAYS-SINCE-1900
      *    ROUTINE PORAISE1 DATES ITS PURCHASE ORDERS WITH
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
      *    TOTALS BY RECEIVING LOCATION - THE LAST SLOT CATCHES
      *    ANY OVERFLOW
      *
       01  WS-LOCATION-TOTALS.
           05  WS-LOC-ENTRY-COUNT        PIC S9(4)   COMP VALUE ZERO.
           05  WS-LOC-ENTRY              OCCURS 50 TIMES.
               10  WS-LOC-CODE           PIC X(3).
               10  WS-LOC-TRANSFERS      PIC S9(7)   COMP.
               10  WS-LOC-UNITS          PIC S9(9)   COMP.
       01  WS-LOC-SUB                    PIC S9(4)   COMP VALUE ZERO.
       01  WS-LOC-FOUND-SUB              PIC S9(4)   COMP VALUE ZERO.
      *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40)   VALUE SPACES.
           05  FILLER                    PIC X(33)
               VALUE 'OPEN STOCK TRANSFERS'.
           05  FILLER                    PIC X(5)    VALUE SPACES.
           05  FILLER                    PIC X(5)    VALUE 'PAGE '.
           05  HL1-PAGE-NUMBER           PIC ZZZZ9.
      *
       01  WS-DATE-LINE.
           05  FILLER                    PIC X(14)
               VALUE 'AS OF DATE    '.
           05  DTL-RUN-DATE              PIC 9(8).
      *
       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                    PIC X(8)    VALUE 'TRANSFER'.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  FILLER                    PIC X(10)   VALUE 'PRODUCT'.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  FILLER                    PIC X(25)
               VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(4)    VALUE 'FROM'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(4)    VALUE 'TO'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(9)    VALUE '  SHIPPED'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(8)    VALUE 'SHIP DT'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(4)    VALUE 'OPID'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(5)    VALUE ' DAYS'.
      *
       01  WS-DETAIL-LINE.
           05  DL-TRANSFER-NUMBER        PIC 9(8).
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  DL-PRODUCT-CODE           PIC X(10).
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  DL-PRODUCT-DESC           PIC X(25).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-FROM-LOCATION          PIC X(3).
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  DL-TO-LOCATION            PIC X(3).
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  DL-QTY-SHIPPED            PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-SHIP-DATE              PIC 9(8).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-SHIP-OPID              PIC X(3).
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  DL-DAYS-IN-TRANSIT        PIC ZZZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-OVERDUE-FLAG           PIC X(10).
      *
       01  WS-LOCATION-HEADING-LINE.
           05  FILLER                    PIC X(40)
               VALUE 'IN TRANSIT BY RECEIVING LOCATION'.
      *
       01  WS-LOCATION-TOTAL-LINE.
           05  FILLER                    PIC X(9)    VALUE 'LOCATION '.
           05  LT-LOCATION-CODE          PIC X(3).
           05  FILLER                    PIC X(4)    VALUE SPACES.
           05  FILLER                    PIC X(10)   VALUE 'TRANSFERS '.
           05  LT-TRANSFERS              PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(4)    VALUE SPACES.
           05  FILLER                    PIC X(6)    VALUE 'UNITS '.
           05  LT-UNITS                  PIC ZZZ,ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
               VALUE 'TRANSFERS READ          : '.
           05  TL1-TRANSFERS-READ        PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-2.
           05  FILLER                    PIC X(28)
               VALUE 'TRANSFERS IN TRANSIT    : '.
           05  TL2-OPEN-TRANSFERS        PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-3.
           05  FILLER                    PIC X(28)
               VALUE 'UNITS IN TRANSIT        : '.
           05  TL3-OPEN-UNITS            PIC ZZZ,ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-4.
           05  FILLER                    PIC X(28)
               VALUE 'TRANSFERS OVERDUE       : '.
           05  TL4-OVERDUE-TRANSFERS     PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       0000-REPORT-OPEN-TRANSFERS.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 8900-OPEN-RUN-CONTROL.
           PERFORM 2000-LIST-OPEN-TRANSFERS.
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
               DISPLAY 'XFRRPT1 - BUSINESS DATE PARAMETER MISSING '
                       'OR NOT NUMERIC - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           MOVE WS-RUN-DATE-YMD TO WS-CONVERT-DATE.
           PERFORM 8000-CONVERT-DATE-TO-DAYS.
           MOVE WS-DAY-COUNT TO WS-RUN-DAY-NUMBER.
      *
           OPEN INPUT XFRMAS-FILE.
           OPEN INPUT PRODMAS-FILE.
           OPEN OUTPUT REPORT-FILE.
      *
       2000-LIST-OPEN-TRANSFERS.
      *
           READ XFRMAS-FILE
               AT END
                   MOVE 'Y' TO END-OF-XFRMAS-SW
           END-READ.
      *
           PERFORM UNTIL END-OF-XFRMAS
               ADD 1 TO WS-TRANSFERS-READ
               IF XFR-STATUS-IN-TRANSIT
                   PERFORM 3000-PRINT-OPEN-TRANSFER
               END-IF
               READ XFRMAS-FILE
                   AT END
                       MOVE 'Y' TO END-OF-XFRMAS-SW
               END-READ
           END-PERFORM.
      *
       3000-PRINT-OPEN-TRANSFER.
      *
           IF WS-LINE-COUNT >= 50
               PERFORM 3300-PRINT-PAGE-HEADINGS
           END-IF.
      *
           MOVE XFR-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           READ PRODMAS-FILE
               INVALID KEY
                   MOVE '** PRODUCT NOT ON FILE **'
                       TO PRD-PRODUCT-DESC
           END-READ.
      *
           MOVE XFR-SHIP-DATE TO WS-CONVERT-DATE.
           PERFORM 8000-CONVERT-DATE-TO-DAYS.
           COMPUTE WS-DAYS-IN-TRANSIT =
               WS-RUN-DAY-NUMBER - WS-DAY-COUNT.
           IF WS-DAYS-IN-TRANSIT < ZERO
               MOVE ZERO TO WS-DAYS-IN-TRANSIT
           END-IF.
      *
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE XFR-TRANSFER-NUMBER TO DL-TRANSFER-NUMBER.
           MOVE XFR-PRODUCT-CODE TO DL-PRODUCT-CODE.
           MOVE PRD-PRODUCT-DESC TO DL-PRODUCT-DESC.
           MOVE XFR-FROM-LOCATION TO DL-FROM-LOCATION.
           MOVE XFR-TO-LOCATION TO DL-TO-LOCATION.
           MOVE XFR-QTY-SHIPPED TO DL-QTY-SHIPPED.
           MOVE XFR-SHIP-DATE TO DL-SHIP-DATE.
           MOVE XFR-SHIP-OPID TO DL-SHIP-OPID.
           MOVE WS-DAYS-IN-TRANSIT TO DL-DAYS-IN-TRANSIT.
           IF WS-DAYS-IN-TRANSIT > WS-OVERDUE-DAYS
               MOVE '* OVERDUE' TO DL-OVERDUE-FLAG
               ADD 1 TO WS-OVERDUE-TRANSFERS
           END-IF.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
      *
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-OPEN-TRANSFERS.
           ADD XFR-QTY-SHIPPED TO WS-OPEN-UNITS.
      *
           PERFORM 3100-ADD-LOCATION-TOTAL.
      *
       3100-ADD-LOCATION-TOTAL.
      *
           MOVE ZERO TO WS-LOC-FOUND-SUB.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > WS-LOC-ENTRY-COUNT
                      OR WS-LOC-FOUND-SUB > ZERO
               IF WS-LOC-CODE(WS-LOC-SUB) = XFR-TO-LOCATION
                   MOVE WS-LOC-SUB TO WS-LOC-FOUND-SUB
               END-IF
           END-PERFORM.
      *
           IF WS-LOC-FOUND-SUB = ZERO
               IF WS-LOC-ENTRY-COUNT < 50
                   ADD 1 TO WS-LOC-ENTRY-COUNT
                   MOVE WS-LOC-ENTRY-COUNT TO WS-LOC-FOUND-SUB
                   MOVE XFR-TO-LOCATION
                       TO WS-LOC-CODE(WS-LOC-FOUND-SUB)
                   MOVE ZERO TO WS-LOC-TRANSFERS(WS-LOC-FOUND-SUB)
                   MOVE ZERO TO WS-LOC-UNITS(WS-LOC-FOUND-SUB)
               ELSE
                   MOVE 50 TO WS-LOC-FOUND-SUB
                   MOVE '***' TO WS-LOC-CODE(WS-LOC-FOUND-SUB)
               END-IF
           END-IF.
      *
           ADD 1 TO WS-LOC-TRANSFERS(WS-LOC-FOUND-SUB).
           ADD XFR-QTY-SHIPPED TO WS-LOC-UNITS(WS-LOC-FOUND-SUB).
      *
       3300-PRINT-PAGE-HEADINGS.
      *
           ADD 1 TO WS-PAGE-COUNT.
           MOVE ZERO TO WS-LINE-COUNT.
      *
           MOVE WS-PAGE-COUNT TO HL1-PAGE-NUMBER.
           MOVE WS-RUN-DATE-YMD TO DTL-RUN-DATE.
      *
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
      *
           WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
           WRITE REPORT-RECORD FROM WS-DATE-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADING-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
      *
       9000-TERMINATE.
      *
           IF WS-PAGE-COUNT = ZERO
               PERFORM 3300-PRINT-PAGE-HEADINGS
           END-IF.
      *
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-LOCATION-HEADING-LINE.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > WS-LOC-ENTRY-COUNT
               MOVE WS-LOC-CODE(WS-LOC-SUB) TO LT-LOCATION-CODE
               MOVE WS-LOC-TRANSFERS(WS-LOC-SUB) TO LT-TRANSFERS
               MOVE WS-LOC-UNITS(WS-LOC-SUB) TO LT-UNITS
               WRITE REPORT-RECORD FROM WS-LOCATION-TOTAL-LINE
           END-PERFORM.
      *
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-TRANSFERS-READ TO TL1-TRANSFERS-READ.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE-1.
           MOVE WS-OPEN-TRANSFERS TO TL2-OPEN-TRANSFERS.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE-2.
           MOVE WS-OPEN-UNITS TO TL3-OPEN-UNITS.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE-3.
           MOVE WS-OVERDUE-TRANSFERS TO TL4-OVERDUE-TRANSFERS.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE-4.
      *
           CLOSE XFRMAS-FILE.
           CLOSE PRODMAS-FILE.
           CLOSE REPORT-FILE.
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
           MOVE 'XFRRPT1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           MOVE 'XFRRPT1 ' TO RUN-JOB-NAME.
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
           MOVE 'XFRRPT1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-RUNCTL-STATUS = '00'
               MOVE WS-RC-STAMP TO RUN-END-STAMP
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-OPEN-TRANSFERS TO RUN-RECORDS-PROCESSED
               SET RUN-STATUS-ENDED TO TRUE
               REWRITE RUN-CONTROL-RECORD
           END-IF.
      *
           CLOSE RUNCTL-FILE.
