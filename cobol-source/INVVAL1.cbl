       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  INVVAL1.
      *
      ************************************************************
      * MONTH-END INVENTORY VALUATION REPORT (BATCH)             *
      *                                                          *
      * READS PRDLOC FROM BEGINNING TO END AND VALUES EVERY      *
      * PRODUCT LOCATION'S ON-HAND AT THE PRODUCT'S WEIGHTED-    *
      * AVERAGE UNIT COST OFF PRODMAS. ONE LINE PER PRODUCT PER  *
      * BUILDING THAT HOLDS STOCK, A SUMMARY OF UNITS AND VALUE  *
      * BY LOCATION, AND THE COMPANY TOTAL FOR THE BOOKS. STOCK  *
      * ON A PRODUCT WITH NO COST YET IS LISTED AND FLAGGED SO   *
      * PURCHASING CAN SUPPLY ONE - IT IS VALUED AT ZERO, NOT    *
      * LEFT OFF. RUN AFTER THE LAST BUSINESS DAY OF THE MONTH   *
      * IS CLOSED, BEFORE THE NEXT DAY'S RECEIPTS POST.          *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PRDLOC-FILE ASSIGN TO PRDLOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PRDLOC-STATUS.
      *
           SELECT PRODMAS-FILE ASSIGN TO PRODMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRODMAS-STATUS.
      *
           SELECT VALUATION-REPORT-FILE ASSIGN TO INVVAL1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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
       FD  PRDLOC-FILE.
      *
       COPY PLOCREC.
      *
       FD  PRODMAS-FILE.
      *
       COPY PRODREC.
      *
       FD  VALUATION-REPORT-FILE.
      *
       01  VALUATION-REPORT-RECORD       PIC X(132).
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
      *
       01  WS-FILE-STATUSES.
           05  WS-PRDLOC-STATUS          PIC XX.
           05  WS-PRODMAS-STATUS         PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
      *
       01  WS-COUNTERS.
           05  WS-LOCATIONS-READ         PIC S9(7)   COMP VALUE ZERO.
           05  WS-LOCATIONS-VALUED       PIC S9(7)   COMP VALUE ZERO.
           05  WS-LOCATIONS-NO-COST      PIC S9(7)   COMP VALUE ZERO.
           05  WS-LINE-COUNT             PIC S9(3)   COMP VALUE 99.
           05  WS-PAGE-COUNT             PIC S9(5)   COMP VALUE ZERO.
      *
       01  WS-RUN-DATE-YMD               PIC 9(8).
       01  WS-EXTENDED-VALUE             PIC 9(11)V99.
       01  WS-GRAND-UNITS                PIC S9(9)   COMP VALUE ZERO.
       01  WS-GRAND-VALUE                PIC 9(13)V99 VALUE ZERO.
      *
      *    TOTALS BY LOCATION - THE SHOP RUNS TWO BUILDINGS; 50 IS
      *    ROOM TO GROW. OVERFLOW FOLDS INTO THE LAST SLOT.
      *
       01  WS-LOCATION-TABLE.
           05  WS-LOC-ENTRY              OCCURS 50 TIMES.
               10  WS-LOC-CODE           PIC X(3).
               10  WS-LOC-UNITS          PIC S9(9)   COMP.
               10  WS-LOC-VALUE          PIC 9(13)V99.
       01  WS-LOC-COUNT                  PIC S9(4)   COMP VALUE ZERO.
       01  WS-LOC-SUB                    PIC S9(4)   COMP.
      *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40)   VALUE SPACES.
           05  FILLER                    PIC X(33)
               VALUE 'INVENTORY VALUATION AT COST'.
           05  FILLER                    PIC X(5)    VALUE SPACES.
           05  FILLER                    PIC X(5)    VALUE 'PAGE '.
           05  HL1-PAGE-NUMBER           PIC ZZZZ9.
      *
       01  WS-DATE-LINE.
           05  FILLER                    PIC X(28)
               VALUE 'VALUED AS OF            : '.
           05  DTL-RUN-DATE              PIC 9(8).
      *
       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                    PIC X(10)   VALUE 'PRODUCT'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(25)
               VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(3)    VALUE 'LOC'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(9)    VALUE '  ON-HAND'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(10)   VALUE ' UNIT COST'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(17)
               VALUE '            VALUE'.
      *
       01  WS-DETAIL-LINE.
           05  DL-PRODUCT-CODE           PIC X(10).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-PRODUCT-DESC           PIC X(25).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-LOCATION-CODE          PIC X(3).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-ON-HAND                PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-UNIT-COST              PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-VALUE                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-FLAG                   PIC X(10).
      *
       01  WS-LOCATION-HEADING-LINE.
           05  FILLER                    PIC X(20)
               VALUE 'VALUE BY LOCATION'.
      *
       01  WS-LOCATION-TOTAL-LINE.
           05  FILLER                    PIC X(9)    VALUE 'LOCATION '.
           05  LT-LOCATION-CODE          PIC X(3).
           05  FILLER                    PIC X(4)    VALUE SPACES.
           05  FILLER                    PIC X(6)    VALUE 'UNITS '.
           05  LT-UNITS                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(4)    VALUE SPACES.
           05  FILLER                    PIC X(6)    VALUE 'VALUE '.
           05  LT-VALUE                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
               VALUE 'LOCATION RECORDS READ   : '.
           05  TL1-LOCATIONS-READ        PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-2.
           05  FILLER                    PIC X(28)
               VALUE 'LOCATIONS WITH STOCK    : '.
           05  TL2-LOCATIONS-VALUED      PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-3.
           05  FILLER                    PIC X(28)
               VALUE 'STOCK WITH NO COST      : '.
           05  TL3-LOCATIONS-NO-COST     PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       0000-PRODUCE-VALUATION-REPORT.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 8900-OPEN-RUN-CONTROL.
      *
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-READ-LOCATION-RECORD
               IF NOT END-OF-FILE
                   PERFORM 3000-VALUE-LOCATION
               END-IF
           END-PERFORM.
      *
           PERFORM 4000-PRINT-LOCATION-TOTALS.
           PERFORM 9000-TERMINATE.
      *
           PERFORM 8950-CLOSE-RUN-CONTROL.
           STOP RUN.
      *
       1000-INITIALIZE.
      *
           ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
      *
           OPEN INPUT PRDLOC-FILE.
           OPEN INPUT PRODMAS-FILE.
           OPEN OUTPUT VALUATION-REPORT-FILE.
           MOVE SPACES TO PRD-PRODUCT-CODE.
      *
       2000-READ-LOCATION-RECORD.
      *
           READ PRDLOC-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SW
           END-READ.
      *
           IF NOT END-OF-FILE
               ADD 1 TO WS-LOCATIONS-READ
           END-IF.
      *
       3000-VALUE-LOCATION.
      *
      *    AN EMPTY BIN IS WORTH NOTHING AND NEEDS NO LINE. PRDLOC
      *    IS IN PRODUCT ORDER, SO PRODMAS IS ONLY RE-READ WHEN THE
      *    PRODUCT CHANGES.
      *
           IF PL-QTY-ON-HAND = ZERO
               CONTINUE
           ELSE
               IF PL-PRODUCT-CODE NOT = PRD-PRODUCT-CODE
                   MOVE PL-PRODUCT-CODE TO PRD-PRODUCT-CODE
                   READ PRODMAS-FILE
                       INVALID KEY
                           MOVE SPACES TO PRODUCT-MASTER-RECORD
                           MOVE PL-PRODUCT-CODE TO PRD-PRODUCT-CODE
                           MOVE '** PRODUCT NOT ON PRODMAS **'
                               TO PRD-PRODUCT-DESC
                           MOVE ZERO TO PRD-UNIT-COST
                   END-READ
               END-IF
               PERFORM 3100-PRINT-VALUATION-LINE
           END-IF.
      *
       3100-PRINT-VALUATION-LINE.
      *
           ADD 1 TO WS-LOCATIONS-VALUED.
           COMPUTE WS-EXTENDED-VALUE =
               PL-QTY-ON-HAND * PRD-UNIT-COST.
      *
           IF WS-LINE-COUNT >= 50
               PERFORM 3200-PRINT-PAGE-HEADINGS
           END-IF.
      *
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PL-PRODUCT-CODE TO DL-PRODUCT-CODE.
           MOVE PRD-PRODUCT-DESC TO DL-PRODUCT-DESC.
           MOVE PL-LOCATION-CODE TO DL-LOCATION-CODE.
           MOVE PL-QTY-ON-HAND TO DL-ON-HAND.
           MOVE PRD-UNIT-COST TO DL-UNIT-COST.
           MOVE WS-EXTENDED-VALUE TO DL-VALUE.
           IF PRD-UNIT-COST = ZERO
               MOVE '* NO COST' TO DL-FLAG
               ADD 1 TO WS-LOCATIONS-NO-COST
           END-IF.
           WRITE VALUATION-REPORT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
           PERFORM 3300-FIND-LOCATION-ENTRY.
           ADD PL-QTY-ON-HAND TO WS-LOC-UNITS(WS-LOC-SUB).
           ADD WS-EXTENDED-VALUE TO WS-LOC-VALUE(WS-LOC-SUB).
           ADD PL-QTY-ON-HAND TO WS-GRAND-UNITS.
           ADD WS-EXTENDED-VALUE TO WS-GRAND-VALUE.
      *
       3200-PRINT-PAGE-HEADINGS.
      *
           ADD 1 TO WS-PAGE-COUNT.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE WS-PAGE-COUNT TO HL1-PAGE-NUMBER.
           MOVE WS-RUN-DATE-YMD TO DTL-RUN-DATE.
      *
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO VALUATION-REPORT-RECORD
               WRITE VALUATION-REPORT-RECORD
           END-IF.
      *
           WRITE VALUATION-REPORT-RECORD FROM WS-HEADING-LINE-1.
           WRITE VALUATION-REPORT-RECORD FROM WS-DATE-LINE.
           MOVE SPACES TO VALUATION-REPORT-RECORD.
           WRITE VALUATION-REPORT-RECORD.
           WRITE VALUATION-REPORT-RECORD FROM WS-COLUMN-HEADING-LINE.
           MOVE SPACES TO VALUATION-REPORT-RECORD.
           WRITE VALUATION-REPORT-RECORD.
      *
       3300-FIND-LOCATION-ENTRY.
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
                   MOVE ZERO TO WS-LOC-UNITS(WS-LOC-COUNT)
                   MOVE ZERO TO WS-LOC-VALUE(WS-LOC-COUNT)
                   MOVE WS-LOC-COUNT TO WS-LOC-SUB
               ELSE
      *            TABLE FULL - FOLD THE OVERFLOW INTO SLOT 50
                   MOVE 50 TO WS-LOC-SUB
               END-IF
           END-IF.
      *
       4000-PRINT-LOCATION-TOTALS.
      *
           IF WS-PAGE-COUNT = ZERO
               PERFORM 3200-PRINT-PAGE-HEADINGS
           END-IF.
      *
           MOVE SPACES TO VALUATION-REPORT-RECORD.
           WRITE VALUATION-REPORT-RECORD.
           WRITE VALUATION-REPORT-RECORD FROM WS-LOCATION-HEADING-LINE.
           MOVE SPACES TO VALUATION-REPORT-RECORD.
           WRITE VALUATION-REPORT-RECORD.
      *
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > WS-LOC-COUNT
               MOVE WS-LOC-CODE(WS-LOC-SUB) TO LT-LOCATION-CODE
               MOVE WS-LOC-UNITS(WS-LOC-SUB) TO LT-UNITS
               MOVE WS-LOC-VALUE(WS-LOC-SUB) TO LT-VALUE
               WRITE VALUATION-REPORT-RECORD
                   FROM WS-LOCATION-TOTAL-LINE
           END-PERFORM.
      *
           MOVE SPACES TO VALUATION-REPORT-RECORD.
           WRITE VALUATION-REPORT-RECORD.
           MOVE 'ALL' TO LT-LOCATION-CODE.
           MOVE WS-GRAND-UNITS TO LT-UNITS.
           MOVE WS-GRAND-VALUE TO LT-VALUE.
           WRITE VALUATION-REPORT-RECORD FROM WS-LOCATION-TOTAL-LINE.
      *
       9000-TERMINATE.
      *
           MOVE SPACES TO VALUATION-REPORT-RECORD.
           WRITE VALUATION-REPORT-RECORD.
           MOVE WS-LOCATIONS-READ TO TL1-LOCATIONS-READ.
           WRITE VALUATION-REPORT-RECORD FROM WS-TOTAL-LINE-1.
           MOVE WS-LOCATIONS-VALUED TO TL2-LOCATIONS-VALUED.
           WRITE VALUATION-REPORT-RECORD FROM WS-TOTAL-LINE-2.
           MOVE WS-LOCATIONS-NO-COST TO TL3-LOCATIONS-NO-COST.
           WRITE VALUATION-REPORT-RECORD FROM WS-TOTAL-LINE-3.
      *
           CLOSE PRDLOC-FILE.
           CLOSE PRODMAS-FILE.
           CLOSE VALUATION-REPORT-FILE.
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
           MOVE 'INVVAL1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           MOVE 'INVVAL1 ' TO RUN-JOB-NAME.
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
           MOVE 'INVVAL1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-RUNCTL-STATUS = '00'
               MOVE WS-RC-STAMP TO RUN-END-STAMP
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-LOCATIONS-READ TO RUN-RECORDS-PROCESSED
               SET RUN-STATUS-ENDED TO TRUE
               REWRITE RUN-CONTROL-RECORD
           END-IF.
      *
           CLOSE RUNCTL-FILE.
