       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  STKRCN1.
      *
      ************************************************************
      * NIGHTLY STOCK AND ALLOCATION RECONCILIATION (BATCH)      *
      *                                                          *
      * PRD-QTY-ON-HAND IS THE SUM OF THE PRODUCT'S PRDLOC ROWS, *
      * AND THE ALLOCATED FIGURES ON PRODMAS AND PRDLOC ARE THE  *
      * OPEN QUANTITY ON LIVE ORDER LINES - BUT EVERY PROGRAM    *
      * ONLY EVER ADJUSTS THEM BY THE DIFFERENCE, SO ONE ABENDED *
      * TRANSACTION OR A HALF-FINISHED ORDARCH1 RUN LEAVES THEM  *
      * DRIFTING AND THE REORDER REPORT AND PO RAISE WORK OFF    *
      * BAD NUMBERS. THIS JOB RECOMPUTES BOTH FROM SCRATCH:      *
      *                                                          *
      *   PASS 1 TALLIES THE OPEN QUANTITY (ORDERED LESS         *
      *   SHIPPED) PER PRODUCT AND LOCATION FROM EVERY ORDLINE   *
      *   LINE WHOSE ORDER IS STILL LIVE - NOT CANCELLED, NOT    *
      *   SHIPPED, AND STILL ON ORDMAS (A LINE LEFT BEHIND BY AN *
      *   ARCHIVE RUN ALLOCATES NOTHING). BACKORDERED LINES      *
      *   COUNT - THEY ARE ALLOCATED IN FULL AT ENTRY.           *
      *                                                          *
      *   PASS 2 WALKS PRODMAS AND EACH PRODUCT'S PRDLOC ROWS,   *
      *   COMPARING EVERY LOCATION'S ALLOCATED FIGURE AND THE    *
      *   PRODUCT'S ON-HAND AND ALLOCATED TOTALS TO THE FIGURES  *
      *   JUST RECOMPUTED. IN-TRANSIT STOCK IS NOT PART OF       *
      *   ON-HAND AND IS LEFT ALONE.                             *
      *                                                          *
      *   PASS 3 LISTS OPEN LINES WHOSE PRODUCT AND LOCATION     *
      *   HAVE NO PRDLOC ROW OR WHOSE PRODUCT IS NOT ON PRODMAS. *
      *                                                          *
      * EVERY DISAGREEMENT IS PRINTED. WITH REPAIR ON THE        *
      * RCNPARM PARAMETER THE COUNTERS ARE ALSO REWRITTEN TO THE *
      * RECOMPUTED VALUES AND EACH CORRECTION GOES ON THE STKTRN *
      * STOCK LEDGER AS A REBUILD ENTRY - PRODUCT TOTALS UNDER   *
      * LOCATION 'ALL'. PRDLOC ON-HAND IS THE FIGURE THE COUNTS  *
      * AND RECEIPTS MAINTAIN, SO IT IS NEVER CHANGED HERE, AND  *
      * A PRODUCT WITH NO PRDLOC ROWS AT ALL KEEPS ITS ON-HAND.  *
      * THE OPEN-LINE TALLY IS A BOUNDED TABLE LIKE BORLS1'S; IF *
      * IT OVERFLOWS THE RECOMPUTED FIGURES ARE INCOMPLETE AND   *
      * NOTHING IS REPAIRED. THE STEP ENDS WITH RETURN CODE 4    *
      * WHEN DISAGREEMENTS ARE ONLY REPORTED, 8 WHEN REPAIRS     *
      * WERE APPLIED, AND 16 WHEN A REPAIR COULD NOT BE WRITTEN. *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ORDLINE-FILE ASSIGN TO ORDLINE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDL-KEY
               FILE STATUS IS WS-ORDLINE-STATUS.
      *
           SELECT ORDMAS-FILE ASSIGN TO ORDMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORD-ORDER-NUMBER
               FILE STATUS IS WS-ORDMAS-STATUS.
      *
           SELECT PRODMAS-FILE ASSIGN TO PRODMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRODMAS-STATUS.
      *
           SELECT PRDLOC-FILE ASSIGN TO PRDLOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PRDLOC-STATUS.
      *
           SELECT STKTRN-FILE ASSIGN TO STKTRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STK-KEY
               FILE STATUS IS WS-STKTRN-STATUS.
      *
           SELECT STKCTL-FILE ASSIGN TO STKCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STKCTL-KEY
               FILE STATUS IS WS-STKCTL-STATUS.
      *
           SELECT RECON-REPORT-FILE ASSIGN TO STKRCN1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT PARM-FILE ASSIGN TO RCNPARM
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
       FD  ORDLINE-FILE.
      *
       COPY ORDLREC.
      *
       FD  ORDMAS-FILE.
      *
       COPY ORDREC.
      *
       FD  PRODMAS-FILE.
      *
       COPY PRODREC.
      *
       FD  PRDLOC-FILE.
      *
       COPY PLOCREC.
      *
       FD  STKTRN-FILE.
      *
       COPY STKTREC.
      *
       FD  STKCTL-FILE.
      *
       01  STKCTL-BUFFER.
           05  STKCTL-KEY                PIC X(6).
           05  FILLER                    PIC X(8).
      *
       FD  RECON-REPORT-FILE.
      *
       01  RECON-REPORT-RECORD           PIC X(132).
      *
       FD  PARM-FILE.
      *
       01  PARM-RECORD.
           05  PARM-RUN-MODE             PIC X(6).
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
           05  END-OF-LOCATIONS-SW       PIC X       VALUE 'N'.
               88  END-OF-LOCATIONS                  VALUE 'Y'.
           05  REPAIR-MODE-SW            PIC X       VALUE 'N'.
               88  REPAIR-MODE                       VALUE 'Y'.
           05  LEDGER-OPEN-SW            PIC X       VALUE 'N'.
               88  LEDGER-OPEN                       VALUE 'Y'.
           05  ORDER-LIVE-SW             PIC X       VALUE 'N'.
               88  ORDER-LIVE                        VALUE 'Y'.
           05  DISAGREEMENT-FOUND-SW     PIC X       VALUE 'N'.
               88  DISAGREEMENT-FOUND                VALUE 'Y'.
           05  REPAIR-APPLIED-SW         PIC X       VALUE 'N'.
               88  REPAIR-APPLIED                    VALUE 'Y'.
           05  REPAIR-FAILED-SW          PIC X       VALUE 'N'.
               88  REPAIR-FAILED                     VALUE 'Y'.
           05  PRODUCT-CHANGED-SW        PIC X       VALUE 'N'.
               88  PRODUCT-CHANGED                   VALUE 'Y'.
      *
       01  WS-FILE-STATUSES.
           05  WS-ORDLINE-STATUS         PIC XX.
           05  WS-ORDMAS-STATUS          PIC XX.
           05  WS-PRODMAS-STATUS         PIC XX.
           05  WS-PRDLOC-STATUS          PIC XX.
           05  WS-STKTRN-STATUS          PIC XX.
           05  WS-STKCTL-STATUS          PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-PARM-STATUS            PIC XX.
      *
       01  WS-COUNTERS.
           05  WS-LINES-READ             PIC S9(7)   COMP VALUE ZERO.
           05  WS-OPEN-LINES             PIC S9(7)   COMP VALUE ZERO.
           05  WS-PRODUCTS-READ          PIC S9(7)   COMP VALUE ZERO.
           05  WS-LOCATIONS-READ         PIC S9(7)   COMP VALUE ZERO.
           05  WS-LOC-ALLOC-DIFFS        PIC S9(7)   COMP VALUE ZERO.
           05  WS-PRD-ONHAND-DIFFS       PIC S9(7)   COMP VALUE ZERO.
           05  WS-PRD-ALLOC-DIFFS        PIC S9(7)   COMP VALUE ZERO.
           05  WS-UNMATCHED-PAIRS        PIC S9(7)   COMP VALUE ZERO.
           05  WS-FIGURES-REPAIRED       PIC S9(7)   COMP VALUE ZERO.
           05  WS-OVERFLOW-COUNT         PIC S9(7)   COMP VALUE ZERO.
      *
      *    OPEN QUANTITY PER PRODUCT-AND-LOCATION PAIR, REBUILT
      *    FROM ORDLINE. A PAIR IS MARKED MATCHED WHEN PASS 2
      *    FINDS ITS PRDLOC ROW - WHATEVER IS LEFT UNMATCHED IS
      *    PASS 3'S LIST. 3000 PAIRS WITH OPEN ORDERS IS SEVERAL
      *    TIMES WHAT THE ORDER DESK HAS EVER HAD OUTSTANDING.
      *
       01  WS-ALLOC-TABLE.
           05  WS-ALLOC-ENTRY            OCCURS 3000 TIMES.
               10  WS-ALLOC-PRODUCT      PIC X(10).
               10  WS-ALLOC-LOCATION     PIC X(3).
               10  WS-ALLOC-OPEN-QTY     PIC S9(8)   COMP.
               10  WS-ALLOC-MATCHED-SW   PIC X.
                   88  WS-ALLOC-MATCHED              VALUE 'Y'.
       01  WS-ALLOC-ENTRY-COUNT          PIC S9(4)   COMP VALUE ZERO.
       01  WS-ALLOC-SUB                  PIC S9(4)   COMP.
      *
      *    WHAT IS LEFT TO SHIP ON A LINE - ONLY THE REMAINDER OF
      *    A PARTLY SHIPPED LINE IS STILL ALLOCATED
      *
       01  WS-LINE-OPEN-QTY              PIC S9(8)   COMP.
      *
      *    PASS 1 LOOKS EACH ORDER UP ONCE - THE LINES ARE IN KEY
      *    SEQUENCE, SO AN ORDER'S LINES SHARE ITS ANSWER
      *
       01  WS-LAST-LINE-ORDER            PIC 9(8)    VALUE ZERO.
      *
      *    LINES FROM BEFORE LOCATION STOCK EXISTED CARRY SPACES -
      *    THEY GROUP UNDER THE DEFAULT BUILDING
      *
       01  WS-WORK-LOCATION              PIC X(3)    VALUE SPACES.
       01  WS-DEFAULT-LOCATION           PIC X(3)    VALUE '001'.
      *
      *    PRODUCT-LEVEL TOTALS ARE REPORTED, AND LEDGERED WHEN
      *    REPAIRED, UNDER THIS LOCATION CODE
      *
       01  WS-ALL-LOCATIONS              PIC X(3)    VALUE 'ALL'.
      *
      *    ONE PRODUCT'S RECOMPUTED FIGURES
      *
       01  WS-PRODUCT-FIGURES.
           05  WS-PRD-LOC-ROWS           PIC S9(5)   COMP.
           05  WS-PRD-ONHAND-SUM         PIC S9(9)   COMP.
           05  WS-PRD-ALLOC-SUM          PIC S9(9)   COMP.
           05  WS-LOC-ALLOC-CALC         PIC S9(9)   COMP.
           05  WS-OLD-ONHAND             PIC 9(7).
           05  WS-OLD-ALLOCATED          PIC 9(7).
      *
       01  WS-RUN-DATE-YMD               PIC 9(8).
      *
      *    BATCH SUBSTITUTE FOR CICS EIBOPID/EIBTRNID ON THE
      *    STOCK LEDGER ENTRIES
      *
       01  WS-BATCH-OPID                 PIC X(3)    VALUE 'BCH'.
       01  WS-BATCH-TRANID               PIC X(4)    VALUE 'RCN '.
      *
      *    STOCK MOVEMENT CONTROL RECORD - HANDS OUT THE NEXT
      *    STKTRN LEDGER SEQUENCE NUMBER
      *
       COPY SCTLREC.
      *
       01  WS-STK-DATE                   PIC 9(8).
       01  WS-STK-TIME-FIELDS.
           05  WS-STK-TIME               PIC 9(6).
           05  FILLER                    PIC 99.
      *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40)   VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE 'STOCK AND ALLOCATION RECONCILIATION'.
      *
       01  WS-MODE-LINE.
           05  FILLER                    PIC X(10)   VALUE 'RUN MODE: '.
           05  ML-MODE-TEXT              PIC X(60).
      *
       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                    PIC X(10)   VALUE 'PRODUCT'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(3)    VALUE 'LOC'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(9)    VALUE 'FIGURE'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(11)
               VALUE '    ON FILE'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(11)
               VALUE ' RECOMPUTED'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(11)
               VALUE ' DIFFERENCE'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(40)   VALUE 'ACTION'.
      *
       01  WS-DETAIL-LINE.
           05  DL-PRODUCT-CODE           PIC X(10).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-LOCATION-CODE          PIC X(3).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-FIGURE                 PIC X(9).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-ON-FILE                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-RECOMPUTED             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-DIFFERENCE             PIC -ZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-ACTION                 PIC X(40).
      *
       01  WS-TOTAL-LINE-1.
           05  FILLER                    PIC X(30)
               VALUE 'ORDER LINES READ          : '.
           05  TL1-LINES-READ            PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-2.
           05  FILLER                    PIC X(30)
               VALUE 'OPEN LINES ON LIVE ORDERS : '.
           05  TL2-OPEN-LINES            PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-3.
           05  FILLER                    PIC X(30)
               VALUE 'PRODUCTS READ             : '.
           05  TL3-PRODUCTS-READ         PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-4.
           05  FILLER                    PIC X(30)
               VALUE 'LOCATION ROWS READ        : '.
           05  TL4-LOCATIONS-READ        PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-5.
           05  FILLER                    PIC X(30)
               VALUE 'LOCATION ALLOCATED DIFFS  : '.
           05  TL5-LOC-ALLOC-DIFFS       PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-6.
           05  FILLER                    PIC X(30)
               VALUE 'PRODUCT ON-HAND DIFFS     : '.
           05  TL6-PRD-ONHAND-DIFFS      PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-7.
           05  FILLER                    PIC X(30)
               VALUE 'PRODUCT ALLOCATED DIFFS   : '.
           05  TL7-PRD-ALLOC-DIFFS       PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-8.
           05  FILLER                    PIC X(30)
               VALUE 'OPEN LINES WITH NO PRDLOC : '.
           05  TL8-UNMATCHED-PAIRS       PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-9.
           05  FILLER                    PIC X(30)
               VALUE 'FIGURES REPAIRED          : '.
           05  TL9-FIGURES-REPAIRED      PIC ZZZ,ZZ9.
      *
       01  WS-OVERFLOW-LINE.
           05  FILLER                    PIC X(34)
               VALUE 'ALLOCATION TABLE OVERFLOWED - '.
           05  OV-OVERFLOW-COUNT         PIC ZZ,ZZ9.
           05  FILLER                    PIC X(50)
               VALUE ' LINES NOT TALLIED - NOTHING WAS REPAIRED'.
      *
       PROCEDURE DIVISION.
      *
       0000-RECONCILE-STOCK.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 8900-OPEN-RUN-CONTROL.
           PERFORM 2000-TALLY-OPEN-ALLOCATION.
           PERFORM 3000-RECONCILE-PRODUCTS.
           PERFORM 4000-LIST-UNMATCHED-PAIRS.
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
      *    NO PARAMETER (OR ANYTHING BUT 'REPAIR') ONLY REPORTS -
      *    REWRITING STOCK COUNTERS HAS TO BE ASKED FOR
      *
           IF PARM-RUN-MODE = 'REPAIR'
               MOVE 'Y' TO REPAIR-MODE-SW
               MOVE 'REPAIR - COUNTERS REWRITTEN TO RECOMPUTED VALUES'
                   TO ML-MODE-TEXT
           ELSE
               MOVE 'REPORT ONLY - NOTHING IS CHANGED'
                   TO ML-MODE-TEXT
           END-IF.
      *
           OPEN INPUT ORDLINE-FILE.
           OPEN INPUT ORDMAS-FILE.
      *
           IF REPAIR-MODE
               OPEN I-O PRODMAS-FILE
               OPEN I-O PRDLOC-FILE
               OPEN I-O STKTRN-FILE
               OPEN I-O STKCTL-FILE
               MOVE 'Y' TO LEDGER-OPEN-SW
           ELSE
               OPEN INPUT PRODMAS-FILE
               OPEN INPUT PRDLOC-FILE
           END-IF.
      *
           OPEN OUTPUT RECON-REPORT-FILE.
      *
           WRITE RECON-REPORT-RECORD FROM WS-HEADING-LINE-1.
           MOVE SPACES TO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD FROM WS-MODE-LINE.
           MOVE SPACES TO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD FROM WS-COLUMN-HEADING-LINE.
           MOVE SPACES TO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.
      *
       2000-TALLY-OPEN-ALLOCATION.
      *
      *    PASS 1 - THE OPEN QUANTITY ON EVERY LIVE ORDER LINE,
      *    TOTALLED PER PRODUCT AND LOCATION
      *
           MOVE 'N' TO END-OF-FILE-SW.
           MOVE ZERO TO WS-LAST-LINE-ORDER.
           MOVE 'N' TO ORDER-LIVE-SW.
           MOVE LOW-VALUES TO ORDL-KEY.
           START ORDLINE-FILE KEY IS NOT LESS THAN ORDL-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE-SW
           END-START.
      *
           PERFORM UNTIL END-OF-FILE
               READ ORDLINE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE-SW
               END-READ
               IF NOT END-OF-FILE
                   ADD 1 TO WS-LINES-READ
                   IF ORDL-ORDER-NUMBER NOT = WS-LAST-LINE-ORDER
                       MOVE ORDL-ORDER-NUMBER TO WS-LAST-LINE-ORDER
                       PERFORM 2100-CHECK-ORDER-LIVE
                   END-IF
                   IF ORDER-LIVE
                       COMPUTE WS-LINE-OPEN-QTY =
                           ORDL-QUANTITY - ORDL-QTY-SHIPPED
                       IF WS-LINE-OPEN-QTY > ZERO
                           ADD 1 TO WS-OPEN-LINES
                           PERFORM 2200-TALLY-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    AN INCOMPLETE TALLY WOULD "REPAIR" GOOD COUNTERS DOWN -
      *    FALL BACK TO REPORTING ONLY
      *
           IF WS-OVERFLOW-COUNT > ZERO AND REPAIR-MODE
               MOVE 'N' TO REPAIR-MODE-SW
               DISPLAY 'STKRCN1 - ALLOCATION TABLE OVERFLOWED - '
                       'RUNNING AS REPORT ONLY'
           END-IF.
      *
       2100-CHECK-ORDER-LIVE.
      *
      *    A CANCELLED ORDER RELEASED ITS STOCK AND A SHIPPED ONE
      *    RELIEVED IT; A LINE WHOSE HEADER IS GONE (AN ARCHIVE RUN
      *    THAT DIED PART WAY) IS HISTORY - NONE OF THEM HOLD ANY
      *    ALLOCATION
      *
           MOVE 'N' TO ORDER-LIVE-SW.
           MOVE ORDL-ORDER-NUMBER TO ORD-ORDER-NUMBER.
      *
           READ ORDMAS-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-ORDMAS-STATUS = '00'
               IF NOT ORD-STATUS-CANCELLED AND
                  NOT ORD-STATUS-SHIPPED
                   MOVE 'Y' TO ORDER-LIVE-SW
               END-IF
           END-IF.
      *
       2200-TALLY-LINE.
      *
           IF ORDL-LOCATION-CODE = SPACES
               MOVE WS-DEFAULT-LOCATION TO WS-WORK-LOCATION
           ELSE
               MOVE ORDL-LOCATION-CODE TO WS-WORK-LOCATION
           END-IF.
      *
           PERFORM VARYING WS-ALLOC-SUB FROM 1 BY 1
                   UNTIL WS-ALLOC-SUB > WS-ALLOC-ENTRY-COUNT
                   OR (WS-ALLOC-PRODUCT(WS-ALLOC-SUB) =
                       ORDL-PRODUCT-CODE AND
                       WS-ALLOC-LOCATION(WS-ALLOC-SUB) =
                       WS-WORK-LOCATION)
               CONTINUE
           END-PERFORM.
      *
           IF WS-ALLOC-SUB > WS-ALLOC-ENTRY-COUNT
               IF WS-ALLOC-ENTRY-COUNT < 3000
                   ADD 1 TO WS-ALLOC-ENTRY-COUNT
                   MOVE WS-ALLOC-ENTRY-COUNT TO WS-ALLOC-SUB
                   MOVE ORDL-PRODUCT-CODE
                       TO WS-ALLOC-PRODUCT(WS-ALLOC-SUB)
                   MOVE WS-WORK-LOCATION
                       TO WS-ALLOC-LOCATION(WS-ALLOC-SUB)
                   MOVE ZERO TO WS-ALLOC-OPEN-QTY(WS-ALLOC-SUB)
                   MOVE 'N' TO WS-ALLOC-MATCHED-SW(WS-ALLOC-SUB)
               ELSE
                   MOVE ZERO TO WS-ALLOC-SUB
               END-IF
           END-IF.
      *
           IF WS-ALLOC-SUB > ZERO
               ADD WS-LINE-OPEN-QTY
                   TO WS-ALLOC-OPEN-QTY(WS-ALLOC-SUB)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.
      *
       3000-RECONCILE-PRODUCTS.
      *
      *    PASS 2 - EVERY PRODUCT, AND EVERY LOCATION ROW UNDER IT
      *
           MOVE 'N' TO END-OF-FILE-SW.
           MOVE LOW-VALUES TO PRD-PRODUCT-CODE.
           START PRODMAS-FILE KEY IS NOT LESS THAN PRD-PRODUCT-CODE
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE-SW
           END-START.
      *
           PERFORM UNTIL END-OF-FILE
               READ PRODMAS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE-SW
               END-READ
               IF NOT END-OF-FILE
                   ADD 1 TO WS-PRODUCTS-READ
                   PERFORM 3100-RECONCILE-LOCATIONS
                   PERFORM 3300-RECONCILE-PRODUCT-TOTALS
               END-IF
           END-PERFORM.
      *
       3100-RECONCILE-LOCATIONS.
      *
      *    ON-HAND IS SUMMED ACROSS THE ROWS FOR THE PRODUCT
      *    CHECK; EACH ROW'S ALLOCATED FIGURE IS CHECKED AGAINST
      *    ITS OWN PAIR FROM PASS 1 (NO PAIR = NOTHING OPEN)
      *
           MOVE ZERO TO WS-PRD-LOC-ROWS.
           MOVE ZERO TO WS-PRD-ONHAND-SUM.
           MOVE 'N' TO END-OF-LOCATIONS-SW.
           MOVE PRD-PRODUCT-CODE TO PL-PRODUCT-CODE.
           MOVE SPACES TO PL-LOCATION-CODE.
      *
           START PRDLOC-FILE KEY IS NOT LESS THAN PL-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-LOCATIONS-SW
           END-START.
      *
           PERFORM UNTIL END-OF-LOCATIONS
               READ PRDLOC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-LOCATIONS-SW
               END-READ
               IF NOT END-OF-LOCATIONS
                   IF PL-PRODUCT-CODE = PRD-PRODUCT-CODE
                       ADD 1 TO WS-LOCATIONS-READ
                       ADD 1 TO WS-PRD-LOC-ROWS
                       ADD PL-QTY-ON-HAND TO WS-PRD-ONHAND-SUM
                       PERFORM 3200-CHECK-LOCATION-ALLOCATED
                   ELSE
                       MOVE 'Y' TO END-OF-LOCATIONS-SW
                   END-IF
               END-IF
           END-PERFORM.
      *
       3200-CHECK-LOCATION-ALLOCATED.
      *
           MOVE ZERO TO WS-LOC-ALLOC-CALC.
      *
           PERFORM VARYING WS-ALLOC-SUB FROM 1 BY 1
                   UNTIL WS-ALLOC-SUB > WS-ALLOC-ENTRY-COUNT
                   OR (WS-ALLOC-PRODUCT(WS-ALLOC-SUB) =
                       PL-PRODUCT-CODE AND
                       WS-ALLOC-LOCATION(WS-ALLOC-SUB) =
                       PL-LOCATION-CODE)
               CONTINUE
           END-PERFORM.
      *
           IF WS-ALLOC-SUB <= WS-ALLOC-ENTRY-COUNT
               MOVE WS-ALLOC-OPEN-QTY(WS-ALLOC-SUB)
                   TO WS-LOC-ALLOC-CALC
               MOVE 'Y' TO WS-ALLOC-MATCHED-SW(WS-ALLOC-SUB)
           END-IF.
      *
           IF PL-QTY-ALLOCATED NOT = WS-LOC-ALLOC-CALC
               ADD 1 TO WS-LOC-ALLOC-DIFFS
               MOVE 'Y' TO DISAGREEMENT-FOUND-SW
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE PL-PRODUCT-CODE TO DL-PRODUCT-CODE
               MOVE PL-LOCATION-CODE TO DL-LOCATION-CODE
               MOVE 'ALLOCATED' TO DL-FIGURE
               MOVE PL-QTY-ALLOCATED TO DL-ON-FILE
               MOVE WS-LOC-ALLOC-CALC TO DL-RECOMPUTED
               COMPUTE DL-DIFFERENCE =
                   WS-LOC-ALLOC-CALC - PL-QTY-ALLOCATED
               IF REPAIR-MODE
                   PERFORM 3250-REPAIR-LOCATION-ALLOCATED
               ELSE
                   MOVE 'REPORTED' TO DL-ACTION
               END-IF
               PERFORM 8000-WRITE-DETAIL-LINE
           END-IF.
      *
       3250-REPAIR-LOCATION-ALLOCATED.
      *
           MOVE PL-QTY-ON-HAND TO STK-ONHAND-BEFORE.
           MOVE PL-QTY-ALLOCATED TO STK-ALLOC-BEFORE.
           MOVE WS-LOC-ALLOC-CALC TO PL-QTY-ALLOCATED.
      *
           REWRITE PRODUCT-LOCATION-RECORD.
      *
           IF WS-PRDLOC-STATUS = '00'
               ADD 1 TO WS-FIGURES-REPAIRED
               MOVE 'Y' TO REPAIR-APPLIED-SW
               MOVE 'REPAIRED' TO DL-ACTION
               MOVE PL-PRODUCT-CODE TO STK-PRODUCT-CODE
               MOVE PL-LOCATION-CODE TO STK-LOCATION-CODE
               MOVE PL-QTY-ON-HAND TO STK-ONHAND-AFTER
               MOVE PL-QTY-ALLOCATED TO STK-ALLOC-AFTER
               SET STK-MOVE-REBUILD-ALLOC TO TRUE
               PERFORM 9200-WRITE-STOCK-MOVEMENT
           ELSE
               MOVE 'Y' TO REPAIR-FAILED-SW
               MOVE 'REPAIR FAILED - PRDLOC REWRITE ERROR'
                   TO DL-ACTION
           END-IF.
      *
       3300-RECONCILE-PRODUCT-TOTALS.
      *
      *    THE PRODUCT'S ALLOCATED TOTAL IS EVERY PAIR FOR IT FROM
      *    PASS 1 - INCLUDING PAIRS WITH NO PRDLOC ROW, WHICH PASS
      *    3 LISTS SEPARATELY
      *
           MOVE ZERO TO WS-PRD-ALLOC-SUM.
           MOVE 'N' TO PRODUCT-CHANGED-SW.
           MOVE PRD-QTY-ON-HAND TO WS-OLD-ONHAND.
           MOVE PRD-QTY-ALLOCATED TO WS-OLD-ALLOCATED.
      *
           PERFORM VARYING WS-ALLOC-SUB FROM 1 BY 1
                   UNTIL WS-ALLOC-SUB > WS-ALLOC-ENTRY-COUNT
               IF WS-ALLOC-PRODUCT(WS-ALLOC-SUB) = PRD-PRODUCT-CODE
                   ADD WS-ALLOC-OPEN-QTY(WS-ALLOC-SUB)
                       TO WS-PRD-ALLOC-SUM
               END-IF
           END-PERFORM.
      *
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PRD-PRODUCT-CODE TO DL-PRODUCT-CODE.
           MOVE WS-ALL-LOCATIONS TO DL-LOCATION-CODE.
      *
           IF WS-PRD-LOC-ROWS = ZERO
      *        A PRODUCT FROM BEFORE LOCATION STOCK EXISTED - THERE
      *        IS NOTHING TO SUM, AND ZEROING ITS STOCK WOULD BE
      *        WORSE THAN ANY DRIFT
               IF PRD-QTY-ON-HAND NOT = ZERO
                   MOVE 'ON-HAND' TO DL-FIGURE
                   MOVE PRD-QTY-ON-HAND TO DL-ON-FILE
                   MOVE 'NO PRDLOC ROWS - ON-HAND NOT CHECKED'
                       TO DL-ACTION
                   PERFORM 8000-WRITE-DETAIL-LINE
               END-IF
           ELSE
               IF PRD-QTY-ON-HAND NOT = WS-PRD-ONHAND-SUM
                   ADD 1 TO WS-PRD-ONHAND-DIFFS
                   MOVE 'Y' TO DISAGREEMENT-FOUND-SW
                   MOVE 'ON-HAND' TO DL-FIGURE
                   MOVE PRD-QTY-ON-HAND TO DL-ON-FILE
                   MOVE WS-PRD-ONHAND-SUM TO DL-RECOMPUTED
                   COMPUTE DL-DIFFERENCE =
                       WS-PRD-ONHAND-SUM - PRD-QTY-ON-HAND
                   IF REPAIR-MODE
                       MOVE WS-PRD-ONHAND-SUM TO PRD-QTY-ON-HAND
                       MOVE 'Y' TO PRODUCT-CHANGED-SW
                       MOVE 'REPAIRED' TO DL-ACTION
                   ELSE
                       MOVE 'REPORTED' TO DL-ACTION
                   END-IF
                   PERFORM 8000-WRITE-DETAIL-LINE
               END-IF
           END-IF.
      *
           IF PRD-QTY-ALLOCATED NOT = WS-PRD-ALLOC-SUM
               ADD 1 TO WS-PRD-ALLOC-DIFFS
               MOVE 'Y' TO DISAGREEMENT-FOUND-SW
               MOVE 'ALLOCATED' TO DL-FIGURE
               MOVE PRD-QTY-ALLOCATED TO DL-ON-FILE
               MOVE WS-PRD-ALLOC-SUM TO DL-RECOMPUTED
               COMPUTE DL-DIFFERENCE =
                   WS-PRD-ALLOC-SUM - PRD-QTY-ALLOCATED
               IF REPAIR-MODE
                   MOVE WS-PRD-ALLOC-SUM TO PRD-QTY-ALLOCATED
                   MOVE 'Y' TO PRODUCT-CHANGED-SW
                   MOVE 'REPAIRED' TO DL-ACTION
               ELSE
                   MOVE 'REPORTED' TO DL-ACTION
               END-IF
               PERFORM 8000-WRITE-DETAIL-LINE
           END-IF.
      *
           IF PRODUCT-CHANGED
               PERFORM 3400-REWRITE-PRODUCT
           END-IF.
      *
       3400-REWRITE-PRODUCT.
      *
           REWRITE PRODUCT-MASTER-RECORD.
      *
           IF WS-PRODMAS-STATUS = '00'
               MOVE 'Y' TO REPAIR-APPLIED-SW
               MOVE PRD-PRODUCT-CODE TO STK-PRODUCT-CODE
               MOVE WS-ALL-LOCATIONS TO STK-LOCATION-CODE
               MOVE WS-OLD-ONHAND TO STK-ONHAND-BEFORE
               MOVE PRD-QTY-ON-HAND TO STK-ONHAND-AFTER
               MOVE WS-OLD-ALLOCATED TO STK-ALLOC-BEFORE
               MOVE PRD-QTY-ALLOCATED TO STK-ALLOC-AFTER
      *        ONE LEDGER ENTRY PER FIGURE CORRECTED, SO EACH
      *        ENTRY'S QUANTITY SAYS WHICH FIGURE MOVED
               IF PRD-QTY-ON-HAND NOT = WS-OLD-ONHAND
                   ADD 1 TO WS-FIGURES-REPAIRED
                   SET STK-MOVE-REBUILD-ONHAND TO TRUE
                   PERFORM 9200-WRITE-STOCK-MOVEMENT
               END-IF
               IF PRD-QTY-ALLOCATED NOT = WS-OLD-ALLOCATED
                   ADD 1 TO WS-FIGURES-REPAIRED
                   SET STK-MOVE-REBUILD-ALLOC TO TRUE
                   PERFORM 9200-WRITE-STOCK-MOVEMENT
               END-IF
           ELSE
               MOVE 'Y' TO REPAIR-FAILED-SW
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE PRD-PRODUCT-CODE TO DL-PRODUCT-CODE
               MOVE WS-ALL-LOCATIONS TO DL-LOCATION-CODE
               MOVE 'REPAIR FAILED - PRODMAS REWRITE ERROR'
                   TO DL-ACTION
               PERFORM 8000-WRITE-DETAIL-LINE
           END-IF.
      *
       4000-LIST-UNMATCHED-PAIRS.
      *
      *    PASS 3 - OPEN ALLOCATION THAT HAS NO PRDLOC ROW TO SIT
      *    ON. NOT REPAIRED - A MISSING ROW (OR PRODUCT) NEEDS A
      *    PERSON TO SAY WHERE THE STOCK REALLY IS.
      *
           PERFORM VARYING WS-ALLOC-SUB FROM 1 BY 1
                   UNTIL WS-ALLOC-SUB > WS-ALLOC-ENTRY-COUNT
               IF NOT WS-ALLOC-MATCHED(WS-ALLOC-SUB)
                   PERFORM 4100-REPORT-UNMATCHED-PAIR
               END-IF
           END-PERFORM.
      *
       4100-REPORT-UNMATCHED-PAIR.
      *
           ADD 1 TO WS-UNMATCHED-PAIRS.
           MOVE 'Y' TO DISAGREEMENT-FOUND-SW.
      *
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-ALLOC-PRODUCT(WS-ALLOC-SUB) TO DL-PRODUCT-CODE.
           MOVE WS-ALLOC-LOCATION(WS-ALLOC-SUB) TO DL-LOCATION-CODE.
           MOVE 'ALLOCATED' TO DL-FIGURE.
           MOVE WS-ALLOC-OPEN-QTY(WS-ALLOC-SUB) TO DL-RECOMPUTED.
      *
           MOVE WS-ALLOC-PRODUCT(WS-ALLOC-SUB) TO PRD-PRODUCT-CODE.
           READ PRODMAS-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-PRODMAS-STATUS = '00'
               MOVE 'OPEN LINES BUT NO PRDLOC ROW' TO DL-ACTION
           ELSE
               MOVE 'OPEN LINES BUT PRODUCT NOT ON PRODMAS'
                   TO DL-ACTION
           END-IF.
      *
           PERFORM 8000-WRITE-DETAIL-LINE.
      *
       8000-WRITE-DETAIL-LINE.
      *
           WRITE RECON-REPORT-RECORD FROM WS-DETAIL-LINE.
      *
       9000-TERMINATE.
      *
           MOVE SPACES TO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.
           MOVE WS-LINES-READ TO TL1-LINES-READ.
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE-1.
           MOVE WS-OPEN-LINES TO TL2-OPEN-LINES.
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE-2.
           MOVE WS-PRODUCTS-READ TO TL3-PRODUCTS-READ.
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE-3.
           MOVE WS-LOCATIONS-READ TO TL4-LOCATIONS-READ.
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE-4.
           MOVE WS-LOC-ALLOC-DIFFS TO TL5-LOC-ALLOC-DIFFS.
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE-5.
           MOVE WS-PRD-ONHAND-DIFFS TO TL6-PRD-ONHAND-DIFFS.
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE-6.
           MOVE WS-PRD-ALLOC-DIFFS TO TL7-PRD-ALLOC-DIFFS.
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE-7.
           MOVE WS-UNMATCHED-PAIRS TO TL8-UNMATCHED-PAIRS.
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE-8.
           MOVE WS-FIGURES-REPAIRED TO TL9-FIGURES-REPAIRED.
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE-9.
      *
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE WS-OVERFLOW-COUNT TO OV-OVERFLOW-COUNT
               WRITE RECON-REPORT-RECORD FROM WS-OVERFLOW-LINE
           END-IF.
      *
           CLOSE ORDLINE-FILE.
           CLOSE ORDMAS-FILE.
           CLOSE PRODMAS-FILE.
           CLOSE PRDLOC-FILE.
           IF LEDGER-OPEN
               CLOSE STKTRN-FILE
               CLOSE STKCTL-FILE
           END-IF.
           CLOSE RECON-REPORT-FILE.
      *
           EVALUATE TRUE
               WHEN REPAIR-FAILED
                   DISPLAY 'STKRCN1 - STOCK COUNTER REPAIR FAILED '
                           '- SEE THE RECONCILIATION REPORT'
                   MOVE 16 TO RETURN-CODE
               WHEN REPAIR-APPLIED
                   DISPLAY 'STKRCN1 - STOCK COUNTERS REPAIRED - '
                           'SEE THE RECONCILIATION REPORT'
                   MOVE 8 TO RETURN-CODE
               WHEN DISAGREEMENT-FOUND
                   DISPLAY 'STKRCN1 - STOCK COUNTERS DISAGREE - '
                           'SEE THE RECONCILIATION REPORT'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       9200-WRITE-STOCK-MOVEMENT.
      *
      *    THE CALLER HAS SET THE KEY, THE MOVEMENT TYPE, AND THE
      *    BEFORE AND AFTER FIGURES - THE QUANTITY IS THE CHANGE IN
      *    THE FIGURE THE TYPE WORKS ON, AND THE SOURCE IS THIS
      *    RUN'S DATE
      *
           IF STK-MOVE-REBUILD-ALLOC
               COMPUTE STK-QUANTITY =
                   STK-ALLOC-AFTER - STK-ALLOC-BEFORE
           ELSE
               COMPUTE STK-QUANTITY =
                   STK-ONHAND-AFTER - STK-ONHAND-BEFORE
           END-IF.
      *
           SET STK-SOURCE-REBUILD TO TRUE.
           MOVE WS-RUN-DATE-YMD TO STK-SOURCE-NUMBER.
           MOVE ZERO TO STK-SOURCE-LINE.
      *
           PERFORM 9250-GET-NEXT-STOCK-SEQUENCE.
      *
           ACCEPT WS-STK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STK-TIME-FIELDS FROM TIME.
           MOVE WS-STK-DATE TO STK-TRANS-DATE.
           MOVE WS-STK-TIME TO STK-TRANS-TIME.
           MOVE WS-BATCH-OPID TO STK-OPERATOR-ID.
           MOVE WS-BATCH-TRANID TO STK-TRANSACTION-ID.
      *
           WRITE STOCK-TRANSACTION-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *
       9250-GET-NEXT-STOCK-SEQUENCE.
      *
           MOVE 'STKNO ' TO STKCTL-KEY.
           READ STKCTL-FILE
               INVALID KEY
                   MOVE SPACES TO STOCK-CONTROL-RECORD
           END-READ.
      *
           IF WS-STKCTL-STATUS = '00'
               MOVE STKCTL-BUFFER TO STOCK-CONTROL-RECORD
               ADD 1 TO SCTL-NEXT-SEQUENCE-NUMBER
               MOVE STOCK-CONTROL-RECORD TO STKCTL-BUFFER
               REWRITE STKCTL-BUFFER
           ELSE
      *        CONTROL RECORD IS MISSING (FIRST RUN) - SEED IT
               MOVE 'STKNO ' TO SCTL-RECORD-KEY
               MOVE 1 TO SCTL-NEXT-SEQUENCE-NUMBER
               MOVE STOCK-CONTROL-RECORD TO STKCTL-BUFFER
               WRITE STKCTL-BUFFER
           END-IF.
      *
           MOVE SCTL-NEXT-SEQUENCE-NUMBER TO STK-SEQUENCE-NUMBER.
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
           MOVE 'STKRCN1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           MOVE 'STKRCN1 ' TO RUN-JOB-NAME.
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
           MOVE 'STKRCN1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-RUNCTL-STATUS = '00'
               MOVE WS-RC-STAMP TO RUN-END-STAMP
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-PRODUCTS-READ TO RUN-RECORDS-PROCESSED
               SET RUN-STATUS-ENDED TO TRUE
               REWRITE RUN-CONTROL-RECORD
           END-IF.
      *
           CLOSE RUNCTL-FILE.
