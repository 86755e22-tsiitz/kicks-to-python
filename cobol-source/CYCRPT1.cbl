      *   - POSTS THE ADJUSTMENT: THE LOCATION ON-HAND BECOMES   *
      *     THE COUNTED QUANTITY AND THE PRODMAS TOTAL MOVES BY  *
      *     THE SAME VARIANCE, FLOORED AT ZERO                   *
      *   - WRITES A COUNT-ADJUSTMENT MOVEMENT ON THE STKTRN     *
      *     STOCK LEDGER WITH THE LOCATION'S BEFORE AND AFTER    *
      *     ON-HAND, SO EVERY CORRECTION TO ON-HAND IS TRACEABLE *
      *     - THE WHOLE POINT OF THIS SUBSYSTEM. (THESE USED TO  *
      *     GO TO CUSTAUD UNDER CUSTOMER ZERO, MIXED IN WITH THE *
      *     CUSTOMER HISTORY.)                                   *
      *   - MOVES THE COUNT RECORD TO APPLIED STATUS             *
      * THE VARIANCE REPORT SHOWS EVERY POSTED COUNT WITH ITS    *
      * BOOK, COUNTED, AND VARIANCE QUANTITIES.                  *
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRODMAS-STATUS.
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
           SELECT VARIANCE-REPORT-FILE ASSIGN TO CYCRPT1
               ORGANIZATION IS LINE SEQUENTIAL
      *
       COPY PRODREC.
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
       FD  VARIANCE-REPORT-FILE.
      *
       01  WS-FILE-STATUSES.
           05  WS-CYCCNT-STATUS          PIC XX.
           05  WS-PRDLOC-STATUS          PIC XX.
           05  WS-STKTRN-STATUS          PIC XX.
           05  WS-STKCTL-STATUS          PIC XX.
           05  WS-PRODMAS-STATUS         PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
      *
       01  WS-COUNTERS.
       01  WS-VARIANCE                   PIC S9(8)   COMP VALUE ZERO.
       01  WS-NEW-TOTAL-ONHAND           PIC S9(8)   COMP VALUE ZERO.
      *
      *    BATCH SUBSTITUTE FOR CICS EIBOPID/EIBTRNID
      *
       01  WS-BATCH-OPID                 PIC X(3)    VALUE 'BCH'.
       01  WS-BATCH-TRANID               PIC X(4)    VALUE 'CYC '.
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
           STOP RUN.
      *
       1000-INITIALIZE.
      *
           OPEN I-O CYCCNT-FILE.
           OPEN I-O PRDLOC-FILE.
           OPEN I-O STKTRN-FILE.
           OPEN I-O STKCTL-FILE.
           OPEN I-O PRODMAS-FILE.
           OPEN OUTPUT VARIANCE-REPORT-FILE.
      *
           WRITE VARIANCE-REPORT-RECORD FROM WS-HEADING-LINE-1.
           ELSE
      *        THE SHELF IS THE TRUTH - THE LOCATION ON-HAND
      *        BECOMES THE COUNT AND THE PRODMAS TOTAL MOVES BY
      *        THE SAME VARIANCE, WITH THE MOVEMENT ON THE LEDGER
               COMPUTE WS-VARIANCE =
                   CYC-COUNTED-QTY - PL-QTY-ON-HAND
               MOVE PL-QTY-ON-HAND TO DL-ON-HAND
      *
               MOVE PL-QTY-ON-HAND TO STK-ONHAND-BEFORE
               MOVE PL-QTY-ALLOCATED TO STK-ALLOC-BEFORE
               MOVE CYC-COUNTED-QTY TO PL-QTY-ON-HAND
               REWRITE PRODUCT-LOCATION-RECORD
               SET STK-MOVE-COUNT-ADJUST TO TRUE
               SET STK-SOURCE-COUNT TO TRUE
               MOVE CYC-COUNT-DATE TO STK-SOURCE-NUMBER
               MOVE ZERO TO STK-SOURCE-LINE
               PERFORM 9200-WRITE-STOCK-MOVEMENT
      *
               PERFORM 3100-ADJUST-PRODUCT-TOTAL
               PERFORM 3200-MARK-COUNT-APPLIED
      *
           CLOSE CYCCNT-FILE.
           CLOSE PRDLOC-FILE.
           CLOSE STKTRN-FILE.
           CLOSE STKCTL-FILE.
           CLOSE PRODMAS-FILE.
           CLOSE VARIANCE-REPORT-FILE.
      *
       9200-WRITE-STOCK-MOVEMENT.
      *
      *    THE CALLER HAS SET THE MOVEMENT TYPE, THE SOURCE
      *    DOCUMENT, AND THE BEFORE FIGURES, AND HAS JUST WRITTEN
      *    THE PRDLOC RECORD - THE KEY AND AFTER FIGURES COME OFF
      *    IT, AND THE QUANTITY IS WHAT ACTUALLY MOVED (A RELIEF
      *    FLOORED AT ZERO MOVES LESS THAN THE DOCUMENT SAID)
      *
           MOVE PL-PRODUCT-CODE TO STK-PRODUCT-CODE.
           MOVE PL-LOCATION-CODE TO STK-LOCATION-CODE.
           MOVE PL-QTY-ON-HAND TO STK-ONHAND-AFTER.
           MOVE PL-QTY-ALLOCATED TO STK-ALLOC-AFTER.
      *
           IF STK-MOVE-ALLOCATE OR STK-MOVE-RELEASE
               COMPUTE STK-QUANTITY =
                   STK-ALLOC-AFTER - STK-ALLOC-BEFORE
           ELSE
               COMPUTE STK-QUANTITY =
                   STK-ONHAND-AFTER - STK-ONHAND-BEFORE
           END-IF.
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
