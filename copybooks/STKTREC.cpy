      *****************************************************************
      *    STKTREC - STOCK MOVEMENT LEDGER RECORD (FILE STKTRN)
      *    ONE RECORD PER MOVEMENT OF A PRODUCT'S STOCK AT ONE
      *    WAREHOUSE LOCATION - ALLOCATION, RELEASE, SHIPMENT,
      *    RECEIPT, RESTOCK, COUNT ADJUSTMENT, MANUAL CORRECTION,
      *    AND BOTH LEGS OF A TRANSFER. KEYED BY PRODUCT AND
      *    LOCATION PLUS A MOVEMENT SEQUENCE NUMBER HANDED OUT BY
      *    THE STKCTL CONTROL RECORD, SO ONE BUILDING'S HISTORY
      *    FOR A PRODUCT SITS TOGETHER IN THE ORDER IT HAPPENED.
      *    EVERY PROGRAM THAT REWRITES PRDLOC STOCK FIGURES WRITES
      *    ONE OF THESE IN THE SAME BREATH.
      *****************************************************************
       01  STOCK-TRANSACTION-RECORD.
           05  STK-KEY.
               10  STK-PRODUCT-CODE      PIC X(10).
               10  STK-LOCATION-CODE     PIC X(3).
               10  STK-SEQUENCE-NUMBER   PIC 9(8).
           05  STK-MOVEMENT-TYPE         PIC X.
               88  STK-MOVE-ALLOCATE                 VALUE 'A'.
               88  STK-MOVE-RELEASE                  VALUE 'L'.
               88  STK-MOVE-SHIPMENT                 VALUE 'S'.
               88  STK-MOVE-RECEIPT                  VALUE 'R'.
               88  STK-MOVE-RESTOCK                  VALUE 'T'.
               88  STK-MOVE-COUNT-ADJUST             VALUE 'C'.
               88  STK-MOVE-MANUAL                   VALUE 'M'.
               88  STK-MOVE-TRANSFER-OUT             VALUE 'O'.
               88  STK-MOVE-TRANSFER-IN              VALUE 'I'.
               88  STK-MOVE-REBUILD-ONHAND           VALUE 'H'.
               88  STK-MOVE-REBUILD-ALLOC            VALUE 'K'.
      *
      *    THE QUANTITY MOVED, SIGNED BY ITS EFFECT ON THE FIGURE
      *    THE MOVEMENT TYPE WORKS ON - ALLOCATIONS, RELEASES, AND
      *    ALLOCATED REBUILDS MOVE THE ALLOCATED FIGURE, EVERYTHING
      *    ELSE MOVES ON-HAND. THE BEFORE AND AFTER FIGURES ARE THE
      *    PRDLOC LOCATION RECORD EITHER SIDE OF THE MOVEMENT. THE
      *    REBUILD TYPES ARE THE NIGHTLY RECONCILIATION (STKRCN1)
      *    PUTTING A DRIFTED COUNTER RIGHT; ITS CORRECTIONS TO THE
      *    PRODMAS TOTALS CARRY LOCATION 'ALL' AND THE PRODMAS
      *    FIGURES.
      *
           05  STK-QUANTITY              PIC S9(7).
           05  STK-ONHAND-BEFORE         PIC 9(7).
           05  STK-ONHAND-AFTER          PIC 9(7).
           05  STK-ALLOC-BEFORE          PIC 9(7).
           05  STK-ALLOC-AFTER           PIC 9(7).
      *
      *    THE DOCUMENT THAT MOVED THE STOCK - ORDER AND LINE, PO,
      *    RETURN, TRANSFER, THE COUNT DATE FOR A CYCLE COUNT, OR
      *    THE RUN DATE FOR A RECONCILIATION REBUILD. A MANUAL
      *    CORRECTION ON THE PRODUCT SCREEN HAS NONE.
      *
           05  STK-SOURCE-TYPE           PIC X.
               88  STK-SOURCE-ORDER                  VALUE 'O'.
               88  STK-SOURCE-PO                     VALUE 'P'.
               88  STK-SOURCE-RETURN                 VALUE 'R'.
               88  STK-SOURCE-COUNT                  VALUE 'C'.
               88  STK-SOURCE-TRANSFER               VALUE 'X'.
               88  STK-SOURCE-MANUAL                 VALUE 'M'.
               88  STK-SOURCE-REBUILD                VALUE 'B'.
           05  STK-SOURCE-NUMBER         PIC 9(8).
           05  STK-SOURCE-LINE           PIC 9(3).
           05  STK-OPERATOR-ID           PIC X(3).
           05  STK-TRANSACTION-ID        PIC X(4).
           05  STK-TRANS-DATE            PIC 9(8).
           05  STK-TRANS-TIME            PIC 9(6).
