      * RECORD FOR THE SHORTFALL (REORDER POINT LESS AVAILABLE,  *
      * SO A NEGATIVE AVAILABLE ORDERS THE BACKLOG TOO):         *
      *   - PO NUMBERS COME FROM THE POCTL CONTROL RECORD        *
      *   - THE PO IS PLACED WITH THE PRODUCT'S PRIMARY SUPPLIER *
      *     AND STAMPED WITH ITS SUPMAS SUPPLIER CODE            *
      *   - THE EXPECTED DATE IS THE BUSINESS DATE PLUS THE LEAD *
      *     TIME FOR THAT PRODUCT: THE PRODUCT'S OWN LEAD TIME   *
      *     IF IT CARRIES ONE, ELSE ITS SUPPLIER'S. THE LEAD     *
      *     DAYS ON THE POPARM PARAMETER RECORD (YYYYMMDD + DDD, *
      *     THE WAY EXTPARM CARRIES THE FEED MODE AND DATE       *
      *     TOGETHER) ARE NOW ONLY THE DEFAULT FOR A PRODUCT     *
      *     WITH NO SUPPLIER NAMED                               *
      *   - THE PO STARTS AT THE PRODUCT'S CURRENT UNIT COST;    *
      *     THE DOCK CORRECTS IT FROM THE SUPPLIER'S PAPERWORK   *
      *     WHEN THE GOODS ARE RECEIVED                          *
      * THE CONTROL REPORT LISTS EVERY PO RAISED SO PURCHASING   *
      * CAN CONFIRM THE ORDERS WITH THE SUPPLIER; POPRT1 PRINTS  *
      * THE PURCHASE ORDER DOCUMENTS THEMSELVES.                 *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
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
           SELECT POCTL-FILE ASSIGN TO POCTL
               ORGANIZATION IS INDEXED
       FD  POMAS-FILE.
      *
       COPY POREC.
      *
       FD  SUPMAS-FILE.
      *
       COPY SUPREC.
      *
       FD  POCTL-FILE.
      *
       01  WS-FILE-STATUSES.
           05  WS-PRODMAS-STATUS         PIC XX.
           05  WS-POMAS-STATUS           PIC XX.
           05  WS-SUPMAS-STATUS          PIC XX.
           05  WS-POCTL-STATUS           PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-PARM-STATUS            PIC XX.
      *
       01  WS-RUN-DATE-YMD               PIC 9(8).
       01  WS-LEAD-DAYS                  PIC 9(3)    VALUE ZERO.
       01  WS-DEFAULT-LEAD-DAYS          PIC 9(3)    VALUE ZERO.
       01  WS-EXPECTED-DATE-YMD          PIC 9(8).
       01  WS-QTY-AVAILABLE              PIC S9(8)   COMP VALUE ZERO.
       01  WS-ORDER-QTY                  PIC S9(8)   COMP VALUE ZERO.
           05  FILLER                    PIC X(28)
               VALUE 'BUSINESS DATE           : '.
           05  DT-BUSINESS-DATE          PIC 9(8).
           05  FILLER                    PIC X(24)
               VALUE '   DEFAULT LEAD DAYS: '.
           05  DT-LEAD-DAYS              PIC ZZ9.
      *
       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                    PIC X(9)    VALUE '  ORDERED'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(8)    VALUE 'EXPECTED'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(8)    VALUE 'SUPPLIER'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(4)    VALUE 'LEAD'.
      *
       01  WS-DETAIL-LINE.
           05  DL-PO-NUMBER              PIC 9(8).
           05  DL-QTY-ORDERED            PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-EXPECTED-DATE          PIC 9(8).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-SUPPLIER-CODE          PIC X(6).
           05  FILLER                    PIC X(5)    VALUE SPACES.
           05  DL-LEAD-DAYS              PIC ZZ9.
      *
       01  WS-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
           IF PARM-BUSINESS-DATE IS NUMERIC AND
              PARM-LEAD-DAYS IS NUMERIC
               MOVE PARM-BUSINESS-DATE TO WS-RUN-DATE-YMD
               MOVE PARM-LEAD-DAYS TO WS-DEFAULT-LEAD-DAYS
           ELSE
               DISPLAY 'PORAISE1 - POPARM DATE OR LEAD DAYS MISSING '
                       'OR NOT NUMERIC - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN INPUT PRODMAS-FILE.
           OPEN I-O POMAS-FILE.
           OPEN INPUT SUPMAS-FILE.
           OPEN I-O POCTL-FILE.
           OPEN OUTPUT RAISE-REPORT-FILE.
      *
           MOVE SPACES TO RAISE-REPORT-RECORD.
           WRITE RAISE-REPORT-RECORD.
           MOVE WS-RUN-DATE-YMD TO DT-BUSINESS-DATE.
           MOVE WS-DEFAULT-LEAD-DAYS TO DT-LEAD-DAYS.
           WRITE RAISE-REPORT-RECORD FROM WS-DATE-LINE.
           MOVE SPACES TO RAISE-REPORT-RECORD.
           WRITE RAISE-REPORT-RECORD.
      *
           COMPUTE WS-ORDER-QTY =
               PRD-REORDER-POINT - WS-QTY-AVAILABLE.
      *
           PERFORM 5200-SET-SUPPLIER-LEAD-TIME.
           PERFORM 8500-COMPUTE-EXPECTED-DATE.
      *
           MOVE PCTL-NEXT-PO-NUMBER TO PO-PO-NUMBER.
           MOVE PRD-PRODUCT-CODE TO PO-PRODUCT-CODE.
           MOVE WS-ORDER-QTY TO PO-QTY-ORDERED.
           MOVE ZERO TO PO-QTY-RECEIVED.
           SET PO-STATUS-OPEN TO TRUE.
           MOVE PRD-SUPPLIER-CODE TO PO-SUPPLIER-CODE.
           MOVE PRD-UNIT-COST TO PO-UNIT-COST.
      *
           WRITE PURCHASE-ORDER-RECORD.
      *
           MOVE PRD-REORDER-POINT TO DL-REORDER-POINT.
           MOVE PO-QTY-ORDERED TO DL-QTY-ORDERED.
           MOVE PO-EXPECTED-DATE TO DL-EXPECTED-DATE.
           MOVE PO-SUPPLIER-CODE TO DL-SUPPLIER-CODE.
           MOVE WS-LEAD-DAYS TO DL-LEAD-DAYS.
           WRITE RAISE-REPORT-RECORD FROM WS-DETAIL-LINE.
      *
       5100-GET-NEXT-PO-NUMBER.
               MOVE PO-CONTROL-RECORD TO POCTL-BUFFER
               WRITE POCTL-BUFFER
           END-IF.
      *
       5200-SET-SUPPLIER-LEAD-TIME.
      *
      *    THE PRODUCT'S OWN LEAD TIME WINS; OTHERWISE THE PRIMARY
      *    SUPPLIER'S QUOTED LEAD TIME; OTHERWISE - NO SUPPLIER
      *    NAMED, OR ONE THAT HAS SINCE LEFT SUPMAS - THE POPARM
      *    DEFAULT THE WHOLE RUN USED TO BE DATED FROM
      *
           MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS.
      *
           IF PRD-LEAD-DAYS > ZERO
               MOVE PRD-LEAD-DAYS TO WS-LEAD-DAYS
           ELSE
               IF PRD-SUPPLIER-CODE NOT = SPACES
                   MOVE PRD-SUPPLIER-CODE TO SUP-SUPPLIER-CODE
                   READ SUPMAS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SUP-LEAD-DAYS TO WS-LEAD-DAYS
                   END-READ
               END-IF
           END-IF.
      *
       8000-CONVERT-DATE-TO-DAYS.
      *
      *
           CLOSE PRODMAS-FILE.
           CLOSE POMAS-FILE.
           CLOSE SUPMAS-FILE.
           CLOSE POCTL-FILE.
           CLOSE RAISE-REPORT-FILE.
      *
