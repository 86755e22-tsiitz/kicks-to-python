      *   PASS 1 TALLIES THE BACKORDERED QUANTITY PER PRODUCT    *
      *   (LINES ON CANCELLED OR SHIPPED ORDERS DO NOT COUNT -   *
      *   A CANCEL IS DEAD AND A SHIP ALREADY CLEARED ITS        *
      *   FLAGS; A LINE THAT SHIPPED IN PART COUNTS ONLY WHAT    *
      *   IS LEFT). THE BACKORDERED LINES WERE ALLOCATED IN FULL *
      *   AT ENTRY, SO A PRODUCT'S REMAINING SHORTFALL IS        *
      *   ALLOCATED LESS ON-HAND, AND WHAT CAN BE RELEASED IS    *
      *   THE BACKORDERED TALLY LESS THAT SHORTFALL.             *
      *
       01  WS-SHORTFALL                  PIC S9(8)   COMP.
      *
      *    WHAT IS LEFT TO SHIP ON THE LINE - A LINE THAT WENT OUT
      *    IN PART ONLY HAS ITS REMAINDER ON BACKORDER, AND ONLY
      *    THE REMAINDER IS STILL IN THE ALLOCATED TOTAL
      *
       01  WS-LINE-OPEN-QTY              PIC S9(8)   COMP.
      *
      *    LINES FROM BEFORE LOCATION STOCK EXISTED CARRY SPACES -
      *    THEY GROUP UNDER THE DEFAULT BUILDING
      *
      *    CONFIRMATION RUN - NEITHER GETS RELEASED HERE
      *
           MOVE 'N' TO LINE-ELIGIBLE-SW.
           COMPUTE WS-LINE-OPEN-QTY =
               ORDL-QUANTITY - ORDL-QTY-SHIPPED.
           MOVE ORDL-ORDER-NUMBER TO ORD-ORDER-NUMBER.
      *
           READ ORDMAS-FILE
           PERFORM 2300-FIND-PRODUCT-ENTRY.
      *
           IF WS-PROD-SUB > ZERO
               ADD WS-LINE-OPEN-QTY TO WS-PROD-BO-QTY(WS-PROD-SUB)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.
      *        LINE WAS ALREADY COUNTED THERE, LEAVE IT ALONE
               CONTINUE
           ELSE
               IF WS-LINE-OPEN-QTY <=
                  WS-PROD-RELEASABLE(WS-PROD-SUB)
                   SUBTRACT WS-LINE-OPEN-QTY
                       FROM WS-PROD-RELEASABLE(WS-PROD-SUB)
                   SET ORDL-LINE-FILLED TO TRUE
                   REWRITE ORDER-LINE-RECORD
           MOVE ORD-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER.
           MOVE ORDL-PRODUCT-CODE TO DL-PRODUCT-CODE.
           MOVE ORDL-PRODUCT-DESC TO DL-PRODUCT-DESC.
           MOVE WS-LINE-OPEN-QTY TO DL-QUANTITY.
           WRITE RELEASE-REPORT-RECORD FROM WS-DETAIL-LINE.
      *
       8000-START-AT-FIRST-LINE.
