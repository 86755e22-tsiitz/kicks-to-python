      * TOUCHES ANOTHER CUSTOMER'S RECORDS, SO THE BOUNDED       *
      * WHOLE-FILE SCAN THIS SCREEN STARTED LIFE WITH IS GONE.   *
      *                                                          *
      * CUSTSUM1'S ACCOUNT SUMMARY (PF2) XCTLS IN WITH A 6-BYTE  *
      * COMMAREA HOLDING A CUSTOMER NUMBER AND LANDS STRAIGHT ON  *
      * THAT CUSTOMER'S ORDER LIST.                              *
      *                                                          *
      * PF5 STARTS A FRESH INQUIRY; PF3/PF12 RETURN TO THE MENU. *
      ************************************************************
      *
      *
       01  DFHCOMMAREA.
           05  DFHCOMMAREA-DATA          PIC X(38).
      *
      *    COMMAREA RECEIVED FROM CUSTSUM1 - THE CUSTOMER WHOSE
      *    ORDERS ARE TO BE LISTED
      *
       01  XCTL-FROM-SUMMARY REDEFINES DFHCOMMAREA.
           05  XFS-CUSTOMER-NUMBER       PIC 9(6).
      *
       PROCEDURE DIVISION.
      *
      *
               WHEN EIBCALEN = ZERO
                   PERFORM 1600-START-FRESH-INQUIRY
      *
               WHEN EIBCALEN = 6
                   MOVE XFS-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                   PERFORM 1800-DISPLAY-CUSTOMER-ORDERS
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 1600-START-FRESH-INQUIRY
      *
      *    THE SHIPMENT FIELDS ONLY CARRY DATA ONCE THE WAREHOUSE
      *    HAS CONFIRMED THE ORDER - UNTIL THEN THE DESK SEES
      *    BLANKS AND KNOWS NOTHING HAS LEFT THE DOCK. A PARTLY
      *    SHIPPED ORDER SHOWS ITS LATEST SHIPMENT.
      *
           IF ORD-STATUS-SHIPPED OR ORD-STATUS-PARTIAL
               MOVE ORD-SHIP-DATE TO SHIPDTO
               MOVE ORD-CARRIER-CODE TO CARRO
               MOVE ORD-TRACKING-NUMBER TO TRACKO
                   MOVE 'COMPLETE' TO WS-STATUS-TEXT
               WHEN ORD-STATUS-SHIPPED
                   MOVE 'SHIPPED' TO WS-STATUS-TEXT
               WHEN ORD-STATUS-PARTIAL
                   MOVE 'PARTIAL' TO WS-STATUS-TEXT
               WHEN ORD-STATUS-CANCELLED
                   MOVE 'CANCELLED' TO WS-STATUS-TEXT
               WHEN OTHER
               SET SEND-ERASE TO TRUE
               PERFORM 3500-SEND-LIST-MAP
           ELSE
      *        ARRIVING BY XCTL THERE IS NO INQUIRY SCREEN UP YET
               IF EIBCALEN = 6
                   MOVE LOW-VALUE TO ORDIMAP1O
                   SET SEND-ERASE TO TRUE
               ELSE
                   SET SEND-DATAONLY-ALARM TO TRUE
               END-IF
               MOVE 'CUSTOMER NOT FOUND' TO ERROR-TEXT
               MOVE -1 TO CUSTNOL
               PERFORM 1500-SEND-DETAIL-MAP
           END-IF.
      *
