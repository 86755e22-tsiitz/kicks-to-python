      *     ADDRESS (EXACTLY WHAT ORDER ENTRY CONFIRMED ON THE   *
      *     SCREEN)                                              *
      *   - EVERY ORDLINE ITEM WITH QUANTITY, UNIT PRICE,        *
      *     EXTENDED AMOUNT, A B/O MARK ON BACKORDERED LINES,    *
      *     AND WHERE THE PRICE CAME FROM (LIST, BREAK OR        *
      *     CONTRACT) - THE COMPONENT LINES OF AN EXPLODED KIT   *
      *     UNDER A KIT LINE GIVING THE KIT, THE NUMBER OF KITS, *
      *     AND THE KIT PRICE                                    *
      *   - THE ORDER TOTAL                                      *
      ************************************************************
      *
           05  WS-TICKETS-PRINTED        PIC S9(7)   COMP VALUE ZERO.
           05  WS-LINES-PRINTED          PIC S9(7)   COMP VALUE ZERO.
      *
      *    FIRST LINE NUMBER OF THE LAST KIT HEADED ON THIS TICKET
      *
       01  WS-LAST-KIT-LINE              PIC 9(3)    VALUE ZERO.
      *
      *    THE BUSINESS DATE COMES FROM THE BUSDATE PARAMETER FILE,
      *    NOT THE SYSTEM CLOCK - A NIGHTLY STREAM THAT CROSSES
      *    MIDNIGHT STILL PRINTS THE DAY IT IS CLOSING, AND A MISSED
           05  FILLER                    PIC X(8)    VALUE 'EXTENDED'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(3)    VALUE 'B/O'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(8)    VALUE 'PRICE'.
      *
       01  WS-DETAIL-LINE.
           05  DL-LINE-NUMBER            PIC ZZ9.
           05  DL-EXTENDED-AMOUNT        PIC ZZZZZZZZ9.99.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  DL-BACKORDER-FLAG         PIC X.
           05  FILLER                    PIC X(1)    VALUE SPACES.
           05  DL-PRICE-SOURCE           PIC X(8).
      *
       01  WS-KIT-LINE.
           05  FILLER                    PIC X(6)    VALUE 'KIT'.
           05  KL-KIT-CODE               PIC X(10).
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  KL-KIT-DESC               PIC X(25).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  KL-KIT-QUANTITY           PIC ZZ,ZZ9.
           05  FILLER                    PIC X(4)    VALUE SPACES.
           05  KL-KIT-PRICE              PIC ZZZZZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  KL-KIT-AMOUNT             PIC ZZZZZZZZ9.99.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(21)   VALUE SPACES.
               VALUE 'SALES TAX   '.
           05  FILLER                    PIC X(34)   VALUE SPACES.
           05  TX-TAX-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-FREIGHT-LINE.
           05  FILLER                    PIC X(21)   VALUE SPACES.
           05  FILLER                    PIC X(12)
               VALUE 'FREIGHT     '.
           05  FR-CARRIER-CODE           PIC X(10).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FR-SHIP-WEIGHT            PIC ZZZZZZ9.99.
           05  FILLER                    PIC X(4)    VALUE ' LBS'.
           05  FILLER                    PIC X(8)    VALUE SPACES.
           05  FR-FREIGHT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-GROSS-LINE.
           05  FILLER                    PIC X(21)   VALUE SPACES.
      *
           MOVE ORD-ORDER-NUMBER TO ORDL-ORDER-NUMBER.
           MOVE ZERO TO ORDL-LINE-NUMBER.
           MOVE ZERO TO WS-LAST-KIT-LINE.
           MOVE 'N' TO END-OF-LINES-SW.
      *
           START ORDLINE-FILE KEY IS NOT LESS THAN ORDL-KEY
           END-PERFORM.
      *
       3350-PRINT-LINE-DETAIL.
      *
           IF ORDL-KIT-PRODUCT-CODE NOT = SPACES AND
              ORDL-KIT-LINE-NUMBER NOT = WS-LAST-KIT-LINE
               PERFORM 3360-PRINT-KIT-LINE
           END-IF.
      *
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE ORDL-LINE-NUMBER TO DL-LINE-NUMBER.
           MOVE ORDL-UNIT-PRICE TO DL-UNIT-PRICE.
           MOVE ORDL-EXTENDED-AMOUNT TO DL-EXTENDED-AMOUNT.
           MOVE ORDL-LINE-STATUS TO DL-BACKORDER-FLAG.
           EVALUATE TRUE
               WHEN ORDL-PRICE-LIST
                   MOVE 'LIST' TO DL-PRICE-SOURCE
               WHEN ORDL-PRICE-BREAK
                   MOVE 'BREAK' TO DL-PRICE-SOURCE
               WHEN ORDL-PRICE-CONTRACT
                   MOVE 'CONTRACT' TO DL-PRICE-SOURCE
           END-EVALUATE.
      *
           WRITE PICK-TICKET-RECORD FROM WS-DETAIL-LINE.
      *
           ADD 1 TO WS-LINES-PRINTED.
      *
       3360-PRINT-KIT-LINE.
      *
      *    THE COMPONENT LINES OF ONE KIT FOLLOW ONE ANOTHER, SO
      *    THE KIT IS NAMED ONCE, AHEAD OF ITS FIRST LINE
      *
           MOVE ORDL-KIT-LINE-NUMBER TO WS-LAST-KIT-LINE.
           MOVE ORDL-KIT-PRODUCT-CODE TO KL-KIT-CODE.
           MOVE ORDL-KIT-PRODUCT-DESC TO KL-KIT-DESC.
           MOVE ORDL-KIT-QUANTITY TO KL-KIT-QUANTITY.
           MOVE ORDL-KIT-UNIT-PRICE TO KL-KIT-PRICE.
           COMPUTE KL-KIT-AMOUNT =
               ORDL-KIT-QUANTITY * ORDL-KIT-UNIT-PRICE.
      *
           WRITE PICK-TICKET-RECORD FROM WS-KIT-LINE.
      *
       3400-PRINT-ORDER-TOTAL.
      *
           WRITE PICK-TICKET-RECORD FROM WS-TOTAL-LINE.
           MOVE ORD-TAX-AMOUNT TO TX-TAX-AMOUNT.
           WRITE PICK-TICKET-RECORD FROM WS-TAX-LINE.
           MOVE ORD-CARRIER-CODE TO FR-CARRIER-CODE.
           MOVE ORD-SHIP-WEIGHT TO FR-SHIP-WEIGHT.
           MOVE ORD-FREIGHT-AMOUNT TO FR-FREIGHT-AMOUNT.
           WRITE PICK-TICKET-RECORD FROM WS-FREIGHT-LINE.
           MOVE ORD-GROSS-TOTAL TO GR-GROSS-TOTAL.
           WRITE PICK-TICKET-RECORD FROM WS-GROSS-LINE.
      *
