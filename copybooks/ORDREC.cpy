               88  ORD-STATUS-OPEN                   VALUE 'O'.
               88  ORD-STATUS-COMPLETE                VALUE 'C'.
               88  ORD-STATUS-SHIPPED                 VALUE 'S'.
               88  ORD-STATUS-PARTIAL                 VALUE 'P'.
               88  ORD-STATUS-CANCELLED               VALUE 'X'.
           05  ORD-LINE-COUNT            PIC 9(3).
           05  ORD-ORDER-TOTAL           PIC 9(9)V99.
      *
      *    SHIPMENT CONFIRMATION - STAMPED BY ORDSHP1 WHEN THE
      *    WAREHOUSE CONFIRMS THE ORDER ACTUALLY LEFT THE DOCK.
      *    ZERO/SPACES UNTIL THE FIRST SHIPMENT; AN ORDER SHIPPED
      *    IN PIECES (PARTIAL STATUS) CARRIES ITS LATEST SHIPMENT.
      *
           05  ORD-SHIP-DATE             PIC 9(8).
           05  ORD-CARRIER-CODE          PIC X(10).
           05  ORD-TRACKING-NUMBER       PIC X(20).
      *
      *    THE INVOICE THE NIGHTLY BILLING RUN CUT FOR THIS ORDER -
      *    ZERO UNTIL INVGEN1 BILLS IT. AN ORDER THAT SHIPS IN
      *    PIECES IS BILLED ONE SHIPMENT AT A TIME, SO THIS IS THE
      *    LATEST INVOICE; ORDL-QTY-BILLED ON EACH LINE IS WHAT
      *    KEEPS A SHIPMENT FROM BEING BILLED TWICE.
      *
           05  ORD-INVOICE-NUMBER        PIC 9(8).
      *
      *    ONLY EVER SAID WHICH CLERK KEYED IT
      *
           05  ORD-REP-CODE              PIC X(3).
      *
      *    RUNNING TOTALS OF WHAT INVGEN1 HAS BILLED SO FAR ON THE
      *    ORDER'S SHIPMENTS. THE SALES TAX IS SPREAD ACROSS THE
      *    SHIPMENTS IN PROPORTION AND THE LAST ONE TAKES WHAT IS
      *    LEFT OF ORD-TAX-AMOUNT, SO THE PENNIES ALWAYS ADD UP.
      *
           05  ORD-MERCH-BILLED          PIC 9(9)V99.
           05  ORD-TAX-BILLED            PIC 9(7)V99.
      *
      *    ESTIMATED FREIGHT, SET WITH THE SALES TAX WHEN THE ORDER
      *    REACHES COMPLETE STATUS: THE LINES' TOTAL SHIPPING
      *    WEIGHT PRICED ON THE FRTRATE BANDS OF THE CARRIER IN
      *    ORD-CARRIER-CODE (THE CARMAS STANDARD CARRIER UNTIL THE
      *    WAREHOUSE CONFIRMS THE ONE THAT ACTUALLY TOOK IT) FOR
      *    THE SHIP-TO ZIP CODE'S ZONE. ZERO FOR A FREE-FREIGHT
      *    CUSTOMER. ORD-GROSS-TOTAL INCLUDES IT. INVGEN1 BILLS IT
      *    ACROSS THE SHIPMENTS THE SAME WAY IT BILLS THE TAX, AND
      *    ORD-FREIGHT-BILLED KEEPS THE RUNNING TOTAL.
      *
           05  ORD-SHIP-WEIGHT           PIC 9(7)V99.
           05  ORD-FREIGHT-AMOUNT        PIC 9(7)V99.
           05  ORD-FREIGHT-BILLED        PIC 9(7)V99.
      *
      *    WHERE THE ORDER CAME FROM. ORDLOAD1 MARKS THE ORDERS IT
      *    LOADS FROM A TRADING PARTNER'S ORDTRAN FILE 'P' AND KEEPS
      *    THE PARTNER'S OWN PURCHASE ORDER REFERENCE, SO ORDSHP1'S
      *    SHIP NOTICES AND INVGEN1'S INVOICE FILE CAN QUOTE IT BACK.
      *    SPACES ON ORDERS KEYED AT THE TERMINAL OR RAISED FROM A
      *    STANDING ORDER OR QUOTE.
      *
           05  ORD-ORDER-SOURCE          PIC X.
               88  ORD-SOURCE-PARTNER                VALUE 'P'.
           05  ORD-PARTNER-PO            PIC X(20).
