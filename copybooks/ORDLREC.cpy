      *    AND ARE TREATED AS THE DEFAULT LOCATION '001'
      *
           05  ORDL-LOCATION-CODE        PIC X(3).
      *
      *    THE PRODUCT'S UNIT COST AT THE TIME OF SALE, CAPTURED
      *    ALONGSIDE ORDL-UNIT-PRICE WHEN THE LINE IS WRITTEN, SO
      *    THE MARGIN ON AN ORDER DOES NOT MOVE WHEN LATER RECEIPTS
      *    CHANGE THE AVERAGE COST. LINES FROM BEFORE THE FIELD
      *    EXISTED CARRY ZERO.
      *
           05  ORDL-UNIT-COST            PIC 9(7)V99.
      *
      *    HOW MUCH OF THE LINE HAS LEFT THE DOCK (POSTED BY ORDSHP1
      *    FROM THE WAREHOUSE'S SHPCONF CONFIRMATIONS) AND HOW MUCH
      *    OF THAT INVGEN1 HAS BILLED. ORDL-QUANTITY LESS THE
      *    SHIPPED QUANTITY IS STILL OPEN AND STILL ALLOCATED.
      *    LINES FROM BEFORE THE FIELDS EXISTED CARRY ZERO.
      *
           05  ORDL-QTY-SHIPPED          PIC 9(5).
           05  ORDL-QTY-BILLED           PIC 9(5).
      *
      *    KIT GROUPING - A KIT ORDERED AS ONE PRODUCT IS EXPLODED
      *    INTO ONE LINE PER KITCOMP COMPONENT. EVERY COMPONENT LINE
      *    CARRIES THE KIT'S PRODUCT CODE AND DESCRIPTION, THE LINE
      *    NUMBER OF THE GROUP'S FIRST LINE (WHICH TELLS TWO
      *    ORDERINGS OF THE SAME KIT APART), THE NUMBER OF KITS
      *    ORDERED AND THE KIT PRICE PER KIT, SO PICK TICKETS AND
      *    INVOICES CAN PRINT THE KIT AS A GROUP. THE COMPONENT'S
      *    OWN UNIT PRICE IS ITS SHARE OF THE KIT PRICE. LINES THAT
      *    ARE NOT PART OF A KIT (AND LINES FROM BEFORE THE FIELDS
      *    EXISTED) CARRY SPACES AND ZERO.
      *
           05  ORDL-KIT-PRODUCT-CODE     PIC X(10).
           05  ORDL-KIT-PRODUCT-DESC     PIC X(25).
           05  ORDL-KIT-LINE-NUMBER      PIC 9(3).
           05  ORDL-KIT-QUANTITY         PIC 9(5).
           05  ORDL-KIT-UNIT-PRICE       PIC 9(7)V99.
      *
      *    WHERE THE UNIT PRICE CAME FROM - THE PRODMAS LIST PRICE,
      *    A PRCBRK QUANTITY BREAK, OR THE CUSTOMER'S CONPRC
      *    CONTRACT PRICE (WHICH WINS OVER BOTH WHILE IT IS IN
      *    FORCE). KIT COMPONENT LINES CARRY THE SOURCE OF THE KIT
      *    PRICE, AND A LINE CONVERTED FROM A QUOTE CARRIES THE
      *    SOURCE OF THE QUOTED PRICE. LINES FROM BEFORE THE FIELD
      *    EXISTED CARRY A SPACE.
      *
           05  ORDL-PRICE-SOURCE         PIC X.
               88  ORDL-PRICE-LIST                   VALUE 'L'.
               88  ORDL-PRICE-BREAK                  VALUE 'B'.
               88  ORDL-PRICE-CONTRACT               VALUE 'C'.
