      *****************************************************************
      *    SHNREC - PARTNER SHIP NOTICE RECORD (FILE SHPNOTE)
      *    ONE FIXED-FORMAT LINE PER ORDER LINE ORDSHP1 POSTS A
      *    SHIPMENT AGAINST, WRITTEN ONLY FOR ORDERS THAT CAME IN ON
      *    A TRADING PARTNER'S ORDTRAN FILE (ORD-SOURCE-PARTNER) AND
      *    QUOTING THE PARTNER'S OWN PO. CARRIES THE CARRIER AND
      *    TRACKING NUMBER THE WAREHOUSE CONFIRMED, THE QUANTITY THAT
      *    WENT ON THIS SHIPMENT AND WHAT IS STILL TO COME. A KIT
      *    COMPONENT LINE NAMES THE KIT THE PARTNER ORDERED. THE
      *    FILE IS REBUILT EVERY RUN.
      *****************************************************************
       01  SHIP-NOTICE-RECORD.
           05  SHN-CUSTOMER-NUMBER       PIC 9(6).
           05  SHN-PARTNER-PO            PIC X(20).
           05  SHN-ORDER-NUMBER          PIC 9(8).
           05  SHN-SHIP-DATE             PIC 9(8).
           05  SHN-CARRIER-CODE          PIC X(10).
           05  SHN-TRACKING-NUMBER       PIC X(20).
           05  SHN-LINE-NUMBER           PIC 9(3).
           05  SHN-PRODUCT-CODE          PIC X(10).
           05  SHN-KIT-PRODUCT-CODE      PIC X(10).
           05  SHN-QTY-ORDERED           PIC 9(5).
           05  SHN-QTY-SHIPPED           PIC 9(5).
           05  SHN-QTY-OPEN              PIC 9(5).
