      *****************************************************************
      *    INNREC - PARTNER INVOICE RECORD (FILE INVNOTE)
      *    THE INVOICE INVGEN1 CUTS FOR A SHIPMENT ON AN ORDER THAT
      *    CAME IN ON A TRADING PARTNER'S ORDTRAN FILE
      *    (ORD-SOURCE-PARTNER), IN FIXED FORMAT FOR THE PARTNER'S
      *    PAYABLES, QUOTING THE PARTNER'S OWN PO:
      *      'H' - THE INVOICE TOTALS AS BILLED ON INVMAS
      *      'L' - ONE PER ORDER LINE BILLED ON THE INVOICE. A KIT
      *            COMPONENT LINE NAMES THE KIT THE PARTNER ORDERED.
      *    THE FILE IS REBUILT EVERY RUN.
      *****************************************************************
       01  INVOICE-NOTICE-RECORD.
           05  INN-RECORD-TYPE           PIC X.
               88  INN-INVOICE-HEADER                VALUE 'H'.
               88  INN-INVOICE-LINE                  VALUE 'L'.
           05  INN-CUSTOMER-NUMBER       PIC 9(6).
           05  INN-PARTNER-PO            PIC X(20).
           05  INN-ORDER-NUMBER          PIC 9(8).
           05  INN-INVOICE-NUMBER        PIC 9(8).
           05  INN-INVOICE-DATE          PIC 9(8).
           05  INN-DETAIL-DATA           PIC X(60).
           05  INN-HEADER-DATA REDEFINES INN-DETAIL-DATA.
               10  INN-MERCHANDISE-TOTAL PIC 9(9)V99.
               10  INN-TAX-AMOUNT        PIC 9(7)V99.
               10  INN-FREIGHT-AMOUNT    PIC 9(7)V99.
               10  INN-GROSS-TOTAL       PIC 9(9)V99.
               10  INN-CARRIER-CODE      PIC X(10).
               10  FILLER                PIC X(10).
           05  INN-LINE-DATA REDEFINES INN-DETAIL-DATA.
               10  INN-LINE-NUMBER       PIC 9(3).
               10  INN-PRODUCT-CODE      PIC X(10).
               10  INN-KIT-PRODUCT-CODE  PIC X(10).
               10  INN-QTY-BILLED        PIC 9(5).
               10  INN-UNIT-PRICE        PIC 9(7)V99.
               10  INN-EXTENDED-AMOUNT   PIC 9(9)V99.
               10  FILLER                PIC X(12).
