      *****************************************************************
      *    FLOGREC - FREIGHT LOG RECORD (FILE FRTLOG)
      *    ESDS "WRITE-ONLY-LOG" FILE LIKE CUSTAUD. ONE RECORD FOR
      *    EVERY FREIGHT AMOUNT INVGEN1 BILLS A CUSTOMER, AND ONE
      *    FOR EVERY CARRIER CHARGE THE WAREHOUSE KEYS AGAINST A
      *    SHIPMENT ON SHPCONF, SO THE MONTHLY FRTRPT1 CAN SET WHAT
      *    WE BILLED AGAINST WHAT EACH CARRIER CHARGED US.
      *****************************************************************
       01  FREIGHT-LOG-RECORD.
           05  FLG-ENTRY-TYPE            PIC X.
               88  FLG-FREIGHT-BILLED                VALUE 'B'.
               88  FLG-CARRIER-CHARGE                VALUE 'C'.
           05  FLG-ENTRY-DATE            PIC 9(8).
           05  FLG-CARRIER-CODE          PIC X(10).
           05  FLG-ORDER-NUMBER          PIC 9(8).
           05  FLG-CUSTOMER-NUMBER       PIC 9(6).
           05  FLG-INVOICE-NUMBER        PIC 9(8).
           05  FLG-SHIP-WEIGHT           PIC 9(7)V99.
           05  FLG-AMOUNT                PIC 9(7)V99.
