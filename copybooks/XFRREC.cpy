      *****************************************************************
      *    XFRREC - STOCK TRANSFER RECORD (FILE XFRMAS)
      *    ONE RECORD PER INTER-LOCATION TRANSFER, KEYED BY THE
      *    TRANSFER NUMBER HANDED OUT BY THE XFRCTL CONTROL RECORD.
      *    THE SENDING BUILDING SHIPS THE GOODS ON THE XFR1 SCREEN:
      *    THE QUANTITY LEAVES ITS PRDLOC ON-HAND (AND THE PRODMAS
      *    TOTAL) AND IS HELD AS IN-TRANSIT ON THE RECEIVING
      *    BUILDING'S PRDLOC RECORD. THE RECEIVING BUILDING THEN
      *    CONFIRMS WHAT ACTUALLY ARRIVED - THAT QUANTITY GOES ON
      *    ITS ON-HAND, THE IN-TRANSIT IS RELIEVED BY THE FULL
      *    SHIPPED QUANTITY, AND ANY SHORTFALL STAYS ON THIS
      *    RECORD AS THE TRANSFER VARIANCE.
      *****************************************************************
       01  STOCK-TRANSFER-RECORD.
           05  XFR-TRANSFER-NUMBER       PIC 9(8).
           05  XFR-PRODUCT-CODE          PIC X(10).
           05  XFR-FROM-LOCATION         PIC X(3).
           05  XFR-TO-LOCATION           PIC X(3).
           05  XFR-QTY-SHIPPED           PIC 9(7).
           05  XFR-QTY-RECEIVED          PIC 9(7).
           05  XFR-STATUS-CODE           PIC X.
               88  XFR-STATUS-IN-TRANSIT             VALUE 'T'.
               88  XFR-STATUS-RECEIVED               VALUE 'R'.
           05  XFR-SHIP-DATE             PIC 9(8).
           05  XFR-SHIP-OPID             PIC X(3).
           05  XFR-RECEIVE-DATE          PIC 9(8).
           05  XFR-RECEIVE-OPID          PIC X(3).
