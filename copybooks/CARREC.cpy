      *****************************************************************
      *    CARREC - CARRIER MASTER RECORD (FILE CARMAS)
      *    KEYED BY THE SAME X(10) CARRIER CODE ORDMAS CARRIES IN
      *    ORD-CARRIER-CODE AND THE WAREHOUSE KEYS ON SHPCONF, SO A
      *    SHIPMENT CAN ONLY NAME A CARRIER THAT IS ON FILE.
      *    CAR-ZONE MAPS THE FIRST DIGIT OF THE SHIP-TO ZIP CODE
      *    (ENTRY 1 = ZIP 0XXXX THROUGH ENTRY 10 = ZIP 9XXXX) TO
      *    THE CARRIER'S RATE ZONE; THE RATES THEMSELVES ARE ON
      *    FRTRATE BY ZONE AND WEIGHT BAND. NO ESTIMATE COMES IN
      *    UNDER THE MINIMUM CHARGE. THE STANDARD CARRIER IS THE
      *    ONE ORDER COMPLETION ESTIMATES FREIGHT WITH - THE FIRST
      *    ACTIVE CARRIER SO FLAGGED, IN CARRIER CODE ORDER.
      *****************************************************************
       01  CARRIER-MASTER-RECORD.
           05  CAR-CARRIER-CODE          PIC X(10).
           05  CAR-NAME                  PIC X(30).
           05  CAR-STATUS-CODE           PIC X.
               88  CAR-STATUS-ACTIVE                 VALUE 'A'.
               88  CAR-STATUS-INACTIVE               VALUE 'I'.
           05  CAR-STANDARD-SW           PIC X.
               88  CAR-STANDARD-CARRIER              VALUE 'Y'.
           05  CAR-MINIMUM-CHARGE        PIC 9(5)V99.
           05  CAR-ZONE-TABLE.
               10  CAR-ZONE              PIC 99      OCCURS 10 TIMES.
