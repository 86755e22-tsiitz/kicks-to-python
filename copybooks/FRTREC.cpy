      *****************************************************************
      *    FRTREC - FREIGHT RATE RECORD (FILE FRTRATE)
      *    KEYED BY CARRIER, RATE ZONE, AND THE HEAVIEST WHOLE-POUND
      *    SHIPPING WEIGHT THE BAND COVERS, SO A CARRIER'S BANDS FOR
      *    ONE ZONE SIT TOGETHER IN ASCENDING WEIGHT ORDER. THE
      *    ESTIMATE USES THE FIRST BAND WHOSE CEILING THE ORDER'S
      *    WEIGHT DOES NOT EXCEED: THE BASE CHARGE PLUS THE RATE
      *    PER POUND ON THE WHOLE WEIGHT. A SHIPMENT HEAVIER THAN
      *    EVERY BAND CANNOT BE ESTIMATED, SO THE TOP BAND IS
      *    NORMALLY KEYED AT 99999.
      *****************************************************************
       01  FREIGHT-RATE-RECORD.
           05  FRT-KEY.
               10  FRT-CARRIER-CODE      PIC X(10).
               10  FRT-ZONE              PIC 99.
               10  FRT-WEIGHT-LIMIT      PIC 9(5).
           05  FRT-BASE-CHARGE           PIC 9(5)V99.
           05  FRT-RATE-PER-POUND        PIC 9(3)V99.
