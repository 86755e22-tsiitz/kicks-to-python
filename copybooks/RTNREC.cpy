      *    AND ORDLINE ITEM THE GOODS CAME FROM. CARRIES THE CREDIT
      *    MEMO AMOUNTS - THE RETURNED MERCHANDISE VALUE PLUS ITS
      *    SHARE OF THE ORDER'S SALES TAX - WHICH THE RETURN SCREEN
      *    APPLIES AGAINST THE ORDER'S OPEN INVOICE (HOLDING ANY
      *    REST ON ACCOUNT ON CRDMAS) AND THE NIGHTLY CRMPRT1 RUN
      *    PRINTS AS A CREDIT MEMO.
      *****************************************************************
       01  RETURN-RECORD.
           05  RTN-RETURN-NUMBER         PIC 9(8).
           05  RTN-CREDIT-TAX            PIC 9(7)V99.
           05  RTN-CREDIT-TOTAL          PIC 9(9)V99.
           05  RTN-ENTERED-OPID          PIC X(3).
      *
      *    THE BUILDING RESALABLE GOODS WENT BACK INTO - THE LINE'S
      *    OWN SHIPPING LOCATION UNLESS THE DESK KEYED ANOTHER.
      *    SPACES ON DAMAGED RETURNS, WHICH RESTOCK NOWHERE.
      *
           05  RTN-LOCATION-CODE         PIC X(3).
