      *****************************************************************
      *    CONREC - CUSTOMER CONTRACT PRICE RECORD (FILE CONPRC)
      *    KEYED BY CUSTOMER NUMBER PLUS PRODUCT CODE - ONE CONTRACT
      *    PRICE PER CUSTOMER AND PRODUCT, A RENEGOTIATED CONTRACT
      *    REPLACES THE OLD ONE. WHILE THE PRICING DATE FALLS
      *    BETWEEN THE START AND END DATES (BOTH INCLUSIVE, BOTH
      *    YYYYMMDD) THE CONTRACT PRICE WINS OVER THE PRODUCT'S
      *    LIST PRICE AND ANY PRCBRK QUANTITY BREAK.
      *****************************************************************
       01  CONTRACT-PRICE-RECORD.
           05  CON-KEY.
               10  CON-CUSTOMER-NUMBER   PIC 9(6).
               10  CON-PRODUCT-CODE      PIC X(10).
           05  CON-CONTRACT-PRICE        PIC 9(7)V99.
           05  CON-START-DATE            PIC 9(8).
           05  CON-END-DATE              PIC 9(8).
