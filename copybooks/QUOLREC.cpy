      *****************************************************************
      *    QUOLREC - SALES QUOTATION LINE (FILE QUOLINE)
      *    KEYED BY QUOTE NUMBER + LINE NUMBER, THE SAME SHAPE
      *    ORDLINE TAKES UNDER ORDMAS. THE UNIT PRICE IS THE PRICE
      *    QUOTED - PRODMAS LIST, THE PRCBRK BREAK THE QUANTITY
      *    EARNED, OR THE CUSTOMER'S CONPRC CONTRACT PRICE IN FORCE
      *    ON THE DAY THE LINE WAS KEYED - AND IT IS THE
      *    PRICE THE ORDER LINE CARRIES WHEN THE QUOTE CONVERTS.
      *    THE LIST PRICE IS KEPT BESIDE IT SO THE QUOTATION CAN
      *    SHOW THE BREAK.
      *****************************************************************
       01  QUOTE-LINE-RECORD.
           05  QUOL-KEY.
               10  QUOL-QUOTE-NUMBER     PIC 9(8).
               10  QUOL-LINE-NUMBER      PIC 9(3).
           05  QUOL-PRODUCT-CODE         PIC X(10).
           05  QUOL-PRODUCT-DESC         PIC X(25).
           05  QUOL-QUANTITY             PIC 9(5).
           05  QUOL-LIST-PRICE           PIC 9(7)V99.
           05  QUOL-UNIT-PRICE           PIC 9(7)V99.
           05  QUOL-EXTENDED-AMOUNT      PIC 9(9)V99.
           05  QUOL-LOCATION-CODE        PIC X(3).
      *
      *    WHERE THE QUOTED PRICE CAME FROM, THE SAME CODES
      *    ORDL-PRICE-SOURCE CARRIES. LINES FROM BEFORE THE FIELD
      *    EXISTED CARRY A SPACE.
      *
           05  QUOL-PRICE-SOURCE         PIC X.
               88  QUOL-PRICE-LIST                   VALUE 'L'.
               88  QUOL-PRICE-BREAK                  VALUE 'B'.
               88  QUOL-PRICE-CONTRACT               VALUE 'C'.
