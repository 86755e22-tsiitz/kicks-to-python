      *****************************************************************
      *    KITREC - KIT COMPONENT RECORD (FILE KITCOMP)
      *    KEYED BY KIT PRODUCT CODE + COMPONENT PRODUCT CODE. A
      *    PRODUCT IS A KIT WHEN IT HAS ANY RECORDS HERE - THE KIT
      *    ITSELF IS AN ORDINARY PRODMAS ENTRY CARRYING THE KIT'S
      *    DESCRIPTION AND SELLING PRICE, BUT IT HOLDS NO STOCK.
      *    ORDER ENTRY EXPLODES A KIT INTO ONE ORDER LINE PER
      *    COMPONENT, QUANTITY PER KIT TIMES THE KITS ORDERED.
      *    COMPONENTS ARE NEVER KITS THEMSELVES (KITMNT1 REFUSES
      *    ONE), SO THE EXPLOSION IS ONLY EVER ONE LEVEL DEEP.
      *****************************************************************
       01  KIT-COMPONENT-RECORD.
           05  KIT-KEY.
               10  KIT-PRODUCT-CODE      PIC X(10).
               10  KIT-COMPONENT-CODE    PIC X(10).
           05  KIT-QUANTITY-PER          PIC 9(3).
