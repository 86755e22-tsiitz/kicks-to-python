           05  PRD-QTY-ON-HAND           PIC 9(7).
           05  PRD-QTY-ALLOCATED         PIC 9(7).
           05  PRD-REORDER-POINT         PIC 9(7).
      *
      *    WHO THE PRODUCT IS BOUGHT FROM - THE SUPMAS PRIMARY
      *    SUPPLIER PORAISE1 PLACES ITS PURCHASE ORDERS WITH.
      *    SPACES MEANS NO SUPPLIER HAS BEEN NAMED YET. THE LEAD
      *    TIME OVERRIDES THE SUPPLIER'S QUOTED LEAD TIME FOR THIS
      *    ONE PRODUCT; ZERO MEANS USE THE SUPPLIER'S.
      *
           05  PRD-SUPPLIER-CODE         PIC X(6).
           05  PRD-LEAD-DAYS             PIC 9(3).
      *
      *    WHAT ONE UNIT OF STOCK COST US - A WEIGHTED AVERAGE THE
      *    PRC1 RECEIVING SCREEN REWORKS WITH EVERY RECEIPT AT THE
      *    PO'S COST, SO THE STOCK ALREADY ON THE SHELF AND THE
      *    STOCK JUST OFF THE TRUCK ARE BLENDED BY QUANTITY. SET BY
      *    HAND ON PRD1 FOR A NEW PRODUCT OR A CORRECTION. ORDER
      *    LINES COPY IT AT THE TIME OF SALE.
      *
           05  PRD-UNIT-COST             PIC 9(7)V99.
      *
      *    SHIPPING WEIGHT OF ONE UNIT IN POUNDS, KEYED ON PRD1.
      *    ORDER COMPLETION ADDS IT UP OVER THE LINES TO ESTIMATE
      *    THE FREIGHT; ZERO MEANS THE PRODUCT SHIPS FOR NOTHING.
      *
           05  PRD-SHIP-WEIGHT           PIC 9(5)V99.
