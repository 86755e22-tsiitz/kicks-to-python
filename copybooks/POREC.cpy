           05  PO-STATUS-CODE            PIC X.
               88  PO-STATUS-OPEN                    VALUE 'O'.
               88  PO-STATUS-RECEIVED                VALUE 'R'.
      *
      *    THE SUPMAS SUPPLIER THE PO WAS PLACED WITH, STAMPED FROM
      *    THE PRODUCT'S PRIMARY SUPPLIER WHEN PORAISE1 RAISES IT -
      *    THE PRINTED PO AND THE SUPPLIER PERFORMANCE REPORT BOTH
      *    GROUP ON IT. POS FROM BEFORE THE FIELD EXISTED CARRY
      *    SPACES.
      *
           05  PO-SUPPLIER-CODE          PIC X(6).
      *
      *    WHAT WE AGREED TO PAY PER UNIT - PORAISE1 STARTS IT AT
      *    THE PRODUCT'S CURRENT UNIT COST, AND THE DOCK CORRECTS
      *    IT ON THE PRC1 RECEIPT SCREEN FROM THE SUPPLIER'S
      *    PAPERWORK. EACH RECEIPT IS AVERAGED INTO PRD-UNIT-COST
      *    AT THIS COST. POS FROM BEFORE THE FIELD EXISTED CARRY
      *    ZERO, AND THEIR RECEIPTS LEAVE THE PRODUCT COST ALONE.
      *
           05  PO-UNIT-COST              PIC 9(7)V99.
