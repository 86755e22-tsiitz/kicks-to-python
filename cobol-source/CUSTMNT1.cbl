           05  FILLER                    PIC S9(15) COMP.
           05  FILLER                    PIC X(3).
           05  FILLER                    PIC X.
           05  FILLER                    PIC X(3).
           05  FILLER                    PIC X.
      *
      *    CUSTOMER MASTER RECORD
      *
                   MOVE EMAILI TO EMAILO
                   MOVE CRLIMITI TO CRLIMITO
                   MOVE REPI TO REPO
                   MOVE FRTXI TO FRTXO
                   MOVE 'RECOVERED UNSAVED ENTRY FROM YOUR LAST SESSION'
                       TO ERROR-TEXT
               ELSE
           MOVE CM-EMAIL TO EMAILO.
           MOVE CM-CREDIT-LIMIT TO CRLIMITO.
           MOVE CM-REP-CODE TO REPO.
           MOVE CM-FREIGHT-EXEMPT-SW TO FRTXO.
           MOVE 'ADD NEW CUSTOMER' TO INSTRUCTO.
           MOVE -1 TO FNAMEL.
      *
      *
           PERFORM 2355-EDIT-CREDIT-LIMIT.
           PERFORM 2358-EDIT-REP-CODE.
           PERFORM 2359-EDIT-FREIGHT-EXEMPT.
      *
           IF PROCESS-ADD-CUSTOMER
               SET CM-STATUS-ACTIVE TO TRUE
                   END-EVALUATE
               END-IF
           END-IF.
      *
       2359-EDIT-FREIGHT-EXEMPT.
      *
      *    Y MAKES THE ACCOUNT FREE-FREIGHT - ORDER COMPLETION THEN
      *    ESTIMATES NO FREIGHT. BLANK ON AN ADD IS N; UNTOUCHED ON
      *    A CHANGE LEAVES THE FLAG AS IT WAS.
      *
           IF FRTXL = ZERO AND PROCESS-CHANGE-CUSTOMER
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN FRTXI = 'Y'
                       MOVE 'Y' TO CM-FREIGHT-EXEMPT-SW
                   WHEN FRTXI = 'N' OR FRTXI = SPACE OR
                        FRTXI = LOW-VALUE OR FRTXI = '_'
                       MOVE 'N' TO CM-FREIGHT-EXEMPT-SW
                   WHEN OTHER
                       MOVE 'FREE FREIGHT MUST BE Y OR N'
                           TO ERROR-TEXT
                       MOVE -1 TO FRTXL
                       MOVE 'N' TO VALID-DATA-SW
               END-EVALUATE
           END-IF.
      *
       2360-CHECK-DUPLICATE-CUSTOMER.
      *
                       MOVE 'Y' TO END-OF-DUP-SCAN-SW
                   ELSE
                       IF WS-DUP-ADDRESS = CM-ADDRESS AND
                          WS-DUP-CUSTOMER-NUMBER NOT =
                              CM-CUSTOMER-NUMBER
                           MOVE 'Y' TO DUPLICATE-FOUND-SW
                       END-IF
                   END-IF
           MOVE CM-EMAIL TO EMAILO.
           MOVE CM-CREDIT-LIMIT TO CRLIMITO.
           MOVE CM-REP-CODE TO REPO.
           MOVE CM-FREIGHT-EXEMPT-SW TO FRTXO.
           MOVE 'CHANGE CUSTOMER' TO INSTRUCTO.
           MOVE -1 TO FNAMEL.
      *
