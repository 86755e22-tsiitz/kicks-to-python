      * YEARS OF FINISHED ORDERS SAT IN THE LIVE FILES AND EVERY *
      * SEQUENTIAL JOB READ PAST ALL OF THEM. THIS STEP SPLITS   *
      * BOTH FILES THE WAY AUDARCH1 SPLITS CUSTAUD:              *
      *   - CANCELLED ORDERS, AND SHIPPED ORDERS INVOICED IN     *
      *     FULL, DATED BEFORE THE RETENTION CUTOFF GO TO THE    *
      *     ORDHIST / ORDLHIST HISTORY FILES (KEYED LIKE THE     *
      *     LIVE FILES, SO THE ORQ1 SCREEN CAN STILL PULL AN     *
      *     ARCHIVED ORDER WHEN A CUSTOMER CALLS ABOUT LAST      *
      *     YEAR)                                                *
      *   - EVERYTHING ELSE - EVERY OPEN, COMPLETE (PICKED BUT   *
      *     NOT SHIPPED), OR PARTIALLY SHIPPED ORDER, AND ANY    *
      *     SHIPPED ORDER NOT YET BILLED IN FULL, WHATEVER ITS   *
      *     AGE - GOES TO THE NEW LIVE FILES (ORDMASN /          *
      *     ORDLINEN), WHICH THE JOB STREAM SWAPS IN BEHIND      *
      *     THIS STEP                                            *
      * THE RETENTION PERIOD IN MONTHS COMES FROM THE ARCPARM    *
      *
      *    AN OPEN ORDER NEVER ARCHIVES, WHATEVER ITS AGE - THE
      *    SWEEP DEALS WITH ABANDONED ONES FIRST AND TURNS THEM
      *    INTO CANCELS THIS JOB CAN MOVE NEXT TIME ROUND.
      *    A COMPLETE ORDER IS PICKED BUT NOT SHIPPED - ITS STOCK IS
      *    STILL ALLOCATED AND IT IS NOT BILLED - AND A SHIPPED
      *    ORDER STAYS LIVE UNTIL INVGEN1 HAS BILLED ALL OF ITS
      *    MERCHANDISE, SO NEITHER LEAVES ORDMAS EARLY.
      *
           MOVE 'N' TO ARCHIVE-ORDER-SW.
      *
           IF ORD-ORDER-DATE < WS-CUTOFF-YMD
               IF ORD-STATUS-CANCELLED
                   MOVE 'Y' TO ARCHIVE-ORDER-SW
               END-IF
               IF ORD-STATUS-SHIPPED AND
                  ORD-MERCH-BILLED NOT < ORD-ORDER-TOTAL
                   MOVE 'Y' TO ARCHIVE-ORDER-SW
               END-IF
           END-IF.
      *
       3000-SPLIT-ORDER-LINES.
