      *     PENDING CYCCNT RECORD CARRYING THE COUNT AND THE     *
      *     BOOK ON-HAND FROZEN AT ENTRY TIME.                   *
      * NOTHING MOVES ON THE STOCK FILES HERE - THE CYCRPT1      *
      * VARIANCE RUN POSTS THE ADJUSTMENTS TO THE STOCK LEDGER.  *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       COPY PLOCREC.
      *
      *    LOCATION MASTER - THE KEYED BUILDING MUST BE ON FILE
      *
       COPY LOCREC.
      *
      *    PRODUCT MASTER RECORD - SUPPLIES THE DESCRIPTION SHOWN
      *    ON THE COUNT SCREEN
      *
                   MOVE PCODEI TO CA-PRODUCT-CODE
                   MOVE LOCNI TO CA-LOCATION-CODE
           END-EVALUATE.
      *
           IF VALID-DATA
               PERFORM 1250-EDIT-COUNT-LOCATION
           END-IF.
      *
       1250-EDIT-COUNT-LOCATION.
      *
      *    THE LOCATION MUST BE ON THE LOCMAS LOCATION MASTER. AN
      *    INACTIVE BUILDING CAN STILL BE COUNTED - THAT IS HOW THE
      *    LAST OF ITS STOCK IS COUNTED OUT WHEN IT CLOSES.
      *
           MOVE CA-LOCATION-CODE TO LOC-LOCATION-CODE.
      *
           EXEC CICS
               READ FILE('LOCMAS')
                    INTO(LOCATION-MASTER-RECORD)
                    RIDFLD(LOC-LOCATION-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'LOCATION CODE NOT ON LOCATION MASTER'
                   TO ERROR-TEXT
               MOVE -1 TO LOCNL
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       1300-READ-LOCATION-RECORD.
      *
