      * BE ON CUSTMAS AND A KEYED SHIP-TO MUST BE ONE OF THEIR   *
      * ACTIVE CUSTSHIP ADDRESSES; THE PRODUCT ON A LINE MUST    *
      * BE ACTIVE ON PRODMAS. PRICES ARE NOT STORED - THE        *
      * RELEASE RUN PRICES EACH LINE FRESH. A KIT IS KEPT ON THE *
      * TEMPLATE AS THE KIT ITSELF; EACH OF ITS KITCOMP          *
      * COMPONENTS MUST BE ACTIVE AND STOCKED AT THE LOCATION.   *
      * THE LOCATION MUST BE AN ACTIVE BUILDING ON LOCMAS.       *
      * CUSTSUM1'S ACCOUNT SUMMARY (PF11) XCTLS IN WITH A 6-BYTE *
      * COMMAREA HOLDING THE TEMPLATE NUMBER OF THE CUSTOMER'S   *
      * NEXT STANDING ORDER DUE, WHICH IS PREFILLED ON THE KEY   *
      * SCREEN.                                                  *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
               88  LINE-FOUND                        VALUE 'Y'.
           05  END-OF-LINE-SCAN-SW       PIC X       VALUE 'N'.
               88  END-OF-LINE-SCAN                  VALUE 'Y'.
           05  KIT-PRODUCT-SW            PIC X       VALUE 'N'.
               88  KIT-PRODUCT                       VALUE 'Y'.
           05  END-OF-KIT-SCAN-SW        PIC X       VALUE 'N'.
               88  END-OF-KIT-SCAN                   VALUE 'Y'.
      *
       01  FLAGS.
           05  SEND-FLAG                 PIC X.
      *    LOCATION
      *
       COPY PLOCREC.
      *
      *    LOCATION MASTER RECORD - THE LINE'S LOCATION MUST BE AN
      *    ACTIVE BUILDING
      *
       COPY LOCREC.
      *
       01  WS-DEFAULT-LOCATION           PIC X(3)    VALUE '001'.
      *
      *    KIT COMPONENT RECORD AND TABLE - A KIT'S COMPONENTS ARE
      *    EDITED IN PLACE OF THE KIT ITSELF
      *
       COPY KITREC.
      *
       COPY KITTAB.
      *
       COPY STOSET1.
      *
      *
       01  DFHCOMMAREA.
           05  DFHCOMMAREA-DATA          PIC X(10).
      *
      *    COMMAREA RECEIVED FROM CUSTSUM1 - THE TEMPLATE TO OPEN
      *
       01  XCTL-FROM-SUMMARY REDEFINES DFHCOMMAREA.
           05  XFS-TEMPLATE-NUMBER       PIC 9(6).
      *
       PROCEDURE DIVISION.
      *
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
               WHEN EIBCALEN = 6
                   MOVE LOW-VALUE TO STOMAP1O
                   MOVE XFS-TEMPLATE-NUMBER TO TMPNOO
                   MOVE -1 TO ACTIONL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO STOMAP1O
               ELSE
                   MOVE LOCI3 TO STOL-LOCATION-CODE
               END-IF
               PERFORM 5320-EDIT-LINE-LOCATION
           END-IF.
      *
       5320-EDIT-LINE-LOCATION.
      *
      *    THE LOCATION MUST BE AN ACTIVE BUILDING ON THE LOCMAS
      *    LOCATION MASTER, AS ON THE ORD1 LINE SCREEN, BEFORE ITS
      *    PRDLOC STOCK RECORD IS CHECKED. A KIT'S COMPONENTS ALL
      *    SHIP FROM THE LINE'S LOCATION.
      *
           MOVE STOL-LOCATION-CODE TO LOC-LOCATION-CODE.
      *
           EXEC CICS
               READ FILE('LOCMAS')
                    INTO(LOCATION-MASTER-RECORD)
                    RIDFLD(LOC-LOCATION-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'LOCATION CODE NOT ON LOCATION MASTER'
                       TO ERROR-TEXT
                   MOVE -1 TO LOCL3
                   MOVE 'N' TO VALID-DATA-SW
               WHEN LOC-STATUS-INACTIVE
                   MOVE 'LOCATION IS INACTIVE - KEY ANOTHER BUILDING'
                       TO ERROR-TEXT
                   MOVE -1 TO LOCL3
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   PERFORM 5360-LOAD-KIT-COMPONENTS
                   IF KIT-PRODUCT
                       PERFORM 5370-EDIT-KIT-COMPONENTS
                   ELSE
                       MOVE PRD-PRODUCT-CODE TO PL-PRODUCT-CODE
                       MOVE STOL-LOCATION-CODE TO PL-LOCATION-CODE
                       EXEC CICS
                           READ FILE('PRDLOC')
                                INTO(PRODUCT-LOCATION-RECORD)
                                RIDFLD(PL-KEY)
                                RESP(RESPONSE-CODE)
                       END-EXEC
                       IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                           MOVE 'LOCATION NOT STOCKED FOR THIS PRODUCT'
                               TO ERROR-TEXT
                           MOVE -1 TO LOCL3
                           MOVE 'N' TO VALID-DATA-SW
                       END-IF
                   END-IF
           END-EVALUATE.
      *
       5360-LOAD-KIT-COMPONENTS.
      *
      *    A PRODUCT WITH KITCOMP RECORDS IS A KIT - ITS COMPONENTS
      *    GO INTO THE KITTAB TABLE FOR THE LOCATION EDIT
      *
           MOVE 'N' TO KIT-PRODUCT-SW.
           MOVE 'N' TO END-OF-KIT-SCAN-SW.
           MOVE ZERO TO WS-KIT-COUNT.
           MOVE PRD-PRODUCT-CODE TO WS-KIT-PRODUCT-CODE.
           MOVE PRD-PRODUCT-CODE TO KIT-PRODUCT-CODE.
           MOVE LOW-VALUE TO KIT-COMPONENT-CODE.
      *
           EXEC CICS
               STARTBR FILE('KITCOMP')
                       RIDFLD(KIT-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL END-OF-KIT-SCAN
                   EXEC CICS
                       READNEXT FILE('KITCOMP')
                                INTO(KIT-COMPONENT-RECORD)
                                RIDFLD(KIT-KEY)
                                RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE = DFHRESP(NORMAL) AND
                      KIT-PRODUCT-CODE = WS-KIT-PRODUCT-CODE AND
                      WS-KIT-COUNT < WS-KIT-MAX-COMPONENTS
                       ADD 1 TO WS-KIT-COUNT
                       SET WS-KIT-IDX TO WS-KIT-COUNT
                       MOVE KIT-COMPONENT-CODE
                           TO WS-KIT-COMPONENT-CODE (WS-KIT-IDX)
                       MOVE KIT-QUANTITY-PER
                           TO WS-KIT-QTY-PER (WS-KIT-IDX)
                   ELSE
                       MOVE 'Y' TO END-OF-KIT-SCAN-SW
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('KITCOMP')
               END-EXEC
           END-IF.
      *
           IF WS-KIT-COUNT > ZERO
               MOVE 'Y' TO KIT-PRODUCT-SW
           END-IF.
      *
       5370-EDIT-KIT-COMPONENTS.
      *
      *    THE RELEASE RUN SKIPS A KIT IT CANNOT EXPLODE, SO EVERY
      *    COMPONENT IS CHECKED HERE WHILE THE CLERK CAN FIX IT
      *
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT OR
                         NOT VALID-DATA
               PERFORM 5380-EDIT-KIT-COMPONENT
           END-PERFORM.
      *
      *    THE TEMPLATE LINE CARRIES THE KIT ITSELF
      *
           MOVE WS-KIT-PRODUCT-CODE TO PRD-PRODUCT-CODE.
      *
       5380-EDIT-KIT-COMPONENT.
      *
           MOVE WS-KIT-COMPONENT-CODE (WS-KIT-IDX)
               TO PRD-PRODUCT-CODE.
           EXEC CICS
               READ FILE('PRODMAS')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(PRD-PRODUCT-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE SPACE TO ERROR-TEXT
                   STRING 'KIT COMPONENT ' DELIMITED BY SIZE
                          WS-KIT-COMPONENT-CODE (WS-KIT-IDX)
                              DELIMITED BY SPACE
                          ' NOT ON PRODUCT MASTER' DELIMITED BY SIZE
                       INTO ERROR-TEXT
                   MOVE -1 TO PRODL3
                   MOVE 'N' TO VALID-DATA-SW
               WHEN PRD-STATUS-DISCONTINUED
                   MOVE SPACE TO ERROR-TEXT
                   STRING 'KIT COMPONENT ' DELIMITED BY SIZE
                          WS-KIT-COMPONENT-CODE (WS-KIT-IDX)
                              DELIMITED BY SPACE
                          ' HAS BEEN DISCONTINUED' DELIMITED BY SIZE
                       INTO ERROR-TEXT
                   MOVE -1 TO PRODL3
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   MOVE PRD-PRODUCT-CODE TO PL-PRODUCT-CODE
                   MOVE STOL-LOCATION-CODE TO PL-LOCATION-CODE
                   EXEC CICS
                       READ FILE('PRDLOC')
                            INTO(PRODUCT-LOCATION-RECORD)
                            RIDFLD(PL-KEY)
                            RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       MOVE SPACE TO ERROR-TEXT
                       STRING 'KIT COMPONENT ' DELIMITED BY SIZE
                              WS-KIT-COMPONENT-CODE (WS-KIT-IDX)
                                  DELIMITED BY SPACE
                              ' NOT STOCKED AT THIS LOCATION'
                                  DELIMITED BY SIZE
                           INTO ERROR-TEXT
                       MOVE -1 TO LOCL3
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
           END-EVALUATE.
      *
       5350-FIND-NEXT-LINE-NUMBER.
      *
