       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  ATPINQ1.
      *
      ************************************************************
      * PRODUCT AVAILABILITY INQUIRY (ATP1 TRANSACTION)          *
      *                                                          *
      * "WHEN CAN I HAVE 200 OF THESE" - KEY A PRODUCT AND,      *
      * OPTIONALLY, THE QUANTITY WANTED. THE SCREEN SHOWS:       *
      *   - THE PRODMAS COMPANY TOTALS: ON-HAND, ALLOCATED,      *
      *     AVAILABLE (ON-HAND LESS ALLOCATED - NEGATIVE WHEN    *
      *     BACKORDERS ARE WAITING), BACKORDERED, AND STILL TO   *
      *     COME ON OPEN POS                                     *
      *   - EACH PRDLOC LOCATION'S ON-HAND, ALLOCATED, AND       *
      *     AVAILABLE, WITH THE OPEN REMAINDER OF ITS 'B' LINES. *
      *     BACKORDERED LINES WERE ALLOCATED IN FULL AT ENTRY    *
      *     (SEE BORLS1), SO THEY ARE ALREADY INSIDE ALLOCATED   *
      *   - EACH OPEN POMAS PO FOR THE PRODUCT IN EXPECTED-DATE  *
      *     ORDER, WITH THE QUANTITY STILL TO COME AND WHAT THE  *
      *     COMPANY WILL HAVE AVAILABLE ONCE IT ARRIVES          *
      *   - THE DATE THE QUANTITY WANTED CAN BE FILLED BY: NOW   *
      *     IF IT IS AVAILABLE, OTHERWISE THE EXPECTED DATE OF   *
      *     THE PO THAT COVERS IT. WAITING BACKORDERS COME OFF   *
      *     THE INCOMING STOCK FIRST.                            *
      * THE PROJECTION IS COMPANY-WIDE - A PO IS NOT RECEIVED    *
      * INTO A BUILDING UNTIL IT ARRIVES AT THE DOCK.            *
      *                                                          *
      * ORDLINE AND POMAS HAVE NO INDEX BY PRODUCT. THE          *
      * BACKORDER TALLY READS ORDLINE BACKWARD FROM THE NEWEST   *
      * ORDER, WHERE OPEN BACKORDERS LIVE, AND THE PO LIST IS A  *
      * FILTERED SCAN - BOTH BOUNDED AT 5,000 READS LIKE         *
      * AUDINQ1'S LOG SCAN, WITH A WARNING WHEN A LIMIT IS HIT.  *
      * A KIT HOLDS NO STOCK OF ITS OWN AND IS REFUSED HERE.     *
      *                                                          *
      * ORDRENT'S LINE ENTRY SCREEN REACHES THIS SCREEN WITH     *
      * PF4, PASSING THE ORDER IN PROGRESS AND THE LINE AS       *
      * KEYED; PF3/PF12 THEN RETURN TO THAT ORDER WITH THE       *
      * PRODUCT ON DISPLAY. FROM THE MENU, PF3/PF12 RETURN TO    *
      * THE MENU.                                                *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  VALID-DATA-SW             PIC X       VALUE 'Y'.
               88  VALID-DATA                        VALUE 'Y'.
           05  PRODUCT-FOUND-SW          PIC X       VALUE 'Y'.
               88  PRODUCT-FOUND                     VALUE 'Y'.
           05  KIT-PRODUCT-SW            PIC X       VALUE 'N'.
               88  KIT-PRODUCT                       VALUE 'Y'.
           05  END-OF-LOC-SCAN-SW        PIC X       VALUE 'N'.
               88  END-OF-LOC-SCAN                   VALUE 'Y'.
           05  END-OF-ORDL-SCAN-SW       PIC X       VALUE 'N'.
               88  END-OF-ORDL-SCAN                  VALUE 'Y'.
           05  END-OF-PO-SCAN-SW         PIC X       VALUE 'N'.
               88  END-OF-PO-SCAN                    VALUE 'Y'.
           05  SCAN-LIMIT-SW             PIC X       VALUE 'N'.
               88  SCAN-LIMIT-REACHED                VALUE 'Y'.
           05  MORE-LOCATIONS-SW         PIC X       VALUE 'N'.
               88  MORE-LOCATIONS                    VALUE 'Y'.
           05  MORE-POS-SW               PIC X       VALUE 'N'.
               88  MORE-POS                          VALUE 'Y'.
           05  FILL-DATE-FOUND-SW        PIC X       VALUE 'N'.
               88  FILL-DATE-FOUND                   VALUE 'Y'.
           05  SLOT-FOUND-SW             PIC X       VALUE 'N'.
               88  SLOT-FOUND                        VALUE 'Y'.
           05  ERROR-FIELD-SW            PIC X       VALUE 'P'.
               88  ERROR-IN-PRODUCT                  VALUE 'P'.
               88  ERROR-IN-QUANTITY                 VALUE 'Q'.
      *
      *    THE ORDER ENTRY HAND-OFF IS KEPT WHOLE SO PF3/PF12 CAN
      *    GIVE ORDRENT BACK EXACTLY WHAT IT SENT
      *
       01  COMMUNICATION-AREA.
           05  CA-CONTEXT-FLAG           PIC X.
               88  ATP-KEY-ENTRY                     VALUE '1'.
               88  ATP-SHOWING                       VALUE '2'.
           05  CA-PRODUCT-CODE           PIC X(10).
           05  CA-REQUEST-QTY            PIC 9(7).
           05  CA-ORDER-ENTRY-SW         PIC X.
               88  CALLED-FROM-ORDER-ENTRY           VALUE 'Y'.
           05  CA-ORDER-HANDOFF          PIC X(39).
      *
       01  RESPONSE-CODE                 PIC S9(8)   COMP.
      *
       01  ERROR-MESSAGE-LINE.
           05  ERROR-TEXT                PIC X(78).
      *
      *    THE HAND-OFF BETWEEN ORDRENT AND THIS SCREEN - THE SAME
      *    39 BYTES GO EACH WAY: ORDRENT'S OWN COMMAREA, THEN THE
      *    LINE AS KEYED (ON THE WAY BACK THE PRODUCT IS THE ONE
      *    LAST SHOWN HERE)
      *
       01  ORDER-ENTRY-HANDOFF.
           05  OEH-ORDER-ENTRY-AREA      PIC X(21).
           05  OEH-PRODUCT-CODE          PIC X(10).
           05  OEH-LINE-QTY              PIC X(5).
           05  OEH-LINE-QTY-NUM REDEFINES OEH-LINE-QTY
                                         PIC 9(5).
           05  OEH-LINE-LOCATION         PIC X(3).
      *
       01  WS-DEFAULT-LOCATION           PIC X(3)    VALUE '001'.
       01  WS-SCAN-COUNT                 PIC S9(8)   COMP.
       01  WS-KIT-PRODUCT-KEY            PIC X(10).
      *
      *    COMPANY FIGURES FOR THE PRODUCT ON SHOW
      *
       01  WS-TOTAL-FIELDS.
           05  WS-TOTAL-AVAILABLE        PIC S9(9).
           05  WS-TOTAL-BACKORDERED      PIC 9(7).
           05  WS-TOTAL-INCOMING         PIC 9(9).
           05  WS-LINE-BACKORDERED       PIC 9(5).
      *
      *    ONE ROW PER PRDLOC LOCATION FOR THE PRODUCT - THE FIRST
      *    SIX ARE SHOWN, BACKORDERS ARE TALLIED AGAINST ALL
      *
       01  WS-LOC-COUNT                  PIC S9(4)   COMP.
       01  WS-LOC-ENTRIES.
           05  WS-LOC-ENTRY              OCCURS 20 TIMES
                                          INDEXED BY WS-LOC-IDX.
               10  WS-LOC-CODE           PIC X(3).
               10  WS-LOC-ONHAND         PIC 9(7).
               10  WS-LOC-ALLOCATED      PIC 9(7).
               10  WS-LOC-AVAILABLE      PIC S9(8).
               10  WS-LOC-BACKORDERED    PIC 9(7).
       01  WS-BACKORDER-LOCATION         PIC X(3).
      *
      *    OPEN POS FOR THE PRODUCT, KEPT IN EXPECTED-DATE ORDER AS
      *    THEY ARE READ. A PO WITH NO EXPECTED DATE SORTS LAST.
      *
       01  WS-PO-COUNT                   PIC S9(4)   COMP.
       01  WS-PO-ENTRIES.
           05  WS-PO-ENTRY               OCCURS 20 TIMES
                                          INDEXED BY WS-PO-IDX.
               10  WS-PO-NUMBER          PIC 9(8).
               10  WS-PO-SUPPLIER        PIC X(6).
               10  WS-PO-EXPECTED        PIC 9(8).
               10  WS-PO-SORT-DATE       PIC 9(8).
               10  WS-PO-OUTSTANDING     PIC 9(7).
               10  WS-PO-AVAIL-AFTER     PIC S9(9).
       01  WS-NEW-PO-ENTRY.
           05  WS-NEW-PO-NUMBER          PIC 9(8).
           05  WS-NEW-PO-SUPPLIER        PIC X(6).
           05  WS-NEW-PO-EXPECTED        PIC 9(8).
           05  WS-NEW-PO-SORT-DATE       PIC 9(8).
           05  WS-NEW-PO-OUTSTANDING     PIC 9(7).
           05  WS-NEW-PO-AVAIL-AFTER     PIC S9(9).
       01  WS-PO-SLOT                    PIC S9(4)   COMP.
       01  WS-PO-SHIFT                   PIC S9(4)   COMP.
      *
      *    FILL-DATE PROJECTION
      *
       01  WS-PROJ-AVAILABLE             PIC S9(9).
       01  WS-PROJ-SHORT                 PIC 9(9).
       01  WS-PROJ-SHORT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.
       01  WS-FILL-PO-NUMBER             PIC 9(8).
       01  WS-FILL-DATE                  PIC 9(8).
      *
       COPY PRODREC.
      *
       COPY PLOCREC.
      *
      *    KIT COMPONENT RECORD - A PRODUCT WITH COMPONENTS IS A KIT
      *
       COPY KITREC.
      *
       COPY ORDREC.
      *
       COPY ORDLREC.
      *
      *    PURCHASE ORDER RECORD
      *
       COPY POREC.
      *
       COPY ATPSET1.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           05  DFHCOMMAREA-DATA          PIC X(58).
      *
      *    COMMAREA RECEIVED FROM ORDRENT'S LINE ENTRY SCREEN (PF4)
      *
       01  XCTL-FROM-ORDER-ENTRY REDEFINES DFHCOMMAREA.
           05  XFO-ORDER-HANDOFF         PIC X(39).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-AVAILABILITY.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE 'N' TO CA-ORDER-ENTRY-SW
                   MOVE SPACE TO CA-ORDER-HANDOFF
                   PERFORM 1600-SEND-FRESH-SCREEN
      *
               WHEN EIBCALEN = 39
                   PERFORM 1700-ENTER-FROM-ORDER-ENTRY
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 1600-SEND-FRESH-SCREEN
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 4000-RETURN-TO-CALLER
      *
               WHEN ATP-KEY-ENTRY OR ATP-SHOWING
                   PERFORM 1000-PROCESS-KEY-ENTRY
      *
               WHEN OTHER
                   PERFORM 1600-SEND-FRESH-SCREEN
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('ATP1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-KEY-ENTRY.
      *
      *    A FIELD LEFT UNTOUCHED SINCE THE LAST DISPLAY COMES BACK
      *    WITH A ZERO LENGTH - THE PRODUCT AND QUANTITY ON SHOW
      *    THEN STAND, SO ENTER ALONE REFRESHES THE FIGURES
      *
           EXEC CICS
               RECEIVE MAP('ATPMAP1')
                       MAPSET('ATPSET1')
                       INTO(ATPMAP1I)
           END-EXEC.
      *
           INSPECT APRODI REPLACING ALL '_' BY SPACE.
           INSPECT AREQI REPLACING ALL '_' BY SPACE.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE 'P' TO ERROR-FIELD-SW.
      *
           IF APRODL > ZERO
               MOVE APRODI TO CA-PRODUCT-CODE
           END-IF.
      *
           IF CA-PRODUCT-CODE = SPACE
               MOVE 'YOU MUST ENTER A PRODUCT CODE' TO ERROR-TEXT
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
           IF VALID-DATA AND AREQL > ZERO
               IF AREQI = SPACE
                   MOVE ZERO TO CA-REQUEST-QTY
               ELSE
                   IF AREQI IS NUMERIC
                       MOVE AREQI TO CA-REQUEST-QTY
                   ELSE
                       MOVE 'QUANTITY WANTED MUST BE NUMERIC'
                           TO ERROR-TEXT
                       MOVE 'Q' TO ERROR-FIELD-SW
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
           END-IF.
      *
           IF VALID-DATA
               PERFORM 1800-DISPLAY-AVAILABILITY
           ELSE
               PERFORM 3100-SEND-KEY-ERROR
           END-IF.
      *
       1600-SEND-FRESH-SCREEN.
      *
      *    THE LINK BACK TO ORDER ENTRY, IF ANY, SURVIVES A CLEAR
      *
           MOVE '1' TO CA-CONTEXT-FLAG.
           MOVE SPACE TO CA-PRODUCT-CODE.
           MOVE ZERO TO CA-REQUEST-QTY.
           MOVE LOW-VALUE TO ATPMAP1O.
           MOVE -1 TO APRODL.
      *
           EXEC CICS
               SEND MAP('ATPMAP1')
                    MAPSET('ATPSET1')
                    FROM(ATPMAP1O)
                    ERASE
                    CURSOR
           END-EXEC.
      *
       1700-ENTER-FROM-ORDER-ENTRY.
      *
      *    PF4 OFF ORDRENT'S LINE SCREEN - HOLD ON TO THE ORDER IN
      *    PROGRESS, AND IF A PRODUCT WAS ALREADY KEYED ON THE LINE
      *    SHOW IT STRAIGHT AWAY, WITH THE LINE'S QUANTITY AS THE
      *    QUANTITY WANTED
      *
           MOVE XFO-ORDER-HANDOFF TO CA-ORDER-HANDOFF.
           MOVE 'Y' TO CA-ORDER-ENTRY-SW.
           MOVE CA-ORDER-HANDOFF TO ORDER-ENTRY-HANDOFF.
      *
           IF OEH-PRODUCT-CODE = SPACE OR LOW-VALUE
               PERFORM 1600-SEND-FRESH-SCREEN
           ELSE
               MOVE OEH-PRODUCT-CODE TO CA-PRODUCT-CODE
               IF OEH-LINE-QTY IS NUMERIC
                   MOVE OEH-LINE-QTY-NUM TO CA-REQUEST-QTY
               ELSE
                   MOVE ZERO TO CA-REQUEST-QTY
               END-IF
               PERFORM 1800-DISPLAY-AVAILABILITY
           END-IF.
      *
       1800-DISPLAY-AVAILABILITY.
      *
           MOVE 'N' TO SCAN-LIMIT-SW.
           MOVE 'N' TO MORE-LOCATIONS-SW.
           MOVE 'N' TO MORE-POS-SW.
           PERFORM 2000-READ-PRODUCT-RECORD.
      *
           IF PRODUCT-FOUND
               PERFORM 2050-CHECK-KIT-PRODUCT
           END-IF.
      *
           EVALUATE TRUE
               WHEN NOT PRODUCT-FOUND
                   MOVE 'PRODUCT NOT FOUND' TO ERROR-TEXT
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 3200-SEND-CLEARED-SCREEN
               WHEN KIT-PRODUCT
                   MOVE 'A KIT HOLDS NO STOCK - LOOK UP ITS COMPONENTS '
                     & 'INSTEAD'
                       TO ERROR-TEXT
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 3200-SEND-CLEARED-SCREEN
               WHEN OTHER
                   PERFORM 2100-LOAD-LOCATIONS
                   PERFORM 2200-TALLY-BACKORDERS
                   PERFORM 2300-LOAD-OPEN-POS
                   PERFORM 2400-PROJECT-FILL-DATE
                   EVALUATE TRUE
                       WHEN SCAN-LIMIT-REACHED
                           MOVE 'SCAN LIMIT REACHED - BACKORDERS OR '
                             & 'POS MAY BE INCOMPLETE'
                               TO ERROR-TEXT
                       WHEN MORE-POS
                           MOVE 'MORE THAN 20 OPEN POS - THE LATEST '
                             & 'ARE LEFT OUT OF THE PROJECTION'
                               TO ERROR-TEXT
                       WHEN MORE-LOCATIONS
                           MOVE 'MORE THAN 20 LOCATIONS STOCK THIS '
                             & 'PRODUCT - FIRST 6 SHOWN'
                               TO ERROR-TEXT
                       WHEN CALLED-FROM-ORDER-ENTRY
                           MOVE 'PF3/PF12=BACK TO THE ORDER'
                               TO ERROR-TEXT
                       WHEN OTHER
                           MOVE 'PF3/PF12=MENU' TO ERROR-TEXT
                   END-EVALUATE
                   MOVE '2' TO CA-CONTEXT-FLAG
                   PERFORM 3000-SEND-AVAILABILITY-MAP
           END-EVALUATE.
      *
       2000-READ-PRODUCT-RECORD.
      *
      *    A DISCONTINUED PRODUCT IS STILL SHOWN - ITS BACKORDERS
      *    AND OPEN POS STILL HAVE TO BE WORKED OFF
      *
           MOVE CA-PRODUCT-CODE TO PRD-PRODUCT-CODE.
      *
           EXEC CICS
               READ FILE('PRODMAS')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(PRD-PRODUCT-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO PRODUCT-FOUND-SW
           ELSE
               MOVE 'N' TO PRODUCT-FOUND-SW
           END-IF.
      *
       2050-CHECK-KIT-PRODUCT.
      *
           MOVE 'N' TO KIT-PRODUCT-SW.
           MOVE CA-PRODUCT-CODE TO KIT-PRODUCT-CODE.
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
               EXEC CICS
                   READNEXT FILE('KITCOMP')
                            INTO(KIT-COMPONENT-RECORD)
                            RIDFLD(KIT-KEY)
                            RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(NORMAL) AND
                  KIT-PRODUCT-CODE = CA-PRODUCT-CODE
                   MOVE 'Y' TO KIT-PRODUCT-SW
               END-IF
               EXEC CICS
                   ENDBR FILE('KITCOMP')
               END-EXEC
           END-IF.
      *
       2100-LOAD-LOCATIONS.
      *
      *    PRDLOC IS KEYED PRODUCT + LOCATION, SO THE PRODUCT'S
      *    ROWS ARE ONE SHORT BROWSE
      *
           MOVE ZERO TO WS-LOC-COUNT.
           MOVE 'N' TO END-OF-LOC-SCAN-SW.
           MOVE CA-PRODUCT-CODE TO PL-PRODUCT-CODE.
           MOVE LOW-VALUE TO PL-LOCATION-CODE.
      *
           EXEC CICS
               STARTBR FILE('PRDLOC')
                       RIDFLD(PL-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL END-OF-LOC-SCAN
                   EXEC CICS
                       READNEXT FILE('PRDLOC')
                                INTO(PRODUCT-LOCATION-RECORD)
                                RIDFLD(PL-KEY)
                                RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE = DFHRESP(NORMAL) AND
                      PL-PRODUCT-CODE = CA-PRODUCT-CODE
                       IF WS-LOC-COUNT < 20
                           ADD 1 TO WS-LOC-COUNT
                           PERFORM 2150-STORE-LOCATION-ENTRY
                       ELSE
                           MOVE 'Y' TO MORE-LOCATIONS-SW
                           MOVE 'Y' TO END-OF-LOC-SCAN-SW
                       END-IF
                   ELSE
                       MOVE 'Y' TO END-OF-LOC-SCAN-SW
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('PRDLOC')
               END-EXEC
           END-IF.
      *
       2150-STORE-LOCATION-ENTRY.
      *
           MOVE PL-LOCATION-CODE TO WS-LOC-CODE(WS-LOC-COUNT).
           MOVE PL-QTY-ON-HAND TO WS-LOC-ONHAND(WS-LOC-COUNT).
           MOVE PL-QTY-ALLOCATED TO WS-LOC-ALLOCATED(WS-LOC-COUNT).
           COMPUTE WS-LOC-AVAILABLE(WS-LOC-COUNT) =
               PL-QTY-ON-HAND - PL-QTY-ALLOCATED.
           MOVE ZERO TO WS-LOC-BACKORDERED(WS-LOC-COUNT).
      *
       2200-TALLY-BACKORDERS.
      *
      *    ORDLINE IS KEYED ORDER + LINE AND ORDER NUMBERS ONLY
      *    EVER CLIMB, SO READING BACKWARD FROM THE TOP MEETS THE
      *    NEWEST ORDERS - WHERE OPEN BACKORDERS ARE - FIRST. A 'B'
      *    LINE COUNTS WHAT IS STILL TO SHIP, AND NOT AT ALL ON A
      *    CANCELLED OR SHIPPED ORDER, THE SAME AS BORLS1'S TALLY.
      *    A BROWSE STARTED PAST THE LAST RECORD IS ACCEPTED ON
      *    NOTFND THE SAME AS STKINQ1'S.
      *
           MOVE ZERO TO WS-TOTAL-BACKORDERED.
           MOVE ZERO TO WS-SCAN-COUNT.
           MOVE 'N' TO END-OF-ORDL-SCAN-SW.
           MOVE 99999999 TO ORDL-ORDER-NUMBER.
           MOVE 999 TO ORDL-LINE-NUMBER.
      *
           EXEC CICS
               STARTBR FILE('ORDLINE')
                       RIDFLD(ORDL-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL) OR
              RESPONSE-CODE = DFHRESP(NOTFND)
               PERFORM UNTIL END-OF-ORDL-SCAN
                   EXEC CICS
                       READPREV FILE('ORDLINE')
                                INTO(ORDER-LINE-RECORD)
                                RIDFLD(ORDL-KEY)
                                RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE = DFHRESP(NORMAL)
                       ADD 1 TO WS-SCAN-COUNT
                       IF ORDL-PRODUCT-CODE = CA-PRODUCT-CODE AND
                          ORDL-LINE-BACKORDERED AND
                          ORDL-QUANTITY > ORDL-QTY-SHIPPED
                           PERFORM 2250-ADD-BACKORDER-LINE
                       END-IF
                       IF WS-SCAN-COUNT >= 5000
                           MOVE 'Y' TO SCAN-LIMIT-SW
                           MOVE 'Y' TO END-OF-ORDL-SCAN-SW
                       END-IF
                   ELSE
                       MOVE 'Y' TO END-OF-ORDL-SCAN-SW
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('ORDLINE')
               END-EXEC
           END-IF.
      *
       2250-ADD-BACKORDER-LINE.
      *
           MOVE ORDL-ORDER-NUMBER TO ORD-ORDER-NUMBER.
      *
           EXEC CICS
               READ FILE('ORDMAS')
                    INTO(ORDER-MASTER-RECORD)
                    RIDFLD(ORD-ORDER-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL) AND
              NOT ORD-STATUS-CANCELLED AND
              NOT ORD-STATUS-SHIPPED
               COMPUTE WS-LINE-BACKORDERED =
                   ORDL-QUANTITY - ORDL-QTY-SHIPPED
               ADD WS-LINE-BACKORDERED TO WS-TOTAL-BACKORDERED
               IF ORDL-LOCATION-CODE = SPACE
                   MOVE WS-DEFAULT-LOCATION TO WS-BACKORDER-LOCATION
               ELSE
                   MOVE ORDL-LOCATION-CODE TO WS-BACKORDER-LOCATION
               END-IF
               SET WS-LOC-IDX TO 1
               SEARCH WS-LOC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LOC-CODE(WS-LOC-IDX) =
                        WS-BACKORDER-LOCATION
                       ADD WS-LINE-BACKORDERED
                           TO WS-LOC-BACKORDERED(WS-LOC-IDX)
               END-SEARCH
           END-IF.
      *
       2300-LOAD-OPEN-POS.
      *
      *    POMAS IS KEYED BY PO NUMBER ONLY - A FILTERED SCAN OF
      *    THE FILE. EACH OPEN PO FOR THE PRODUCT WITH ANYTHING
      *    STILL TO COME IS SLOTTED INTO THE TABLE BY EXPECTED
      *    DATE; WHEN THE TABLE IS FULL THE LATEST ONE FALLS OFF.
      *
           MOVE ZERO TO WS-PO-COUNT.
           MOVE ZERO TO WS-TOTAL-INCOMING.
           MOVE ZERO TO WS-SCAN-COUNT.
           MOVE 'N' TO END-OF-PO-SCAN-SW.
           MOVE ZERO TO PO-PO-NUMBER.
      *
           EXEC CICS
               STARTBR FILE('POMAS')
                       RIDFLD(PO-PO-NUMBER)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL END-OF-PO-SCAN
                   EXEC CICS
                       READNEXT FILE('POMAS')
                                INTO(PURCHASE-ORDER-RECORD)
                                RIDFLD(PO-PO-NUMBER)
                                RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE = DFHRESP(NORMAL)
                       ADD 1 TO WS-SCAN-COUNT
                       IF PO-PRODUCT-CODE = CA-PRODUCT-CODE AND
                          PO-STATUS-OPEN AND
                          PO-QTY-ORDERED > PO-QTY-RECEIVED
                           PERFORM 2350-SLOT-OPEN-PO
                       END-IF
                       IF WS-SCAN-COUNT >= 5000
                           MOVE 'Y' TO SCAN-LIMIT-SW
                           MOVE 'Y' TO END-OF-PO-SCAN-SW
                       END-IF
                   ELSE
                       MOVE 'Y' TO END-OF-PO-SCAN-SW
                   END-IF
               END-PERFORM
               EXEC CICS
                   ENDBR FILE('POMAS')
               END-EXEC
           END-IF.
      *
       2350-SLOT-OPEN-PO.
      *
           MOVE PO-PO-NUMBER TO WS-NEW-PO-NUMBER.
           MOVE PO-SUPPLIER-CODE TO WS-NEW-PO-SUPPLIER.
           MOVE PO-EXPECTED-DATE TO WS-NEW-PO-EXPECTED.
           IF PO-EXPECTED-DATE = ZERO
               MOVE 99999999 TO WS-NEW-PO-SORT-DATE
           ELSE
               MOVE PO-EXPECTED-DATE TO WS-NEW-PO-SORT-DATE
           END-IF.
           COMPUTE WS-NEW-PO-OUTSTANDING =
               PO-QTY-ORDERED - PO-QTY-RECEIVED.
           MOVE ZERO TO WS-NEW-PO-AVAIL-AFTER.
           ADD WS-NEW-PO-OUTSTANDING TO WS-TOTAL-INCOMING.
      *
      *    FIND THE FIRST ROW DUE LATER THAN THIS PO - IT GOES IN
      *    AHEAD OF THAT ROW (OR ON THE END)
      *
           MOVE 'N' TO SLOT-FOUND-SW.
           PERFORM VARYING WS-PO-SLOT FROM 1 BY 1
                   UNTIL WS-PO-SLOT > WS-PO-COUNT OR SLOT-FOUND
               IF WS-PO-SORT-DATE(WS-PO-SLOT) > WS-NEW-PO-SORT-DATE
                   MOVE 'Y' TO SLOT-FOUND-SW
               END-IF
           END-PERFORM.
           IF SLOT-FOUND
               SUBTRACT 1 FROM WS-PO-SLOT
           END-IF.
      *
           IF WS-PO-SLOT > 20
               MOVE 'Y' TO MORE-POS-SW
           ELSE
               IF WS-PO-COUNT < 20
                   ADD 1 TO WS-PO-COUNT
               ELSE
                   MOVE 'Y' TO MORE-POS-SW
               END-IF
               PERFORM VARYING WS-PO-SHIFT FROM WS-PO-COUNT BY -1
                       UNTIL WS-PO-SHIFT <= WS-PO-SLOT
                   MOVE WS-PO-ENTRY(WS-PO-SHIFT - 1)
                       TO WS-PO-ENTRY(WS-PO-SHIFT)
               END-PERFORM
               MOVE WS-NEW-PO-ENTRY TO WS-PO-ENTRY(WS-PO-SLOT)
           END-IF.
      *
       2400-PROJECT-FILL-DATE.
      *
      *    START FROM WHAT THE COMPANY HAS AVAILABLE NOW - NEGATIVE
      *    WHEN BACKORDERS ARE WAITING, SO THEY ARE SERVED FIRST -
      *    AND ADD EACH PO AS IT IS DUE. THE FIRST PO THAT BRINGS
      *    THE QUANTITY WANTED WITHIN REACH GIVES THE FILL DATE.
      *
           COMPUTE WS-TOTAL-AVAILABLE =
               PRD-QTY-ON-HAND - PRD-QTY-ALLOCATED.
           MOVE WS-TOTAL-AVAILABLE TO WS-PROJ-AVAILABLE.
           MOVE 'N' TO FILL-DATE-FOUND-SW.
           MOVE ZERO TO WS-FILL-PO-NUMBER.
           MOVE ZERO TO WS-FILL-DATE.
      *
           IF CA-REQUEST-QTY > ZERO AND
              CA-REQUEST-QTY <= WS-PROJ-AVAILABLE
               MOVE 'Y' TO FILL-DATE-FOUND-SW
           END-IF.
      *
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               ADD WS-PO-OUTSTANDING(WS-PO-IDX) TO WS-PROJ-AVAILABLE
               MOVE WS-PROJ-AVAILABLE TO WS-PO-AVAIL-AFTER(WS-PO-IDX)
               IF CA-REQUEST-QTY > ZERO AND NOT FILL-DATE-FOUND AND
                  CA-REQUEST-QTY <= WS-PROJ-AVAILABLE
                   MOVE 'Y' TO FILL-DATE-FOUND-SW
                   MOVE WS-PO-NUMBER(WS-PO-IDX) TO WS-FILL-PO-NUMBER
                   MOVE WS-PO-EXPECTED(WS-PO-IDX) TO WS-FILL-DATE
               END-IF
           END-PERFORM.
      *
           MOVE SPACE TO APROJO.
           EVALUATE TRUE
               WHEN CA-REQUEST-QTY = ZERO
                   MOVE 'KEY A QUANTITY WANTED FOR A FILL DATE'
                       TO APROJO
               WHEN FILL-DATE-FOUND AND WS-FILL-PO-NUMBER = ZERO
                   MOVE 'CAN BE FILLED NOW FROM STOCK ON HAND'
                       TO APROJO
               WHEN FILL-DATE-FOUND AND WS-FILL-DATE = ZERO
                   STRING 'CAN BE FILLED WHEN PO '
                              DELIMITED BY SIZE
                          WS-FILL-PO-NUMBER
                              DELIMITED BY SIZE
                          ' ARRIVES - NO EXPECTED DATE'
                              DELIMITED BY SIZE
                       INTO APROJO
               WHEN FILL-DATE-FOUND
                   STRING 'CAN BE FILLED BY '
                              DELIMITED BY SIZE
                          WS-FILL-DATE
                              DELIMITED BY SIZE
                          ' WHEN PO '
                              DELIMITED BY SIZE
                          WS-FILL-PO-NUMBER
                              DELIMITED BY SIZE
                          ' ARRIVES'
                              DELIMITED BY SIZE
                       INTO APROJO
               WHEN OTHER
                   COMPUTE WS-PROJ-SHORT =
                       CA-REQUEST-QTY - WS-PROJ-AVAILABLE
                   MOVE WS-PROJ-SHORT TO WS-PROJ-SHORT-DISPLAY
                   STRING 'NOT COVERED BY OPEN POS - SHORT'
                              DELIMITED BY SIZE
                          WS-PROJ-SHORT-DISPLAY
                              DELIMITED BY SIZE
                       INTO APROJO
           END-EVALUATE.
      *
       3000-SEND-AVAILABILITY-MAP.
      *
      *    APROJO WAS FILLED BY 2400 - EVERYTHING ELSE IS BUILT HERE
      *
           MOVE CA-PRODUCT-CODE TO APRODO.
           MOVE CA-REQUEST-QTY TO AREQO.
           MOVE PRD-PRODUCT-DESC TO ADESCO.
           MOVE PRD-QTY-ON-HAND TO ATONHO.
           MOVE PRD-QTY-ALLOCATED TO ATALCO.
           MOVE WS-TOTAL-AVAILABLE TO ATAVLO.
           MOVE WS-TOTAL-BACKORDERED TO ATBAKO.
           MOVE WS-TOTAL-INCOMING TO ATINCO.
      *
           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                   UNTIL WS-LOC-IDX > WS-LOC-COUNT OR WS-LOC-IDX > 6
               MOVE WS-LOC-CODE(WS-LOC-IDX) TO LLOCO(WS-LOC-IDX)
               MOVE WS-LOC-ONHAND(WS-LOC-IDX) TO LONHO(WS-LOC-IDX)
               MOVE WS-LOC-ALLOCATED(WS-LOC-IDX) TO LALCO(WS-LOC-IDX)
               MOVE WS-LOC-AVAILABLE(WS-LOC-IDX) TO LAVLO(WS-LOC-IDX)
               MOVE WS-LOC-BACKORDERED(WS-LOC-IDX)
                   TO LBAKO(WS-LOC-IDX)
           END-PERFORM.
      *
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT OR WS-PO-IDX > 6
               MOVE WS-PO-NUMBER(WS-PO-IDX) TO PPONOO(WS-PO-IDX)
               MOVE WS-PO-SUPPLIER(WS-PO-IDX) TO PSUPO(WS-PO-IDX)
               IF WS-PO-EXPECTED(WS-PO-IDX) = ZERO
                   MOVE 'NOT SET' TO PEXPO(WS-PO-IDX)
               ELSE
                   MOVE WS-PO-EXPECTED(WS-PO-IDX) TO PEXPO(WS-PO-IDX)
               END-IF
               MOVE WS-PO-OUTSTANDING(WS-PO-IDX) TO POUTO(WS-PO-IDX)
               MOVE WS-PO-AVAIL-AFTER(WS-PO-IDX) TO PCUMO(WS-PO-IDX)
           END-PERFORM.
      *
           MOVE ERROR-TEXT TO MESSAGEO.
           MOVE -1 TO AREQL.
      *
           EXEC CICS
               SEND MAP('ATPMAP1')
                    MAPSET('ATPSET1')
                    FROM(ATPMAP1O)
                    ERASE
                    CURSOR
           END-EXEC.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
      *
       3100-SEND-KEY-ERROR.
      *
      *    BAD KEY - ONLY THE MESSAGE GOES BACK, THE OPERATOR'S
      *    ENTRIES STAY ON THE SCREEN FOR CORRECTION
      *
           MOVE LOW-VALUE TO ATPMAP1O.
           MOVE ERROR-TEXT TO MESSAGEO.
           IF ERROR-IN-QUANTITY
               MOVE -1 TO AREQL
           ELSE
               MOVE -1 TO APRODL
           END-IF.
      *
           EXEC CICS
               SEND MAP('ATPMAP1')
                    MAPSET('ATPSET1')
                    FROM(ATPMAP1O)
                    DATAONLY
                    ALARM
                    CURSOR
           END-EXEC.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
      *
       3200-SEND-CLEARED-SCREEN.
      *
      *    UNKNOWN PRODUCT OR A KIT - NOTHING TO SHOW, SO THE LAST
      *    PRODUCT'S FIGURES ARE WIPED RATHER THAN LEFT STANDING
      *    UNDER THE NEW CODE
      *
           MOVE LOW-VALUE TO ATPMAP1O.
           MOVE CA-PRODUCT-CODE TO APRODO.
           MOVE CA-REQUEST-QTY TO AREQO.
           MOVE ERROR-TEXT TO MESSAGEO.
           MOVE -1 TO APRODL.
      *
           EXEC CICS
               SEND MAP('ATPMAP1')
                    MAPSET('ATPSET1')
                    FROM(ATPMAP1O)
                    ERASE
                    ALARM
                    CURSOR
           END-EXEC.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
      *
       4000-RETURN-TO-CALLER.
      *
      *    BACK TO THE ORDER IN PROGRESS WITH THE PRODUCT LAST
      *    LOOKED UP (IF ANY) IN PLACE OF THE ONE KEYED ON THE
      *    LINE - OTHERWISE BACK TO THE MENU
      *
           IF CALLED-FROM-ORDER-ENTRY
               MOVE CA-ORDER-HANDOFF TO ORDER-ENTRY-HANDOFF
               IF CA-PRODUCT-CODE NOT = SPACE
                   MOVE CA-PRODUCT-CODE TO OEH-PRODUCT-CODE
               END-IF
               EXEC CICS
                   XCTL PROGRAM('ORDRENT')
                        COMMAREA(ORDER-ENTRY-HANDOFF)
               END-EXEC
           ELSE
               EXEC CICS
                   XCTL PROGRAM('INVMENU')
               END-EXEC
           END-IF.
