       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  QUOPRT1.
      *
      ************************************************************
      * NIGHTLY SALES QUOTATION PRINT (BATCH)                    *
      *                                                          *
      * READS QUOMAS FROM BEGINNING TO END AND PRINTS ONE        *
      * QUOTATION DOCUMENT (A NEW PAGE PER QUOTE, IN THE ORDPRT1 *
      * 132-COLUMN LAYOUT) FOR EVERY OPEN QUOTE ADDED OR CHANGED *
      * ON THE BUSINESS DATE, SO A REVISED QUOTE GOES TO THE     *
      * CUSTOMER AGAIN. EACH QUOTATION CARRIES:                  *
      *   - THE BILL-TO NAME AND ADDRESS FROM CUSTMAS            *
      *   - THE SHIP-TO ADDRESS FROM CUSTSHIP WHEN THE QUOTE     *
      *     CARRIES A SHIP-TO SEQUENCE, OTHERWISE THE BILL-TO    *
      *   - EVERY QUOLINE ITEM WITH QUANTITY, LIST PRICE, QUOTED *
      *     PRICE, AND EXTENDED AMOUNT - A LIST PRICE ABOVE THE  *
      *     QUOTED PRICE SHOWS THE CUSTOMER THE QUANTITY BREAK   *
      *     OR THEIR CONTRACT PRICE, NAMED IN THE PRICING COLUMN *
      *   - THE QUOTE TOTAL AND THE DATE THE PRICES HOLD UNTIL   *
      * NO TAX IS SHOWN - IT IS CHARGED WHEN THE QUOTE BECOMES   *
      * AN ORDER, AT THE RATE IN FORCE THAT DAY.                 *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT QUOMAS-FILE ASSIGN TO QUOMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QUO-QUOTE-NUMBER
               FILE STATUS IS WS-QUOMAS-STATUS.
      *
           SELECT QUOLINE-FILE ASSIGN TO QUOLINE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUOL-KEY
               FILE STATUS IS WS-QUOLINE-STATUS.
      *
           SELECT CUSTMAS-FILE ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAS-STATUS.
      *
           SELECT CUSTSHIP-FILE ASSIGN TO CUSTSHIP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHIP-KEY
               FILE STATUS IS WS-SHIP-STATUS.
      *
           SELECT QUOTATION-FILE ASSIGN TO QUOPRT1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT PARM-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
      *
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  QUOMAS-FILE.
      *
       COPY QUOREC.
      *
       FD  QUOLINE-FILE.
      *
       COPY QUOLREC.
      *
       FD  CUSTMAS-FILE.
      *
       COPY CUSTREC.
      *
       FD  CUSTSHIP-FILE.
      *
       COPY SHIPREC.
      *
       FD  QUOTATION-FILE.
      *
       01  QUOTATION-RECORD              PIC X(132).
      *
       FD  PARM-FILE.
      *
       01  PARM-RECORD.
           05  PARM-BUSINESS-DATE        PIC X(8).
           05  FILLER                    PIC X(72).
      *
       FD  RUNCTL-FILE.
      *
       COPY RUNREC.
      *
       WORKING-STORAGE SECTION.
      *
      *    RUN-CONTROL PLUMBING - THE JOB POSTS ITS START AND
      *    FINISH ON RUNCTL SO THE MORNING OPERATOR SEES THE
      *    STREAM AT A GLANCE ON THE RUN1 SCREEN
      *
       01  WS-RUNCTL-STATUS              PIC XX.
       01  WS-RC-STAMP-FIELDS.
           05  WS-RC-DATE                PIC 9(6).
           05  WS-RC-TIME                PIC 9(8).
       01  WS-RC-STAMP                   PIC 9(14).
       01  WS-RC-BUSINESS-DATE           PIC 9(8).
      *
       01  SWITCHES.
           05  END-OF-FILE-SW            PIC X       VALUE 'N'.
               88  END-OF-FILE                       VALUE 'Y'.
           05  END-OF-LINES-SW           PIC X       VALUE 'N'.
               88  END-OF-LINES                      VALUE 'Y'.
      *
       01  WS-FILE-STATUSES.
           05  WS-QUOMAS-STATUS          PIC XX.
           05  WS-QUOLINE-STATUS         PIC XX.
           05  WS-CUSTMAS-STATUS         PIC XX.
           05  WS-SHIP-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-PARM-STATUS            PIC XX.
      *
       01  WS-COUNTERS.
           05  WS-PAGE-COUNT             PIC S9(5)   COMP VALUE ZERO.
           05  WS-QUOTES-READ            PIC S9(7)   COMP VALUE ZERO.
           05  WS-QUOTES-PRINTED         PIC S9(7)   COMP VALUE ZERO.
           05  WS-LINES-PRINTED          PIC S9(7)   COMP VALUE ZERO.
      *
      *    THE BUSINESS DATE COMES FROM THE BUSDATE PARAMETER FILE,
      *    THE SAME AS ORDPRT1 - IT IS THE YYYYMMDD FORM QUOENT1
      *    STAMPS INTO QUO-CHANGED-DATE
      *
       01  WS-RUN-DATE-YMD               PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-YMD.
           05  FILLER                    PIC 99.
           05  WS-RUN-YY                 PIC 99.
           05  WS-RUN-MM                 PIC 99.
           05  WS-RUN-DD                 PIC 99.
      *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40)   VALUE SPACES.
           05  FILLER                    PIC X(33)
               VALUE 'SALES QUOTATION'.
           05  FILLER                    PIC X(5)    VALUE SPACES.
           05  FILLER                    PIC X(5)    VALUE 'PAGE '.
           05  HL1-PAGE-NUMBER           PIC ZZZZ9.
      *
       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(5)    VALUE 'DATE '.
           05  HL2-RUN-MM                PIC 99.
           05  FILLER                    PIC X       VALUE '/'.
           05  HL2-RUN-DD                PIC 99.
           05  FILLER                    PIC X       VALUE '/'.
           05  HL2-RUN-YY                PIC 99.
           05  FILLER                    PIC X(10)   VALUE SPACES.
           05  FILLER                    PIC X(6)    VALUE 'QUOTE '.
           05  HL2-QUOTE-NUMBER          PIC 9(8).
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  FILLER                    PIC X(11)
               VALUE 'QUOTE DATE '.
           05  HL2-QUOTE-DATE            PIC 9(8).
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  FILLER                    PIC X(4)    VALUE 'REP '.
           05  HL2-REP-CODE              PIC X(3).
      *
       01  WS-BILL-TO-LINE-1.
           05  FILLER                    PIC X(9)
               VALUE 'BILL TO: '.
           05  BT1-NAME                  PIC X(51).
      *
       01  WS-BILL-TO-LINE-2.
           05  FILLER                    PIC X(9)    VALUE SPACES.
           05  BT2-ADDRESS               PIC X(30).
      *
       01  WS-BILL-TO-LINE-3.
           05  FILLER                    PIC X(9)    VALUE SPACES.
           05  BT3-CITY                  PIC X(20).
           05  FILLER                    PIC X       VALUE SPACES.
           05  BT3-STATE                 PIC XX.
           05  FILLER                    PIC X       VALUE SPACES.
           05  BT3-ZIP-CODE              PIC X(10).
      *
       01  WS-SHIP-TO-LINE-1.
           05  FILLER                    PIC X(9)
               VALUE 'SHIP TO: '.
           05  ST1-NAME                  PIC X(30).
      *
       01  WS-SHIP-TO-LINE-2.
           05  FILLER                    PIC X(9)    VALUE SPACES.
           05  ST2-ADDRESS               PIC X(30).
      *
       01  WS-SHIP-TO-LINE-3.
           05  FILLER                    PIC X(9)    VALUE SPACES.
           05  ST3-CITY                  PIC X(20).
           05  FILLER                    PIC X       VALUE SPACES.
           05  ST3-STATE                 PIC XX.
           05  FILLER                    PIC X       VALUE SPACES.
           05  ST3-ZIP-CODE              PIC X(10).
      *
       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                    PIC X(4)    VALUE 'LINE'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(10)   VALUE 'PRODUCT'.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  FILLER                    PIC X(25)
               VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(8)    VALUE 'QUANTITY'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(10)
               VALUE 'LIST PRICE'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(10)
               VALUE 'YOUR PRICE'.
           05  FILLER                    PIC X(4)    VALUE SPACES.
           05  FILLER                    PIC X(8)    VALUE 'EXTENDED'.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  FILLER                    PIC X(8)    VALUE 'PRICING'.
      *
       01  WS-DETAIL-LINE.
           05  DL-LINE-NUMBER            PIC ZZ9.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  DL-PRODUCT-CODE           PIC X(10).
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  DL-PRODUCT-DESC           PIC X(25).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-QUANTITY               PIC ZZ,ZZ9.
           05  FILLER                    PIC X(4)    VALUE SPACES.
           05  DL-LIST-PRICE             PIC ZZZZZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-UNIT-PRICE             PIC ZZZZZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-EXTENDED-AMOUNT        PIC ZZZZZZZZ9.99.
           05  FILLER                    PIC X(1)    VALUE SPACES.
           05  DL-PRICE-SOURCE           PIC X(8).
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(21)   VALUE SPACES.
           05  FILLER                    PIC X(12)
               VALUE 'QUOTE TOTAL '.
           05  FILLER                    PIC X(36)   VALUE SPACES.
           05  TL-LINE-COUNT             PIC ZZ9.
           05  FILLER                    PIC X(7)
               VALUE ' LINES '.
           05  TL-QUOTE-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-VALID-LINE.
           05  FILLER                    PIC X(21)   VALUE SPACES.
           05  FILLER                    PIC X(32)
               VALUE 'PRICES QUOTED ARE VALID THROUGH '.
           05  VL-EXPIRY-DATE            PIC 9(8).
           05  FILLER                    PIC X(35)
               VALUE ' - SALES TAX CHARGED WHEN ORDERED'.
      *
       01  WS-RUN-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
               VALUE 'QUOTES READ             : '.
           05  RT1-QUOTES-READ           PIC ZZZ,ZZ9.
      *
       01  WS-RUN-TOTAL-LINE-2.
           05  FILLER                    PIC X(28)
               VALUE 'QUOTATIONS PRINTED      : '.
           05  RT2-QUOTES-PRINTED        PIC ZZZ,ZZ9.
      *
       01  WS-RUN-TOTAL-LINE-3.
           05  FILLER                    PIC X(28)
               VALUE 'QUOTE LINES PRINTED     : '.
           05  RT3-LINES-PRINTED         PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       0000-PRODUCE-QUOTATIONS.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 8900-OPEN-RUN-CONTROL.
      *
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-READ-QUOTE-RECORD
               IF NOT END-OF-FILE
                   IF QUO-STATUS-OPEN AND
                      QUO-CHANGED-DATE = WS-RUN-DATE-YMD
                       PERFORM 3000-PRINT-QUOTATION
                   END-IF
               END-IF
           END-PERFORM.
      *
           PERFORM 9000-TERMINATE.
      *
           PERFORM 8950-CLOSE-RUN-CONTROL.
           STOP RUN.
      *
       1000-INITIALIZE.
      *
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END
                   MOVE SPACES TO PARM-BUSINESS-DATE
           END-READ.
           CLOSE PARM-FILE.
      *
           IF PARM-BUSINESS-DATE IS NUMERIC
               MOVE PARM-BUSINESS-DATE TO WS-RUN-DATE-YMD
           ELSE
               DISPLAY 'QUOPRT1 - BUSINESS DATE PARAMETER MISSING '
                       'OR NOT NUMERIC - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN INPUT QUOMAS-FILE.
           OPEN INPUT QUOLINE-FILE.
           OPEN INPUT CUSTMAS-FILE.
           OPEN INPUT CUSTSHIP-FILE.
           OPEN OUTPUT QUOTATION-FILE.
      *
       2000-READ-QUOTE-RECORD.
      *
           READ QUOMAS-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SW
           END-READ.
      *
           IF NOT END-OF-FILE
               ADD 1 TO WS-QUOTES-READ
           END-IF.
      *
       3000-PRINT-QUOTATION.
      *
           PERFORM 3100-PRINT-QUOTE-HEADINGS.
           PERFORM 3200-PRINT-ADDRESS-BLOCKS.
           PERFORM 3300-PRINT-QUOTE-LINES.
           PERFORM 3400-PRINT-QUOTE-TOTAL.
      *
           ADD 1 TO WS-QUOTES-PRINTED.
      *
       3100-PRINT-QUOTE-HEADINGS.
      *
           ADD 1 TO WS-PAGE-COUNT.
      *
           MOVE WS-PAGE-COUNT TO HL1-PAGE-NUMBER.
           MOVE WS-RUN-MM TO HL2-RUN-MM.
           MOVE WS-RUN-DD TO HL2-RUN-DD.
           MOVE WS-RUN-YY TO HL2-RUN-YY.
           MOVE QUO-QUOTE-NUMBER TO HL2-QUOTE-NUMBER.
           MOVE QUO-QUOTE-DATE TO HL2-QUOTE-DATE.
           MOVE QUO-REP-CODE TO HL2-REP-CODE.
      *
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO QUOTATION-RECORD
               WRITE QUOTATION-RECORD
           END-IF.
      *
           WRITE QUOTATION-RECORD FROM WS-HEADING-LINE-1.
           WRITE QUOTATION-RECORD FROM WS-HEADING-LINE-2.
           MOVE SPACES TO QUOTATION-RECORD.
           WRITE QUOTATION-RECORD.
      *
       3200-PRINT-ADDRESS-BLOCKS.
      *
      *    BILL-TO COMES OFF CUSTMAS. A MISSING CUSTOMER RECORD
      *    STILL PRINTS, FLAGGED, THE SAME AS ON THE PICK TICKET.
      *
           MOVE QUO-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAS-FILE
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-MASTER-RECORD
                   MOVE QUO-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                   MOVE '** CUSTOMER RECORD MISSING **'
                       TO CM-LAST-NAME
           END-READ.
      *
           MOVE SPACES TO BT1-NAME.
           STRING CM-FIRST-NAME DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  CM-LAST-NAME  DELIMITED BY SIZE
               INTO BT1-NAME.
           MOVE CM-ADDRESS TO BT2-ADDRESS.
           MOVE CM-CITY TO BT3-CITY.
           MOVE CM-STATE TO BT3-STATE.
           MOVE CM-ZIP-CODE TO BT3-ZIP-CODE.
      *
           WRITE QUOTATION-RECORD FROM WS-BILL-TO-LINE-1.
           WRITE QUOTATION-RECORD FROM WS-BILL-TO-LINE-2.
           WRITE QUOTATION-RECORD FROM WS-BILL-TO-LINE-3.
           MOVE SPACES TO QUOTATION-RECORD.
           WRITE QUOTATION-RECORD.
      *
           IF QUO-SHIP-TO-SEQUENCE > ZERO
               MOVE QUO-CUSTOMER-NUMBER TO SHIP-CUSTOMER-NUMBER
               MOVE QUO-SHIP-TO-SEQUENCE TO SHIP-SEQUENCE-NUMBER
               READ CUSTSHIP-FILE
                   INVALID KEY
                       MOVE SPACES TO SHIP-TO-RECORD
                       MOVE '** SHIP-TO RECORD MISSING **'
                           TO SHIP-NAME
               END-READ
               MOVE SHIP-NAME TO ST1-NAME
               MOVE SHIP-ADDRESS TO ST2-ADDRESS
               MOVE SHIP-CITY TO ST3-CITY
               MOVE SHIP-STATE TO ST3-STATE
               MOVE SHIP-ZIP-CODE TO ST3-ZIP-CODE
           ELSE
               MOVE CM-LAST-NAME TO ST1-NAME
               MOVE CM-ADDRESS TO ST2-ADDRESS
               MOVE CM-CITY TO ST3-CITY
               MOVE CM-STATE TO ST3-STATE
               MOVE CM-ZIP-CODE TO ST3-ZIP-CODE
           END-IF.
      *
           WRITE QUOTATION-RECORD FROM WS-SHIP-TO-LINE-1.
           WRITE QUOTATION-RECORD FROM WS-SHIP-TO-LINE-2.
           WRITE QUOTATION-RECORD FROM WS-SHIP-TO-LINE-3.
           MOVE SPACES TO QUOTATION-RECORD.
           WRITE QUOTATION-RECORD.
      *
       3300-PRINT-QUOTE-LINES.
      *
           WRITE QUOTATION-RECORD FROM WS-COLUMN-HEADING-LINE.
           MOVE SPACES TO QUOTATION-RECORD.
           WRITE QUOTATION-RECORD.
      *
           MOVE QUO-QUOTE-NUMBER TO QUOL-QUOTE-NUMBER.
           MOVE ZERO TO QUOL-LINE-NUMBER.
           MOVE 'N' TO END-OF-LINES-SW.
      *
           START QUOLINE-FILE KEY IS NOT LESS THAN QUOL-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-LINES-SW
           END-START.
      *
           PERFORM UNTIL END-OF-LINES
               READ QUOLINE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-LINES-SW
               END-READ
               IF NOT END-OF-LINES
                   IF QUOL-QUOTE-NUMBER = QUO-QUOTE-NUMBER
                       PERFORM 3350-PRINT-LINE-DETAIL
                   ELSE
                       MOVE 'Y' TO END-OF-LINES-SW
                   END-IF
               END-IF
           END-PERFORM.
      *
       3350-PRINT-LINE-DETAIL.
      *
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE QUOL-LINE-NUMBER TO DL-LINE-NUMBER.
           MOVE QUOL-PRODUCT-CODE TO DL-PRODUCT-CODE.
           MOVE QUOL-PRODUCT-DESC TO DL-PRODUCT-DESC.
           MOVE QUOL-QUANTITY TO DL-QUANTITY.
           MOVE QUOL-LIST-PRICE TO DL-LIST-PRICE.
           MOVE QUOL-UNIT-PRICE TO DL-UNIT-PRICE.
           MOVE QUOL-EXTENDED-AMOUNT TO DL-EXTENDED-AMOUNT.
           EVALUATE TRUE
               WHEN QUOL-PRICE-LIST
                   MOVE 'LIST' TO DL-PRICE-SOURCE
               WHEN QUOL-PRICE-BREAK
                   MOVE 'BREAK' TO DL-PRICE-SOURCE
               WHEN QUOL-PRICE-CONTRACT
                   MOVE 'CONTRACT' TO DL-PRICE-SOURCE
           END-EVALUATE.
      *
           WRITE QUOTATION-RECORD FROM WS-DETAIL-LINE.
      *
           ADD 1 TO WS-LINES-PRINTED.
      *
       3400-PRINT-QUOTE-TOTAL.
      *
           MOVE SPACES TO QUOTATION-RECORD.
           WRITE QUOTATION-RECORD.
           MOVE QUO-LINE-COUNT TO TL-LINE-COUNT.
           MOVE QUO-QUOTE-TOTAL TO TL-QUOTE-TOTAL.
           WRITE QUOTATION-RECORD FROM WS-TOTAL-LINE.
           MOVE SPACES TO QUOTATION-RECORD.
           WRITE QUOTATION-RECORD.
           MOVE QUO-EXPIRY-DATE TO VL-EXPIRY-DATE.
           WRITE QUOTATION-RECORD FROM WS-VALID-LINE.
      *
       9000-TERMINATE.
      *
           MOVE SPACES TO QUOTATION-RECORD.
           WRITE QUOTATION-RECORD.
           MOVE WS-QUOTES-READ TO RT1-QUOTES-READ.
           WRITE QUOTATION-RECORD FROM WS-RUN-TOTAL-LINE-1.
           MOVE WS-QUOTES-PRINTED TO RT2-QUOTES-PRINTED.
           WRITE QUOTATION-RECORD FROM WS-RUN-TOTAL-LINE-2.
           MOVE WS-LINES-PRINTED TO RT3-LINES-PRINTED.
           WRITE QUOTATION-RECORD FROM WS-RUN-TOTAL-LINE-3.
      *
           CLOSE QUOMAS-FILE.
           CLOSE QUOLINE-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE CUSTSHIP-FILE.
           CLOSE QUOTATION-FILE.
      *
       8900-OPEN-RUN-CONTROL.
      *
      *    POST THE JOB'S START ON THE RUN-CONTROL FILE. A RERUN
      *    FOR THE SAME BUSINESS DATE REWRITES ITS OWN RECORD.
      *
           ACCEPT WS-RC-DATE FROM DATE.
           ACCEPT WS-RC-TIME FROM TIME.
           COMPUTE WS-RC-STAMP =
               WS-RC-DATE * 100000000 + WS-RC-TIME.
           MOVE WS-RUN-DATE-YMD TO WS-RC-BUSINESS-DATE.
      *
           OPEN I-O RUNCTL-FILE.
      *
           MOVE 'QUOPRT1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           MOVE 'QUOPRT1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           MOVE WS-RC-STAMP TO RUN-START-STAMP.
           MOVE ZERO TO RUN-END-STAMP.
           MOVE ZERO TO RUN-RETURN-CODE.
           MOVE ZERO TO RUN-RECORDS-PROCESSED.
           SET RUN-STATUS-RUNNING TO TRUE.
      *
           IF WS-RUNCTL-STATUS = '00'
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
           END-IF.
      *
       8950-CLOSE-RUN-CONTROL.
      *
      *    POST THE FINISH - END STAMP, RETURN CODE, AND RECORDS
      *    PROCESSED - AND MARK THE RUN ENDED
      *
           ACCEPT WS-RC-DATE FROM DATE.
           ACCEPT WS-RC-TIME FROM TIME.
           COMPUTE WS-RC-STAMP =
               WS-RC-DATE * 100000000 + WS-RC-TIME.
      *
           MOVE 'QUOPRT1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-RUNCTL-STATUS = '00'
               MOVE WS-RC-STAMP TO RUN-END-STAMP
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-QUOTES-READ TO RUN-RECORDS-PROCESSED
               SET RUN-STATUS-ENDED TO TRUE
               REWRITE RUN-CONTROL-RECORD
           END-IF.
      *
           CLOSE RUNCTL-FILE.
