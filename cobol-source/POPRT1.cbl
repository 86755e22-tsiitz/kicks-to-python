       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  POPRT1.
      *
      ************************************************************
      * PURCHASE ORDER PRINT (BATCH)                             *
      *                                                          *
      * PORAISE1 WRITES THE POMAS RECORDS AND A CONTROL REPORT,  *
      * BUT PURCHASING STILL RETYPED EVERY ORDER INTO A LETTER   *
      * TO THE SUPPLIER. THIS STEP RUNS BEHIND THE RAISE RUN AND *
      * PRINTS THE PURCHASE ORDER DOCUMENTS THEMSELVES:          *
      *   - EVERY OPEN PO RAISED ON THE BUSINESS DATE (FROM THE  *
      *     BUSDATE PARAMETER, THE SAME ONE INVGEN1 READS) IS    *
      *     SORTED BY SUPPLIER AND PO NUMBER                     *
      *   - EACH SUPPLIER STARTS A NEW PAGE HEADED WITH ITS      *
      *     SUPMAS NAME, ADDRESS, AND CONTACT, AND LISTS ITS     *
      *     POS WITH THE PRODUCT, QUANTITY, UNIT COST, EXTENDED  *
      *     VALUE, AND DATE WANTED                               *
      *   - POS WITH NO SUPPLIER ON THEM (RAISED FOR A PRODUCT   *
      *     WITH NO PRIMARY SUPPLIER) PRINT TOGETHER UNDER A     *
      *     WARNING HEADING SO PURCHASING PLACES THEM BY HAND    *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT POMAS-FILE ASSIGN TO POMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-PO-NUMBER
               FILE STATUS IS WS-POMAS-STATUS.
      *
           SELECT SUPMAS-FILE ASSIGN TO SUPMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-SUPPLIER-CODE
               FILE STATUS IS WS-SUPMAS-STATUS.
      *
           SELECT PRODMAS-FILE ASSIGN TO PRODMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRODMAS-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.
      *
           SELECT PO-PRINT-FILE ASSIGN TO POPRT1
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
       FD  POMAS-FILE.
      *
       COPY POREC.
      *
       FD  SUPMAS-FILE.
      *
       COPY SUPREC.
      *
       FD  PRODMAS-FILE.
      *
       COPY PRODREC.
      *
       SD  SORT-WORK-FILE.
      *
      *    SAME LAYOUT AS POREC, RENAMED THE WAY CUSTRPT1 RENAMES
      *    ITS SORT RECORD - THE PO- FIELDS UNDERNEATH ARE
      *    QUALIFIED (OF SORT-PO-RECORD) WHEREVER THEY ARE USED
      *
       COPY POREC REPLACING ==PURCHASE-ORDER-RECORD== BY
                            ==SORT-PO-RECORD==.
      *
       FD  PO-PRINT-FILE.
      *
       01  PO-PRINT-RECORD               PIC X(132).
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
           05  END-OF-SORT-SW            PIC X       VALUE 'N'.
               88  END-OF-SORT                       VALUE 'Y'.
           05  FIRST-SUPPLIER-SW         PIC X       VALUE 'Y'.
               88  FIRST-SUPPLIER                    VALUE 'Y'.
      *
       01  WS-FILE-STATUSES.
           05  WS-POMAS-STATUS           PIC XX.
           05  WS-SUPMAS-STATUS          PIC XX.
           05  WS-PRODMAS-STATUS         PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-PARM-STATUS            PIC XX.
      *
       01  WS-COUNTERS.
           05  WS-PAGE-COUNT             PIC S9(5)   COMP VALUE ZERO.
           05  WS-LINE-COUNT             PIC S9(3)   COMP VALUE ZERO.
           05  WS-POS-READ               PIC S9(7)   COMP VALUE ZERO.
           05  WS-POS-PRINTED            PIC S9(7)   COMP VALUE ZERO.
           05  WS-SUPPLIERS-PRINTED      PIC S9(7)   COMP VALUE ZERO.
           05  WS-SUPPLIER-PO-COUNT      PIC S9(5)   COMP VALUE ZERO.
           05  WS-SUPPLIER-UNITS         PIC S9(9)   COMP VALUE ZERO.
      *
       01  WS-PO-VALUE                   PIC 9(9)V99 VALUE ZERO.
       01  WS-SUPPLIER-VALUE             PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-RUN-DATE-YMD               PIC 9(8).
       01  WS-PRIOR-SUPPLIER             PIC X(6)    VALUE SPACES.
      *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40)   VALUE SPACES.
           05  FILLER                    PIC X(33)
               VALUE 'PURCHASE ORDER'.
           05  FILLER                    PIC X(5)    VALUE SPACES.
           05  FILLER                    PIC X(5)    VALUE 'PAGE '.
           05  HL1-PAGE-NUMBER           PIC ZZZZ9.
      *
       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(11)
               VALUE 'ORDER DATE '.
           05  HL2-ORDER-DATE            PIC 9(8).
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  FILLER                    PIC X(9)
               VALUE 'SUPPLIER '.
           05  HL2-SUPPLIER-CODE         PIC X(6).
      *
       01  WS-SUPPLIER-LINE-1.
           05  FILLER                    PIC X(9)
               VALUE 'VENDOR:  '.
           05  SL1-NAME                  PIC X(30).
      *
       01  WS-SUPPLIER-LINE-2.
           05  FILLER                    PIC X(9)    VALUE SPACES.
           05  SL2-ADDRESS               PIC X(30).
      *
       01  WS-SUPPLIER-LINE-3.
           05  FILLER                    PIC X(9)    VALUE SPACES.
           05  SL3-CITY                  PIC X(20).
           05  FILLER                    PIC X       VALUE SPACES.
           05  SL3-STATE                 PIC XX.
           05  FILLER                    PIC X       VALUE SPACES.
           05  SL3-ZIP-CODE              PIC X(10).
      *
       01  WS-SUPPLIER-LINE-4.
           05  FILLER                    PIC X(9)
               VALUE 'ATTN:    '.
           05  SL4-CONTACT-NAME          PIC X(30).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  SL4-PHONE                 PIC X(14).
      *
       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                    PIC X(8)    VALUE 'PO'.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  FILLER                    PIC X(10)   VALUE 'PRODUCT'.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  FILLER                    PIC X(25)
               VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(9)    VALUE ' QUANTITY'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(10)   VALUE ' UNIT COST'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(14)
               VALUE '         VALUE'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(8)    VALUE 'WANTED'.
      *
       01  WS-DETAIL-LINE.
           05  DL-PO-NUMBER              PIC 9(8).
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  DL-PRODUCT-CODE           PIC X(10).
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  DL-PRODUCT-DESC           PIC X(25).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-QTY-ORDERED            PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-UNIT-COST              PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-PO-VALUE               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  DL-EXPECTED-DATE          PIC 9(8).
      *
       01  WS-SUPPLIER-TOTAL-LINE.
           05  FILLER                    PIC X(21)   VALUE SPACES.
           05  FILLER                    PIC X(16)
               VALUE 'PURCHASE ORDERS '.
           05  ST-PO-COUNT               PIC ZZ,ZZ9.
           05  FILLER                    PIC X(6)    VALUE SPACES.
           05  FILLER                    PIC X(6)    VALUE 'UNITS '.
           05  ST-UNITS                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(4)    VALUE SPACES.
           05  FILLER                    PIC X(6)    VALUE 'VALUE '.
           05  ST-VALUE                  PIC ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
               VALUE 'PURCHASE ORDERS READ    : '.
           05  TL1-POS-READ              PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-2.
           05  FILLER                    PIC X(28)
               VALUE 'PURCHASE ORDERS PRINTED : '.
           05  TL2-POS-PRINTED           PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-3.
           05  FILLER                    PIC X(28)
               VALUE 'SUPPLIERS PRINTED       : '.
           05  TL3-SUPPLIERS-PRINTED     PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       0000-PRINT-PURCHASE-ORDERS.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 8900-OPEN-RUN-CONTROL.
           PERFORM 2000-SORT-AND-PRINT.
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
               DISPLAY 'POPRT1 - BUSINESS DATE PARAMETER MISSING '
                       'OR NOT NUMERIC - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN INPUT SUPMAS-FILE.
           OPEN INPUT PRODMAS-FILE.
           OPEN OUTPUT PO-PRINT-FILE.
      *
       2000-SORT-AND-PRINT.
      *
           SORT SORT-WORK-FILE
               ON ASCENDING KEY PO-SUPPLIER-CODE OF SORT-PO-RECORD
                                PO-PO-NUMBER OF SORT-PO-RECORD
               USING POMAS-FILE
               OUTPUT PROCEDURE 3000-PRINT-SORTED-POS.
      *
       3000-PRINT-SORTED-POS.
      *
           RETURN SORT-WORK-FILE AT END
               MOVE 'Y' TO END-OF-SORT-SW
           END-RETURN.
      *
           PERFORM UNTIL END-OF-SORT
               ADD 1 TO WS-POS-READ
      *        ONLY TONIGHT'S OPEN POS - A PO ALREADY MAILED OR
      *        ALREADY RECEIVED IS NEVER PRINTED AGAIN
               IF PO-STATUS-OPEN OF SORT-PO-RECORD
                  AND PO-ORDER-DATE OF SORT-PO-RECORD
                      = WS-RUN-DATE-YMD
                   PERFORM 3100-PRINT-PO-LINE
               END-IF
               RETURN SORT-WORK-FILE AT END
                   MOVE 'Y' TO END-OF-SORT-SW
               END-RETURN
           END-PERFORM.
      *
           IF NOT FIRST-SUPPLIER
               PERFORM 3400-PRINT-SUPPLIER-TOTAL
           END-IF.
      *
       3100-PRINT-PO-LINE.
      *
           IF FIRST-SUPPLIER
               PERFORM 3200-START-SUPPLIER
           ELSE
               IF PO-SUPPLIER-CODE OF SORT-PO-RECORD
                  NOT = WS-PRIOR-SUPPLIER
                   PERFORM 3400-PRINT-SUPPLIER-TOTAL
                   PERFORM 3200-START-SUPPLIER
               ELSE
                   IF WS-LINE-COUNT >= 50
                       PERFORM 3300-PRINT-PAGE-HEADINGS
                   END-IF
               END-IF
           END-IF.
      *
      *    THE DESCRIPTION COMES OFF PRODMAS SO THE SUPPLIER SEES
      *    WORDS AS WELL AS OUR PRODUCT CODE
      *
           MOVE PO-PRODUCT-CODE OF SORT-PO-RECORD TO PRD-PRODUCT-CODE.
           READ PRODMAS-FILE
               INVALID KEY
                   MOVE '** PRODUCT NOT ON FILE **'
                       TO PRD-PRODUCT-DESC
           END-READ.
      *
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PO-PO-NUMBER OF SORT-PO-RECORD TO DL-PO-NUMBER.
           MOVE PO-PRODUCT-CODE OF SORT-PO-RECORD TO DL-PRODUCT-CODE.
           MOVE PRD-PRODUCT-DESC TO DL-PRODUCT-DESC.
           MOVE PO-QTY-ORDERED OF SORT-PO-RECORD TO DL-QTY-ORDERED.
           MOVE PO-EXPECTED-DATE OF SORT-PO-RECORD
               TO DL-EXPECTED-DATE.
           MOVE PO-UNIT-COST OF SORT-PO-RECORD TO DL-UNIT-COST.
           COMPUTE WS-PO-VALUE =
               PO-QTY-ORDERED OF SORT-PO-RECORD *
               PO-UNIT-COST OF SORT-PO-RECORD.
           MOVE WS-PO-VALUE TO DL-PO-VALUE.
           WRITE PO-PRINT-RECORD FROM WS-DETAIL-LINE.
      *
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-POS-PRINTED.
           ADD 1 TO WS-SUPPLIER-PO-COUNT.
           ADD PO-QTY-ORDERED OF SORT-PO-RECORD TO WS-SUPPLIER-UNITS.
           ADD WS-PO-VALUE TO WS-SUPPLIER-VALUE.
      *
       3200-START-SUPPLIER.
      *
      *    A SUPPLIER CODE NO LONGER ON SUPMAS, OR A BLANK ONE,
      *    STILL PRINTS - FLAGGED - SO THE PO IS NOT SILENTLY LOST
      *
           MOVE 'N' TO FIRST-SUPPLIER-SW.
           MOVE PO-SUPPLIER-CODE OF SORT-PO-RECORD
               TO WS-PRIOR-SUPPLIER.
           MOVE ZERO TO WS-SUPPLIER-PO-COUNT.
           MOVE ZERO TO WS-SUPPLIER-UNITS.
           MOVE ZERO TO WS-SUPPLIER-VALUE.
           ADD 1 TO WS-SUPPLIERS-PRINTED.
      *
           IF WS-PRIOR-SUPPLIER = SPACES
               MOVE SPACES TO SUPPLIER-MASTER-RECORD
               MOVE '** NO SUPPLIER ON THESE POS **' TO SUP-NAME
           ELSE
               MOVE WS-PRIOR-SUPPLIER TO SUP-SUPPLIER-CODE
               READ SUPMAS-FILE
                   INVALID KEY
                       MOVE SPACES TO SUPPLIER-MASTER-RECORD
                       MOVE WS-PRIOR-SUPPLIER TO SUP-SUPPLIER-CODE
                       MOVE '** SUPPLIER NOT ON SUPMAS **'
                           TO SUP-NAME
               END-READ
           END-IF.
      *
           PERFORM 3300-PRINT-PAGE-HEADINGS.
      *
       3300-PRINT-PAGE-HEADINGS.
      *
           ADD 1 TO WS-PAGE-COUNT.
           MOVE ZERO TO WS-LINE-COUNT.
      *
           MOVE WS-PAGE-COUNT TO HL1-PAGE-NUMBER.
           MOVE WS-RUN-DATE-YMD TO HL2-ORDER-DATE.
           MOVE WS-PRIOR-SUPPLIER TO HL2-SUPPLIER-CODE.
      *
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO PO-PRINT-RECORD
               WRITE PO-PRINT-RECORD
           END-IF.
      *
           WRITE PO-PRINT-RECORD FROM WS-HEADING-LINE-1.
           WRITE PO-PRINT-RECORD FROM WS-HEADING-LINE-2.
           MOVE SPACES TO PO-PRINT-RECORD.
           WRITE PO-PRINT-RECORD.
      *
           MOVE SUP-NAME TO SL1-NAME.
           MOVE SUP-ADDRESS TO SL2-ADDRESS.
           MOVE SUP-CITY TO SL3-CITY.
           MOVE SUP-STATE TO SL3-STATE.
           MOVE SUP-ZIP-CODE TO SL3-ZIP-CODE.
           MOVE SUP-CONTACT-NAME TO SL4-CONTACT-NAME.
           MOVE SUP-PHONE TO SL4-PHONE.
           WRITE PO-PRINT-RECORD FROM WS-SUPPLIER-LINE-1.
           WRITE PO-PRINT-RECORD FROM WS-SUPPLIER-LINE-2.
           WRITE PO-PRINT-RECORD FROM WS-SUPPLIER-LINE-3.
           WRITE PO-PRINT-RECORD FROM WS-SUPPLIER-LINE-4.
           MOVE SPACES TO PO-PRINT-RECORD.
           WRITE PO-PRINT-RECORD.
      *
           WRITE PO-PRINT-RECORD FROM WS-COLUMN-HEADING-LINE.
           MOVE SPACES TO PO-PRINT-RECORD.
           WRITE PO-PRINT-RECORD.
      *
       3400-PRINT-SUPPLIER-TOTAL.
      *
           MOVE SPACES TO PO-PRINT-RECORD.
           WRITE PO-PRINT-RECORD.
           MOVE WS-SUPPLIER-PO-COUNT TO ST-PO-COUNT.
           MOVE WS-SUPPLIER-UNITS TO ST-UNITS.
           MOVE WS-SUPPLIER-VALUE TO ST-VALUE.
           WRITE PO-PRINT-RECORD FROM WS-SUPPLIER-TOTAL-LINE.
      *
       9000-TERMINATE.
      *
           MOVE SPACES TO PO-PRINT-RECORD.
           WRITE PO-PRINT-RECORD.
           MOVE WS-POS-READ TO TL1-POS-READ.
           WRITE PO-PRINT-RECORD FROM WS-TOTAL-LINE-1.
           MOVE WS-POS-PRINTED TO TL2-POS-PRINTED.
           WRITE PO-PRINT-RECORD FROM WS-TOTAL-LINE-2.
           MOVE WS-SUPPLIERS-PRINTED TO TL3-SUPPLIERS-PRINTED.
           WRITE PO-PRINT-RECORD FROM WS-TOTAL-LINE-3.
      *
           CLOSE SUPMAS-FILE.
           CLOSE PRODMAS-FILE.
           CLOSE PO-PRINT-FILE.
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
           MOVE 'POPRT1  ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           MOVE 'POPRT1  ' TO RUN-JOB-NAME.
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
           MOVE 'POPRT1  ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-RUNCTL-STATUS = '00'
               MOVE WS-RC-STAMP TO RUN-END-STAMP
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-POS-PRINTED TO RUN-RECORDS-PROCESSED
               SET RUN-STATUS-ENDED TO TRUE
               REWRITE RUN-CONTROL-RECORD
           END-IF.
      *
           CLOSE RUNCTL-FILE.
