       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  FRTRPT1.
      *
      ************************************************************
      * MONTHLY FREIGHT RECOVERY BY CARRIER (BATCH)              *
      *                                                          *
      * SETS THE FREIGHT WE BILLED CUSTOMERS AGAINST WHAT EACH   *
      * CARRIER CHARGED US FOR ONE MONTH. THE MONTH IS THE ONE   *
      * IN FRTPARM'S REPORT MONTH (YYYYMM), OR THE BUSINESS      *
      * DATE'S MONTH WHEN THAT IS LEFT BLANK, SO A CLOSED MONTH  *
      * CAN BE RERUN.                                            *
      *                                                          *
      * EVERY FIGURE COMES OFF THE FRTLOG FREIGHT LOG - A 'B'    *
      * ENTRY FOR EACH FREIGHT AMOUNT INVGEN1 BILLED, DATED THE  *
      * INVOICE DATE, AND A 'C' ENTRY FOR EACH CARRIER CHARGE    *
      * THE WAREHOUSE KEYED ON SHPCONF, DATED THE SHIP DATE.     *
      * PER CARRIER:                                             *
      *   BILLED      - INVOICES CARRYING FREIGHT, AND THEIR     *
      *                 FREIGHT                                  *
      *   CHARGED     - SHIPMENTS THE CARRIER CHARGED FOR, AND   *
      *                 WHAT IT CHARGED                          *
      *   DIFFERENCE  - BILLED LESS CHARGED; NEGATIVE MEANS WE   *
      *                 CARRIED FREIGHT WE DID NOT RECOVER       *
      *   RECOVERY %  - BILLED AS A PERCENT OF CHARGED, LEFT     *
      *                 BLANK WHEN THE CARRIER CHARGED NOTHING   *
      *                                                          *
      * CARRIERS PRINT IN CARRIER CODE ORDER, THEN ANY CODE ON   *
      * THE LOG THAT IS NO LONGER ON CARMAS. A CARRIER WITH NO   *
      * ACTIVITY IN THE MONTH IS LEFT OFF.                       *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT FRTLOG-FILE ASSIGN TO FRTLOG
               FILE STATUS IS WS-FRTLOG-STATUS.
      *
           SELECT CARMAS-FILE ASSIGN TO CARMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAR-CARRIER-CODE
               FILE STATUS IS WS-CARMAS-STATUS.
      *
           SELECT FRT-REPORT-FILE ASSIGN TO FRTRPT1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT PARM-FILE ASSIGN TO FRTPARM
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
       FD  FRTLOG-FILE.
      *
       COPY FLOGREC.
      *
       FD  CARMAS-FILE.
      *
       COPY CARREC.
      *
       FD  FRT-REPORT-FILE.
      *
       01  FRT-REPORT-RECORD             PIC X(132).
      *
      *    FRTPARM - THE BUSINESS DATE, THEN THE MONTH TO REPORT
      *    AS YYYYMM (BLANK = THE BUSINESS DATE'S MONTH)
      *
       FD  PARM-FILE.
      *
       01  PARM-RECORD.
           05  PARM-BUSINESS-DATE        PIC X(8).
           05  PARM-REPORT-MONTH         PIC X(6).
           05  FILLER                    PIC X(66).
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
           05  END-OF-CARRIERS-SW        PIC X       VALUE 'N'.
               88  END-OF-CARRIERS                   VALUE 'Y'.
      *
       01  WS-FILE-STATUSES.
           05  WS-FRTLOG-STATUS          PIC XX.
           05  WS-CARMAS-STATUS          PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-PARM-STATUS            PIC XX.
      *
       01  WS-COUNTERS.
           05  WS-RECORDS-READ           PIC S9(7)   COMP VALUE ZERO.
           05  WS-ENTRIES-IN-MONTH       PIC S9(7)   COMP VALUE ZERO.
           05  WS-CARRIERS-PRINTED       PIC S9(7)   COMP VALUE ZERO.
           05  WS-OVERFLOW-COUNT         PIC S9(7)   COMP VALUE ZERO.
           05  WS-LINE-COUNT             PIC S9(3)   COMP VALUE 99.
           05  WS-PAGE-COUNT             PIC S9(5)   COMP VALUE ZERO.
      *
       01  WS-PERIOD-FIELDS.
           05  WS-RUN-DATE-YMD           PIC 9(8).
           05  WS-REPORT-YYYYMM          PIC 9(6).
           05  WS-REPORT-PARTS REDEFINES WS-REPORT-YYYYMM.
               10  WS-REPORT-YYYY        PIC 9(4).
               10  WS-REPORT-MM          PIC 99.
           05  WS-ITEM-YYYYMM            PIC 9(6).
      *
      *    ONE ROW PER CARRIER - CARMAS LOADED FIRST IN CODE ORDER,
      *    THEN ANY CODE ON THE LOG THAT IS NOT ON CARMAS. 50 IS
      *    WELL PAST THE CARRIERS WE USE; ENTRIES FOR A CARRIER
      *    BEYOND IT ARE STILL IN THE TOTALS AND COUNTED.
      *
       01  WS-CARRIER-TABLE.
           05  WS-CT-ENTRY               OCCURS 50 TIMES.
               10  WS-CT-CARRIER-CODE    PIC X(10).
               10  WS-CT-NAME            PIC X(30).
               10  WS-CT-BILLED-COUNT    PIC S9(7)   COMP.
               10  WS-CT-BILLED          PIC 9(11)V99.
               10  WS-CT-CHARGED-COUNT   PIC S9(7)   COMP.
               10  WS-CT-CHARGED         PIC 9(11)V99.
       01  WS-CT-ENTRY-COUNT             PIC S9(4)   COMP VALUE ZERO.
       01  WS-CT-SUB                     PIC S9(4)   COMP.
      *
       01  WS-GRAND-TOTALS.
           05  WS-GT-BILLED-COUNT        PIC S9(7)   COMP VALUE ZERO.
           05  WS-GT-BILLED              PIC 9(11)V99 VALUE ZERO.
           05  WS-GT-CHARGED-COUNT       PIC S9(7)   COMP VALUE ZERO.
           05  WS-GT-CHARGED             PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-LINE-FIGURES.
           05  WS-LF-BILLED-COUNT        PIC S9(7)   COMP.
           05  WS-LF-BILLED              PIC 9(11)V99.
           05  WS-LF-CHARGED-COUNT       PIC S9(7)   COMP.
           05  WS-LF-CHARGED             PIC 9(11)V99.
           05  WS-DIFFERENCE             PIC S9(11)V99.
           05  WS-RECOVERY-PERCENT       PIC 9(4)V9.
      *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40)   VALUE SPACES.
           05  FILLER                    PIC X(38)
               VALUE 'FREIGHT RECOVERY BY CARRIER'.
           05  FILLER                    PIC X(5)    VALUE 'PAGE '.
           05  HL1-PAGE-NUMBER           PIC ZZZZ9.
      *
       01  WS-PERIOD-LINE.
           05  FILLER                    PIC X(28)
               VALUE 'REPORT MONTH            : '.
           05  PL-REPORT-MONTH           PIC 9(6).
      *
       01  WS-COLUMN-HEADING-LINE-1.
           05  FILLER                    PIC X(44)   VALUE SPACES.
           05  FILLER                    PIC X(9)    VALUE 'INVOICES'.
           05  FILLER                    PIC X(16)
               VALUE '         FREIGHT'.
           05  FILLER                    PIC X(9)    VALUE 'SHIPMENTS'.
           05  FILLER                    PIC X(16)
               VALUE '         CARRIER'.
           05  FILLER                    PIC X(17)   VALUE SPACES.
           05  FILLER                    PIC X(8)    VALUE 'RECOVERY'.
      *
       01  WS-COLUMN-HEADING-LINE-2.
           05  FILLER                    PIC X(12)   VALUE 'CARRIER'.
           05  FILLER                    PIC X(32)   VALUE 'NAME'.
           05  FILLER                    PIC X(9)    VALUE '  BILLED'.
           05  FILLER                    PIC X(16)
               VALUE '          BILLED'.
           05  FILLER                    PIC X(9)    VALUE ' CHARGED'.
           05  FILLER                    PIC X(16)
               VALUE '         CHARGED'.
           05  FILLER                    PIC X(17)
               VALUE '      DIFFERENCE'.
           05  FILLER                    PIC X(8)    VALUE '       %'.
      *
       01  WS-CARRIER-LINE.
           05  CL-CARRIER-CODE           PIC X(10).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  CL-NAME                   PIC X(30).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  CL-BILLED-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  CL-BILLED                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  CL-CHARGED-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  CL-CHARGED                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  CL-DIFFERENCE             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  CL-RECOVERY-PERCENT       PIC ZZZ9.9.
      *
       01  WS-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
               VALUE 'FREIGHT LOG ENTRIES READ: '.
           05  TL1-RECORDS-READ          PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-2.
           05  FILLER                    PIC X(28)
               VALUE 'ENTRIES IN REPORT MONTH : '.
           05  TL2-ENTRIES-IN-MONTH      PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-3.
           05  FILLER                    PIC X(28)
               VALUE 'CARRIERS REPORTED       : '.
           05  TL3-CARRIERS-PRINTED      PIC ZZZ,ZZ9.
      *
       01  WS-OVERFLOW-LINE.
           05  FILLER                    PIC X(34)
               VALUE 'CARRIER TABLE OVERFLOWED - '.
           05  OV-OVERFLOW-COUNT         PIC ZZ,ZZ9.
           05  FILLER                    PIC X(40)
               VALUE ' ENTRIES IN THE TOTAL LINE ONLY'.
      *
       PROCEDURE DIVISION.
      *
       0000-PRINT-FREIGHT-RECOVERY.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 8900-OPEN-RUN-CONTROL.
      *
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-READ-FREIGHT-LOG
               IF NOT END-OF-FILE
                   PERFORM 3000-POST-LOG-ENTRY
               END-IF
           END-PERFORM.
      *
           PERFORM 5000-PRINT-CARRIER-TOTALS.
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
                   MOVE SPACES TO PARM-RECORD
           END-READ.
           CLOSE PARM-FILE.
      *
           IF PARM-BUSINESS-DATE IS NUMERIC
               MOVE PARM-BUSINESS-DATE TO WS-RUN-DATE-YMD
           ELSE
               DISPLAY 'FRTRPT1 - BUSINESS DATE PARAMETER MISSING '
                       'OR NOT NUMERIC - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           IF PARM-REPORT-MONTH = SPACES
               MOVE WS-RUN-DATE-YMD(1:6) TO WS-REPORT-YYYYMM
           ELSE
               IF PARM-REPORT-MONTH IS NUMERIC
                   MOVE PARM-REPORT-MONTH TO WS-REPORT-YYYYMM
               ELSE
                   MOVE ZERO TO WS-REPORT-YYYYMM
               END-IF
               IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
                   DISPLAY 'FRTRPT1 - REPORT MONTH PARAMETER NOT '
                           'A VALID YYYYMM - RUN STOPPED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN INPUT FRTLOG-FILE.
           OPEN INPUT CARMAS-FILE.
           OPEN OUTPUT FRT-REPORT-FILE.
      *
           PERFORM 1100-LOAD-CARRIER-TABLE.
      *
       1100-LOAD-CARRIER-TABLE.
      *
           PERFORM UNTIL END-OF-CARRIERS
               READ CARMAS-FILE
                   AT END
                       MOVE 'Y' TO END-OF-CARRIERS-SW
               END-READ
               IF NOT END-OF-CARRIERS
                   IF WS-CT-ENTRY-COUNT < 50
                       ADD 1 TO WS-CT-ENTRY-COUNT
                       MOVE WS-CT-ENTRY-COUNT TO WS-CT-SUB
                       PERFORM 1200-CLEAR-CARRIER-ENTRY
                       MOVE CAR-CARRIER-CODE
                           TO WS-CT-CARRIER-CODE(WS-CT-SUB)
                       MOVE CAR-NAME TO WS-CT-NAME(WS-CT-SUB)
                   ELSE
                       MOVE 'Y' TO END-OF-CARRIERS-SW
                   END-IF
               END-IF
           END-PERFORM.
      *
           CLOSE CARMAS-FILE.
      *
       1200-CLEAR-CARRIER-ENTRY.
      *
           MOVE SPACES TO WS-CT-CARRIER-CODE(WS-CT-SUB).
           MOVE SPACES TO WS-CT-NAME(WS-CT-SUB).
           MOVE ZERO TO WS-CT-BILLED-COUNT(WS-CT-SUB).
           MOVE ZERO TO WS-CT-BILLED(WS-CT-SUB).
           MOVE ZERO TO WS-CT-CHARGED-COUNT(WS-CT-SUB).
           MOVE ZERO TO WS-CT-CHARGED(WS-CT-SUB).
      *
       2000-READ-FREIGHT-LOG.
      *
           READ FRTLOG-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SW
           END-READ.
      *
           IF NOT END-OF-FILE
               ADD 1 TO WS-RECORDS-READ
           END-IF.
      *
       3000-POST-LOG-ENTRY.
      *
           MOVE FLG-ENTRY-DATE(1:6) TO WS-ITEM-YYYYMM.
      *
           IF WS-ITEM-YYYYMM = WS-REPORT-YYYYMM
              AND (FLG-FREIGHT-BILLED OR FLG-CARRIER-CHARGE)
               ADD 1 TO WS-ENTRIES-IN-MONTH
               IF FLG-FREIGHT-BILLED
                   ADD 1 TO WS-GT-BILLED-COUNT
                   ADD FLG-AMOUNT TO WS-GT-BILLED
               ELSE
                   ADD 1 TO WS-GT-CHARGED-COUNT
                   ADD FLG-AMOUNT TO WS-GT-CHARGED
               END-IF
               PERFORM 3100-FIND-CARRIER
               IF WS-CT-SUB > ZERO
                   IF FLG-FREIGHT-BILLED
                       ADD 1 TO WS-CT-BILLED-COUNT(WS-CT-SUB)
                       ADD FLG-AMOUNT TO WS-CT-BILLED(WS-CT-SUB)
                   ELSE
                       ADD 1 TO WS-CT-CHARGED-COUNT(WS-CT-SUB)
                       ADD FLG-AMOUNT TO WS-CT-CHARGED(WS-CT-SUB)
                   END-IF
               END-IF
           END-IF.
      *
       3100-FIND-CARRIER.
      *
      *    WS-CT-SUB COMES BACK POINTING AT THE CARRIER'S ROW, A NEW
      *    ONE FOR A CODE NOT ON CARMAS, OR ZERO WHEN THE TABLE IS
      *    FULL
      *
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CT-ENTRY-COUNT
                      OR WS-CT-CARRIER-CODE(WS-CT-SUB)
                             = FLG-CARRIER-CODE
               CONTINUE
           END-PERFORM.
      *
           IF WS-CT-SUB > WS-CT-ENTRY-COUNT
               IF WS-CT-ENTRY-COUNT < 50
                   ADD 1 TO WS-CT-ENTRY-COUNT
                   MOVE WS-CT-ENTRY-COUNT TO WS-CT-SUB
                   PERFORM 1200-CLEAR-CARRIER-ENTRY
                   MOVE FLG-CARRIER-CODE
                       TO WS-CT-CARRIER-CODE(WS-CT-SUB)
                   IF FLG-CARRIER-CODE = SPACES
                       MOVE '** NO CARRIER ON ENTRY'
                           TO WS-CT-NAME(WS-CT-SUB)
                   ELSE
                       MOVE '** NOT ON CARMAS'
                           TO WS-CT-NAME(WS-CT-SUB)
                   END-IF
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
                   MOVE ZERO TO WS-CT-SUB
               END-IF
           END-IF.
      *
       5000-PRINT-CARRIER-TOTALS.
      *
           PERFORM 7000-PRINT-PAGE-HEADINGS.
      *
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CT-ENTRY-COUNT
               IF WS-CT-BILLED-COUNT(WS-CT-SUB) > ZERO
                  OR WS-CT-CHARGED-COUNT(WS-CT-SUB) > ZERO
                   PERFORM 5100-PRINT-CARRIER
               END-IF
           END-PERFORM.
      *
           IF WS-LINE-COUNT >= 48
               PERFORM 7000-PRINT-PAGE-HEADINGS
           END-IF.
           MOVE SPACES TO FRT-REPORT-RECORD.
           WRITE FRT-REPORT-RECORD.
      *
           MOVE WS-GT-BILLED-COUNT TO WS-LF-BILLED-COUNT.
           MOVE WS-GT-BILLED TO WS-LF-BILLED.
           MOVE WS-GT-CHARGED-COUNT TO WS-LF-CHARGED-COUNT.
           MOVE WS-GT-CHARGED TO WS-LF-CHARGED.
           MOVE SPACES TO WS-CARRIER-LINE.
           MOVE 'ALL' TO CL-CARRIER-CODE.
           MOVE 'ALL CARRIERS' TO CL-NAME.
           PERFORM 5200-FORMAT-CARRIER-LINE.
           WRITE FRT-REPORT-RECORD FROM WS-CARRIER-LINE.
           ADD 2 TO WS-LINE-COUNT.
      *
       5100-PRINT-CARRIER.
      *
           IF WS-LINE-COUNT >= 50
               PERFORM 7000-PRINT-PAGE-HEADINGS
           END-IF.
      *
           MOVE WS-CT-BILLED-COUNT(WS-CT-SUB) TO WS-LF-BILLED-COUNT.
           MOVE WS-CT-BILLED(WS-CT-SUB) TO WS-LF-BILLED.
           MOVE WS-CT-CHARGED-COUNT(WS-CT-SUB) TO WS-LF-CHARGED-COUNT.
           MOVE WS-CT-CHARGED(WS-CT-SUB) TO WS-LF-CHARGED.
           MOVE SPACES TO WS-CARRIER-LINE.
           MOVE WS-CT-CARRIER-CODE(WS-CT-SUB) TO CL-CARRIER-CODE.
           MOVE WS-CT-NAME(WS-CT-SUB) TO CL-NAME.
           PERFORM 5200-FORMAT-CARRIER-LINE.
           WRITE FRT-REPORT-RECORD FROM WS-CARRIER-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-CARRIERS-PRINTED.
      *
       5200-FORMAT-CARRIER-LINE.
      *
      *    THE RECOVERY PERCENT PRINTS ONLY WHEN THE CARRIER CHARGED
      *    SOMETHING, AND STOPS AT 9999.9 WHEN IT CHARGED NEXT TO
      *    NOTHING AGAINST WHAT WE BILLED
      *
           COMPUTE WS-DIFFERENCE = WS-LF-BILLED - WS-LF-CHARGED.
      *
           MOVE WS-LF-BILLED-COUNT TO CL-BILLED-COUNT.
           MOVE WS-LF-BILLED TO CL-BILLED.
           MOVE WS-LF-CHARGED-COUNT TO CL-CHARGED-COUNT.
           MOVE WS-LF-CHARGED TO CL-CHARGED.
           MOVE WS-DIFFERENCE TO CL-DIFFERENCE.
      *
           IF WS-LF-CHARGED > ZERO
               IF WS-LF-BILLED < WS-LF-CHARGED * 100
                   COMPUTE WS-RECOVERY-PERCENT ROUNDED =
                       WS-LF-BILLED * 100 / WS-LF-CHARGED
               ELSE
                   MOVE 9999.9 TO WS-RECOVERY-PERCENT
               END-IF
               MOVE WS-RECOVERY-PERCENT TO CL-RECOVERY-PERCENT
           END-IF.
      *
       7000-PRINT-PAGE-HEADINGS.
      *
           ADD 1 TO WS-PAGE-COUNT.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE WS-PAGE-COUNT TO HL1-PAGE-NUMBER.
      *
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO FRT-REPORT-RECORD
               WRITE FRT-REPORT-RECORD
           END-IF.
      *
           WRITE FRT-REPORT-RECORD FROM WS-HEADING-LINE-1.
           MOVE SPACES TO FRT-REPORT-RECORD.
           WRITE FRT-REPORT-RECORD.
           MOVE WS-REPORT-YYYYMM TO PL-REPORT-MONTH.
           WRITE FRT-REPORT-RECORD FROM WS-PERIOD-LINE.
           MOVE SPACES TO FRT-REPORT-RECORD.
           WRITE FRT-REPORT-RECORD.
           WRITE FRT-REPORT-RECORD FROM WS-COLUMN-HEADING-LINE-1.
           WRITE FRT-REPORT-RECORD FROM WS-COLUMN-HEADING-LINE-2.
           MOVE SPACES TO FRT-REPORT-RECORD.
           WRITE FRT-REPORT-RECORD.
      *
       9000-TERMINATE.
      *
           MOVE SPACES TO FRT-REPORT-RECORD.
           WRITE FRT-REPORT-RECORD.
           MOVE WS-RECORDS-READ TO TL1-RECORDS-READ.
           WRITE FRT-REPORT-RECORD FROM WS-TOTAL-LINE-1.
           MOVE WS-ENTRIES-IN-MONTH TO TL2-ENTRIES-IN-MONTH.
           WRITE FRT-REPORT-RECORD FROM WS-TOTAL-LINE-2.
           MOVE WS-CARRIERS-PRINTED TO TL3-CARRIERS-PRINTED.
           WRITE FRT-REPORT-RECORD FROM WS-TOTAL-LINE-3.
      *
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE WS-OVERFLOW-COUNT TO OV-OVERFLOW-COUNT
               WRITE FRT-REPORT-RECORD FROM WS-OVERFLOW-LINE
           END-IF.
      *
           CLOSE FRTLOG-FILE.
           CLOSE FRT-REPORT-FILE.
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
           MOVE 'FRTRPT1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           MOVE 'FRTRPT1 ' TO RUN-JOB-NAME.
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
           MOVE 'FRTRPT1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-RUNCTL-STATUS = '00'
               MOVE WS-RC-STAMP TO RUN-END-STAMP
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-RECORDS-READ TO RUN-RECORDS-PROCESSED
               SET RUN-STATUS-ENDED TO TRUE
               REWRITE RUN-CONTROL-RECORD
           END-IF.
      *
           CLOSE RUNCTL-FILE.
