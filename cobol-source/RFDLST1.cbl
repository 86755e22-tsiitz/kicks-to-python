       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  RFDLST1.
      *
      ************************************************************
      * NIGHTLY CUSTOMER REFUND REQUEST LIST (BATCH)             *
      *                                                          *
      * READS CRDMAS FROM BEGINNING TO END AND LISTS EVERY       *
      * ON-ACCOUNT CREDIT THE CREDIT SCREEN (CRD1) HAS FLAGGED   *
      * FOR REFUND - ONE LINE PER CREDIT WITH THE CUSTOMER, THE  *
      * CREDIT, WHO ASKED AND WHEN, AND THE AMOUNT TO PAY OUT,   *
      * FOLLOWED BY THE CUSTOMER'S MAILING ADDRESS OFF CUSTMAS   *
      * FOR THE CHECK. THE LIST GOES TO ACCOUNTS PAYABLE.        *
      *                                                          *
      * A LISTED CREDIT IS CLOSED AS REFUNDED - WHAT REMAINED ON *
      * IT MOVES TO CRD-AMOUNT-REFUNDED AND THE BUSINESS DATE IS *
      * STAMPED ON IT AS ITS LISTED DATE, SO IT LEAVES THE       *
      * CUSTOMER'S ON-ACCOUNT BALANCE AND NEVER LISTS TWICE. A   *
      * RERUN FOR THE SAME BUSINESS DATE REPRINTS THE CREDITS    *
      * THAT RUN ALREADY CLOSED WITHOUT TOUCHING THEM AGAIN.     *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT CRDMAS-FILE ASSIGN TO CRDMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRD-KEY
               FILE STATUS IS WS-CRDMAS-STATUS.
      *
           SELECT CUSTMAS-FILE ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAS-STATUS.
      *
           SELECT REFUND-REPORT-FILE ASSIGN TO RFDLST1
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
       FD  CRDMAS-FILE.
      *
       COPY CRDREC.
      *
       FD  CUSTMAS-FILE.
      *
       COPY CUSTREC.
      *
       FD  REFUND-REPORT-FILE.
      *
       01  REFUND-REPORT-RECORD          PIC X(132).
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
           05  CUSTOMER-FOUND-SW         PIC X       VALUE 'Y'.
               88  CUSTOMER-FOUND                    VALUE 'Y'.
      *
       01  WS-FILE-STATUSES.
           05  WS-CRDMAS-STATUS          PIC XX.
           05  WS-CUSTMAS-STATUS         PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-PARM-STATUS            PIC XX.
      *
       01  WS-COUNTERS.
           05  WS-CREDITS-READ           PIC S9(7)   COMP VALUE ZERO.
           05  WS-REFUNDS-LISTED         PIC S9(7)   COMP VALUE ZERO.
           05  WS-REFUNDS-REPRINTED      PIC S9(7)   COMP VALUE ZERO.
      *
       01  WS-REFUND-AMOUNT              PIC 9(9)V99 VALUE ZERO.
       01  WS-REFUND-DOLLARS             PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-RUN-DATE-YMD               PIC 9(8).
      *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40)   VALUE SPACES.
           05  FILLER                    PIC X(36)
               VALUE 'CUSTOMER REFUND REQUEST LIST'.
      *
       01  WS-DATE-LINE.
           05  FILLER                    PIC X(28)
               VALUE 'BUSINESS DATE           : '.
           05  DT-BUSINESS-DATE          PIC 9(8).
      *
       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                    PIC X(6)    VALUE 'CUST #'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(30)   VALUE 'NAME'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(8)    VALUE 'CREDIT #'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(4)    VALUE 'TYPE'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(8)    VALUE 'SOURCE'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(8)    VALUE 'ASKED ON'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(3)    VALUE 'BY'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(14)
               VALUE ' REFUND AMOUNT'.
      *
       01  WS-DETAIL-LINE.
           05  DL-CUSTOMER-NUMBER        PIC 9(6).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-CUSTOMER-NAME          PIC X(30).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-CREDIT-NUMBER          PIC 9(8).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-CREDIT-TYPE            PIC X(4).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-SOURCE-NUMBER          PIC 9(8).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-REQUEST-DATE           PIC 9(8).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-REQUEST-OPID           PIC X(3).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-REFUND-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-NOTE                   PIC X(10).
      *
       01  WS-ADDRESS-LINE.
           05  FILLER                    PIC X(8)    VALUE SPACES.
           05  AL-ADDRESS                PIC X(30).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  AL-CITY                   PIC X(20).
           05  FILLER                    PIC X(1)    VALUE SPACES.
           05  AL-STATE                  PIC XX.
           05  FILLER                    PIC X(1)    VALUE SPACES.
           05  AL-ZIP-CODE               PIC X(10).
      *
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                    PIC X(28)
               VALUE 'TOTAL TO REFUND         : '.
           05  GT-REFUND-DOLLARS         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
               VALUE 'CREDITS READ            : '.
           05  TL1-CREDITS-READ          PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-2.
           05  FILLER                    PIC X(28)
               VALUE 'REFUNDS LISTED AND CLOSED:'.
           05  TL2-REFUNDS-LISTED        PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-3.
           05  FILLER                    PIC X(28)
               VALUE 'REFUNDS REPRINTED       : '.
           05  TL3-REFUNDS-REPRINTED     PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       0000-LIST-REFUND-REQUESTS.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 8900-OPEN-RUN-CONTROL.
      *
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-READ-CREDIT-RECORD
               IF NOT END-OF-FILE
                   EVALUATE TRUE
                       WHEN CRD-STATUS-REFUND-REQUESTED
                           PERFORM 3000-LIST-NEW-REFUND
                       WHEN CRD-STATUS-CLOSED AND
                            CRD-REFUND-LISTED-DATE = WS-RUN-DATE-YMD
                           PERFORM 3100-REPRINT-LISTED-REFUND
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
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
               DISPLAY 'RFDLST1 - BUSINESS DATE PARAMETER MISSING '
                       'OR NOT NUMERIC - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN I-O CRDMAS-FILE.
           OPEN INPUT CUSTMAS-FILE.
           OPEN OUTPUT REFUND-REPORT-FILE.
      *
           WRITE REFUND-REPORT-RECORD FROM WS-HEADING-LINE-1.
           MOVE SPACES TO REFUND-REPORT-RECORD.
           WRITE REFUND-REPORT-RECORD.
           MOVE WS-RUN-DATE-YMD TO DT-BUSINESS-DATE.
           WRITE REFUND-REPORT-RECORD FROM WS-DATE-LINE.
           MOVE SPACES TO REFUND-REPORT-RECORD.
           WRITE REFUND-REPORT-RECORD.
           WRITE REFUND-REPORT-RECORD FROM WS-COLUMN-HEADING-LINE.
           MOVE SPACES TO REFUND-REPORT-RECORD.
           WRITE REFUND-REPORT-RECORD.
      *
       2000-READ-CREDIT-RECORD.
      *
           READ CRDMAS-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SW
           END-READ.
      *
           IF NOT END-OF-FILE
               ADD 1 TO WS-CREDITS-READ
           END-IF.
      *
       3000-LIST-NEW-REFUND.
      *
      *    WHATEVER REMAINS ON THE CREDIT IS PAID OUT - MOVE IT TO
      *    THE REFUNDED FIGURE AND CLOSE THE CREDIT UNDER TODAY'S
      *    BUSINESS DATE
      *
           COMPUTE WS-REFUND-AMOUNT =
               CRD-ORIGINAL-AMOUNT - CRD-AMOUNT-APPLIED
                                   - CRD-AMOUNT-REFUNDED.
      *
           ADD WS-REFUND-AMOUNT TO CRD-AMOUNT-REFUNDED.
           SET CRD-STATUS-CLOSED TO TRUE.
           MOVE WS-RUN-DATE-YMD TO CRD-REFUND-LISTED-DATE.
           MOVE WS-RUN-DATE-YMD TO CRD-LAST-ACTIVITY-DATE.
           REWRITE CREDIT-RECORD.
      *
           ADD 1 TO WS-REFUNDS-LISTED.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 4000-PRINT-REFUND-LINES.
      *
       3100-REPRINT-LISTED-REFUND.
      *
      *    AN EARLIER RUN FOR THIS BUSINESS DATE ALREADY CLOSED THE
      *    CREDIT - A CREDIT IS ONLY EVER REFUNDED ONCE, SO ITS
      *    REFUNDED FIGURE IS WHAT THAT RUN LISTED
      *
           MOVE CRD-AMOUNT-REFUNDED TO WS-REFUND-AMOUNT.
      *
           ADD 1 TO WS-REFUNDS-REPRINTED.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'REPRINT' TO DL-NOTE.
           PERFORM 4000-PRINT-REFUND-LINES.
      *
       4000-PRINT-REFUND-LINES.
      *
           MOVE CRD-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER.
      *
           MOVE CRD-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           MOVE 'Y' TO CUSTOMER-FOUND-SW.
           READ CUSTMAS-FILE
               INVALID KEY
                   MOVE 'N' TO CUSTOMER-FOUND-SW
           END-READ.
      *
           IF CUSTOMER-FOUND
               STRING CM-FIRST-NAME DELIMITED BY '  '
                      ' '           DELIMITED BY SIZE
                      CM-LAST-NAME  DELIMITED BY SIZE
                   INTO DL-CUSTOMER-NAME
           ELSE
               MOVE '** NOT ON CUSTMAS **' TO DL-CUSTOMER-NAME
           END-IF.
      *
           MOVE CRD-CREDIT-NUMBER TO DL-CREDIT-NUMBER.
           IF CRD-TYPE-CREDIT-MEMO
               MOVE 'MEMO' TO DL-CREDIT-TYPE
           ELSE
               MOVE 'CASH' TO DL-CREDIT-TYPE
           END-IF.
           MOVE CRD-SOURCE-NUMBER TO DL-SOURCE-NUMBER.
           MOVE CRD-REFUND-REQUEST-DATE TO DL-REQUEST-DATE.
           MOVE CRD-REFUND-REQUEST-OPID TO DL-REQUEST-OPID.
           MOVE WS-REFUND-AMOUNT TO DL-REFUND-AMOUNT.
           ADD WS-REFUND-AMOUNT TO WS-REFUND-DOLLARS.
      *
           WRITE REFUND-REPORT-RECORD FROM WS-DETAIL-LINE.
      *
           IF CUSTOMER-FOUND
               MOVE CM-ADDRESS TO AL-ADDRESS
               MOVE CM-CITY TO AL-CITY
               MOVE CM-STATE TO AL-STATE
               MOVE CM-ZIP-CODE TO AL-ZIP-CODE
               WRITE REFUND-REPORT-RECORD FROM WS-ADDRESS-LINE
           END-IF.
      *
       9000-TERMINATE.
      *
           MOVE SPACES TO REFUND-REPORT-RECORD.
           WRITE REFUND-REPORT-RECORD.
           MOVE WS-REFUND-DOLLARS TO GT-REFUND-DOLLARS.
           WRITE REFUND-REPORT-RECORD FROM WS-GRAND-TOTAL-LINE.
           MOVE SPACES TO REFUND-REPORT-RECORD.
           WRITE REFUND-REPORT-RECORD.
           MOVE WS-CREDITS-READ TO TL1-CREDITS-READ.
           WRITE REFUND-REPORT-RECORD FROM WS-TOTAL-LINE-1.
           MOVE WS-REFUNDS-LISTED TO TL2-REFUNDS-LISTED.
           WRITE REFUND-REPORT-RECORD FROM WS-TOTAL-LINE-2.
           MOVE WS-REFUNDS-REPRINTED TO TL3-REFUNDS-REPRINTED.
           WRITE REFUND-REPORT-RECORD FROM WS-TOTAL-LINE-3.
      *
           CLOSE CRDMAS-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE REFUND-REPORT-FILE.
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
           MOVE 'RFDLST1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           MOVE 'RFDLST1 ' TO RUN-JOB-NAME.
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
           MOVE 'RFDLST1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-RUNCTL-STATUS = '00'
               MOVE WS-RC-STAMP TO RUN-END-STAMP
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-CREDITS-READ TO RUN-RECORDS-PROCESSED
               SET RUN-STATUS-ENDED TO TRUE
               REWRITE RUN-CONTROL-RECORD
           END-IF.
      *
           CLOSE RUNCTL-FILE.
