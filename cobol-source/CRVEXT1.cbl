       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  CRVEXT1.
      *
      ************************************************************
      * CREDIT LIMIT REVIEW - APPROVED CHANGE EXTRACT (BATCH)    *
      *                                                          *
      * READS THE CRVREVW FILE CRVRPT1 WROTE, ONCE THE CREDIT    *
      * MANAGER HAS MARKED IT UP, AND WRITES A CUSTCHG CHANGE    *
      * RECORD FOR EACH APPROVED LINE SO CUSTUPD1 APPLIES THE    *
      * NEW LIMIT UNDER ITS NORMAL EDITS AND CUSTAUD TRAIL.      *
      * LINES NOT MARKED 'Y' ARE PASSED OVER.                    *
      *                                                          *
      * THE NEW LIMIT IS THE MANAGER'S FIGURE IN CRV-APPROVED-   *
      * LIMIT WHEN ONE IS KEYED (DIGITS FROM THE LEFT, WHOLE     *
      * DOLLARS), OTHERWISE THE REVIEW'S RECOMMENDATION. THE     *
      * CHANGE RECORD CARRIES EVERY OTHER FIELD AS CUSTMAS HOLDS *
      * IT NOW, SINCE A CUSTUPD1 CHANGE REPLACES THE WHOLE       *
      * CUSTOMER - ONLY THE LIMIT MOVES.                         *
      *                                                          *
      * A LINE IS REJECTED ONTO THE LISTING, AND NOT EXTRACTED,  *
      * WHEN THE APPROVED FIGURE IS NOT A NUMBER, WHEN THE       *
      * CUSTOMER IS GONE OR CLOSED, OR WHEN THE LIMIT ON CUSTMAS *
      * NO LONGER MATCHES THE ONE THE REVIEW SAW - SOMEONE HAS   *
      * CHANGED IT SINCE, AND THE REVIEW SHOULD BE RERUN RATHER  *
      * THAN OVERWRITE THEM. A LINE WHOSE NEW LIMIT EQUALS THE   *
      * CURRENT ONE IS LISTED AS NO CHANGE.                      *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT REVIEW-FILE ASSIGN TO CRVREVW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
      *
           SELECT CUSTMAS-FILE ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAS-STATUS.
      *
           SELECT CHANGE-EXTRACT-FILE ASSIGN TO CUSTCHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
      *
           SELECT EXTRACT-REPORT-FILE ASSIGN TO CRVEXT1
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
       FD  REVIEW-FILE.
      *
       COPY CRVREC.
      *
       FD  CUSTMAS-FILE.
      *
       COPY CUSTREC.
      *
       FD  CHANGE-EXTRACT-FILE.
      *
       COPY CUSTXREC.
      *
       FD  EXTRACT-REPORT-FILE.
      *
       01  EXTRACT-REPORT-RECORD         PIC X(132).
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
           05  VALID-LINE-SW             PIC X       VALUE 'Y'.
               88  VALID-LINE                        VALUE 'Y'.
      *
       01  WS-FILE-STATUSES.
           05  WS-REVIEW-STATUS          PIC XX.
           05  WS-CUSTMAS-STATUS         PIC XX.
           05  WS-EXTRACT-STATUS         PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-PARM-STATUS            PIC XX.
      *
       01  WS-COUNTERS.
           05  WS-RECORDS-READ           PIC S9(7)   COMP VALUE ZERO.
           05  WS-NOT-APPROVED-COUNT     PIC S9(7)   COMP VALUE ZERO.
           05  WS-EXTRACTED-COUNT        PIC S9(7)   COMP VALUE ZERO.
           05  WS-NO-CHANGE-COUNT        PIC S9(7)   COMP VALUE ZERO.
           05  WS-REJECTED-COUNT         PIC S9(7)   COMP VALUE ZERO.
           05  WS-LINE-COUNT             PIC S9(3)   COMP VALUE 99.
           05  WS-PAGE-COUNT             PIC S9(5)   COMP VALUE ZERO.
      *
       01  WS-RUN-DATE-YMD               PIC 9(8).
      *
      *    THE APPROVED LIMIT AS KEYED - DIGITS FROM THE LEFT OF THE
      *    FIELD, BLANK TO THE RIGHT
      *
       01  WS-LIMIT-FIELDS.
           05  WS-DIGIT-LENGTH           PIC S9(4)   COMP.
           05  WS-NEW-LIMIT              PIC 9(9).
           05  WS-MASTER-LIMIT           PIC 9(7).
           05  WS-RESULT-TEXT            PIC X(30).
      *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40)   VALUE SPACES.
           05  FILLER                    PIC X(33)
               VALUE 'CREDIT LIMIT CHANGE EXTRACT'.
           05  FILLER                    PIC X(5)    VALUE SPACES.
           05  FILLER                    PIC X(5)    VALUE 'PAGE '.
           05  HL1-PAGE-NUMBER           PIC ZZZZ9.
      *
       01  WS-DATE-LINE.
           05  FILLER                    PIC X(28)
               VALUE 'BUSINESS DATE           : '.
           05  DT-BUSINESS-DATE          PIC 9(8).
      *
       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                    PIC X(6)    VALUE 'CUST #'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(20)   VALUE 'NAME'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(8)    VALUE 'REVIEWED'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(10)
               VALUE '   CURRENT'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(10)
               VALUE '       NEW'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(30)   VALUE 'RESULT'.
      *
       01  WS-DETAIL-LINE.
           05  DL-CUSTOMER-NUMBER        PIC 9(6).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-CUSTOMER-NAME          PIC X(20).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-REVIEW-DATE            PIC 9(8).
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  DL-CURRENT-LIMIT          PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  DL-NEW-LIMIT              PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-RESULT-TEXT            PIC X(30).
      *
       01  WS-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
               VALUE 'REVIEW LINES READ       : '.
           05  TL1-RECORDS-READ          PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-2.
           05  FILLER                    PIC X(28)
               VALUE 'NOT APPROVED            : '.
           05  TL2-NOT-APPROVED          PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-3.
           05  FILLER                    PIC X(28)
               VALUE 'CHANGES EXTRACTED       : '.
           05  TL3-EXTRACTED             PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-4.
           05  FILLER                    PIC X(28)
               VALUE 'NO CHANGE               : '.
           05  TL4-NO-CHANGE             PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-5.
           05  FILLER                    PIC X(28)
               VALUE 'REJECTED                : '.
           05  TL5-REJECTED              PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       0000-EXTRACT-LIMIT-CHANGES.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 8900-OPEN-RUN-CONTROL.
      *
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-READ-REVIEW-RECORD
               IF NOT END-OF-FILE
                   PERFORM 3000-PROCESS-REVIEW-LINE
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
               DISPLAY 'CRVEXT1 - BUSINESS DATE PARAMETER MISSING '
                       'OR NOT NUMERIC - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN INPUT REVIEW-FILE.
           OPEN INPUT CUSTMAS-FILE.
           OPEN OUTPUT CHANGE-EXTRACT-FILE.
           OPEN OUTPUT EXTRACT-REPORT-FILE.
      *
       2000-READ-REVIEW-RECORD.
      *
           READ REVIEW-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SW
           END-READ.
      *
           IF NOT END-OF-FILE
               ADD 1 TO WS-RECORDS-READ
           END-IF.
      *
       3000-PROCESS-REVIEW-LINE.
      *
           IF NOT CRV-APPROVED
               ADD 1 TO WS-NOT-APPROVED-COUNT
           ELSE
               MOVE 'Y' TO VALID-LINE-SW
               MOVE SPACES TO WS-RESULT-TEXT
               PERFORM 3100-EDIT-APPROVED-LIMIT
               IF VALID-LINE
                   PERFORM 3200-CHECK-CUSTOMER
               END-IF
               IF VALID-LINE
                   IF WS-NEW-LIMIT = WS-MASTER-LIMIT
                       MOVE 'NO CHANGE - LIMIT ALREADY SET'
                           TO WS-RESULT-TEXT
                       ADD 1 TO WS-NO-CHANGE-COUNT
                   ELSE
                       PERFORM 3300-WRITE-CHANGE-RECORD
                       MOVE 'EXTRACTED FOR CUSTUPD1'
                           TO WS-RESULT-TEXT
                       ADD 1 TO WS-EXTRACTED-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
               PERFORM 3400-PRINT-DETAIL-LINE
           END-IF.
      *
       3100-EDIT-APPROVED-LIMIT.
      *
           IF CRV-APPROVED-LIMIT = SPACES
               IF CRV-RECOMMENDED-LIMIT IS NUMERIC
                   MOVE CRV-RECOMMENDED-LIMIT TO WS-NEW-LIMIT
               ELSE
                   MOVE 'RECOMMENDED LIMIT NOT NUMERIC'
                       TO WS-RESULT-TEXT
                   MOVE 'N' TO VALID-LINE-SW
               END-IF
           ELSE
               MOVE ZERO TO WS-DIGIT-LENGTH
               INSPECT CRV-APPROVED-LIMIT TALLYING WS-DIGIT-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-DIGIT-LENGTH = ZERO
                   MOVE 'APPROVED LIMIT MUST BE NUMERIC'
                       TO WS-RESULT-TEXT
                   MOVE 'N' TO VALID-LINE-SW
               ELSE
                   IF CRV-APPROVED-LIMIT(1:WS-DIGIT-LENGTH)
                           IS NOT NUMERIC
                       MOVE 'APPROVED LIMIT MUST BE NUMERIC'
                           TO WS-RESULT-TEXT
                       MOVE 'N' TO VALID-LINE-SW
                   ELSE
                       IF WS-DIGIT-LENGTH < 7
                          AND CRV-APPROVED-LIMIT
                              (WS-DIGIT-LENGTH + 1:) NOT = SPACES
                           MOVE 'APPROVED LIMIT MUST BE NUMERIC'
                               TO WS-RESULT-TEXT
                           MOVE 'N' TO VALID-LINE-SW
                       ELSE
                           MOVE CRV-APPROVED-LIMIT(1:WS-DIGIT-LENGTH)
                               TO WS-NEW-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       3200-CHECK-CUSTOMER.
      *
           MOVE CRV-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAS-FILE
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-RESULT-TEXT
                   MOVE 'N' TO VALID-LINE-SW
           END-READ.
      *
           IF VALID-LINE
               MOVE CM-CREDIT-LIMIT TO WS-MASTER-LIMIT
               IF CM-STATUS-CLOSED
                   MOVE 'CUSTOMER IS CLOSED' TO WS-RESULT-TEXT
                   MOVE 'N' TO VALID-LINE-SW
               ELSE
                   IF WS-MASTER-LIMIT NOT = CRV-CURRENT-LIMIT
                       MOVE 'LIMIT CHANGED SINCE REVIEW'
                           TO WS-RESULT-TEXT
                       MOVE 'N' TO VALID-LINE-SW
                   END-IF
               END-IF
           END-IF.
      *
       3300-WRITE-CHANGE-RECORD.
      *
      *    A CHANGE REPLACES THE WHOLE CUSTOMER ON CUSTUPD1, SO
      *    EVERYTHING BUT THE LIMIT GOES BACK AS CUSTMAS HAS IT.
      *    CUSTUPD1 READS THE LIMIT AS WHOLE DOLLARS
      *
           MOVE SPACES TO CUSTOMER-CHANGE-RECORD.
           MOVE 'C' TO CX-TRANSACTION-CODE.
           MOVE CM-CUSTOMER-NUMBER TO CX-CUSTOMER-NUMBER.
           MOVE CM-FIRST-NAME TO CX-FIRST-NAME.
           MOVE CM-LAST-NAME TO CX-LAST-NAME.
           MOVE CM-ADDRESS TO CX-ADDRESS.
           MOVE CM-CITY TO CX-CITY.
           MOVE CM-STATE TO CX-STATE.
           MOVE CM-ZIP-CODE TO CX-ZIP-CODE.
           MOVE CM-PHONE TO CX-PHONE.
           MOVE CM-EMAIL TO CX-EMAIL.
           MOVE WS-NEW-LIMIT TO CX-CREDIT-LIMIT.
           WRITE CUSTOMER-CHANGE-RECORD.
      *
       3400-PRINT-DETAIL-LINE.
      *
           IF WS-LINE-COUNT >= 50
               PERFORM 3500-PRINT-PAGE-HEADINGS
           END-IF.
      *
           MOVE CRV-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER.
           MOVE CRV-CUSTOMER-NAME TO DL-CUSTOMER-NAME.
           MOVE CRV-REVIEW-DATE TO DL-REVIEW-DATE.
           IF CRV-CURRENT-LIMIT IS NUMERIC
               MOVE CRV-CURRENT-LIMIT TO DL-CURRENT-LIMIT
           ELSE
               MOVE ZERO TO DL-CURRENT-LIMIT
           END-IF.
           IF WS-RESULT-TEXT = 'APPROVED LIMIT MUST BE NUMERIC'
              OR WS-RESULT-TEXT = 'RECOMMENDED LIMIT NOT NUMERIC'
               MOVE ZERO TO DL-NEW-LIMIT
           ELSE
               MOVE WS-NEW-LIMIT TO DL-NEW-LIMIT
           END-IF.
           MOVE WS-RESULT-TEXT TO DL-RESULT-TEXT.
           WRITE EXTRACT-REPORT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
       3500-PRINT-PAGE-HEADINGS.
      *
           ADD 1 TO WS-PAGE-COUNT.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE WS-PAGE-COUNT TO HL1-PAGE-NUMBER.
      *
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO EXTRACT-REPORT-RECORD
               WRITE EXTRACT-REPORT-RECORD
           END-IF.
      *
           WRITE EXTRACT-REPORT-RECORD FROM WS-HEADING-LINE-1.
           MOVE SPACES TO EXTRACT-REPORT-RECORD.
           WRITE EXTRACT-REPORT-RECORD.
           MOVE WS-RUN-DATE-YMD TO DT-BUSINESS-DATE.
           WRITE EXTRACT-REPORT-RECORD FROM WS-DATE-LINE.
           MOVE SPACES TO EXTRACT-REPORT-RECORD.
           WRITE EXTRACT-REPORT-RECORD.
           WRITE EXTRACT-REPORT-RECORD FROM WS-COLUMN-HEADING-LINE.
           MOVE SPACES TO EXTRACT-REPORT-RECORD.
           WRITE EXTRACT-REPORT-RECORD.
      *
       9000-TERMINATE.
      *
           IF WS-PAGE-COUNT = ZERO
               PERFORM 3500-PRINT-PAGE-HEADINGS
           END-IF.
      *
           MOVE SPACES TO EXTRACT-REPORT-RECORD.
           WRITE EXTRACT-REPORT-RECORD.
           MOVE WS-RECORDS-READ TO TL1-RECORDS-READ.
           WRITE EXTRACT-REPORT-RECORD FROM WS-TOTAL-LINE-1.
           MOVE WS-NOT-APPROVED-COUNT TO TL2-NOT-APPROVED.
           WRITE EXTRACT-REPORT-RECORD FROM WS-TOTAL-LINE-2.
           MOVE WS-EXTRACTED-COUNT TO TL3-EXTRACTED.
           WRITE EXTRACT-REPORT-RECORD FROM WS-TOTAL-LINE-3.
           MOVE WS-NO-CHANGE-COUNT TO TL4-NO-CHANGE.
           WRITE EXTRACT-REPORT-RECORD FROM WS-TOTAL-LINE-4.
           MOVE WS-REJECTED-COUNT TO TL5-REJECTED.
           WRITE EXTRACT-REPORT-RECORD FROM WS-TOTAL-LINE-5.
      *
           CLOSE REVIEW-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE CHANGE-EXTRACT-FILE.
           CLOSE EXTRACT-REPORT-FILE.
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
           MOVE 'CRVEXT1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           MOVE 'CRVEXT1 ' TO RUN-JOB-NAME.
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
           MOVE 'CRVEXT1 ' TO RUN-JOB-NAME.
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
