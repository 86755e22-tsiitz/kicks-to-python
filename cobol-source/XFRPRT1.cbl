       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  XFRPRT1.
      *
      ************************************************************
      * STOCK TRANSFER TICKET PRINT (BATCH)                      *
      *                                                          *
      * PRINTS ONE TICKET FOR EVERY TRANSFER SHIPPED ON THE XFR1 *
      * SCREEN ON THE BUSINESS DATE (FROM THE BUSDATE PARAMETER, *
      * THE SAME ONE POPRT1 READS). THE TICKET TRAVELS WITH THE  *
      * GOODS: IT NAMES THE SENDING AND RECEIVING BUILDINGS OFF  *
      * THE LOCMAS LOCATION MASTER, THE PRODUCT AND QUANTITY     *
      * SHIPPED, AND LEAVES A BLOCK FOR THE RECEIVING DOCK TO    *
      * WRITE DOWN WHAT ARRIVED BEFORE IT KEYS THE RECEIPT.      *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT XFRMAS-FILE ASSIGN TO XFRMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XFR-TRANSFER-NUMBER
               FILE STATUS IS WS-XFRMAS-STATUS.
      *
           SELECT LOCMAS-FILE ASSIGN TO LOCMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOC-LOCATION-CODE
               FILE STATUS IS WS-LOCMAS-STATUS.
      *
           SELECT PRODMAS-FILE ASSIGN TO PRODMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRODMAS-STATUS.
      *
           SELECT TICKET-PRINT-FILE ASSIGN TO XFRPRT1
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
       FD  XFRMAS-FILE.
      *
       COPY XFRREC.
      *
       FD  LOCMAS-FILE.
      *
       COPY LOCREC.
      *
       FD  PRODMAS-FILE.
      *
       COPY PRODREC.
      *
       FD  TICKET-PRINT-FILE.
      *
       01  TICKET-PRINT-RECORD           PIC X(132).
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
           05  END-OF-XFRMAS-SW          PIC X       VALUE 'N'.
               88  END-OF-XFRMAS                     VALUE 'Y'.
      *
       01  WS-FILE-STATUSES.
           05  WS-XFRMAS-STATUS          PIC XX.
           05  WS-LOCMAS-STATUS          PIC XX.
           05  WS-PRODMAS-STATUS         PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-PARM-STATUS            PIC XX.
      *
       01  WS-COUNTERS.
           05  WS-TRANSFERS-READ         PIC S9(7)   COMP VALUE ZERO.
           05  WS-TICKETS-PRINTED        PIC S9(7)   COMP VALUE ZERO.
           05  WS-UNITS-PRINTED          PIC S9(9)   COMP VALUE ZERO.
      *
       01  WS-RUN-DATE-YMD               PIC 9(8).
      *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40)   VALUE SPACES.
           05  FILLER                    PIC X(22)
               VALUE 'STOCK TRANSFER TICKET'.
           05  FILLER                    PIC X(11)   VALUE SPACES.
           05  FILLER                    PIC X(9)    VALUE 'TRANSFER '.
           05  HL1-TRANSFER-NUMBER       PIC 9(8).
      *
       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(10)
               VALUE 'SHIP DATE '.
           05  HL2-SHIP-DATE             PIC 9(8).
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  FILLER                    PIC X(11)
               VALUE 'SHIPPED BY '.
           05  HL2-SHIP-OPID             PIC X(3).
      *
       01  WS-LOCATION-LINE-1.
           05  LL1-CAPTION               PIC X(9).
           05  LL1-LOCATION-CODE         PIC X(3).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  LL1-NAME                  PIC X(30).
      *
       01  WS-LOCATION-LINE-2.
           05  FILLER                    PIC X(14)   VALUE SPACES.
           05  LL2-ADDRESS               PIC X(30).
      *
       01  WS-LOCATION-LINE-3.
           05  FILLER                    PIC X(14)   VALUE SPACES.
           05  LL3-CITY                  PIC X(20).
           05  FILLER                    PIC X       VALUE SPACES.
           05  LL3-STATE                 PIC XX.
           05  FILLER                    PIC X       VALUE SPACES.
           05  LL3-ZIP-CODE              PIC X(10).
      *
       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                    PIC X(10)   VALUE 'PRODUCT'.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  FILLER                    PIC X(25)
               VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(9)    VALUE '  SHIPPED'.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  FILLER                    PIC X(12)
               VALUE 'RECEIVED    '.
      *
       01  WS-DETAIL-LINE.
           05  DL-PRODUCT-CODE           PIC X(10).
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  DL-PRODUCT-DESC           PIC X(25).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  DL-QTY-SHIPPED            PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  FILLER                    PIC X(12)
               VALUE '____________'.
      *
       01  WS-SIGNATURE-LINE.
           05  FILLER                    PIC X(14)
               VALUE 'RECEIVED BY: '.
           05  FILLER                    PIC X(30)
               VALUE '______________________________'.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  FILLER                    PIC X(6)    VALUE 'DATE: '.
           05  FILLER                    PIC X(10)
               VALUE '__________'.
      *
       01  WS-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
               VALUE 'TRANSFERS READ          : '.
           05  TL1-TRANSFERS-READ        PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-2.
           05  FILLER                    PIC X(28)
               VALUE 'TICKETS PRINTED         : '.
           05  TL2-TICKETS-PRINTED       PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-3.
           05  FILLER                    PIC X(28)
               VALUE 'UNITS SHIPPED           : '.
           05  TL3-UNITS-PRINTED         PIC ZZZ,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       0000-PRINT-TRANSFER-TICKETS.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 8900-OPEN-RUN-CONTROL.
           PERFORM 2000-PRINT-TICKETS.
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
               DISPLAY 'XFRPRT1 - BUSINESS DATE PARAMETER MISSING '
                       'OR NOT NUMERIC - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           OPEN INPUT XFRMAS-FILE.
           OPEN INPUT LOCMAS-FILE.
           OPEN INPUT PRODMAS-FILE.
           OPEN OUTPUT TICKET-PRINT-FILE.
      *
       2000-PRINT-TICKETS.
      *
           READ XFRMAS-FILE
               AT END
                   MOVE 'Y' TO END-OF-XFRMAS-SW
           END-READ.
      *
           PERFORM UNTIL END-OF-XFRMAS
               ADD 1 TO WS-TRANSFERS-READ
      *        ONLY TODAY'S SHIPMENTS - A TICKET IS PRINTED ONCE,
      *        THE NIGHT THE GOODS LEAVE
               IF XFR-SHIP-DATE = WS-RUN-DATE-YMD
                   PERFORM 3000-PRINT-ONE-TICKET
               END-IF
               READ XFRMAS-FILE
                   AT END
                       MOVE 'Y' TO END-OF-XFRMAS-SW
               END-READ
           END-PERFORM.
      *
       3000-PRINT-ONE-TICKET.
      *
           IF WS-TICKETS-PRINTED > ZERO
               MOVE SPACES TO TICKET-PRINT-RECORD
               WRITE TICKET-PRINT-RECORD
           END-IF.
      *
           MOVE XFR-TRANSFER-NUMBER TO HL1-TRANSFER-NUMBER.
           MOVE XFR-SHIP-DATE TO HL2-SHIP-DATE.
           MOVE XFR-SHIP-OPID TO HL2-SHIP-OPID.
           WRITE TICKET-PRINT-RECORD FROM WS-HEADING-LINE-1.
           WRITE TICKET-PRINT-RECORD FROM WS-HEADING-LINE-2.
           MOVE SPACES TO TICKET-PRINT-RECORD.
           WRITE TICKET-PRINT-RECORD.
      *
           MOVE 'FROM:    ' TO LL1-CAPTION.
           MOVE XFR-FROM-LOCATION TO LOC-LOCATION-CODE.
           PERFORM 3100-PRINT-LOCATION-BLOCK.
           MOVE 'TO:      ' TO LL1-CAPTION.
           MOVE XFR-TO-LOCATION TO LOC-LOCATION-CODE.
           PERFORM 3100-PRINT-LOCATION-BLOCK.
      *
           MOVE XFR-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           READ PRODMAS-FILE
               INVALID KEY
                   MOVE '** PRODUCT NOT ON FILE **'
                       TO PRD-PRODUCT-DESC
           END-READ.
      *
           WRITE TICKET-PRINT-RECORD FROM WS-COLUMN-HEADING-LINE.
           MOVE XFR-PRODUCT-CODE TO DL-PRODUCT-CODE.
           MOVE PRD-PRODUCT-DESC TO DL-PRODUCT-DESC.
           MOVE XFR-QTY-SHIPPED TO DL-QTY-SHIPPED.
           WRITE TICKET-PRINT-RECORD FROM WS-DETAIL-LINE.
           MOVE SPACES TO TICKET-PRINT-RECORD.
           WRITE TICKET-PRINT-RECORD.
           WRITE TICKET-PRINT-RECORD FROM WS-SIGNATURE-LINE.
      *
           ADD 1 TO WS-TICKETS-PRINTED.
           ADD XFR-QTY-SHIPPED TO WS-UNITS-PRINTED.
      *
       3100-PRINT-LOCATION-BLOCK.
      *
      *    A LOCATION SINCE REMOVED FROM LOCMAS STILL PRINTS ITS
      *    CODE, FLAGGED, SO THE DRIVER KNOWS TO ASK
      *
           READ LOCMAS-FILE
               INVALID KEY
                   MOVE SPACES TO LOC-NAME
                   MOVE SPACES TO LOC-ADDRESS
                   MOVE SPACES TO LOC-CITY
                   MOVE SPACES TO LOC-STATE
                   MOVE SPACES TO LOC-ZIP-CODE
                   MOVE '** LOCATION NOT ON LOCMAS **' TO LOC-NAME
           END-READ.
      *
           MOVE LOC-LOCATION-CODE TO LL1-LOCATION-CODE.
           MOVE LOC-NAME TO LL1-NAME.
           MOVE LOC-ADDRESS TO LL2-ADDRESS.
           MOVE LOC-CITY TO LL3-CITY.
           MOVE LOC-STATE TO LL3-STATE.
           MOVE LOC-ZIP-CODE TO LL3-ZIP-CODE.
           WRITE TICKET-PRINT-RECORD FROM WS-LOCATION-LINE-1.
           WRITE TICKET-PRINT-RECORD FROM WS-LOCATION-LINE-2.
           WRITE TICKET-PRINT-RECORD FROM WS-LOCATION-LINE-3.
           MOVE SPACES TO TICKET-PRINT-RECORD.
           WRITE TICKET-PRINT-RECORD.
      *
       9000-TERMINATE.
      *
           MOVE SPACES TO TICKET-PRINT-RECORD.
           WRITE TICKET-PRINT-RECORD.
           MOVE WS-TRANSFERS-READ TO TL1-TRANSFERS-READ.
           WRITE TICKET-PRINT-RECORD FROM WS-TOTAL-LINE-1.
           MOVE WS-TICKETS-PRINTED TO TL2-TICKETS-PRINTED.
           WRITE TICKET-PRINT-RECORD FROM WS-TOTAL-LINE-2.
           MOVE WS-UNITS-PRINTED TO TL3-UNITS-PRINTED.
           WRITE TICKET-PRINT-RECORD FROM WS-TOTAL-LINE-3.
      *
           CLOSE XFRMAS-FILE.
           CLOSE LOCMAS-FILE.
           CLOSE PRODMAS-FILE.
           CLOSE TICKET-PRINT-FILE.
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
           MOVE 'XFRPRT1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           MOVE 'XFRPRT1 ' TO RUN-JOB-NAME.
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
           MOVE 'XFRPRT1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WS-RUNCTL-STATUS = '00'
               MOVE WS-RC-STAMP TO RUN-END-STAMP
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-TICKETS-PRINTED TO RUN-RECORDS-PROCESSED
               SET RUN-STATUS-ENDED TO TRUE
               REWRITE RUN-CONTROL-RECORD
           END-IF.
      *
           CLOSE RUNCTL-FILE.
