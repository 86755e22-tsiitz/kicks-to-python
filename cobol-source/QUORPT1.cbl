       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  QUORPT1.
      *
      ************************************************************
      * WEEKLY SALES QUOTATION FOLLOW-UP REPORT (BATCH)          *
      *                                                          *
      * READS QUOMAS FROM BEGINNING TO END AGAINST THE BUSINESS  *
      * DATE IN THE BUSDATE PARAMETER AND PRINTS TWO SECTIONS:   *
      *   1. QUOTES EXPIRING SOON - EVERY OPEN QUOTE WHOSE       *
      *      EXPIRY DATE FALLS IN THE NEXT 7 DAYS (TODAY         *
      *      INCLUDED), WITH THE CUSTOMER, REP, AND DAYS LEFT,   *
      *      SO THE REP CAN CHASE IT BEFORE THE PRICES LAPSE     *
      *   2. WIN RATE BY REP - FOR EVERY QUOTE ON FILE,          *
      *      COUNTS AND DOLLARS BY QUO-REP-CODE: ISSUED,         *
      *      CONVERTED, LOST, EXPIRED (STILL OPEN PAST ITS       *
      *      DATE), AND STILL OPEN. THE WIN RATE IS CONVERTED    *
      *      OVER ALL DECIDED QUOTES (CONVERTED + LOST +         *
      *      EXPIRED); QUOTES STILL OPEN HAVE NOT BEEN DECIDED   *
      *      AND DO NOT COUNT EITHER WAY. REP NAMES COME FROM    *
      *      REPMAS; BLANK REPS GROUP UNDER '???' AS ON THE      *
      *      COMMISSION REPORT.                                  *
      * THE 7-DAY WINDOW IS FIGURED WITH THE SAME LONGHAND       *
      * DAY-COUNT CONVERSIONS THE STANDING ORDER RELEASE USES.   *
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
           SELECT CUSTMAS-FILE ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAS-STATUS.
      *
           SELECT REPMAS-FILE ASSIGN TO REPMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REP-REP-CODE
               FILE STATUS IS WS-REPMAS-STATUS.
      *
           SELECT QUOTE-REPORT-FILE ASSIGN TO QUORPT1
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
       FD  CUSTMAS-FILE.
      *
       COPY CUSTREC.
      *
       FD  REPMAS-FILE.
      *
       COPY REPREC.
      *
       FD  QUOTE-REPORT-FILE.
      *
       01  QUOTE-REPORT-RECORD           PIC X(132).
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
      *
       01  WS-FILE-STATUSES.
           05  WS-QUOMAS-STATUS          PIC XX.
           05  WS-CUSTMAS-STATUS         PIC XX.
           05  WS-REPMAS-STATUS          PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-PARM-STATUS            PIC XX.
      *
       01  WS-COUNTERS.
           05  WS-QUOTES-READ            PIC S9(7)   COMP VALUE ZERO.
           05  WS-QUOTES-EXPIRING        PIC S9(7)   COMP VALUE ZERO.
           05  WS-REPS-LISTED            PIC S9(7)   COMP VALUE ZERO.
      *
      *    THE BUSINESS DATE COMES FROM THE BUSDATE PARAMETER FILE,
      *    THE SAME AS THE NIGHTLY PRINTS, SO A MISSED WEEK CAN BE
      *    RERUN FOR ITS OWN DATE. THE WINDOW RUNS FROM THE
      *    BUSINESS DATE THROUGH THE SIXTH DAY AFTER IT.
      *
       01  WS-RUN-DATE-YMD               PIC 9(8).
       01  WS-RUN-DAY-COUNT              PIC S9(9)   COMP.
       01  WS-WINDOW-END-DATE            PIC 9(8).
       01  WS-WINDOW-DAYS                PIC S9(4)   COMP VALUE 6.
      *
      *    DAY-COUNT WORK FIELDS - THE SAME LONGHAND CONVERSIONS
      *    THE STANDING ORDER RELEASE USES TO ROLL ITS DATES
      *
       01  WS-CONVERT-DATE               PIC 9(8).
       01  WS-CONVERT-PARTS REDEFINES WS-CONVERT-DATE.
           05  WS-CONVERT-YYYY           PIC 9(4).
           05  WS-CONVERT-MM             PIC 99.
           05  WS-CONVERT-DD             PIC 99.
       01  WS-DAY-COUNT-FIELDS.
           05  WS-DAY-COUNT              PIC S9(9)   COMP.
           05  WS-DAYS-LEFT              PIC S9(9)   COMP.
           05  WS-YEAR-DAYS              PIC S9(4)   COMP.
           05  WS-MONTH-DAYS-WORK        PIC S9(4)   COMP.
           05  WS-YEAR-SUB               PIC S9(5)   COMP.
           05  WS-MONTH-SUB              PIC S9(4)   COMP.
           05  WS-LEAP-WORK              PIC S9(5)   COMP.
           05  WS-LEAP-REM               PIC S9(5)   COMP.
           05  WS-LEAP-SW                PIC X.
               88  WS-LEAP-YEAR                      VALUE 'Y'.
      *
       01  WS-MONTH-DAY-VALUES.
           05  FILLER                    PIC X(24)   VALUE
               '312831303130313130313031'.
       01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
           05  WS-MONTH-DAYS             PIC 99      OCCURS 12 TIMES.
      *
      *    TOTALS BY REP - THE SAME 50-ENTRY BOUND THE COMMISSION
      *    REPORT USES
      *
       01  WS-REP-TABLE.
           05  WS-REP-ENTRY              OCCURS 50 TIMES.
               10  WS-REP-CODE           PIC X(3).
               10  WS-REP-ISSUED         PIC S9(5)   COMP.
               10  WS-REP-CONVERTED      PIC S9(5)   COMP.
               10  WS-REP-LOST           PIC S9(5)   COMP.
               10  WS-REP-EXPIRED        PIC S9(5)   COMP.
               10  WS-REP-OPEN           PIC S9(5)   COMP.
               10  WS-REP-QUOTED-DOLLARS PIC 9(11)V99.
               10  WS-REP-WON-DOLLARS    PIC 9(11)V99.
       01  WS-REP-COUNT                  PIC S9(4)   COMP VALUE ZERO.
       01  WS-REP-SUB                    PIC S9(4)   COMP.
       01  WS-REP-WORK-CODE              PIC X(3).
      *
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-ISSUED           PIC S9(7)   COMP VALUE ZERO.
           05  WS-GRAND-CONVERTED        PIC S9(7)   COMP VALUE ZERO.
           05  WS-GRAND-LOST             PIC S9(7)   COMP VALUE ZERO.
           05  WS-GRAND-EXPIRED          PIC S9(7)   COMP VALUE ZERO.
           05  WS-GRAND-OPEN             PIC S9(7)   COMP VALUE ZERO.
           05  WS-GRAND-QUOTED-DOLLARS   PIC 9(11)V99 VALUE ZERO.
           05  WS-GRAND-WON-DOLLARS      PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-DECIDED-COUNT              PIC S9(7)   COMP.
       01  WS-WIN-RATE                   PIC 9(3)V9.
      *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40)   VALUE SPACES.
           05  FILLER                    PIC X(36)
               VALUE 'SALES QUOTATION FOLLOW-UP REPORT'.
      *
       01  WS-DATE-LINE.
           05  FILLER                    PIC X(28)
               VALUE 'BUSINESS DATE           : '.
           05  DTL-RUN-DATE              PIC 9(8).
           05  FILLER                    PIC X(18)
               VALUE '   WINDOW THROUGH '.
           05  DTL-WINDOW-END            PIC 9(8).
      *
       01  WS-SECTION-1-HEADING.
           05  FILLER                    PIC X(45)
               VALUE 'OPEN QUOTES EXPIRING IN THE NEXT 7 DAYS'.
      *
       01  WS-EXPIRING-COLUMN-LINE.
           05  FILLER                    PIC X(8)    VALUE 'QUOTE'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(6)    VALUE 'CUST'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(30)   VALUE 'NAME'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(3)    VALUE 'REP'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(8)    VALUE 'QUOTED'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(8)    VALUE 'EXPIRES'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(4)    VALUE 'DAYS'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(5)    VALUE 'LINES'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(14)
               VALUE '   QUOTE TOTAL'.
      *
       01  WS-EXPIRING-LINE.
           05  EL-QUOTE-NUMBER           PIC 9(8).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  EL-CUSTOMER-NUMBER        PIC 9(6).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  EL-CUSTOMER-NAME          PIC X(30).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  EL-REP-CODE               PIC X(3).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  EL-QUOTE-DATE             PIC 9(8).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  EL-EXPIRY-DATE            PIC 9(8).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  EL-DAYS-LEFT              PIC ZZZ9.
           05  FILLER                    PIC X(4)    VALUE SPACES.
           05  EL-LINE-COUNT             PIC ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  EL-QUOTE-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-NONE-EXPIRING-LINE.
           05  FILLER                    PIC X(45)
               VALUE '  NO OPEN QUOTES EXPIRE IN THE WINDOW'.
      *
       01  WS-SECTION-2-HEADING.
           05  FILLER                    PIC X(45)
               VALUE 'WIN RATE BY REP - ALL QUOTES ON FILE'.
      *
       01  WS-REP-COLUMN-LINE.
           05  FILLER                    PIC X(3)    VALUE 'REP'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(25)   VALUE 'NAME'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(6)    VALUE 'ISSUED'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(6)    VALUE '   WON'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(6)    VALUE '  LOST'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(6)    VALUE 'EXPIRD'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(6)    VALUE '  OPEN'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(17)
               VALUE '   QUOTED DOLLARS'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(17)
               VALUE '      WON DOLLARS'.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  FILLER                    PIC X(6)    VALUE ' WIN %'.
      *
       01  WS-REP-LINE.
           05  RL-REP-CODE               PIC X(3).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  RL-REP-NAME               PIC X(25).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  RL-ISSUED                 PIC ZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  RL-CONVERTED              PIC ZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  RL-LOST                   PIC ZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  RL-EXPIRED                PIC ZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  RL-OPEN                   PIC ZZ,ZZ9.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  RL-QUOTED-DOLLARS         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  RL-WON-DOLLARS            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3)    VALUE SPACES.
           05  RL-WIN-RATE               PIC ZZ9.9.
      *
       01  WS-TOTAL-LINE-1.
           05  FILLER                    PIC X(28)
               VALUE 'QUOTES READ             : '.
           05  TL1-QUOTES-READ           PIC ZZZ,ZZ9.
      *
       01  WS-TOTAL-LINE-2.
           05  FILLER                    PIC X(28)
               VALUE 'QUOTES EXPIRING         : '.
           05  TL2-QUOTES-EXPIRING       PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       0000-PRODUCE-QUOTE-REPORT.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 8900-OPEN-RUN-CONTROL.
      *
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-READ-QUOTE-RECORD
               IF NOT END-OF-FILE
                   PERFORM 3000-SELECT-AND-TALLY
               END-IF
           END-PERFORM.
      *
           IF WS-QUOTES-EXPIRING = ZERO
               WRITE QUOTE-REPORT-RECORD FROM WS-NONE-EXPIRING-LINE
           END-IF.
      *
           PERFORM 4000-PRINT-REP-LINES.
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
               DISPLAY 'QUORPT1 - BUSINESS DATE PARAMETER MISSING '
                       'OR NOT NUMERIC - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           MOVE WS-RUN-DATE-YMD TO WS-CONVERT-DATE.
           PERFORM 8500-CONVERT-DATE-TO-DAYS.
           MOVE WS-DAY-COUNT TO WS-RUN-DAY-COUNT.
           ADD WS-WINDOW-DAYS TO WS-DAY-COUNT.
           PERFORM 8600-CONVERT-DAYS-TO-DATE.
           MOVE WS-CONVERT-DATE TO WS-WINDOW-END-DATE.
      *
           OPEN INPUT QUOMAS-FILE.
           OPEN INPUT CUSTMAS-FILE.
           OPEN INPUT REPMAS-FILE.
           OPEN OUTPUT QUOTE-REPORT-FILE.
      *
           WRITE QUOTE-REPORT-RECORD FROM WS-HEADING-LINE-1.
           MOVE SPACES TO QUOTE-REPORT-RECORD.
           WRITE QUOTE-REPORT-RECORD.
           MOVE WS-RUN-DATE-YMD TO DTL-RUN-DATE.
           MOVE WS-WINDOW-END-DATE TO DTL-WINDOW-END.
           WRITE QUOTE-REPORT-RECORD FROM WS-DATE-LINE.
           MOVE SPACES TO QUOTE-REPORT-RECORD.
           WRITE QUOTE-REPORT-RECORD.
           WRITE QUOTE-REPORT-RECORD FROM WS-SECTION-1-HEADING.
           MOVE SPACES TO QUOTE-REPORT-RECORD.
           WRITE QUOTE-REPORT-RECORD.
           WRITE QUOTE-REPORT-RECORD FROM WS-EXPIRING-COLUMN-LINE.
           MOVE SPACES TO QUOTE-REPORT-RECORD.
           WRITE QUOTE-REPORT-RECORD.
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
       3000-SELECT-AND-TALLY.
      *
      *    AN OPEN QUOTE INSIDE THE WINDOW PRINTS ON THE EXPIRING
      *    LIST AS IT IS READ; EVERY QUOTE GOES INTO ITS REP'S
      *    COUNTS
      *
           IF QUO-STATUS-OPEN AND
              QUO-EXPIRY-DATE NOT < WS-RUN-DATE-YMD AND
              QUO-EXPIRY-DATE NOT > WS-WINDOW-END-DATE
               PERFORM 3100-PRINT-EXPIRING-QUOTE
           END-IF.
      *
           PERFORM 3200-TALLY-REP.
      *
       3100-PRINT-EXPIRING-QUOTE.
      *
           MOVE QUO-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAS-FILE
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-MASTER-RECORD
                   MOVE '** CUSTOMER RECORD MISSING **'
                       TO CM-LAST-NAME
           END-READ.
      *
           MOVE QUO-EXPIRY-DATE TO WS-CONVERT-DATE.
           PERFORM 8500-CONVERT-DATE-TO-DAYS.
      *
           MOVE SPACES TO WS-EXPIRING-LINE.
           MOVE QUO-QUOTE-NUMBER TO EL-QUOTE-NUMBER.
           MOVE QUO-CUSTOMER-NUMBER TO EL-CUSTOMER-NUMBER.
           MOVE CM-LAST-NAME TO EL-CUSTOMER-NAME.
           MOVE QUO-REP-CODE TO EL-REP-CODE.
           MOVE QUO-QUOTE-DATE TO EL-QUOTE-DATE.
           MOVE QUO-EXPIRY-DATE TO EL-EXPIRY-DATE.
           COMPUTE EL-DAYS-LEFT = WS-DAY-COUNT - WS-RUN-DAY-COUNT.
           MOVE QUO-LINE-COUNT TO EL-LINE-COUNT.
           MOVE QUO-QUOTE-TOTAL TO EL-QUOTE-TOTAL.
      *
           WRITE QUOTE-REPORT-RECORD FROM WS-EXPIRING-LINE.
           ADD 1 TO WS-QUOTES-EXPIRING.
      *
       3200-TALLY-REP.
      *
      *    QUOTES WITH NO REP ON THEM (HOUSE ACCOUNTS) GROUP UNDER
      *    '???' RATHER THAN VANISHING
      *
           IF QUO-REP-CODE = SPACES
               MOVE '???' TO WS-REP-WORK-CODE
           ELSE
               MOVE QUO-REP-CODE TO WS-REP-WORK-CODE
           END-IF.
      *
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                   UNTIL WS-REP-SUB > WS-REP-COUNT
                   OR WS-REP-CODE(WS-REP-SUB) = WS-REP-WORK-CODE
               CONTINUE
           END-PERFORM.
      *
           IF WS-REP-SUB > WS-REP-COUNT
               IF WS-REP-COUNT < 50
                   ADD 1 TO WS-REP-COUNT
                   MOVE WS-REP-WORK-CODE
                       TO WS-REP-CODE(WS-REP-COUNT)
                   MOVE ZERO TO WS-REP-ISSUED(WS-REP-COUNT)
                   MOVE ZERO TO WS-REP-CONVERTED(WS-REP-COUNT)
                   MOVE ZERO TO WS-REP-LOST(WS-REP-COUNT)
                   MOVE ZERO TO WS-REP-EXPIRED(WS-REP-COUNT)
                   MOVE ZERO TO WS-REP-OPEN(WS-REP-COUNT)
                   MOVE ZERO TO WS-REP-QUOTED-DOLLARS(WS-REP-COUNT)
                   MOVE ZERO TO WS-REP-WON-DOLLARS(WS-REP-COUNT)
                   MOVE WS-REP-COUNT TO WS-REP-SUB
               ELSE
      *            TABLE FULL - FOLD THE OVERFLOW INTO SLOT 50
                   MOVE 50 TO WS-REP-SUB
               END-IF
           END-IF.
      *
           ADD 1 TO WS-REP-ISSUED(WS-REP-SUB).
           ADD QUO-QUOTE-TOTAL TO WS-REP-QUOTED-DOLLARS(WS-REP-SUB).
      *
      *    AN OPEN QUOTE PAST ITS DATE IS EXPIRED - THERE IS NO
      *    STATUS FOR IT, THE DATE SAYS SO
      *
           EVALUATE TRUE
               WHEN QUO-STATUS-CONVERTED
                   ADD 1 TO WS-REP-CONVERTED(WS-REP-SUB)
                   ADD QUO-QUOTE-TOTAL
                       TO WS-REP-WON-DOLLARS(WS-REP-SUB)
               WHEN QUO-STATUS-LOST
                   ADD 1 TO WS-REP-LOST(WS-REP-SUB)
               WHEN QUO-EXPIRY-DATE < WS-RUN-DATE-YMD
                   ADD 1 TO WS-REP-EXPIRED(WS-REP-SUB)
               WHEN OTHER
                   ADD 1 TO WS-REP-OPEN(WS-REP-SUB)
           END-EVALUATE.
      *
       4000-PRINT-REP-LINES.
      *
           MOVE SPACES TO QUOTE-REPORT-RECORD.
           WRITE QUOTE-REPORT-RECORD.
           WRITE QUOTE-REPORT-RECORD.
           WRITE QUOTE-REPORT-RECORD FROM WS-SECTION-2-HEADING.
           MOVE SPACES TO QUOTE-REPORT-RECORD.
           WRITE QUOTE-REPORT-RECORD.
           WRITE QUOTE-REPORT-RECORD FROM WS-REP-COLUMN-LINE.
           MOVE SPACES TO QUOTE-REPORT-RECORD.
           WRITE QUOTE-REPORT-RECORD.
      *
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                   UNTIL WS-REP-SUB > WS-REP-COUNT
               PERFORM 4100-PRINT-ONE-REP
           END-PERFORM.
      *
           MOVE SPACES TO QUOTE-REPORT-RECORD.
           WRITE QUOTE-REPORT-RECORD.
           MOVE SPACES TO WS-REP-LINE.
           MOVE 'TOTAL' TO RL-REP-NAME.
           MOVE WS-GRAND-ISSUED TO RL-ISSUED.
           MOVE WS-GRAND-CONVERTED TO RL-CONVERTED.
           MOVE WS-GRAND-LOST TO RL-LOST.
           MOVE WS-GRAND-EXPIRED TO RL-EXPIRED.
           MOVE WS-GRAND-OPEN TO RL-OPEN.
           MOVE WS-GRAND-QUOTED-DOLLARS TO RL-QUOTED-DOLLARS.
           MOVE WS-GRAND-WON-DOLLARS TO RL-WON-DOLLARS.
           COMPUTE WS-DECIDED-COUNT =
               WS-GRAND-CONVERTED + WS-GRAND-LOST + WS-GRAND-EXPIRED.
           IF WS-DECIDED-COUNT > ZERO
               COMPUTE WS-WIN-RATE ROUNDED =
                   WS-GRAND-CONVERTED * 100 / WS-DECIDED-COUNT
               MOVE WS-WIN-RATE TO RL-WIN-RATE
           END-IF.
           WRITE QUOTE-REPORT-RECORD FROM WS-REP-LINE.
      *
       4100-PRINT-ONE-REP.
      *
           MOVE SPACES TO WS-REP-LINE.
           MOVE WS-REP-CODE(WS-REP-SUB) TO RL-REP-CODE.
      *
           MOVE WS-REP-CODE(WS-REP-SUB) TO REP-REP-CODE.
           READ REPMAS-FILE
               INVALID KEY
                   MOVE SPACES TO SALES-REP-RECORD
                   MOVE WS-REP-CODE(WS-REP-SUB) TO REP-REP-CODE
                   MOVE '** REP NOT ON REPMAS **' TO REP-NAME
           END-READ.
      *
           MOVE REP-NAME TO RL-REP-NAME.
           MOVE WS-REP-ISSUED(WS-REP-SUB) TO RL-ISSUED.
           MOVE WS-REP-CONVERTED(WS-REP-SUB) TO RL-CONVERTED.
           MOVE WS-REP-LOST(WS-REP-SUB) TO RL-LOST.
           MOVE WS-REP-EXPIRED(WS-REP-SUB) TO RL-EXPIRED.
           MOVE WS-REP-OPEN(WS-REP-SUB) TO RL-OPEN.
           MOVE WS-REP-QUOTED-DOLLARS(WS-REP-SUB)
               TO RL-QUOTED-DOLLARS.
           MOVE WS-REP-WON-DOLLARS(WS-REP-SUB) TO RL-WON-DOLLARS.
      *
      *    A REP WITH NOTHING DECIDED YET GETS NO RATE AT ALL
      *    RATHER THAN A MISLEADING ZERO
      *
           COMPUTE WS-DECIDED-COUNT =
               WS-REP-CONVERTED(WS-REP-SUB) +
               WS-REP-LOST(WS-REP-SUB) +
               WS-REP-EXPIRED(WS-REP-SUB).
           IF WS-DECIDED-COUNT > ZERO
               COMPUTE WS-WIN-RATE ROUNDED =
                   WS-REP-CONVERTED(WS-REP-SUB) * 100
                       / WS-DECIDED-COUNT
               MOVE WS-WIN-RATE TO RL-WIN-RATE
           END-IF.
      *
           ADD WS-REP-ISSUED(WS-REP-SUB) TO WS-GRAND-ISSUED.
           ADD WS-REP-CONVERTED(WS-REP-SUB) TO WS-GRAND-CONVERTED.
           ADD WS-REP-LOST(WS-REP-SUB) TO WS-GRAND-LOST.
           ADD WS-REP-EXPIRED(WS-REP-SUB) TO WS-GRAND-EXPIRED.
           ADD WS-REP-OPEN(WS-REP-SUB) TO WS-GRAND-OPEN.
           ADD WS-REP-QUOTED-DOLLARS(WS-REP-SUB)
               TO WS-GRAND-QUOTED-DOLLARS.
           ADD WS-REP-WON-DOLLARS(WS-REP-SUB)
               TO WS-GRAND-WON-DOLLARS.
      *
           WRITE QUOTE-REPORT-RECORD FROM WS-REP-LINE.
           ADD 1 TO WS-REPS-LISTED.
      *
       8500-CONVERT-DATE-TO-DAYS.
      *
      *    YYYYMMDD IN WS-CONVERT-DATE TO DAYS SINCE 1 JAN 1900 -
      *    WHOLE YEARS, THEN THE MONTHS IN FRONT, THEN THE DAYS
      *
           MOVE ZERO TO WS-DAY-COUNT.
      *
           PERFORM VARYING WS-YEAR-SUB FROM 1900 BY 1
                   UNTIL WS-YEAR-SUB >= WS-CONVERT-YYYY
               PERFORM 8700-CHECK-LEAP-YEAR
               IF WS-LEAP-YEAR
                   ADD 366 TO WS-DAY-COUNT
               ELSE
                   ADD 365 TO WS-DAY-COUNT
               END-IF
           END-PERFORM.
      *
           MOVE WS-CONVERT-YYYY TO WS-YEAR-SUB.
           PERFORM 8700-CHECK-LEAP-YEAR.
      *
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB >= WS-CONVERT-MM
               ADD WS-MONTH-DAYS(WS-MONTH-SUB) TO WS-DAY-COUNT
               IF WS-MONTH-SUB = 2 AND WS-LEAP-YEAR
                   ADD 1 TO WS-DAY-COUNT
               END-IF
           END-PERFORM.
      *
           COMPUTE WS-DAY-COUNT = WS-DAY-COUNT + WS-CONVERT-DD - 1.
      *
       8600-CONVERT-DAYS-TO-DATE.
      *
      *    THE REVERSE WALK - DAYS SINCE 1 JAN 1900 BACK TO
      *    YYYYMMDD
      *
           MOVE WS-DAY-COUNT TO WS-DAYS-LEFT.
           MOVE 1900 TO WS-YEAR-SUB.
      *
           PERFORM 8700-CHECK-LEAP-YEAR.
           IF WS-LEAP-YEAR
               MOVE 366 TO WS-YEAR-DAYS
           ELSE
               MOVE 365 TO WS-YEAR-DAYS
           END-IF.
      *
           PERFORM UNTIL WS-DAYS-LEFT < WS-YEAR-DAYS
               SUBTRACT WS-YEAR-DAYS FROM WS-DAYS-LEFT
               ADD 1 TO WS-YEAR-SUB
               PERFORM 8700-CHECK-LEAP-YEAR
               IF WS-LEAP-YEAR
                   MOVE 366 TO WS-YEAR-DAYS
               ELSE
                   MOVE 365 TO WS-YEAR-DAYS
               END-IF
           END-PERFORM.
      *
           MOVE WS-YEAR-SUB TO WS-CONVERT-YYYY.
           MOVE 1 TO WS-MONTH-SUB.
           PERFORM 8800-SET-MONTH-LENGTH.
      *
           PERFORM UNTIL WS-DAYS-LEFT < WS-MONTH-DAYS-WORK
               SUBTRACT WS-MONTH-DAYS-WORK FROM WS-DAYS-LEFT
               ADD 1 TO WS-MONTH-SUB
               PERFORM 8800-SET-MONTH-LENGTH
           END-PERFORM.
      *
           MOVE WS-MONTH-SUB TO WS-CONVERT-MM.
           COMPUTE WS-CONVERT-DD = WS-DAYS-LEFT + 1.
      *
       8700-CHECK-LEAP-YEAR.
      *
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-YEAR-SUB BY 4
               GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
               MOVE 'Y' TO WS-LEAP-SW
               DIVIDE WS-YEAR-SUB BY 100
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 'N' TO WS-LEAP-SW
                   DIVIDE WS-YEAR-SUB BY 400
                       GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 'Y' TO WS-LEAP-SW
                   END-IF
               END-IF
           END-IF.
      *
       8800-SET-MONTH-LENGTH.
      *
           MOVE WS-MONTH-DAYS(WS-MONTH-SUB) TO WS-MONTH-DAYS-WORK.
           IF WS-MONTH-SUB = 2 AND WS-LEAP-YEAR
               ADD 1 TO WS-MONTH-DAYS-WORK
           END-IF.
      *
       9000-TERMINATE.
      *
           MOVE SPACES TO QUOTE-REPORT-RECORD.
           WRITE QUOTE-REPORT-RECORD.
           MOVE WS-QUOTES-READ TO TL1-QUOTES-READ.
           WRITE QUOTE-REPORT-RECORD FROM WS-TOTAL-LINE-1.
           MOVE WS-QUOTES-EXPIRING TO TL2-QUOTES-EXPIRING.
           WRITE QUOTE-REPORT-RECORD FROM WS-TOTAL-LINE-2.
      *
           CLOSE QUOMAS-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE REPMAS-FILE.
           CLOSE QUOTE-REPORT-FILE.
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
           MOVE 'QUORPT1 ' TO RUN-JOB-NAME.
           MOVE WS-RC-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           MOVE 'QUORPT1 ' TO RUN-JOB-NAME.
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
           MOVE 'QUORPT1 ' TO RUN-JOB-NAME.
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
