       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  HOLMNT1.
      *
      ************************************************************
      * HOLIDAY CALENDAR MAINTENANCE (HOL1 TRANSACTION)          *
      *                                                          *
      * THIS PROGRAM MAINTAINS THE HOLCAL FILE OF WEEKDAYS THE   *
      * SHOP IS CLOSED. THE NIGHTLY EODCLS1 CLOSE SKIPS THEM,    *
      * WITH SATURDAYS AND SUNDAYS, WHEN IT ROLLS BUSDATE TO THE *
      * NEXT BUSINESS DAY:                                       *
      *   ACTION CODE 1 = ADD A HOLIDAY                          *
      *   ACTION CODE 2 = CHANGE A HOLIDAY'S DESCRIPTION         *
      *   ACTION CODE 3 = DELETE A HOLIDAY                       *
      *                                                          *
      * THE DATE IS KEYED YYYYMMDD AND MUST BE A REAL CALENDAR   *
      * DATE. A SATURDAY OR SUNDAY IS REFUSED ON ADD - THE CLOSE *
      * NEVER OPENS ON ONE ANYWAY. THE DETAIL SCREEN SHOWS THE   *
      * DAY OF THE WEEK SO A MISKEYED YEAR STANDS OUT. A DATE    *
      * MOVES BY DELETING IT AND ADDING THE NEW ONE.             *
      *                                                          *
      * TWO-SCREEN PSEUDO-CONVERSATIONAL DESIGN LIKE GLAMNT1:    *
      *   SCREEN 1: ENTER HOLIDAY DATE AND ACTION CODE           *
      *   SCREEN 2: DISPLAY/EDIT THE HOLIDAY, OR CONFIRM DELETE  *
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
           05  HOLIDAY-FOUND-SW          PIC X       VALUE 'Y'.
               88  HOLIDAY-FOUND                     VALUE 'Y'.
      *
       01  FLAGS.
           05  SEND-FLAG                 PIC X.
               88  SEND-ERASE                        VALUE '1'.
               88  SEND-DATAONLY                     VALUE '2'.
               88  SEND-DATAONLY-ALARM               VALUE '3'.
      *
       01  COMMUNICATION-AREA.
           05  CA-CONTEXT-FLAG           PIC X.
               88  PROCESS-KEY-MAP                   VALUE '1'.
               88  PROCESS-ADD-HOLIDAY               VALUE '2'.
               88  PROCESS-CHANGE-HOLIDAY            VALUE '3'.
               88  PROCESS-DELETE-HOLIDAY            VALUE '4'.
           05  CA-HOLIDAY-DATE           PIC 9(8).
      *
       01  RESPONSE-CODE                 PIC S9(8)   COMP.
      *
       01  ERROR-MESSAGE-LINE.
           05  ERROR-TEXT                PIC X(78).
      *
      *    DATE-TO-DAY-COUNT WORK FIELDS (DAYS SINCE 1 JAN 1900,
      *    WHICH WAS A MONDAY), SAME LONGHAND CONVERSION THE
      *    CUSTAUD ARCHIVE JOB USES
      *
       01  WS-CONVERT-DATE               PIC 9(8).
       01  WS-CONVERT-PARTS REDEFINES WS-CONVERT-DATE.
           05  WS-CONVERT-YYYY           PIC 9(4).
           05  WS-CONVERT-MM             PIC 99.
           05  WS-CONVERT-DD             PIC 99.
       01  WS-DAY-COUNT-FIELDS.
           05  WS-DAY-COUNT              PIC S9(9)   COMP.
           05  WS-YEAR-SUB               PIC S9(5)   COMP.
           05  WS-MONTH-SUB              PIC S9(4)   COMP.
           05  WS-LEAP-WORK              PIC S9(5)   COMP.
           05  WS-LEAP-REM               PIC S9(5)   COMP.
           05  WS-LEAP-SW                PIC X.
               88  WS-LEAP-YEAR                      VALUE 'Y'.
           05  WS-LAST-DAY-OF-MONTH      PIC S9(4)   COMP.
           05  WS-WEEK-WORK              PIC S9(9)   COMP.
           05  WS-WEEKDAY-SUB            PIC S9(4)   COMP.
      *
       01  WS-MONTH-DAY-VALUES.
           05  FILLER                    PIC X(24)   VALUE
               '312831303130313130313031'.
       01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
           05  WS-MONTH-DAYS             PIC 99      OCCURS 12 TIMES.
      *
       01  WS-DAY-NAME-VALUES.
           05  FILLER                    PIC X(36)   VALUE
               'MONDAY   TUESDAY  WEDNESDAYTHURSDAY '.
           05  FILLER                    PIC X(27)   VALUE
               'FRIDAY   SATURDAY SUNDAY   '.
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME               PIC X(9)    OCCURS 7 TIMES.
      *
      *    HOLIDAY CALENDAR RECORD
      *
       COPY HOLREC.
      *
       COPY HOLSET1.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           05  DFHCOMMAREA-DATA          PIC X(9).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-HOLIDAY-MAINT.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO HOLMAP1O
                   MOVE -1 TO HDATEL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO HOLMAP1O
                   MOVE -1 TO HDATEL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   EXEC CICS
                       XCTL PROGRAM('INVMENU')
                   END-EXEC
      *
               WHEN PROCESS-KEY-MAP
                   PERFORM 1000-PROCESS-KEY-MAP
      *
               WHEN PROCESS-ADD-HOLIDAY
                   PERFORM 2000-PROCESS-ADD-HOLIDAY
      *
               WHEN PROCESS-CHANGE-HOLIDAY
                   PERFORM 3000-PROCESS-CHANGE-HOLIDAY
      *
               WHEN PROCESS-DELETE-HOLIDAY
                   PERFORM 4000-PROCESS-DELETE-HOLIDAY
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO HOLMAP1O
                   MOVE -1 TO HDATEL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('HOL1')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-KEY-MAP.
      *
      *    FIRST SCREEN - GET HOLIDAY DATE AND ACTION CODE
      *
           PERFORM 1100-RECEIVE-KEY-MAP.
           PERFORM 1200-EDIT-KEY-DATA.
      *
           IF VALID-DATA
               EVALUATE ACTIONI
                   WHEN '1'
                       PERFORM 1300-READ-HOLIDAY-RECORD
                       IF HOLIDAY-FOUND
                           MOVE 'DATE IS ALREADY ON THE CALENDAR'
                               TO ERROR-TEXT
                           MOVE -1 TO HDATEL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       ELSE
                           IF WS-WEEKDAY-SUB > 4
                               MOVE 'A SATURDAY OR SUNDAY IS NEVER A '
                                 & 'BUSINESS DAY - NOT NEEDED'
                                   TO ERROR-TEXT
                               MOVE -1 TO HDATEL
                               SET SEND-DATAONLY-ALARM TO TRUE
                               PERFORM 1500-SEND-KEY-MAP
                           ELSE
                               MOVE SPACES TO HOL-DESCRIPTION
                               MOVE '2' TO CA-CONTEXT-FLAG
                               PERFORM 2100-SEND-DETAIL-MAP
                           END-IF
                       END-IF
                   WHEN '2'
                       PERFORM 1300-READ-HOLIDAY-RECORD
                       IF HOLIDAY-FOUND
                           MOVE '3' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-DETAIL-MAP
                       ELSE
                           MOVE 'DATE IS NOT ON THE CALENDAR'
                               TO ERROR-TEXT
                           MOVE -1 TO HDATEL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       END-IF
                   WHEN '3'
                       PERFORM 1300-READ-HOLIDAY-RECORD
                       IF HOLIDAY-FOUND
                           MOVE '4' TO CA-CONTEXT-FLAG
                           PERFORM 2100-SEND-DETAIL-MAP
                       ELSE
                           MOVE 'DATE IS NOT ON THE CALENDAR'
                               TO ERROR-TEXT
                           MOVE -1 TO HDATEL
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1500-SEND-KEY-MAP
                       END-IF
                   WHEN OTHER
                       MOVE 'INVALID ACTION CODE' TO ERROR-TEXT
                       MOVE -1 TO ACTIONL
                       SET SEND-DATAONLY-ALARM TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
               END-EVALUATE
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-KEY-MAP
           END-IF.
      *
       1100-RECEIVE-KEY-MAP.
      *
           EXEC CICS
               RECEIVE MAP('HOLMAP1')
                       MAPSET('HOLSET1')
                       INTO(HOLMAP1I)
           END-EXEC.
      *
       1200-EDIT-KEY-DATA.
      *
           MOVE 'Y' TO VALID-DATA-SW.
      *
           IF ACTIONL = ZERO OR ACTIONI = SPACE
               MOVE 'ACTION CODE IS REQUIRED' TO ERROR-TEXT
               MOVE -1 TO ACTIONL
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               IF HDATEL = ZERO OR HDATEI = SPACE
                   MOVE 'HOLIDAY DATE IS REQUIRED' TO ERROR-TEXT
                   MOVE -1 TO HDATEL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   IF HDATEI IS NOT NUMERIC
                       MOVE 'HOLIDAY DATE MUST BE KEYED YYYYMMDD'
                           TO ERROR-TEXT
                       MOVE -1 TO HDATEL
                       MOVE 'N' TO VALID-DATA-SW
                   ELSE
                       MOVE HDATEI TO WS-CONVERT-DATE
                       PERFORM 1250-EDIT-CALENDAR-DATE
                   END-IF
               END-IF
           END-IF.
      *
       1250-EDIT-CALENDAR-DATE.
      *
      *    THE DAY COUNT STARTS AT 1900, SO NOTHING EARLIER IS
      *    TAKEN - NOR WOULD IT MEAN ANYTHING TO THE CLOSE
      *
           IF WS-CONVERT-YYYY < 1900
              OR WS-CONVERT-MM < 1 OR WS-CONVERT-MM > 12
              OR WS-CONVERT-DD < 1
               MOVE 'HOLIDAY DATE IS NOT A VALID DATE' TO ERROR-TEXT
               MOVE -1 TO HDATEL
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               MOVE WS-CONVERT-YYYY TO WS-YEAR-SUB
               PERFORM 8150-CHECK-LEAP-YEAR
               MOVE WS-MONTH-DAYS(WS-CONVERT-MM)
                   TO WS-LAST-DAY-OF-MONTH
               IF WS-CONVERT-MM = 2 AND WS-LEAP-YEAR
                   ADD 1 TO WS-LAST-DAY-OF-MONTH
               END-IF
               IF WS-CONVERT-DD > WS-LAST-DAY-OF-MONTH
                   MOVE 'HOLIDAY DATE IS NOT A VALID DATE'
                       TO ERROR-TEXT
                   MOVE -1 TO HDATEL
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE WS-CONVERT-DATE TO HOL-HOLIDAY-DATE
                   MOVE HOL-HOLIDAY-DATE TO CA-HOLIDAY-DATE
                   PERFORM 1260-SET-DAY-OF-WEEK
               END-IF
           END-IF.
      *
       1260-SET-DAY-OF-WEEK.
      *
      *    WS-WEEKDAY-SUB COMES BACK 0 FOR MONDAY THROUGH 6 FOR
      *    SUNDAY
      *
           PERFORM 8000-CONVERT-DATE-TO-DAYS.
           DIVIDE WS-DAY-COUNT BY 7
               GIVING WS-WEEK-WORK
               REMAINDER WS-WEEKDAY-SUB.
      *
       1300-READ-HOLIDAY-RECORD.
      *
           EXEC CICS
               READ FILE('HOLCAL')
                    INTO(HOLIDAY-RECORD)
                    RIDFLD(HOL-HOLIDAY-DATE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO HOLIDAY-FOUND-SW
           ELSE
               MOVE 'N' TO HOLIDAY-FOUND-SW
           END-IF.
      *
       1500-SEND-KEY-MAP.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO
           END-IF.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('HOLMAP1')
                            MAPSET('HOLSET1')
                            FROM(HOLMAP1O)
                            ERASE
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('HOLMAP1')
                            MAPSET('HOLSET1')
                            FROM(HOLMAP1O)
                            DATAONLY
                            ALARM
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('HOLMAP1')
                            MAPSET('HOLSET1')
                            FROM(HOLMAP1O)
                            DATAONLY
                            CURSOR
                   END-EXEC
           END-EVALUATE.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
           MOVE SPACE TO HOLMAP1O.
      *
       2000-PROCESS-ADD-HOLIDAY.
      *
           PERFORM 2200-RECEIVE-DETAIL-MAP.
           PERFORM 2300-EDIT-HOLIDAY-DATA.
      *
           IF VALID-DATA
               MOVE CA-HOLIDAY-DATE TO HOL-HOLIDAY-DATE
               EXEC CICS
                   WRITE FILE('HOLCAL')
                         FROM(HOLIDAY-RECORD)
                         RIDFLD(HOL-HOLIDAY-DATE)
               END-EXEC
               MOVE 'HOLIDAY ADDED SUCCESSFULLY' TO ERROR-TEXT
               MOVE '1' TO CA-CONTEXT-FLAG
               SET SEND-DATAONLY TO TRUE
               PERFORM 1500-SEND-KEY-MAP
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 2100-SEND-DETAIL-MAP
           END-IF.
      *
       2100-SEND-DETAIL-MAP.
      *
           MOVE LOW-VALUE TO HOLMAP2O.
           MOVE CA-HOLIDAY-DATE TO HDATEO2.
           MOVE CA-HOLIDAY-DATE TO WS-CONVERT-DATE.
           PERFORM 1260-SET-DAY-OF-WEEK.
           MOVE WS-DAY-NAME(WS-WEEKDAY-SUB + 1) TO DAYNAMEO.
           MOVE HOL-DESCRIPTION TO DESCO.
      *
           EVALUATE TRUE
               WHEN PROCESS-ADD-HOLIDAY
                   MOVE 'ADD HOLIDAY - KEY WHAT THE DAY IS'
                       TO INSTRUCTO
                   MOVE -1 TO DESCL
               WHEN PROCESS-CHANGE-HOLIDAY
                   MOVE 'CHANGE HOLIDAY - KEY THE NEW DESCRIPTION'
                       TO INSTRUCTO
                   MOVE -1 TO DESCL
               WHEN PROCESS-DELETE-HOLIDAY
                   MOVE 'PRESS ENTER TO CONFIRM THE DELETE'
                       TO INSTRUCTO
           END-EVALUATE.
      *
           IF ERROR-TEXT NOT = SPACE
               MOVE ERROR-TEXT TO MESSAGEO2
           END-IF.
      *
           EXEC CICS
               SEND MAP('HOLMAP2')
                    MAPSET('HOLSET1')
                    FROM(HOLMAP2O)
                    ERASE
                    CURSOR
           END-EXEC.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
      *
       2200-RECEIVE-DETAIL-MAP.
      *
           EXEC CICS
               RECEIVE MAP('HOLMAP2')
                       MAPSET('HOLSET1')
                       INTO(HOLMAP2I)
           END-EXEC.
      *
           INSPECT DESCI REPLACING ALL '_' BY SPACE.
      *
       2300-EDIT-HOLIDAY-DATA.
      *
      *    THE DESCRIPTION IS REQUIRED - THE CLOSE REPORT QUOTES IT
      *    FOR EVERY HOLIDAY IT SKIPS
      *
           MOVE 'Y' TO VALID-DATA-SW.
      *
           IF DESCL = ZERO OR DESCI = SPACE
               MOVE 'DESCRIPTION IS REQUIRED' TO ERROR-TEXT
               MOVE -1 TO DESCL
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               MOVE DESCI TO HOL-DESCRIPTION
           END-IF.
      *
       3000-PROCESS-CHANGE-HOLIDAY.
      *
           PERFORM 2200-RECEIVE-DETAIL-MAP.
           MOVE CA-HOLIDAY-DATE TO HOL-HOLIDAY-DATE.
           PERFORM 1300-READ-HOLIDAY-RECORD.
      *
           IF NOT HOLIDAY-FOUND
               MOVE 'HOLIDAY NO LONGER ON FILE' TO ERROR-TEXT
               MOVE LOW-VALUE TO HOLMAP1O
               MOVE -1 TO HDATEL
               SET SEND-ERASE TO TRUE
               MOVE '1' TO CA-CONTEXT-FLAG
               PERFORM 1500-SEND-KEY-MAP
           ELSE
               PERFORM 2300-EDIT-HOLIDAY-DATA
               IF VALID-DATA
                   EXEC CICS
                       REWRITE FILE('HOLCAL')
                               FROM(HOLIDAY-RECORD)
                               RIDFLD(HOL-HOLIDAY-DATE)
                   END-EXEC
                   MOVE 'HOLIDAY CHANGED SUCCESSFULLY' TO ERROR-TEXT
                   MOVE '1' TO CA-CONTEXT-FLAG
                   SET SEND-DATAONLY TO TRUE
                   PERFORM 1500-SEND-KEY-MAP
               ELSE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 2100-SEND-DETAIL-MAP
               END-IF
           END-IF.
      *
       4000-PROCESS-DELETE-HOLIDAY.
      *
           MOVE CA-HOLIDAY-DATE TO HOL-HOLIDAY-DATE.
           PERFORM 1300-READ-HOLIDAY-RECORD.
      *
           IF NOT HOLIDAY-FOUND
               MOVE 'HOLIDAY NO LONGER ON FILE' TO ERROR-TEXT
           ELSE
               EXEC CICS
                   DELETE FILE('HOLCAL')
                          RIDFLD(HOL-HOLIDAY-DATE)
               END-EXEC
               MOVE 'HOLIDAY DELETED SUCCESSFULLY' TO ERROR-TEXT
           END-IF.
      *
           MOVE LOW-VALUE TO HOLMAP1O.
           MOVE -1 TO HDATEL.
           SET SEND-ERASE TO TRUE.
           MOVE '1' TO CA-CONTEXT-FLAG.
           PERFORM 1500-SEND-KEY-MAP.
      *
       8000-CONVERT-DATE-TO-DAYS.
      *
      *    YYYYMMDD IN WS-CONVERT-DATE TO DAYS SINCE 1 JAN 1900 -
      *    WHOLE YEARS, THEN THE MONTHS IN FRONT, THEN THE DAYS
      *
           MOVE ZERO TO WS-DAY-COUNT.
      *
           PERFORM VARYING WS-YEAR-SUB FROM 1900 BY 1
                   UNTIL WS-YEAR-SUB >= WS-CONVERT-YYYY
               PERFORM 8150-CHECK-LEAP-YEAR
               IF WS-LEAP-YEAR
                   ADD 366 TO WS-DAY-COUNT
               ELSE
                   ADD 365 TO WS-DAY-COUNT
               END-IF
           END-PERFORM.
      *
           MOVE WS-CONVERT-YYYY TO WS-YEAR-SUB.
           PERFORM 8150-CHECK-LEAP-YEAR.
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
       8150-CHECK-LEAP-YEAR.
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
