      * THIS PROGRAM PROVIDES BASIC CUSTOMER INQUIRY CAPABILITY.*
      * THE USER ENTERS A CUSTOMER NUMBER AND THE PROGRAM       *
      * DISPLAYS THE CUSTOMER'S NAME AND ADDRESS INFORMATION.   *
      * PF11 SHOWS THE ACCOUNT SUMMARY (SUM1) FOR THE CUSTOMER  *
      * ON DISPLAY.                                             *
      *                                                          *
      * ORIGINAL FROM: MURACH'S CICS FOR THE COBOL PROGRAMMER   *
      * CHAPTER 2 - BASIC CUSTOMER INQUIRY                      *
           05  VALID-DATA-SW             PIC X       VALUE 'Y'.
               88  VALID-DATA                        VALUE 'Y'.
      *
       01  FLAGS.
           05  SEND-FLAG                 PIC X.
               88  SEND-ERASE                        VALUE '1'.
               88  SEND-DATAONLY                     VALUE '2'.
               88  SEND-DATAONLY-ALARM               VALUE '3'.
      *
      *    THE CUSTOMER ON DISPLAY, ZERO WHEN NONE - PF11 PASSES IT
      *    TO THE ACCOUNT SUMMARY
      *
       01  COMMUNICATION-AREA.
           05  CA-CUSTOMER-NUMBER        PIC 9(6).
      *
       01  RESPONSE-CODE                 PIC S9(8)   COMP.
      *
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                   PIC X(6).
      *
       PROCEDURE DIVISION.
      *
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO INQMAP1O
                   MOVE ZERO TO CA-CUSTOMER-NUMBER
                   MOVE -1 TO CUSTNOL
                   SET SEND-ERASE TO TRUE
                   PERFORM 1500-SEND-INQUIRY-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO INQMAP1O
                   MOVE ZERO TO CA-CUSTOMER-NUMBER
                   MOVE -1 TO CUSTNOL
                   SET SEND-ERASE TO TRUE
                   PERFORM 1500-SEND-INQUIRY-MAP
                   EXEC CICS
                       XCTL PROGRAM('INVMENU')
                   END-EXEC
      *
               WHEN EIBAID = DFHPF11
                   IF CA-CUSTOMER-NUMBER = ZERO
                       MOVE LOW-VALUE TO INQMAP1O
                       MOVE 'DISPLAY A CUSTOMER FIRST' TO ERROR-TEXT
                       MOVE -1 TO CUSTNOL
                       SET SEND-DATAONLY-ALARM TO TRUE
                       PERFORM 1500-SEND-INQUIRY-MAP
                   ELSE
                       EXEC CICS
                           XCTL PROGRAM('CUSTSUM1')
                                COMMAREA(COMMUNICATION-AREA)
                       END-EXEC
                   END-IF
      *
               WHEN OTHER
                   PERFORM 1000-PROCESS-INQUIRY-MAP
               PERFORM 1300-READ-CUSTOMER-RECORD
               IF VALID-DATA
                   PERFORM 1400-MOVE-CUSTOMER-DATA
                   SET SEND-DATAONLY TO TRUE
               ELSE
                   MOVE ZERO TO CA-CUSTOMER-NUMBER
                   MOVE 'CUSTOMER NOT FOUND' TO ERROR-TEXT
                   MOVE -1 TO CUSTNOL
                   SET SEND-DATAONLY-ALARM TO TRUE
               END-IF
           ELSE
               MOVE ZERO TO CA-CUSTOMER-NUMBER
               MOVE 'PLEASE ENTER A CUSTOMER NUMBER' TO ERROR-TEXT
               MOVE -1 TO CUSTNOL
               SET SEND-DATAONLY-ALARM TO TRUE
           END-IF.
           PERFORM 1500-SEND-INQUIRY-MAP.
      *
      *
       1400-MOVE-CUSTOMER-DATA.
      *
           MOVE CM-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NUMBER TO CUSTNOO.
           MOVE CM-FIRST-NAME      TO FNAMEO.
           MOVE CM-LAST-NAME       TO LNAMEO.
           MOVE CM-PHONE           TO PHONEO.
           MOVE CM-EMAIL           TO EMAILO.
           MOVE CM-CREDIT-LIMIT    TO CRLIMITO.
           MOVE 'CUSTOMER RECORD DISPLAYED' TO ERROR-TEXT.
      *
       1500-SEND-INQUIRY-MAP.
      *
           MOVE ERROR-TEXT TO MESSAGEO.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('INQMAP1')
                            MAPSET('INQSET1')
                            FROM(INQMAP1O)
                            ERASE
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('INQMAP1')
                            MAPSET('INQSET1')
                            FROM(INQMAP1O)
                            DATAONLY
                            ALARM
                            CURSOR
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('INQMAP1')
                            MAPSET('INQSET1')
                            FROM(INQMAP1O)
                            DATAONLY
                            CURSOR
                   END-EXEC
           END-EVALUATE.
      *
           MOVE LOW-VALUE TO ERROR-MESSAGE-LINE.
           MOVE SPACE TO INQMAP1O.
