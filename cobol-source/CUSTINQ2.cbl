      *   - TYPE A LAST NAME AND PRESS PF10 TO SEARCH BY NAME,  *
      *     THEN PF7/PF8 TO STEP THROUGH MATCHES IN NAME ORDER  *
      *   - PRESS PF9 TO MAINTAIN THE CUSTOMER ON DISPLAY        *
      *   - PRESS PF11 FOR THE CUSTOMER'S ACCOUNT SUMMARY (SUM1) *
      *                                                          *
      * ORIGINAL FROM: MURACH'S CICS FOR THE COBOL PROGRAMMER   *
      * CHAPTER 14 - FILE BROWSING                              *
       COPY LNAMEKEY.
      *
      *    COMMAREA PASSED TO CUSTMNT1 (PF9) TO JUMP STRAIGHT TO ITS
      *    CHANGE SCREEN FOR THE CUSTOMER CURRENTLY ON DISPLAY - AND
      *    TO CUSTSUM1 (PF11) FOR THAT CUSTOMER'S ACCOUNT SUMMARY
      *
       01  XCTL-TO-MAINTENANCE.
           05  XTM-CUSTOMER-NUMBER       PIC 9(6).
                   ELSE
                       PERFORM 5000-XCTL-TO-MAINTENANCE
                   END-IF
      *
               WHEN EIBAID = DFHPF11
      *            ACCOUNT SUMMARY FOR THE CUSTOMER ON DISPLAY
                   IF CA-CUSTOMER-NUMBER = ZERO
                       MOVE 'DISPLAY A CUSTOMER FIRST' TO ERROR-TEXT
                       PERFORM 1500-SEND-INQUIRY-MAP
                   ELSE
                       PERFORM 5100-XCTL-TO-SUMMARY
                   END-IF
      *
               WHEN EIBAID = DFHPF10
      *            SEARCH FOR THE FIRST CUSTOMER WHOSE LAST NAME
               XCTL PROGRAM('CUSTMNT1')
                    COMMAREA(XCTL-TO-MAINTENANCE)
           END-EXEC.
      *
       5100-XCTL-TO-SUMMARY.
      *
      *    HANDS THE CUSTOMER CURRENTLY ON DISPLAY TO CUSTSUM1'S
      *    ACCOUNT SUMMARY IN THE SAME SHORT COMMAREA.
      *
           MOVE CA-CUSTOMER-NUMBER TO XTM-CUSTOMER-NUMBER.
      *
           IF BROWSE-STARTED
               PERFORM 1600-END-BROWSE
           END-IF.
      *
           EXEC CICS
               XCTL PROGRAM('CUSTSUM1')
                    COMMAREA(XCTL-TO-MAINTENANCE)
           END-EXEC.
