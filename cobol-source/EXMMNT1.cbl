      * THE ORDER DATE AND AN EXPIRED CERTIFICATE ONLY WARNS.    *
      *                                                          *
      * TWO-SCREEN PSEUDO-CONVERSATIONAL DESIGN LIKE TAXMNT1.    *
      * CUSTSUM1'S ACCOUNT SUMMARY (PF10) XCTLS IN WITH A 6-BYTE *
      * COMMAREA HOLDING A CUSTOMER NUMBER, WHICH IS PREFILLED   *
      * ON THE KEY SCREEN.                                       *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       01  DFHCOMMAREA.
           05  DFHCOMMAREA-DATA          PIC X(9).
      *
      *    COMMAREA RECEIVED FROM CUSTSUM1 - THE CUSTOMER WHOSE
      *    CERTIFICATES ARE TO BE MAINTAINED
      *
       01  XCTL-FROM-SUMMARY REDEFINES DFHCOMMAREA.
           05  XFS-CUSTOMER-NUMBER       PIC 9(6).
      *
       PROCEDURE DIVISION.
      *
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
               WHEN EIBCALEN = 6
                   MOVE LOW-VALUE TO EXMMAP1O
                   MOVE XFS-CUSTOMER-NUMBER TO CUSTNOO
                   MOVE -1 TO STCODEL
                   SET SEND-ERASE TO TRUE
                   MOVE '1' TO CA-CONTEXT-FLAG
                   PERFORM 1500-SEND-KEY-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO EXMMAP1O
