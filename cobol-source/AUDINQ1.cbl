      * TIMESTAMPS COME IN TWO SHAPES: CICS ABSTIME FROM THE     *
      * ONLINE WRITERS AND THE YYMMDDHHMMSSNN FORM THE BATCH     *
      * JOBS STAMP - VALUES OF 14 DIGITS AND UP ARE BATCH.       *
      * CUSTSUM1'S ACCOUNT SUMMARY (PF9) XCTLS IN WITH A 6-BYTE  *
      * COMMAREA HOLDING A CUSTOMER NUMBER AND GETS ITS LIST.    *
      ************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       01  DFHCOMMAREA.
           05  DFHCOMMAREA-DATA          PIC X(69).
      *
      *    COMMAREA RECEIVED FROM CUSTSUM1 - THE CUSTOMER WHOSE
      *    AUDIT HISTORY IS TO BE LISTED
      *
       01  XCTL-FROM-SUMMARY REDEFINES DFHCOMMAREA.
           05  XFS-CUSTOMER-NUMBER       PIC 9(6).
      *
       PROCEDURE DIVISION.
      *
      *
               WHEN EIBCALEN = ZERO
                   PERFORM 1600-START-FRESH-INQUIRY
      *
               WHEN EIBCALEN = 6
                   MOVE XFS-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER
                   PERFORM 1800-DISPLAY-AUDIT-LIST
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 1600-START-FRESH-INQUIRY
