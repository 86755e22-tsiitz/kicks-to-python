      *****************************************************************
      *    CCTLREC - ON-ACCOUNT CREDIT CONTROL RECORD (FILE CRDCTL)
      *    SINGLE-RECORD FILE THAT HANDS OUT THE NEXT CRDMAS CREDIT
      *    NUMBER, THE SAME WAY RCTLREC HANDS OUT THE NEXT RETURN
      *    NUMBER.
      *****************************************************************
       01  CREDIT-CONTROL-RECORD.
           05  CCTL-RECORD-KEY           PIC X(6)    VALUE 'CRDNO '.
           05  CCTL-NEXT-CREDIT-NUMBER   PIC 9(8).
