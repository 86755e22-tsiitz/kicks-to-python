      *****************************************************************
      *    SCTLREC - STOCK MOVEMENT CONTROL RECORD (FILE STKCTL)
      *    SINGLE-RECORD FILE THAT HANDS OUT THE NEXT STKTRN
      *    MOVEMENT SEQUENCE NUMBER, THE SAME WAY TCTLREC HANDS OUT
      *    THE NEXT TRANSFER NUMBER.
      *****************************************************************
       01  STOCK-CONTROL-RECORD.
           05  SCTL-RECORD-KEY           PIC X(6)    VALUE 'STKNO '.
           05  SCTL-NEXT-SEQUENCE-NUMBER PIC 9(8).
