      *****************************************************************
      *    TCTLREC - STOCK TRANSFER CONTROL RECORD (FILE XFRCTL)
      *    SINGLE-RECORD FILE THAT HANDS OUT THE NEXT TRANSFER
      *    NUMBER, THE SAME WAY PCTLREC AND RCTLREC HAND OUT THE
      *    PURCHASE ORDER AND RETURN NUMBERS.
      *****************************************************************
       01  TRANSFER-CONTROL-RECORD.
           05  TCTL-RECORD-KEY           PIC X(6)    VALUE 'XFRNO '.
           05  TCTL-NEXT-TRANSFER-NUMBER PIC 9(8).
