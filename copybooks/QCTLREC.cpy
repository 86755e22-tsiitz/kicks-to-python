      *****************************************************************
      *    QCTLREC - QUOTE CONTROL RECORD (FILE QUOCTL)
      *    SINGLE-RECORD FILE THAT HANDS OUT THE NEXT QUOTE NUMBER,
      *    THE SAME WAY THE OTHER CONTROL RECORDS HAND OUT THEIR
      *    KEYS.
      *****************************************************************
       01  QUOTE-CONTROL-RECORD.
           05  QCTL-RECORD-KEY           PIC X(6)    VALUE 'QUONO '.
           05  QCTL-NEXT-QUOTE-NUMBER    PIC 9(8).
