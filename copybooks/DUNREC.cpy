      *****************************************************************
      *    DUNREC - COLLECTIONS HISTORY RECORD (FILE DUNMAS)
      *    ONE RECORD PER CUSTOMER THE NIGHTLY DUNLTR1 RUN HAS EVER
      *    WRITTEN TO, KEYED BY CUSTOMER NUMBER. IT REMEMBERS THE
      *    LAST DUNNING LETTER (ITS LEVEL AND BUSINESS DATE) SO THE
      *    SAME LETTER IS NOT SENT AGAIN INSIDE 30 DAYS, AND THE
      *    LAST FINANCE CHARGE INVOICE SO A CUSTOMER IS CHARGED AT
      *    MOST ONCE IN A CALENDAR MONTH.
      *****************************************************************
       01  DUNNING-RECORD.
           05  DUN-CUSTOMER-NUMBER       PIC 9(6).
           05  DUN-LAST-LETTER-LEVEL     PIC 9.
               88  DUN-LEVEL-NONE                    VALUE 0.
               88  DUN-LEVEL-REMINDER                VALUE 1.
               88  DUN-LEVEL-NOTICE                  VALUE 2.
               88  DUN-LEVEL-FINAL                   VALUE 3.
           05  DUN-LAST-LETTER-DATE      PIC 9(8).
           05  DUN-LETTERS-SENT          PIC 9(5).
           05  DUN-LAST-CHARGE-DATE      PIC 9(8).
           05  DUN-LAST-CHARGE-INVOICE   PIC 9(8).
           05  DUN-LAST-CHARGE-AMOUNT    PIC 9(7)V99.
