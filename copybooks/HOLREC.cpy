      *****************************************************************
      *    HOLREC - HOLIDAY CALENDAR RECORD (FILE HOLCAL)
      *    ONE RECORD PER DATE THE SHOP IS CLOSED ON A WEEKDAY,
      *    KEYED BY THE DATE ITSELF (YYYYMMDD). KEPT ON THE HOL1
      *    SCREEN A YEAR OR SO AHEAD. THE NIGHTLY EODCLS1 CLOSE
      *    SKIPS SATURDAYS, SUNDAYS, AND EVERY DATE ON THIS FILE
      *    WHEN IT ROLLS BUSDATE TO THE NEXT BUSINESS DAY, SO A
      *    HOLIDAY KEYED LATE IS A DAY THE SHOP OPENS BY MISTAKE.
      *****************************************************************
       01  HOLIDAY-RECORD.
           05  HOL-HOLIDAY-DATE          PIC 9(8).
           05  HOL-DESCRIPTION           PIC X(30).
