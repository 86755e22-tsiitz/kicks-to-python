      *****************************************************************
      *    PERREC - PERIOD HISTORY RECORD (FILE PERHIST)
      *    MONTH-END FIGURES FROZEN BY THE EODCLS1 CLOSE ON THE
      *    LAST BUSINESS DAY OF THE MONTH, SO A MONTH'S CLOSING
      *    RECEIVABLE, STOCK, AND ORDER BOOK CAN BE QUOTED LATER
      *    WITHOUT RERUNNING A REPORT AGAINST FILES THAT HAVE MOVED
      *    ON. KEYED BY PERIOD, SNAPSHOT TYPE, AND ITEM:
      *        AR - OPEN RECEIVABLE BY ARAGE1'S AGE BUCKET (ITEM
      *             CURRENT, 31-60, 61-90, OVER 90), PLUS THE
      *             UNAPPLIED ON-ACCOUNT CREDIT (ITEM UNAPPLCR).
      *             THE AMOUNT IS THE BALANCE, THE COUNT THE
      *             INVOICES (CREDITS) BEHIND IT.
      *        IN - INVENTORY UNITS BY LOCATION (ITEM = LOCATION
      *             CODE) - ON HAND, ALLOCATED, AND IN TRANSIT
      *             SUMMED OVER THE PRDLOC RECORDS, THE COUNT THE
      *             PRODUCTS STOCKED THERE.
      *        OO - OPEN ORDER VALUE BY ORDER STATUS (ITEM OPEN,
      *             COMPLETE, PARTIAL) - MERCHANDISE NOT YET
      *             BILLED, THE COUNT THE ORDERS.
      *    A RECORD IS WRITTEN ONCE AND NEVER REWRITTEN - A RERUN
      *    OF THE CLOSE KEEPS THE FIGURES ALREADY ON FILE.
      *****************************************************************
       01  PERIOD-HISTORY-RECORD.
           05  PH-KEY.
               10  PH-PERIOD             PIC 9(6).
               10  PH-SNAPSHOT-TYPE      PIC XX.
                   88  PH-TYPE-RECEIVABLE            VALUE 'AR'.
                   88  PH-TYPE-INVENTORY             VALUE 'IN'.
                   88  PH-TYPE-OPEN-ORDERS           VALUE 'OO'.
               10  PH-ITEM-CODE          PIC X(8).
           05  PH-BUSINESS-DATE          PIC 9(8).
           05  PH-SNAPSHOT-STAMP         PIC 9(14).
           05  PH-ITEM-COUNT             PIC 9(7).
           05  PH-AMOUNT                 PIC 9(11)V99.
           05  PH-UNITS-ON-HAND          PIC 9(9).
           05  PH-UNITS-ALLOCATED        PIC 9(9).
           05  PH-UNITS-IN-TRANSIT       PIC 9(9).
