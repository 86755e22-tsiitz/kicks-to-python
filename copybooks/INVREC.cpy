      *    TIME - A LATER ORDER CHANGE DOES NOT MOVE THE INVOICE.
      *    THE PAID AMOUNT AND STATUS ARE MAINTAINED BY THE CASH
      *    APPLICATION SCREEN AS CHECKS COME IN.
      *    THE DUNLTR1 COLLECTIONS RUN ALSO RAISES FINANCE CHARGE
      *    INVOICES HERE FROM THE SAME INVCTL NUMBER SERIES - THEY
      *    BILL NO ORDER, SO THEIR ORDER NUMBER IS ZERO, AND THE
      *    CHARGE IS CARRIED AS MERCHANDISE WITH NO TAX.
      *****************************************************************
       01  INVOICE-RECORD.
           05  INV-INVOICE-NUMBER        PIC 9(8).
           05  INV-STATUS-CODE           PIC X.
               88  INV-STATUS-OPEN                   VALUE 'O'.
               88  INV-STATUS-PAID                   VALUE 'P'.
      *
      *    FREIGHT BILLED ON THIS INVOICE - ITS OWN LINE ON THE
      *    INVOICE, INCLUDED IN INV-GROSS-TOTAL. ZERO ON FINANCE
      *    CHARGE INVOICES AND ON FREE-FREIGHT ACCOUNTS.
      *
           05  INV-FREIGHT-AMOUNT        PIC 9(7)V99.
