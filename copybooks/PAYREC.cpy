           05  PAY-CUSTOMER-NUMBER       PIC 9(6).
           05  PAY-INVOICE-NUMBER        PIC 9(8).
           05  PAY-AMOUNT                PIC 9(9)V99.
      *
      *    WHAT THE MONEY WAS. A CHECK PUT ON AN INVOICE IS CASH;
      *    THE PART OF A CHECK THAT WENT ON ACCOUNT INSTEAD IS
      *    LOGGED WITH A ZERO INVOICE NUMBER; AN ON-ACCOUNT CREDIT
      *    LATER USED AGAINST AN INVOICE IS APPLIED CREDIT, NOT NEW
      *    CASH. RECORDS FROM BEFORE THE SOURCE WAS KEPT CARRY
      *    SPACES AND ARE CASH. THE CREDIT NUMBER IS THE CRDMAS
      *    CREDIT THE MONEY WENT TO OR CAME FROM (ZERO ON CASH).
      *
           05  PAY-SOURCE-CODE           PIC X.
               88  PAY-SOURCE-CASH                   VALUE 'C' ' '.
               88  PAY-SOURCE-ON-ACCOUNT             VALUE 'U'.
               88  PAY-SOURCE-CREDIT-APPLIED         VALUE 'A'.
           05  PAY-CREDIT-NUMBER         PIC 9(8).
