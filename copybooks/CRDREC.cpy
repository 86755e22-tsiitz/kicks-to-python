      *****************************************************************
      *    CRDREC - ON-ACCOUNT CREDIT RECORD (FILE CRDMAS)
      *    ONE RECORD PER CREDIT A CUSTOMER HOLDS ON ACCOUNT - CASH
      *    THE CASH SCREEN COULD NOT PUT AGAINST AN INVOICE (AN
      *    OVERPAYMENT, OR A CHECK THAT CAME IN BEFORE THE BILL)
      *    AND CREDIT MEMOS THE RETURN SCREEN COULD NOT SETTLE
      *    AGAINST THE ORDER'S OWN INVOICE. KEYED BY CUSTOMER AND
      *    CREDIT NUMBER SO ONE CUSTOMER'S CREDITS BROWSE TOGETHER;
      *    THE CREDIT NUMBER COMES OFF THE CRDCTL CONTROL RECORD.
      *    THE CUSTOMER'S ON-ACCOUNT BALANCE IS WHAT REMAINS ON
      *    THEIR OPEN AND REFUND-REQUESTED CREDITS:
      *        ORIGINAL AMOUNT - AMOUNT APPLIED - AMOUNT REFUNDED
      *    THE CREDIT SCREEN (CRD1) USES CREDITS UP AGAINST OPEN
      *    INVOICES OR FLAGS THEM FOR REFUND, AND THE NIGHTLY
      *    RFDLST1 RUN LISTS THE REFUNDS AND CLOSES THEM.
      *****************************************************************
       01  CREDIT-RECORD.
           05  CRD-KEY.
               10  CRD-CUSTOMER-NUMBER   PIC 9(6).
               10  CRD-CREDIT-NUMBER     PIC 9(8).
           05  CRD-CREDIT-TYPE           PIC X.
               88  CRD-TYPE-UNAPPLIED-CASH           VALUE 'C'.
               88  CRD-TYPE-CREDIT-MEMO              VALUE 'M'.
      *
      *    WHERE THE CREDIT CAME FROM - THE INVOICE THE CHECK
      *    OVERPAID (ZERO FOR A CHECK WITH NO INVOICE BEHIND IT)
      *    OR THE RTNMAS RETURN NUMBER BEHIND THE CREDIT MEMO
      *
           05  CRD-SOURCE-NUMBER         PIC 9(8).
           05  CRD-CREATED-DATE          PIC 9(8).
           05  CRD-CREATED-OPID          PIC X(3).
           05  CRD-ORIGINAL-AMOUNT       PIC 9(9)V99.
           05  CRD-AMOUNT-APPLIED        PIC 9(9)V99.
           05  CRD-AMOUNT-REFUNDED       PIC 9(9)V99.
           05  CRD-STATUS-CODE           PIC X.
               88  CRD-STATUS-OPEN                   VALUE 'O'.
               88  CRD-STATUS-REFUND-REQUESTED       VALUE 'R'.
               88  CRD-STATUS-CLOSED                 VALUE 'C'.
      *
      *    WHO ASKED FOR THE REFUND AND WHEN, AND THE BUSINESS DATE
      *    RFDLST1 PUT IT ON THE REFUND LIST (ZERO UNTIL LISTED)
      *
           05  CRD-REFUND-REQUEST-DATE   PIC 9(8).
           05  CRD-REFUND-REQUEST-OPID   PIC X(3).
           05  CRD-REFUND-LISTED-DATE    PIC 9(8).
           05  CRD-LAST-ACTIVITY-DATE    PIC 9(8).
