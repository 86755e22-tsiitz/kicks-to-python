      *****************************************************************
      *    GLJREC - GENERAL LEDGER UPLOAD RECORD (FILE GLUPLD)
      *    ONE FIXED-FORMAT LINE PER SUMMARIZED JOURNAL LINE THE
      *    NIGHTLY GLJRN1 RUN RELEASES TO THE LEDGER - ONE DEBIT OR
      *    CREDIT TO ONE ACCOUNT FOR ONE JOURNAL (INV BILLING, CSH
      *    CASH, RTN RETURNS, RCV RECEIVING) FOR THE BUSINESS DATE.
      *    LINE NUMBERS RUN FROM 1 ACROSS THE WHOLE BATCH. THE FILE
      *    IS ONLY WRITTEN WHEN EVERY JOURNAL BALANCES, SO THE
      *    LEDGER CAN TAKE IT WHOLE.
      *****************************************************************
       01  GL-UPLOAD-RECORD.
           05  GLJ-BATCH-DATE            PIC 9(8).
           05  GLJ-JOURNAL-CODE          PIC X(3).
           05  GLJ-LINE-NUMBER           PIC 9(5).
           05  GLJ-ACCOUNT-NUMBER        PIC X(12).
           05  GLJ-POSTING-CODE          PIC X(8).
           05  GLJ-DEBIT-CREDIT          PIC X.
               88  GLJ-DEBIT                         VALUE 'D'.
               88  GLJ-CREDIT                        VALUE 'C'.
           05  GLJ-AMOUNT                PIC 9(11)V99.
           05  GLJ-DESCRIPTION           PIC X(30).
