      *****************************************************************
      *    GLAREC - GENERAL LEDGER ACCOUNT MAPPING RECORD (GLAMAP)
      *    ONE RECORD PER POSTING CODE THE NIGHTLY GLJRN1 JOURNAL
      *    RUN SUMMARIZES BY - RECEIVABLES, SALES, SALES TAX, CASH
      *    AND SO ON (THE CODES ARE LISTED IN GLATAB) - GIVING THE
      *    LEDGER ACCOUNT THE CODE POSTS TO. ACCOUNTING KEEPS IT ON
      *    THE GLA1 SCREEN, SO A CHART-OF-ACCOUNTS CHANGE NEVER
      *    NEEDS A PROGRAM CHANGE. A CODE WITH ACTIVITY AND NO
      *    RECORD HOLDS THE WHOLE NIGHT'S BATCH BACK.
      *****************************************************************
       01  GL-ACCOUNT-MAP-RECORD.
           05  GLA-POSTING-CODE          PIC X(8).
           05  GLA-ACCOUNT-NUMBER        PIC X(12).
           05  GLA-DESCRIPTION           PIC X(30).
