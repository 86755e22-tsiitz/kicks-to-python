      *    PRDLOC IS. THE CYC1 SCREEN WRITES THE COUNT IN PENDING
      *    STATUS WITH THE BOOK ON-HAND FROZEN AT ENTRY TIME; THE
      *    CYCRPT1 VARIANCE RUN POSTS THE ADJUSTMENT, LEAVES A
      *    STKTRN LEDGER ENTRY, AND MOVES THE RECORD TO APPLIED -
      *    SO EVERY CORRECTION TO ON-HAND IS FINALLY TRACEABLE
      *    INSTEAD OF AN OVERTYPE ON THE PRODUCT SCREEN.
      *****************************************************************
       01  CYCLE-COUNT-RECORD.
           05  CYC-KEY.
