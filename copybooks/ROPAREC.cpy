      *****************************************************************
      *    ROPAREC - REORDER POINT AUDIT RECORD (FILE ROPAUD)
      *    "WRITE-ONLY-LOG" FILE LIKE CUSTAUD - ONE RECORD FOR EVERY
      *    PRD-REORDER-POINT CHANGE ROPCALC1 POSTS IN APPLY MODE,
      *    WITH THE POINT BEFORE AND AFTER, THE PROPOSAL IT CAME
      *    FROM, WHETHER PURCHASING TOOK THE PROPOSAL OR KEYED ITS
      *    OWN FIGURE, AND THE DEMAND AND LEAD TIME THE PROPOSAL
      *    WAS BASED ON. THE STAMP IS THE BATCH YYMMDDHHMMSSCC
      *    STAMP THE RUN-CONTROL RECORDS CARRY.
      *****************************************************************
       01  REORDER-AUDIT-RECORD.
           05  RPA-TIMESTAMP             PIC 9(14).
           05  RPA-JOB-NAME              PIC X(8).
           05  RPA-PRODUCT-CODE          PIC X(10).
           05  RPA-REVIEW-DATE           PIC 9(8).
           05  RPA-OLD-REORDER-POINT     PIC 9(7).
           05  RPA-NEW-REORDER-POINT     PIC 9(7).
           05  RPA-PROPOSED-POINT        PIC 9(7).
           05  RPA-CHANGE-SOURCE         PIC X.
               88  RPA-SOURCE-PROPOSAL               VALUE 'P'.
               88  RPA-SOURCE-OVERRIDE               VALUE 'O'.
           05  RPA-HISTORY-MONTHS        PIC 9(3).
           05  RPA-AVG-MONTHLY           PIC 9(7).
           05  RPA-PEAK-MONTHLY          PIC 9(7).
           05  RPA-AVG-LEAD-DAYS         PIC 9(3).
           05  RPA-MAX-LEAD-DAYS         PIC 9(3).
