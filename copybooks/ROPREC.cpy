      *****************************************************************
      *    ROPREC - REORDER POINT REVIEW RECORD (FILE ROPREVW)
      *    ONE LINE PER PRODUCT THE MONTHLY ROPCALC1 RECALCULATION
      *    WANTS TO MOVE TO A NEW REORDER POINT - THE SAME PRODUCTS
      *    THE PROPOSAL REPORT SHOWS FOR REVIEW. IT IS A FLAT TEXT
      *    FILE PURCHASING WORKS THROUGH WITH THE REPORT, THE WAY
      *    THE CREDIT MANAGER WORKS CRVREVW: A 'Y' IN
      *    ROP-APPROVED-SW APPROVES THE LINE, AND A FIGURE IN
      *    ROP-APPROVED-POINT (DIGITS FROM THE LEFT) REPLACES THE
      *    PROPOSAL. ROPCALC1 IN APPLY MODE POSTS THE APPROVED
      *    LINES TO PRODMAS. THE DEMAND AND LEAD-TIME FIGURES RIDE
      *    ALONG SO THE AUDIT TRAIL SHOWS WHAT THE POINT WAS BASED
      *    ON.
      *****************************************************************
       01  REORDER-REVIEW-RECORD.
           05  ROP-PRODUCT-CODE          PIC X(10).
           05  FILLER                    PIC X.
           05  ROP-PRODUCT-DESC          PIC X(25).
           05  FILLER                    PIC X.
           05  ROP-REVIEW-DATE           PIC 9(8).
           05  FILLER                    PIC X.
           05  ROP-HISTORY-MONTHS        PIC 9(3).
           05  FILLER                    PIC X.
           05  ROP-AVG-MONTHLY           PIC 9(7).
           05  FILLER                    PIC X.
           05  ROP-PEAK-MONTHLY          PIC 9(7).
           05  FILLER                    PIC X.
           05  ROP-AVG-LEAD-DAYS         PIC 9(3).
           05  FILLER                    PIC X.
           05  ROP-MAX-LEAD-DAYS         PIC 9(3).
           05  FILLER                    PIC X.
           05  ROP-CURRENT-POINT         PIC 9(7).
           05  FILLER                    PIC X.
           05  ROP-PROPOSED-POINT        PIC 9(7).
           05  FILLER                    PIC X.
           05  ROP-APPROVED-SW           PIC X.
               88  ROP-APPROVED                      VALUE 'Y'.
           05  FILLER                    PIC X.
           05  ROP-APPROVED-POINT        PIC X(7).
