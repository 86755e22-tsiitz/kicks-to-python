      *****************************************************************
      *    CRVREC - CREDIT LIMIT REVIEW RECORD (FILE CRVREVW)
      *    ONE LINE PER CUSTOMER THE QUARTERLY CRVRPT1 REVIEW WANTS
      *    TO CHANGE THE CREDIT LIMIT FOR - THE SAME CUSTOMERS THE
      *    REVIEW REPORT SHOWS WITH A RAISE, LOWER, OR SET ACTION.
      *    IT IS A FLAT TEXT FILE THE CREDIT MANAGER WORKS THROUGH
      *    WITH THE REPORT: A 'Y' IN CRV-APPROVED-SW APPROVES THE
      *    LINE, AND A FIGURE IN CRV-APPROVED-LIMIT (WHOLE DOLLARS)
      *    REPLACES THE RECOMMENDATION. CRVEXT1 TURNS THE APPROVED
      *    LINES INTO CUSTCHG CHANGE RECORDS FOR CUSTUPD1. LIMITS
      *    ARE WHOLE DOLLARS - THE REVIEW RECOMMENDS ROUND FIGURES.
      *****************************************************************
       01  CREDIT-REVIEW-RECORD.
           05  CRV-CUSTOMER-NUMBER       PIC 9(6).
           05  FILLER                    PIC X.
           05  CRV-CUSTOMER-NAME         PIC X(20).
           05  FILLER                    PIC X.
           05  CRV-REVIEW-DATE           PIC 9(8).
           05  FILLER                    PIC X.
           05  CRV-RATING                PIC X(4).
           05  FILLER                    PIC X.
           05  CRV-CURRENT-LIMIT         PIC 9(7).
           05  FILLER                    PIC X.
           05  CRV-RECOMMENDED-LIMIT     PIC 9(7).
           05  FILLER                    PIC X.
           05  CRV-APPROVED-SW           PIC X.
               88  CRV-APPROVED                      VALUE 'Y'.
           05  FILLER                    PIC X.
           05  CRV-APPROVED-LIMIT        PIC X(7).
