      *
       3000-SELECT-AND-TALLY.
      *
      *    ONLY ORDERS THAT ACTUALLY SOLD - COMPLETE OR SHIPPED, WHOLLY
      *    OR IN PART - EARN COMMISSION, AND ONLY FOR THE REPORT MONTH.
      *    THE MERCHANDISE TOTAL IS WHAT EARNS - NOBODY IS PAID A CUT OF
      *    THE SALES TAX.
      *
           IF NOT ORD-STATUS-COMPLETE AND NOT ORD-STATUS-SHIPPED
              AND NOT ORD-STATUS-PARTIAL
               CONTINUE
           ELSE
               DIVIDE ORD-ORDER-DATE BY 100
