      *   - PERIOD AND YEAR-TO-DATE TOTALS (CANCELLED ORDERS     *
      *     LISTED BUT NOT COUNTED)                              *
      *   - CREDIT LIMIT AGAINST CURRENT OPEN EXPOSURE - THE     *
      *     UNBILLED MERCHANDISE ON OPEN, COMPLETE AND PARTIAL   *
      *     ORDERS, THE SAME DEFINITION ORDER ENTRY ENFORCES     *
      *     AT THE COUNTER                                       *
      * SOFT-DELETED CUSTOMERS ARE SKIPPED THE SAME WAY CUSTEXT1 *
      * SKIPS THEM ON THE VENDOR FEED. A CUSTOMER WITH NO ORDERS *
      * AT ALL NEVER REACHES THIS REPORT - THE INPUT IS ORDMAS,  *
                   ADD 1 TO WS-YTD-COUNT
                   ADD WS-ORDER-AMOUNT TO WS-YTD-DOLLARS
               END-IF
      *        EXPOSURE IS THE UNBILLED MERCHANDISE ON EVERY OPEN,
      *        COMPLETE OR PARTIAL ORDER, ANY DATE - THE SAME SUM
      *        ORDER ENTRY HOLDS AGAINST THE LIMIT. WHAT INVOICING
      *        HAS BILLED IS CARRIED BY A/R AND DROPS OFF THE LIMIT.
               IF ORD-STATUS-OPEN OR ORD-STATUS-COMPLETE
                       OR ORD-STATUS-PARTIAL
                   IF ORD-ORDER-TOTAL > ORD-MERCH-BILLED
                       COMPUTE WS-OPEN-EXPOSURE = WS-OPEN-EXPOSURE
                           + ORD-ORDER-TOTAL - ORD-MERCH-BILLED
                   END-IF
               END-IF
           END-IF.
      *
                   MOVE 'COMPLETE' TO WS-STATUS-TEXT
               WHEN ORD-STATUS-SHIPPED
                   MOVE 'SHIPPED' TO WS-STATUS-TEXT
               WHEN ORD-STATUS-PARTIAL
                   MOVE 'PARTIAL' TO WS-STATUS-TEXT
               WHEN ORD-STATUS-CANCELLED
                   MOVE 'CANCELLED' TO WS-STATUS-TEXT
               WHEN OTHER
