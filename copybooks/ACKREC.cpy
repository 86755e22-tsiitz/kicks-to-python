      *****************************************************************
      *    ACKREC - PARTNER ORDER ACKNOWLEDGMENT RECORD (FILE ORDACK)
      *    ONE FIXED-FORMAT LINE PER THING ORDLOAD1 HAS TO TELL THE
      *    TRADING PARTNER ABOUT THE ORDTRAN FILE IT SENT, IN THE
      *    ORDER THE FILE CAME IN, ALL QUOTING THE PARTNER'S OWN PO:
      *      'H' - THE ORDER HEADER, ACCEPTED (WITH OUR ORDER NUMBER)
      *            OR REJECTED WITH THE REASON
      *      'L' - EACH LINE, ACCEPTED, ACCEPTED ON BACKORDER, OR
      *            REJECTED WITH THE REASON. A KIT IS ANSWERED AS
      *            THE ONE LINE THE PARTNER SENT, BACKORDERED WHEN
      *            ANY OF ITS COMPONENTS IS.
      *      'T' - THE ORDER'S FINAL TOTALS WHEN IT COMPLETES, OR
      *            CANCELLED WHEN EVERY LINE REJECTED
      *    THE FILE IS REBUILT EVERY RUN.
      *****************************************************************
       01  ORDER-ACK-RECORD.
           05  ACK-RECORD-TYPE           PIC X.
               88  ACK-ORDER-HEADER                  VALUE 'H'.
               88  ACK-ORDER-LINE                    VALUE 'L'.
               88  ACK-ORDER-TOTAL                   VALUE 'T'.
           05  ACK-BUSINESS-DATE         PIC 9(8).
           05  ACK-CUSTOMER-NUMBER       PIC 9(6).
           05  ACK-PARTNER-PO            PIC X(20).
      *
      *        ZERO WHEN THE HEADER WAS REJECTED
      *
           05  ACK-ORDER-NUMBER          PIC 9(8).
           05  ACK-STATUS-CODE           PIC X.
               88  ACK-ACCEPTED                      VALUE 'A'.
               88  ACK-BACKORDERED                   VALUE 'B'.
               88  ACK-REJECTED                      VALUE 'R'.
               88  ACK-CANCELLED                     VALUE 'X'.
      *
      *        'L' - OUR ORDER LINE NUMBER (ZERO FOR A REJECTED
      *        LINE) AND THE LINE AS PRICED. 'T' - THE NUMBER OF
      *        ORDER LINES AND THE ORDER'S MERCHANDISE, TAX,
      *        FREIGHT AND GROSS TOTALS.
      *
           05  ACK-LINE-NUMBER           PIC 9(3).
           05  ACK-PRODUCT-CODE          PIC X(10).
           05  ACK-QUANTITY              PIC 9(5).
           05  ACK-UNIT-PRICE            PIC 9(7)V99.
           05  ACK-AMOUNT                PIC 9(9)V99.
           05  ACK-TAX-AMOUNT            PIC 9(7)V99.
           05  ACK-FREIGHT-AMOUNT        PIC 9(7)V99.
           05  ACK-GROSS-TOTAL           PIC 9(9)V99.
      *
      *        WHY A LINE OR HEADER WAS REJECTED, OR THE NOTE THE
      *        CONTROL REPORT PRINTS AGAINST AN ACCEPTED ORDER
      *
           05  ACK-REASON                PIC X(40).
