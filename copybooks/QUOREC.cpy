      *****************************************************************
      *    QUOREC - SALES QUOTATION HEADER (FILE QUOMAS)
      *    KEYED BY A QUOTE NUMBER HANDED OUT FROM THE QUOCTL
      *    CONTROL RECORD. SALES USED TO PRICE OVER THE PHONE AND
      *    RE-KEY THE WHOLE ORDER THROUGH ORDRENT WHEN THE CUSTOMER
      *    SAID YES - THE QUOTE NOW CARRIES THE PRICES IT WAS GIVEN
      *    AT, AND THE CONVERT ACTION ON THE QUO1 SCREEN TURNS AN
      *    UNEXPIRED QUOTE INTO A REAL ORDMAS/ORDLINE ORDER AT
      *    THOSE PRICES. NOTHING IS ALLOCATED UNTIL THEN.
      *****************************************************************
       01  QUOTE-MASTER-RECORD.
           05  QUO-QUOTE-NUMBER          PIC 9(8).
           05  QUO-CUSTOMER-NUMBER       PIC 9(6).
           05  QUO-SHIP-TO-SEQUENCE      PIC 9(3).
           05  QUO-QUOTE-DATE            PIC 9(8).
           05  QUO-EXPIRY-DATE           PIC 9(8).
      *
      *    AN OPEN QUOTE PAST ITS EXPIRY DATE IS EXPIRED - THERE
      *    IS NO SEPARATE STATUS FOR IT, THE DATE SAYS SO. LOST IS
      *    SET BY HAND WHEN THE CUSTOMER SAYS NO.
      *
           05  QUO-STATUS-CODE           PIC X.
               88  QUO-STATUS-OPEN                   VALUE 'O'.
               88  QUO-STATUS-CONVERTED              VALUE 'C'.
               88  QUO-STATUS-LOST                   VALUE 'L'.
           05  QUO-LINE-COUNT            PIC 9(3).
           05  QUO-QUOTE-TOTAL           PIC 9(9)V99.
      *
      *    THE REP WHOSE ACCOUNT THIS IS (FROM CM-REP-CODE WHEN THE
      *    QUOTE IS ADDED) AND THE OPERATOR WHO KEYED IT
      *
           05  QUO-REP-CODE              PIC X(3).
           05  QUO-ENTERED-OPID          PIC X(3).
      *
      *    THE LAST DAY THE QUOTE OR ITS LINES CHANGED - THE
      *    NIGHTLY QUOPRT1 RUN PRINTS EVERY OPEN QUOTE CHANGED ON
      *    THE BUSINESS DATE, SO A REVISED QUOTE GOES OUT AGAIN
      *
           05  QUO-CHANGED-DATE          PIC 9(8).
      *
      *    THE ORDER THE QUOTE BECAME AND THE DAY IT WAS CONVERTED -
      *    ZERO UNTIL THEN
      *
           05  QUO-ORDER-NUMBER          PIC 9(8).
           05  QUO-CONVERTED-DATE        PIC 9(8).
