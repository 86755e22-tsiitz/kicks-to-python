      *****************************************************************
      *    LOCREC - WAREHOUSE LOCATION MASTER RECORD (FILE LOCMAS)
      *    KEYED BY THE THREE-CHARACTER LOCATION CODE CARRIED ON
      *    PRDLOC, ORDLINE, RCPLOG AND THE TRANSFER FILE. UNTIL
      *    THIS FILE EXISTED A MISKEYED LOCATION ON A RECEIPT OR A
      *    COUNT QUIETLY OPENED A NEW "BUILDING". EVERY SCREEN
      *    THAT TAKES A LOCATION NOW CHECKS IT HERE FIRST. AN
      *    INACTIVE LOCATION KEEPS ITS STOCK HISTORY BUT TAKES NO
      *    NEW ORDERS, RECEIPTS, RETURNS OR TRANSFERS.
      *****************************************************************
       01  LOCATION-MASTER-RECORD.
           05  LOC-LOCATION-CODE         PIC X(3).
           05  LOC-NAME                  PIC X(30).
           05  LOC-ADDRESS               PIC X(30).
           05  LOC-CITY                  PIC X(20).
           05  LOC-STATE                 PIC XX.
           05  LOC-ZIP-CODE              PIC X(10).
           05  LOC-PHONE                 PIC X(14).
           05  LOC-MANAGER-NAME          PIC X(30).
           05  LOC-STATUS-CODE           PIC X.
               88  LOC-STATUS-ACTIVE                 VALUE 'A'.
               88  LOC-STATUS-INACTIVE               VALUE 'I'.
