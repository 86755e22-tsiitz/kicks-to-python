      *****************************************************************
      *    SUPREC - SUPPLIER MASTER RECORD (FILE SUPMAS)
      *    KEYED BY THE SIX-CHARACTER SUPPLIER CODE CARRIED ON THE
      *    PRODUCT AS ITS PRIMARY SUPPLIER AND STAMPED ONTO EVERY
      *    PURCHASE ORDER PORAISE1 RAISES. THE LEAD TIME IS THE
      *    SUPPLIER'S QUOTED DAYS FROM ORDER TO DOCK - A PRODUCT
      *    MAY CARRY ITS OWN LEAD TIME THAT OVERRIDES IT. AN
      *    INACTIVE SUPPLIER KEEPS ITS HISTORY BUT CANNOT BE MADE
      *    ANY PRODUCT'S PRIMARY SUPPLIER.
      *****************************************************************
       01  SUPPLIER-MASTER-RECORD.
           05  SUP-SUPPLIER-CODE         PIC X(6).
           05  SUP-NAME                  PIC X(30).
           05  SUP-ADDRESS               PIC X(30).
           05  SUP-CITY                  PIC X(20).
           05  SUP-STATE                 PIC XX.
           05  SUP-ZIP-CODE              PIC X(10).
           05  SUP-PHONE                 PIC X(14).
           05  SUP-CONTACT-NAME          PIC X(30).
           05  SUP-LEAD-DAYS             PIC 9(3).
           05  SUP-STATUS-CODE           PIC X.
               88  SUP-STATUS-ACTIVE                 VALUE 'A'.
               88  SUP-STATUS-INACTIVE               VALUE 'I'.
