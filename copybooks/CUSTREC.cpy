      *    NO REP WAS EVER ASSIGNED (HOUSE ACCOUNT).
      *
           05  CM-REP-CODE               PIC X(3).
      *
      *    FREE-FREIGHT ACCOUNTS - ORDER COMPLETION CHARGES THEM NO
      *    FREIGHT AT ALL. ANYTHING BUT 'Y' PAYS FREIGHT.
      *
           05  CM-FREIGHT-EXEMPT-SW      PIC X.
               88  CM-FREIGHT-EXEMPT                 VALUE 'Y'.
