      *****************************************************************
      *    GLATAB - GENERAL LEDGER POSTING CODE TABLE
      *    THE POSTING CODES GLJRN1 BUILDS ITS JOURNALS FROM. THE
      *    GLA1 SCREEN ONLY MAPS A CODE ON THIS LIST.
      *        ARTRADE   ACCOUNTS RECEIVABLE
      *        SALES     MERCHANDISE SALES
      *        SALESTAX  SALES TAX PAYABLE
      *        FINCHG    FINANCE CHARGE INCOME
      *        CASH      CASH
      *        CUSTCRED  CUSTOMER CREDITS HELD ON ACCOUNT
      *        RETURNS   SALES RETURNS AND ALLOWANCES
      *        INVENTRY  INVENTORY
      *        RCVNINV   RECEIVED NOT INVOICED
      *        FREIGHT   FREIGHT BILLED TO CUSTOMERS
      *****************************************************************
       01  WS-GL-POSTING-CODES.
           05  FILLER                    PIC X(8)    VALUE 'ARTRADE'.
           05  FILLER                    PIC X(8)    VALUE 'SALES'.
           05  FILLER                    PIC X(8)    VALUE 'SALESTAX'.
           05  FILLER                    PIC X(8)    VALUE 'FINCHG'.
           05  FILLER                    PIC X(8)    VALUE 'CASH'.
           05  FILLER                    PIC X(8)    VALUE 'CUSTCRED'.
           05  FILLER                    PIC X(8)    VALUE 'RETURNS'.
           05  FILLER                    PIC X(8)    VALUE 'INVENTRY'.
           05  FILLER                    PIC X(8)    VALUE 'RCVNINV'.
           05  FILLER                    PIC X(8)    VALUE 'FREIGHT'.
       01  WS-GL-CODE-TABLE REDEFINES WS-GL-POSTING-CODES.
           05  WS-GL-CODE-ENTRY          PIC X(8)    OCCURS 10 TIMES
                                         INDEXED BY WS-GL-CODE-IDX.
