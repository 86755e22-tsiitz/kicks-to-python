           05  PREORDF                   PIC X.
           05  FILLER REDEFINES PREORDF  PIC X.
           05  PREORDI                   PIC X(7).
           05  PSUPPL                    PIC S9(4)   COMP.
           05  PSUPPF                    PIC X.
           05  FILLER REDEFINES PSUPPF   PIC X.
           05  PSUPPI                    PIC X(6).
           05  PLEADL                    PIC S9(4)   COMP.
           05  PLEADF                    PIC X.
           05  FILLER REDEFINES PLEADF   PIC X.
           05  PLEADI                    PIC X(3).
           05  PCOSTL                    PIC S9(4)   COMP.
           05  PCOSTF                    PIC X.
           05  FILLER REDEFINES PCOSTF   PIC X.
           05  PCOSTI                    PIC X(10).
           05  PWGTL                     PIC S9(4)   COMP.
           05  PWGTF                     PIC X.
           05  FILLER REDEFINES PWGTF    PIC X.
           05  PWGTI                     PIC X(10).
           05  INSTRUCTL                 PIC S9(4)   COMP.
           05  INSTRUCTF                 PIC X.
           05  FILLER REDEFINES INSTRUCTF PIC X.
           05  FILLER                    PIC X(3).
           05  PREORDO                   PIC ZZZZZZ9.
           05  FILLER                    PIC X(3).
      *
      *    PRIMARY SUPPLIER AND THE PRODUCT'S OWN LEAD TIME - A
      *    BLANK OR ZERO LEAD TIME MEANS USE THE SUPPLIER'S
      *
           05  PSUPPO                    PIC X(6).
           05  FILLER                    PIC X(3).
           05  PLEADO                    PIC X(3).
           05  FILLER                    PIC X(3).
      *
      *    WEIGHTED-AVERAGE UNIT COST - RECEIVING KEEPS IT CURRENT;
      *    IT IS KEYED HERE ONLY TO START A NEW PRODUCT OR CORRECT
      *    ONE. A BLANK COST IS ZERO.
      *
           05  PCOSTO                    PIC ZZZZZZ9.99.
           05  FILLER                    PIC X(3).
      *
      *    SHIPPING WEIGHT IN POUNDS PER UNIT - ORDER ENTRY SUMS IT
      *    FOR THE FREIGHT ESTIMATE. A BLANK WEIGHT IS ZERO.
      *
           05  PWGTO                     PIC ZZZZZZ9.99.
           05  FILLER                    PIC X(3).
           05  INSTRUCTO                 PIC X(40).
           05  FILLER                    PIC X(3).
           05  MESSAGEO2                 PIC X(78).
