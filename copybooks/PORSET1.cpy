           05  RCVQTYF                   PIC X.
           05  FILLER REDEFINES RCVQTYF  PIC X.
           05  RCVQTYI                   PIC X(7).
           05  RCOSTL                    PIC S9(4)   COMP.
           05  RCOSTF                    PIC X.
           05  FILLER REDEFINES RCOSTF   PIC X.
           05  RCOSTI                    PIC X(10).
           05  INSTRUCTL                 PIC S9(4)   COMP.
           05  INSTRUCTF                 PIC X.
           05  FILLER REDEFINES INSTRUCTF PIC X.
           05  FILLER                    PIC X(3).
           05  RCVQTYO                   PIC X(7).
           05  FILLER                    PIC X(3).
      *
      *        UNIT COST OFF THE SUPPLIER'S PAPERWORK - SHOWN AS
      *        THE PO'S COST; OVERTYPING IT CORRECTS THE PO BEFORE
      *        THE RECEIPT IS AVERAGED INTO THE PRODUCT COST
      *
           05  RCOSTO                    PIC ZZZZZZ9.99.
           05  FILLER                    PIC X(3).
           05  INSTRUCTO                 PIC X(40).
           05  FILLER                    PIC X(3).
           05  MESSAGEO2                 PIC X(78).
