      *              AND LINE NUMBER OFF THE PAPERWORK
      *    RTNMAP2 = RETURN ENTRY SCREEN - SHOWS THE ORDER LINE AND
      *              TAKES QUANTITY RETURNED, REASON CODE (1-4), AND
      *              THE RESALABLE Y/N FLAG. RESALABLE GOODS GO BACK
      *              INTO THE RESTOCK LOCATION, WHICH OPENS ON THE
      *              BUILDING THE LINE SHIPPED FROM
      *****************************************************************
       01  RTNMAP1I.
           05  FILLER                    PIC X(12).
           05  RESALF                    PIC X.
           05  FILLER REDEFINES RESALF   PIC X.
           05  RESALI                    PIC X.
           05  RLOCL                     PIC S9(4)   COMP.
           05  RLOCF                     PIC X.
           05  FILLER REDEFINES RLOCF    PIC X.
           05  RLOCI                     PIC X(3).
           05  INSTRUCTL                 PIC S9(4)   COMP.
           05  INSTRUCTF                 PIC X.
           05  FILLER REDEFINES INSTRUCTF PIC X.
           05  FILLER                    PIC X(3).
           05  RESALO                    PIC X.
           05  FILLER                    PIC X(3).
           05  RLOCO                     PIC X(3).
           05  FILLER                    PIC X(3).
           05  INSTRUCTO                 PIC X(40).
           05  FILLER                    PIC X(3).
           05  MESSAGEO2                 PIC X(78).
