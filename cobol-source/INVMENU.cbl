      *   G = SALES REP MAINTENANCE (REP1)                      *
      *   H = STANDING ORDER TEMPLATES (STO1)                   *
      *   I = BATCH JOB STATUS INQUIRY (RUN1)                   *
      *   J = SUPPLIER MAINTENANCE (SUP1)                       *
      *   K = LOCATION MAINTENANCE (LOC1)                       *
      *   L = STOCK TRANSFERS (XFR1)                            *
      *   M = STOCK MOVEMENT HISTORY INQUIRY (STK1)             *
      *   N = ON-ACCOUNT CREDIT APPLICATION (CRD1)              *
      *   O = GL ACCOUNT MAPPING MAINTENANCE (GLA1)             *
      *   P = SALES QUOTATIONS (QUO1)                           *
      *   Q = PRODUCT KIT MAINTENANCE (KIT1)                    *
      *   R = CUSTOMER CONTRACT PRICES (CON1)                   *
      *   S = CARRIER MAINTENANCE (CAR1)                        *
      *   T = FREIGHT RATE MAINTENANCE (FRT1)                   *
      *   U = CUSTOMER ACCOUNT SUMMARY (SUM1)                   *
      *   V = PRODUCT AVAILABILITY (ATP1)                       *
      *   W = HOLIDAY CALENDAR MAINTENANCE (HOL1)               *
      *                                                          *
      * ORIGINAL FROM: MURACH'S CICS FOR THE COBOL PROGRAMMER   *
      * CHAPTER 11 - MENU PROCESSING                            *
                       EXEC CICS
                           XCTL PROGRAM('RUNINQ1')
                       END-EXEC
                   WHEN 'J'
                       EXEC CICS
                           XCTL PROGRAM('SUPMNT1')
                       END-EXEC
                   WHEN 'K'
                       EXEC CICS
                           XCTL PROGRAM('LOCMNT1')
                       END-EXEC
                   WHEN 'L'
                       EXEC CICS
                           XCTL PROGRAM('XFRENT1')
                       END-EXEC
                   WHEN 'M'
                       EXEC CICS
                           XCTL PROGRAM('STKINQ1')
                       END-EXEC
                   WHEN 'N'
                       EXEC CICS
                           XCTL PROGRAM('CRDAPL1')
                       END-EXEC
                   WHEN 'O'
                       EXEC CICS
                           XCTL PROGRAM('GLAMNT1')
                       END-EXEC
                   WHEN 'P'
                       EXEC CICS
                           XCTL PROGRAM('QUOENT1')
                       END-EXEC
                   WHEN 'Q'
                       EXEC CICS
                           XCTL PROGRAM('KITMNT1')
                       END-EXEC
                   WHEN 'R'
                       EXEC CICS
                           XCTL PROGRAM('CONMNT1')
                       END-EXEC
                   WHEN 'S'
                       EXEC CICS
                           XCTL PROGRAM('CARMNT1')
                       END-EXEC
                   WHEN 'T'
                       EXEC CICS
                           XCTL PROGRAM('FRTMNT1')
                       END-EXEC
                   WHEN 'U'
                       EXEC CICS
                           XCTL PROGRAM('CUSTSUM1')
                       END-EXEC
                   WHEN 'V'
                       EXEC CICS
                           XCTL PROGRAM('ATPINQ1')
                       END-EXEC
                   WHEN 'W'
                       EXEC CICS
                           XCTL PROGRAM('HOLMNT1')
                       END-EXEC
                   WHEN OTHER
                       MOVE 'INVALID OPTION - PLEASE PICK FROM THE '
                         & 'MENU'
