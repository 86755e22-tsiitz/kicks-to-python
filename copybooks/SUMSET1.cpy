      *****************************************************************
      *    SUMSET1 - SYMBOLIC MAP FOR CUSTSUM1 (MAPSET SUMSET1)
      *    SUMMAP1 = CUSTOMER ACCOUNT SUMMARY SCREEN (DISPLAY-ONLY
      *    EXCEPT FOR THE CUSTOMER NUMBER KEY FIELD). THE FIGURES
      *    ARE BUILT FRESH ON EVERY DISPLAY:
      *      ORDCNT/ORDVAL   - OPEN ORDERS AND THEIR EXPOSURE
      *      INVCNT..ARTOTAL - OPEN INVOICE BALANCE AGED 0-30,
      *                        31-60, 61-90, OVER 90 DAYS
      *      CRDCNT/CRDAMT   - ON-ACCOUNT CREDIT REMAINING, AND
      *                        NETBAL THE A/R TOTAL LESS IT
      *      PAYDATE/PAYAMT  - LAST DAY CASH CAME IN AND HOW MUCH
      *      EXMCNT/EXMSTS   - UNEXPIRED EXEMPTION CERTIFICATES
      *                        AND THE STATES THEY COVER
      *      STOCNT..STOTMP  - ACTIVE STANDING ORDERS, THE NEXT
      *                        RELEASE DATE AND ITS TEMPLATE
      *****************************************************************
       01  SUMMAP1I.
           05  FILLER                    PIC X(12).
           05  CUSTNOL                   PIC S9(4)   COMP.
           05  CUSTNOF                   PIC X.
           05  FILLER REDEFINES CUSTNOF  PIC X.
           05  CUSTNOI                   PIC X(6).
           05  CNAMEL                    PIC S9(4)   COMP.
           05  CNAMEF                    PIC X.
           05  FILLER REDEFINES CNAMEF   PIC X.
           05  CNAMEI                    PIC X(40).
           05  ADDRESSL                  PIC S9(4)   COMP.
           05  ADDRESSF                  PIC X.
           05  FILLER REDEFINES ADDRESSF PIC X.
           05  ADDRESSI                  PIC X(30).
           05  CITYL                     PIC S9(4)   COMP.
           05  CITYF                     PIC X.
           05  FILLER REDEFINES CITYF    PIC X.
           05  CITYI                     PIC X(20).
           05  STATEL                    PIC S9(4)   COMP.
           05  STATEF                    PIC X.
           05  FILLER REDEFINES STATEF   PIC X.
           05  STATEI                    PIC XX.
           05  ZIPCODEL                  PIC S9(4)   COMP.
           05  ZIPCODEF                  PIC X.
           05  FILLER REDEFINES ZIPCODEF PIC X.
           05  ZIPCODEI                  PIC X(10).
           05  PHONEL                    PIC S9(4)   COMP.
           05  PHONEF                    PIC X.
           05  FILLER REDEFINES PHONEF   PIC X.
           05  PHONEI                    PIC X(14).
           05  REPCODEL                  PIC S9(4)   COMP.
           05  REPCODEF                  PIC X.
           05  FILLER REDEFINES REPCODEF PIC X.
           05  REPCODEI                  PIC X(3).
           05  REPNAMEL                  PIC S9(4)   COMP.
           05  REPNAMEF                  PIC X.
           05  FILLER REDEFINES REPNAMEF PIC X.
           05  REPNAMEI                  PIC X(30).
           05  HOLDL                     PIC S9(4)   COMP.
           05  HOLDF                     PIC X.
           05  FILLER REDEFINES HOLDF    PIC X.
           05  HOLDI                     PIC X(12).
           05  CRLIMITL                  PIC S9(4)   COMP.
           05  CRLIMITF                  PIC X.
           05  FILLER REDEFINES CRLIMITF PIC X.
           05  CRLIMITI                  PIC X(10).
           05  ORDCNTL                   PIC S9(4)   COMP.
           05  ORDCNTF                   PIC X.
           05  FILLER REDEFINES ORDCNTF  PIC X.
           05  ORDCNTI                   PIC X(4).
           05  ORDVALL                   PIC S9(4)   COMP.
           05  ORDVALF                   PIC X.
           05  FILLER REDEFINES ORDVALF  PIC X.
           05  ORDVALI                   PIC X(14).
           05  INVCNTL                   PIC S9(4)   COMP.
           05  INVCNTF                   PIC X.
           05  FILLER REDEFINES INVCNTF  PIC X.
           05  INVCNTI                   PIC X(4).
           05  AGECURL                   PIC S9(4)   COMP.
           05  AGECURF                   PIC X.
           05  FILLER REDEFINES AGECURF  PIC X.
           05  AGECURI                   PIC X(14).
           05  AGE30L                    PIC S9(4)   COMP.
           05  AGE30F                    PIC X.
           05  FILLER REDEFINES AGE30F   PIC X.
           05  AGE30I                    PIC X(14).
           05  AGE60L                    PIC S9(4)   COMP.
           05  AGE60F                    PIC X.
           05  FILLER REDEFINES AGE60F   PIC X.
           05  AGE60I                    PIC X(14).
           05  AGE90L                    PIC S9(4)   COMP.
           05  AGE90F                    PIC X.
           05  FILLER REDEFINES AGE90F   PIC X.
           05  AGE90I                    PIC X(14).
           05  ARTOTALL                  PIC S9(4)   COMP.
           05  ARTOTALF                  PIC X.
           05  FILLER REDEFINES ARTOTALF PIC X.
           05  ARTOTALI                  PIC X(14).
           05  CRDCNTL                   PIC S9(4)   COMP.
           05  CRDCNTF                   PIC X.
           05  FILLER REDEFINES CRDCNTF  PIC X.
           05  CRDCNTI                   PIC X(4).
           05  CRDAMTL                   PIC S9(4)   COMP.
           05  CRDAMTF                   PIC X.
           05  FILLER REDEFINES CRDAMTF  PIC X.
           05  CRDAMTI                   PIC X(14).
           05  NETBALL                   PIC S9(4)   COMP.
           05  NETBALF                   PIC X.
           05  FILLER REDEFINES NETBALF  PIC X.
           05  NETBALI                   PIC X(14).
           05  PAYDATEL                  PIC S9(4)   COMP.
           05  PAYDATEF                  PIC X.
           05  FILLER REDEFINES PAYDATEF PIC X.
           05  PAYDATEI                  PIC X(8).
           05  PAYAMTL                   PIC S9(4)   COMP.
           05  PAYAMTF                   PIC X.
           05  FILLER REDEFINES PAYAMTF  PIC X.
           05  PAYAMTI                   PIC X(14).
           05  EXMCNTL                   PIC S9(4)   COMP.
           05  EXMCNTF                   PIC X.
           05  FILLER REDEFINES EXMCNTF  PIC X.
           05  EXMCNTI                   PIC XX.
           05  EXMSTSL                   PIC S9(4)   COMP.
           05  EXMSTSF                   PIC X.
           05  FILLER REDEFINES EXMSTSF  PIC X.
           05  EXMSTSI                   PIC X(30).
           05  STOCNTL                   PIC S9(4)   COMP.
           05  STOCNTF                   PIC X.
           05  FILLER REDEFINES STOCNTF  PIC X.
           05  STOCNTI                   PIC X(3).
           05  STONEXTL                  PIC S9(4)   COMP.
           05  STONEXTF                  PIC X.
           05  FILLER REDEFINES STONEXTF PIC X.
           05  STONEXTI                  PIC X(8).
           05  STOTMPL                   PIC S9(4)   COMP.
           05  STOTMPF                   PIC X.
           05  FILLER REDEFINES STOTMPF  PIC X.
           05  STOTMPI                   PIC X(6).
           05  MESSAGEL                  PIC S9(4)   COMP.
           05  MESSAGEF                  PIC X.
           05  FILLER REDEFINES MESSAGEF PIC X.
           05  MESSAGEI                  PIC X(78).
      *
       01  SUMMAP1O REDEFINES SUMMAP1I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  CUSTNOO                   PIC X(6).
           05  FILLER                    PIC X(3).
           05  CNAMEO                    PIC X(40).
           05  FILLER                    PIC X(3).
           05  ADDRESSO                  PIC X(30).
           05  FILLER                    PIC X(3).
           05  CITYO                     PIC X(20).
           05  FILLER                    PIC X(3).
           05  STATEO                    PIC XX.
           05  FILLER                    PIC X(3).
           05  ZIPCODEO                  PIC X(10).
           05  FILLER                    PIC X(3).
           05  PHONEO                    PIC X(14).
           05  FILLER                    PIC X(3).
           05  REPCODEO                  PIC X(3).
           05  FILLER                    PIC X(3).
           05  REPNAMEO                  PIC X(30).
           05  FILLER                    PIC X(3).
           05  HOLDO                     PIC X(12).
           05  FILLER                    PIC X(3).
           05  CRLIMITO                  PIC ZZZZZZ9.99.
           05  FILLER                    PIC X(3).
           05  ORDCNTO                   PIC ZZZ9.
           05  FILLER                    PIC X(3).
           05  ORDVALO                   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3).
           05  INVCNTO                   PIC ZZZ9.
           05  FILLER                    PIC X(3).
           05  AGECURO                   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3).
           05  AGE30O                    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3).
           05  AGE60O                    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3).
           05  AGE90O                    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3).
           05  ARTOTALO                  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3).
           05  CRDCNTO                   PIC ZZZ9.
           05  FILLER                    PIC X(3).
           05  CRDAMTO                   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3).
           05  NETBALO                   PIC ---,---,--9.99.
           05  FILLER                    PIC X(3).
           05  PAYDATEO                  PIC X(8).
           05  FILLER                    PIC X(3).
           05  PAYAMTO                   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3).
           05  EXMCNTO                   PIC Z9.
           05  FILLER                    PIC X(3).
           05  EXMSTSO                   PIC X(30).
           05  FILLER                    PIC X(3).
           05  STOCNTO                   PIC ZZ9.
           05  FILLER                    PIC X(3).
           05  STONEXTO                  PIC X(8).
           05  FILLER                    PIC X(3).
           05  STOTMPO                   PIC X(6).
           05  FILLER                    PIC X(3).
           05  MESSAGEO                  PIC X(78).
