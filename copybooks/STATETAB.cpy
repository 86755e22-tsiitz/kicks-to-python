               'OHOKORPARISCSDTNTXUTVTVAWAWVWIWYDC'.
       01  WS-STATE-TABLE REDEFINES WS-VALID-STATE-CODES.
           05  WS-STATE-ENTRY            PIC XX      OCCURS 51 TIMES
                                                INDEXED BY WS-STATE-IDX.
