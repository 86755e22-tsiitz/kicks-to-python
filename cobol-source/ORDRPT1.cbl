           05  WS-ORDERS-LISTED          PIC S9(7)   COMP VALUE ZERO.
           05  WS-OPEN-COUNT             PIC S9(7)   COMP VALUE ZERO.
           05  WS-COMPLETE-COUNT         PIC S9(7)   COMP VALUE ZERO.
           05  WS-PARTIAL-COUNT          PIC S9(7)   COMP VALUE ZERO.
           05  WS-SHIPPED-COUNT          PIC S9(7)   COMP VALUE ZERO.
           05  WS-CANCELLED-COUNT        PIC S9(7)   COMP VALUE ZERO.
      *
           05  CL1-DOLLARS               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-CONTROL-LINE-2.
           05  FILLER                    PIC X(42)
               VALUE 'OPEN/COMPLETE/PARTIAL/SHIPPED/CANCELLED : '.
           05  CL2-OPEN-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(3)    VALUE ' / '.
           05  CL2-COMPLETE-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(3)    VALUE ' / '.
           05  CL2-PARTIAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(3)    VALUE ' / '.
           05  CL2-SHIPPED-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(3)    VALUE ' / '.
           05  CL2-CANCELLED-COUNT       PIC ZZZ,ZZ9.
                   ADD 1 TO WS-COMPLETE-COUNT
               WHEN ORD-STATUS-SHIPPED
                   ADD 1 TO WS-SHIPPED-COUNT
               WHEN ORD-STATUS-PARTIAL
                   ADD 1 TO WS-PARTIAL-COUNT
               WHEN ORD-STATUS-CANCELLED
                   ADD 1 TO WS-CANCELLED-COUNT
           END-EVALUATE.
                   MOVE 'COMPLETE' TO WS-STATUS-TEXT
               WHEN ORD-STATUS-SHIPPED
                   MOVE 'SHIPPED' TO WS-STATUS-TEXT
               WHEN ORD-STATUS-PARTIAL
                   MOVE 'PARTIAL' TO WS-STATUS-TEXT
               WHEN ORD-STATUS-CANCELLED
                   MOVE 'CANCELLED' TO WS-STATUS-TEXT
               WHEN OTHER
           WRITE REGISTER-REPORT-RECORD FROM WS-CONTROL-LINE-1.
           MOVE WS-OPEN-COUNT TO CL2-OPEN-COUNT.
           MOVE WS-COMPLETE-COUNT TO CL2-COMPLETE-COUNT.
           MOVE WS-PARTIAL-COUNT TO CL2-PARTIAL-COUNT.
           MOVE WS-SHIPPED-COUNT TO CL2-SHIPPED-COUNT.
           MOVE WS-CANCELLED-COUNT TO CL2-CANCELLED-COUNT.
           WRITE REGISTER-REPORT-RECORD FROM WS-CONTROL-LINE-2.
