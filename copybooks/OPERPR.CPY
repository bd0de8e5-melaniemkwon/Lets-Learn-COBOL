      *        Reads the operator ID for the run from OPERATOR.DAT
      *        into WS-OPERATOR-ID (COPY OPERWS). Requires the copying
      *        program to declare the OPERATOR-FILE FD
      *        (OPR-OPERATOR-ID).
       0930-READ-OPERATOR-ID.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE 'N' TO WS-OPERATOR-SW.
           OPEN INPUT OPERATOR-FILE.
           IF OPER-CHECK-KEY = "00"
              READ OPERATOR-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF OPR-OPERATOR-ID NOT = SPACES
                       MOVE OPR-OPERATOR-ID TO WS-OPERATOR-ID
                       MOVE 'Y' TO WS-OPERATOR-SW
                    END-IF
              END-READ
              CLOSE OPERATOR-FILE
           END-IF.
       0930-END.
