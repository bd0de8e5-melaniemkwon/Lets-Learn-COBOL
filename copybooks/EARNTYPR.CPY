      *        Shared earnings-type lookup against WS-EARN-TYPE-TABLE
      *        (COPY EARNTYWS). A code not in the table comes back
      *        with EARN-TYPE-FOUND off and a blank label.
       0990-LOOKUP-EARN-TYPE.
           MOVE 'N' TO WS-EARN-FOUND-SW.
           MOVE SPACES TO WS-EARN-LABEL.
           PERFORM VARYING WS-EARN-IDX FROM 1 BY 1
              UNTIL WS-EARN-IDX > WS-EARN-COUNT
              IF WS-EARN-CODE(WS-EARN-IDX) = WS-EARN-LOOKUP-CODE
                 MOVE WS-EARN-NAME(WS-EARN-IDX) TO WS-EARN-LABEL
                 MOVE 'Y' TO WS-EARN-FOUND-SW
              END-IF
           END-PERFORM.
       0990-END.
