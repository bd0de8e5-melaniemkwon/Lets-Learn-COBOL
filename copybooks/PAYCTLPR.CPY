              MOVE ZERO TO WS-CTL-PAY-DATE(WS-CTL-IDX)
              MOVE 'N' TO WS-CTL-CLOSED(WS-CTL-IDX)
              MOVE ZERO TO WS-CTL-CLOSE-DATE(WS-CTL-IDX)
              MOVE ZERO TO WS-CTL-PERIOD-DATE(WS-CTL-IDX)
           END-PERFORM.
           OPEN INPUT PAYCTL-FILE.
           IF CTL-CHECK-KEY = "00"
                             TO WS-CTL-CLOSE-DATE(CTL-PERIOD)
                       END-IF
                    END-IF
      *        Likewise the period date, absent from a PAYCTL.DAT
      *        written before it was carried; it loads as zero.
                    IF CTL-PERIOD-DATE NUMERIC
                       MOVE CTL-PERIOD-DATE
                          TO WS-CTL-PERIOD-DATE(CTL-PERIOD)
                    END-IF
                 END-IF
                 READ PAYCTL-FILE
                    AT END SET CTLATEOF TO TRUE
                 MOVE WS-CTL-CLOSED(WS-CTL-IDX) TO CTL-CLOSED
                 MOVE WS-CTL-CLOSE-DATE(WS-CTL-IDX)
                    TO CTL-CLOSE-DATE
                 MOVE WS-CTL-PERIOD-DATE(WS-CTL-IDX)
                    TO CTL-PERIOD-DATE
                 WRITE PAYCTL-RECORD
                 IF CTL-CHECK-KEY NOT = "00"
                    DISPLAY "Non-zero file status returned from ",
