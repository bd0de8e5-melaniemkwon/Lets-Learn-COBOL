      *        Year rollover of one LEAVEIDX.DAT record into
      *        WS-LEAVE-YEAR: each balance is capped at its carry-over
      *        limit, the hours lost to the cap are kept on the record
      *        as the forfeit, and the year's accrued and taken hours
      *        start again from zero. Balances below the cap carry
      *        forward whole. WS-VAC-FORFEIT and WS-SICK-FORFEIT tell
      *        the caller whether anything was lost.
       0995-ROLL-LEAVE-YEAR.
           MOVE ZERO TO WS-VAC-FORFEIT.
           MOVE ZERO TO WS-SICK-FORFEIT.
           IF LV-VAC-BALANCE > WS-VAC-CARRY-CAP
              COMPUTE WS-VAC-FORFEIT =
                 LV-VAC-BALANCE - WS-VAC-CARRY-CAP
              MOVE WS-VAC-CARRY-CAP TO LV-VAC-BALANCE
           END-IF.
           IF LV-SICK-BALANCE > WS-SICK-CARRY-CAP
              COMPUTE WS-SICK-FORFEIT =
                 LV-SICK-BALANCE - WS-SICK-CARRY-CAP
              MOVE WS-SICK-CARRY-CAP TO LV-SICK-BALANCE
           END-IF.
           MOVE WS-LEAVE-YEAR TO LV-YEAR.
           MOVE LV-VAC-BALANCE TO LV-VAC-CARRIED.
           MOVE ZERO TO LV-VAC-ACCRUED.
           MOVE ZERO TO LV-VAC-TAKEN.
           MOVE WS-VAC-FORFEIT TO LV-VAC-FORFEIT.
           MOVE LV-SICK-BALANCE TO LV-SICK-CARRIED.
           MOVE ZERO TO LV-SICK-ACCRUED.
           MOVE ZERO TO LV-SICK-TAKEN.
           MOVE WS-SICK-FORFEIT TO LV-SICK-FORFEIT.
       0995-END.

      *        Per-period accrual rates for WS-SERVICE-YEARS whole
      *        years of service: the last policy row reached.
       0996-FIND-ACCRUAL-RATE.
           MOVE WS-LVP-VAC-RATE(1) TO WS-CUR-VAC-RATE.
           MOVE WS-LVP-SICK-RATE(1) TO WS-CUR-SICK-RATE.
           PERFORM VARYING WS-LVP-IDX FROM 1 BY 1
              UNTIL WS-LVP-IDX > 4
              IF WS-SERVICE-YEARS >= WS-LVP-MIN-YEARS(WS-LVP-IDX)
                 MOVE WS-LVP-VAC-RATE(WS-LVP-IDX) TO WS-CUR-VAC-RATE
                 MOVE WS-LVP-SICK-RATE(WS-LVP-IDX)
                    TO WS-CUR-SICK-RATE
              END-IF
           END-PERFORM.
       0996-END.
