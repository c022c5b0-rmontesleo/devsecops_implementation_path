       REPORT-ONE-STATE.
           MOVE WS-STA-JOB-NAME(WS-STA-IDX) TO WS-RPS-JOB.
           MOVE WS-STA-SLICE-ID(WS-STA-IDX) TO WS-RPS-SLICE.
           EVALUATE WS-STA-ACTION(WS-STA-IDX)
               WHEN 'P'
                   MOVE 'PENDING' TO WS-RPS-STATE
                   ADD 1 TO WS-PENDING-COUNT
      * Voided by a cycle rollback: nothing pending, and the
      * listing says why.
               WHEN 'V'
                   MOVE 'VOIDED' TO WS-RPS-STATE
               WHEN OTHER
                   MOVE 'CLEAR' TO WS-RPS-STATE
           END-EVALUATE.
           MOVE WS-STA-CYCLE-DATE(WS-STA-IDX) TO WS-RPS-CYCLE.
           MOVE WS-STA-POSITION(WS-STA-IDX) TO WS-RPS-POSITION.
           MOVE WS-STA-STAMP(WS-STA-IDX) TO WS-RPS-STAMP.
