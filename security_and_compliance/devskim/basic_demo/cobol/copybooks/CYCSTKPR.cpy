      * CYCSTKPR - shared clean-cycle stack logic, COPYed into the
      * PROCEDURE DIVISION of every run-control reader that must
      * honour voided cycles (fields in CYCSTKWS). A repeated clean
      * record for the date already on top (a rerun after a warning)
      * does not push a second entry.
       8700-NOTE-CLEAN-CYCLE.
           IF WS-CS-DEPTH > ZERO
                   AND WS-CS-DATE(WS-CS-DEPTH) = WS-CS-NOTE-DATE
               CONTINUE
           ELSE
               IF WS-CS-DEPTH >= WS-CS-MAX-DEPTH
                   PERFORM 8720-DROP-OLDEST-CYCLE
                       VARYING WS-CS-IDX FROM 1 BY 1
                       UNTIL WS-CS-IDX >= WS-CS-MAX-DEPTH
                   SUBTRACT 1 FROM WS-CS-DEPTH
               END-IF
               ADD 1 TO WS-CS-DEPTH
               MOVE WS-CS-NOTE-DATE TO WS-CS-DATE(WS-CS-DEPTH)
           END-IF.
           PERFORM 8730-SET-STACK-RESULT.
           EXIT.

       8710-NOTE-VOIDED-CYCLE.
           MOVE 'N' TO WS-CS-POP-SW.
           PERFORM 8715-POP-VOIDED-CYCLE
               UNTIL CS-POP-DONE.
           PERFORM 8730-SET-STACK-RESULT.
           EXIT.

       8715-POP-VOIDED-CYCLE.
           IF WS-CS-DEPTH = ZERO
               MOVE 'Y' TO WS-CS-POP-SW
           ELSE
               IF WS-CS-DATE(WS-CS-DEPTH) >= WS-CS-NOTE-DATE
                   SUBTRACT 1 FROM WS-CS-DEPTH
               ELSE
                   MOVE 'Y' TO WS-CS-POP-SW
               END-IF
           END-IF.
           EXIT.

       8720-DROP-OLDEST-CYCLE.
           MOVE WS-CS-DATE(WS-CS-IDX + 1) TO WS-CS-DATE(WS-CS-IDX).
           EXIT.

       8730-SET-STACK-RESULT.
           MOVE ZERO TO WS-CS-CURRENT-DATE
                        WS-CS-PRIOR-DATE.
           IF WS-CS-DEPTH > ZERO
               MOVE WS-CS-DATE(WS-CS-DEPTH) TO WS-CS-CURRENT-DATE
           END-IF.
           IF WS-CS-DEPTH > 1
               MOVE WS-CS-DATE(WS-CS-DEPTH - 1) TO WS-CS-PRIOR-DATE
           END-IF.
           EXIT.
