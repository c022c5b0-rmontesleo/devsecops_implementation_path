      * PDIEMPR - shared per-diem interest logic, COPYed into the
      * PROCEDURE DIVISION of every program that figures interest by
      * the day rather than by the month-end accrual's month. See
      * PDIEMWS for the interface.
       8500-FIGURE-PER-DIEM-INTEREST.
           MOVE ZERO TO WS-PD-INTEREST.
           MOVE ZERO TO WS-PD-PER-DIEM.
           MOVE ZERO TO WS-PD-SEG-COUNT.
           SET PD-FIGURED TO TRUE.
           IF WS-PD-THRU-DATE >= WS-PD-FROM-DATE
               COMPUTE WS-PD-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PD-FROM-DATE)
               COMPUTE WS-PD-THRU-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PD-THRU-DATE)
               PERFORM 8510-FIGURE-ONE-DAY
                   UNTIL WS-PD-DAY-INT > WS-PD-THRU-INT
                   OR NOT PD-FIGURED
           END-IF.
           IF PD-FIGURED
               PERFORM 8520-PRICE-ONE-SEGMENT
                   VARYING WS-PD-SEG-IDX FROM 1 BY 1
                   UNTIL WS-PD-SEG-IDX > WS-PD-SEG-COUNT
               IF WS-PD-SEG-COUNT > ZERO AND WS-PD-BALANCE > ZERO
                   COMPUTE WS-PD-PER-DIEM ROUNDED =
                       WS-PD-BALANCE * WS-PD-SEG-PCT(WS-PD-SEG-COUNT)
                       / 100 / WS-PD-DAYS-IN-YEAR
               END-IF
           END-IF.

       8510-FIGURE-ONE-DAY.
      * A day on the same row as the open segment extends it; a day
      * on a different row opens the next segment.
           COMPUTE WS-PD-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PD-DAY-INT).
           PERFORM 8515-FIND-RATE-FOR-DAY.
           IF WS-PD-RATE-PICKED = ZERO
               SET PD-NO-RATE TO TRUE
           ELSE
               IF WS-PD-SEG-COUNT > ZERO
                       AND WS-PD-SEG-ROW(WS-PD-SEG-COUNT)
                           = WS-PD-RATE-PICKED
                   MOVE WS-PD-DAY-DATE
                       TO WS-PD-SEG-THRU(WS-PD-SEG-COUNT)
                   ADD 1 TO WS-PD-SEG-DAYS(WS-PD-SEG-COUNT)
               ELSE
                   IF WS-PD-SEG-COUNT >= WS-PD-SEG-MAX
                       SET PD-TOO-MANY-RATES TO TRUE
                   ELSE
                       ADD 1 TO WS-PD-SEG-COUNT
                       MOVE WS-PD-RATE-PICKED
                           TO WS-PD-SEG-ROW(WS-PD-SEG-COUNT)
                       MOVE WS-PD-DAY-DATE
                           TO WS-PD-SEG-FROM(WS-PD-SEG-COUNT)
                       MOVE WS-PD-DAY-DATE
                           TO WS-PD-SEG-THRU(WS-PD-SEG-COUNT)
                       MOVE 1 TO WS-PD-SEG-DAYS(WS-PD-SEG-COUNT)
                       MOVE WS-PD-RATE-PCT(WS-PD-RATE-PICKED)
                           TO WS-PD-SEG-PCT(WS-PD-SEG-COUNT)
                       MOVE ZERO TO WS-PD-SEG-INTEREST(WS-PD-SEG-COUNT)
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-PD-DAY-INT.

       8515-FIND-RATE-FOR-DAY.
           MOVE ZERO TO WS-PD-RATE-PICKED.
           PERFORM VARYING WS-PD-RATE-IDX FROM 1 BY 1
                   UNTIL WS-PD-RATE-IDX > WS-PD-RATE-COUNT
                   OR WS-PD-RATE-PICKED > ZERO
               IF WS-PD-RATE-ACC-TYPE(WS-PD-RATE-IDX) = WS-PD-ACC-TYPE
                       AND WS-PD-DAY-DATE
                           >= WS-PD-RATE-FROM(WS-PD-RATE-IDX)
                       AND WS-PD-DAY-DATE
                           <= WS-PD-RATE-TO(WS-PD-RATE-IDX)
                   MOVE WS-PD-RATE-IDX TO WS-PD-RATE-PICKED
               END-IF
           END-PERFORM.

       8520-PRICE-ONE-SEGMENT.
           IF WS-PD-BALANCE > ZERO
               COMPUTE WS-PD-SEG-INTEREST(WS-PD-SEG-IDX) ROUNDED =
                   WS-PD-BALANCE * WS-PD-SEG-PCT(WS-PD-SEG-IDX) / 100
                   * WS-PD-SEG-DAYS(WS-PD-SEG-IDX)
                   / WS-PD-DAYS-IN-YEAR
           ELSE
               MOVE ZERO TO WS-PD-SEG-INTEREST(WS-PD-SEG-IDX)
           END-IF.
           ADD WS-PD-SEG-INTEREST(WS-PD-SEG-IDX) TO WS-PD-INTEREST.

       8530-STORE-RATE-ROW.
           IF WS-PD-RATE-COUNT >= WS-PD-RATE-MAX
               DISPLAY 'WARNING: RATE TABLE FULL AT ' WS-PD-RATE-MAX
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-PD-RATE-COUNT
               MOVE WS-PD-LOAD-ACC-TYPE
                   TO WS-PD-RATE-ACC-TYPE(WS-PD-RATE-COUNT)
               MOVE WS-PD-LOAD-PCT TO WS-PD-RATE-PCT(WS-PD-RATE-COUNT)
               MOVE WS-PD-LOAD-FEE TO WS-PD-RATE-FEE(WS-PD-RATE-COUNT)
               IF WS-PD-LOAD-FROM IS NUMERIC
                   MOVE WS-PD-LOAD-FROM
                       TO WS-PD-RATE-FROM(WS-PD-RATE-COUNT)
               ELSE
                   MOVE ZERO TO WS-PD-RATE-FROM(WS-PD-RATE-COUNT)
               END-IF
               IF WS-PD-LOAD-TO IS NUMERIC
                       AND WS-PD-LOAD-TO NOT = ZERO
                   MOVE WS-PD-LOAD-TO TO WS-PD-RATE-TO(WS-PD-RATE-COUNT)
               ELSE
                   MOVE 99999999 TO WS-PD-RATE-TO(WS-PD-RATE-COUNT)
               END-IF
           END-IF.
