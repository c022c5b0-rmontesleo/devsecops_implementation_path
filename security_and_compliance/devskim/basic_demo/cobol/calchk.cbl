      *     next business date after it
      * An absent calendar file accepts everything with reason 01 so
      * a site without a calendar keeps running exactly as before.
      * Cycle type DUED is not a cycle at all but the due-date
      * service: the Nth business date after a start date, the
      * payment due date the statements print.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               88  CALENDAR-EOF         VALUE 'Y'.
           05  WS-CAL-IDX           PIC 9(4) VALUE ZERO.
           05  WS-CAL-PICKED        PIC 9(4) VALUE ZERO.
           05  WS-CAL-DAYS-COUNTED  PIC 9(3) VALUE ZERO.
           05  WS-CAL-START-DATE    PIC 9(8) VALUE ZERO.
           05  WS-CAL-DAY-NUMBER    PIC 9(7) VALUE ZERO.
           05  WS-CAL-WEEKDAY       PIC 9(1) VALUE ZERO.

      * Two years of dates fit with room to spare.
       01  WS-CALENDAR-TABLE.
           END-IF.
           MOVE ZERO TO WS-CAL-CHECK-RC.
           MOVE ZERO TO WS-CAL-EXPECT-DATE.
           IF WS-CAL-CYCLE-TYPE = 'DUED'
               PERFORM 4000-ADD-BUSINESS-DAYS
               GOBACK
           END-IF.
           IF CALENDAR-ABSENT
               MOVE 1 TO WS-CAL-CHECK-RC
               GOBACK
                       TO WS-CAL-EXPECT-DATE
               END-IF
           END-PERFORM.

       4000-ADD-BUSINESS-DAYS.
      * Step forward one business date at a time from the start
      * date. The caller's prior-date field is borrowed as the step
      * and handed back as it came.
           MOVE WS-CAL-PRIOR-DATE TO WS-CAL-START-DATE.
           IF CALENDAR-ABSENT
               MOVE 1 TO WS-CAL-CHECK-RC
               PERFORM 4100-ADD-WEEKDAYS
           ELSE
               MOVE ZERO TO WS-CAL-DAYS-COUNTED
               PERFORM UNTIL WS-CAL-DAYS-COUNTED >= WS-CAL-ADD-DAYS
                       OR CAL-CALENDAR-TOO-SHORT
                   PERFORM 3000-FIND-NEXT-BUSINESS-DATE
                   IF WS-CAL-EXPECT-DATE = ZERO
                       MOVE 46 TO WS-CAL-CHECK-RC
                   ELSE
                       ADD 1 TO WS-CAL-DAYS-COUNTED
                       MOVE WS-CAL-EXPECT-DATE TO WS-CAL-PRIOR-DATE
                   END-IF
               END-PERFORM
               MOVE WS-CAL-START-DATE TO WS-CAL-PRIOR-DATE
               IF CAL-CALENDAR-TOO-SHORT
                   PERFORM 4100-ADD-WEEKDAYS
               END-IF
           END-IF.

       4100-ADD-WEEKDAYS.
      * No calendar to ask: count Monday to Friday. Day one of the
      * integer-date scale (1601-01-01) was a Monday, so day number
      * modulo 7 gives 6 for Saturday and 0 for Sunday.
           MOVE ZERO TO WS-CAL-EXPECT-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-CAL-START-DATE)
               TO WS-CAL-DAY-NUMBER.
           IF WS-CAL-DAY-NUMBER = ZERO
               MOVE 41 TO WS-CAL-CHECK-RC
           ELSE
               MOVE ZERO TO WS-CAL-DAYS-COUNTED
               PERFORM UNTIL WS-CAL-DAYS-COUNTED >= WS-CAL-ADD-DAYS
                   ADD 1 TO WS-CAL-DAY-NUMBER
                   MOVE FUNCTION MOD(WS-CAL-DAY-NUMBER, 7)
                       TO WS-CAL-WEEKDAY
                   IF WS-CAL-WEEKDAY NOT = 6 AND WS-CAL-WEEKDAY NOT = 0
                       ADD 1 TO WS-CAL-DAYS-COUNTED
                   END-IF
               END-PERFORM
               MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-NUMBER)
                   TO WS-CAL-EXPECT-DATE
           END-IF.
