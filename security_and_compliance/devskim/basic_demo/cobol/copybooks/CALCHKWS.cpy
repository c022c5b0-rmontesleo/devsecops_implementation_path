      * return code 16 rather than posting a whole night under the
      * wrong date. When the prior cycle date is given, 45 carries
      * the expected next business date in WS-CAL-EXPECT-DATE.
      * Due-date service: cycle type 'DUED' asks instead for the Nth
      * business date after a start date, nothing else checked:
      *     MOVE start date TO WS-CAL-PRIOR-DATE
      *     MOVE 'DUED' TO WS-CAL-CYCLE-TYPE
      *     MOVE N TO WS-CAL-ADD-DAYS
      *     CALL 'CALCHK' USING WS-CALENDAR-REQUEST
      * The answer comes back in WS-CAL-EXPECT-DATE. With no
      * calendar (01), or a calendar that ends too soon (46), the
      * answer counts Monday-to-Friday instead and is still usable;
      * 41 means the start date itself is not a date.
       01  WS-CALENDAR-REQUEST.
           05  WS-CAL-CYCLE-DATE    PIC 9(8).
           05  WS-CAL-CYCLE-TYPE    PIC X(4).
               88  CAL-MEND-EXPECTED        VALUE 43.
               88  CAL-MEND-NOT-DUE         VALUE 44.
               88  CAL-NOT-NEXT-BUSINESS    VALUE 45.
               88  CAL-CALENDAR-TOO-SHORT   VALUE 46.
           05  WS-CAL-ADD-DAYS      PIC 9(3).
