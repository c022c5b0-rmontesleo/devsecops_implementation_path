      * PDIEMWS - shared per-diem interest working storage.
      * The rate master rows are loaded into WS-PD-RATE-ENTRY by the
      * caller: MOVE each row's fields into WS-PD-LOAD-ACC-TYPE /
      * PCT / FEE / FROM / TO and PERFORM 8530-STORE-RATE-ROW (copied
      * in from PDIEMPR), which normalizes the dates the way the
      * posting run's loader does -- a blank or unusable
      * effective-from dates the row from day one, a blank or zero
      * effective-to leaves it open-ended.
      *
      * To figure interest, MOVE the rate type, the balance and the
      * first and last day of the period (both inclusive) into
      * WS-PD-ACC-TYPE / WS-PD-BALANCE / WS-PD-FROM-DATE /
      * WS-PD-THRU-DATE and PERFORM 8500-FIGURE-PER-DIEM-INTEREST.
      * Each day takes the row in force for the type on that day; the
      * period splits into segments wherever the row changes, each
      * segment priced as balance x annual rate x days / 365. Only a
      * balance owing earns interest. PD-FIGURED says it worked;
      * PD-NO-RATE means some day had no row in force, and
      * PD-TOO-MANY-RATES that the period crossed more rate changes
      * than the segment table holds.
       01  WS-PER-DIEM-FIELDS.
           05  WS-PD-RATE-COUNT     PIC 9(2) VALUE ZERO.
           05  WS-PD-RATE-MAX       PIC 9(2) VALUE 50.
           05  WS-PD-RATE-ENTRY OCCURS 50 TIMES.
               10  WS-PD-RATE-ACC-TYPE  PIC X(10).
               10  WS-PD-RATE-PCT       PIC 9(3)V99.
               10  WS-PD-RATE-FEE       PIC 9(5)V99.
               10  WS-PD-RATE-FROM      PIC 9(8).
               10  WS-PD-RATE-TO        PIC 9(8).
           05  WS-PD-LOAD-ACC-TYPE  PIC X(10).
           05  WS-PD-LOAD-PCT       PIC 9(3)V99.
           05  WS-PD-LOAD-FEE       PIC 9(5)V99.
           05  WS-PD-LOAD-FROM      PIC X(8).
           05  WS-PD-LOAD-TO        PIC X(8).
           05  WS-PD-ACC-TYPE       PIC X(10).
           05  WS-PD-BALANCE        PIC S9(9)V99.
           05  WS-PD-FROM-DATE      PIC 9(8).
           05  WS-PD-THRU-DATE      PIC 9(8).
           05  WS-PD-INTEREST       PIC 9(7)V99.
           05  WS-PD-PER-DIEM       PIC 9(5)V99.
           05  WS-PD-RESULT-SW      PIC X(1) VALUE 'Y'.
               88  PD-FIGURED           VALUE 'Y'.
               88  PD-NO-RATE           VALUE 'N'.
               88  PD-TOO-MANY-RATES    VALUE 'T'.
           05  WS-PD-SEG-COUNT      PIC 9(2) VALUE ZERO.
           05  WS-PD-SEG-MAX        PIC 9(2) VALUE 10.
           05  WS-PD-SEGMENT OCCURS 10 TIMES.
               10  WS-PD-SEG-ROW        PIC 9(2).
               10  WS-PD-SEG-FROM       PIC 9(8).
               10  WS-PD-SEG-THRU       PIC 9(8).
               10  WS-PD-SEG-DAYS       PIC 9(5).
               10  WS-PD-SEG-PCT        PIC 9(3)V99.
               10  WS-PD-SEG-INTEREST   PIC 9(7)V99.
           05  WS-PD-SEG-IDX        PIC 9(2) VALUE ZERO.
           05  WS-PD-RATE-IDX       PIC 9(2) VALUE ZERO.
           05  WS-PD-RATE-PICKED    PIC 9(2) VALUE ZERO.
           05  WS-PD-DAY-INT        PIC 9(8) VALUE ZERO.
           05  WS-PD-THRU-INT       PIC 9(8) VALUE ZERO.
           05  WS-PD-DAY-DATE       PIC 9(8) VALUE ZERO.
           05  WS-PD-DAYS-IN-YEAR   PIC 9(3) VALUE 365.
