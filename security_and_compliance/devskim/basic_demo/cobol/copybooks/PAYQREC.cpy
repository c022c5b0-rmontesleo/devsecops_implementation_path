      * PAYQREC - payoff quote record fields. COPY under a program's
      * own 01-level record name, e.g.:
      *     01  WS-PAYOFF-QUOTE-RECORD.
      *         COPY PAYQREC.
      * One record per payoff quote PAYQUOTE issues, carried on the
      * outstanding-quote file by PAYCLOSE until a payment matching
      * it posts or its good-through date passes. The quote id is
      * 'Q', the quote date and a four-digit sequence; the customer
      * quotes it as the payment reference, and the settlement items
      * PAYCLOSE generates carry it with the part letter after it.
      *
      * Interest runs per diem on the quoted balance from the
      * interest-from date (the day after the last month-end accrual)
      * through the good-through date, at the rate-master row in
      * force each day for the rate type -- the customer's primary
      * account type, the type the month-end accrual uses. The fee is
      * the account's monthly service fee for each month the quote
      * spans (zero for a frozen account). The per diem is one day's
      * interest at the rate in force on the good-through date.
      * 150 bytes.
           05  WS-PQ-QUOTE-ID       PIC X(13).
           05  WS-PQ-CUST-ID        PIC 9(10).
           05  WS-PQ-ACC-NUMBER     PIC 9(10).
           05  WS-PQ-RATE-ACC-TYPE  PIC X(10).
           05  WS-PQ-QUOTE-DATE     PIC 9(8).
           05  WS-PQ-INT-FROM       PIC 9(8).
           05  WS-PQ-GOOD-THRU      PIC 9(8).
           05  WS-PQ-BALANCE        PIC S9(9)V99.
           05  WS-PQ-INTEREST       PIC 9(7)V99.
           05  WS-PQ-MONTHLY-FEE    PIC 9(5)V99.
           05  WS-PQ-FEE-MONTHS     PIC 9(2).
           05  WS-PQ-FEE            PIC 9(7)V99.
           05  WS-PQ-PAYOFF-AMOUNT  PIC 9(9)V99.
           05  WS-PQ-PER-DIEM       PIC 9(5)V99.
           05  WS-PQ-REQUESTER-ID   PIC X(8).
           05  FILLER               PIC X(19).
