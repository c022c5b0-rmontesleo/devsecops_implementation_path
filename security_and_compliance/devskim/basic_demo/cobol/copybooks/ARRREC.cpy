      * ARRREC - promise-to-pay arrangement master record fields.
      * COPY under a program's own 01-level record name, e.g.:
      *     01  WS-ARRANGEMENT-MASTER-RECORD.
      *         COPY ARRREC.
      * One record per customer, keyed by customer id on the keyed
      * arrangement master ARRMST (maintained by ARRMNT, checked
      * against posted payments every night by ARRCHK). A record
      * carries the plan collections agreed: up to twelve promised
      * payments, each a date and an amount, in date order. ARRCHK
      * fills in what was paid toward each promise as its date
      * passes and marks it kept, short, or missed; one short or
      * missed promise breaks the whole arrangement. While an
      * arrangement is active DELQTRK holds the customer's dunning
      * level where it stood.
           05  WS-AR-CUST-ID        PIC 9(10).
           05  WS-AR-STATUS         PIC X(1).
               88  AR-ACTIVE            VALUE 'A'.
               88  AR-BROKEN            VALUE 'B'.
               88  AR-COMPLETED         VALUE 'C'.
               88  AR-CANCELLED         VALUE 'X'.
           05  WS-AR-SETUP-DATE     PIC 9(8).
           05  WS-AR-CLOSE-DATE     PIC 9(8).
           05  WS-AR-PROMISE-COUNT  PIC 9(2).
           05  WS-AR-PROMISE OCCURS 12 TIMES.
               10  WS-AR-PRM-DATE       PIC 9(8).
               10  WS-AR-PRM-AMOUNT     PIC 9(7)V99.
               10  WS-AR-PRM-PAID       PIC 9(7)V99.
               10  WS-AR-PRM-STATUS     PIC X(1).
                   88  AR-PRM-OPEN          VALUE 'O'.
                   88  AR-PRM-KEPT          VALUE 'K'.
                   88  AR-PRM-SHORT         VALUE 'S'.
                   88  AR-PRM-MISSED        VALUE 'M'.
           05  FILLER               PIC X(7).
