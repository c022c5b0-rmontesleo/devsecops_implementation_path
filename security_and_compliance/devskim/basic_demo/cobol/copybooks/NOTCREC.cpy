      * NOTCREC - notice-of-change record fields. COPY under a
      * program's own 01-level record name, e.g.:
      *     01  WS-NOTICE-RECORD.
      *         COPY NOTCREC.
      * One record per notice CHGNOTC issues to the NOTICES file for
      * the letter shop: the customer's standardized name and mailing
      * address from the ADDRFILE extract, what changed (the event
      * type from copybook CHGEVTRC), on which account and account
      * type, the old and new values and the date the change takes
      * effect. Only the values the change type uses are filled; the
      * rest are zero or blank. The notice id is 'N', the notice date
      * and a five-digit sequence. Mail switch 'N' says the customer
      * has no address on file and operations must find one before
      * the notice can go out. 300 bytes.
           05  WS-NTC-NOTICE-ID     PIC X(14).
           05  WS-NTC-NOTICE-DATE   PIC 9(8).
           05  WS-NTC-CUST-ID       PIC 9(10).
           05  WS-NTC-CUST-NAME     PIC X(64).
           05  WS-NTC-ADDR-LINE1    PIC X(30).
           05  WS-NTC-ADDR-LINE2    PIC X(30).
           05  WS-NTC-CITY          PIC X(20).
           05  WS-NTC-POSTAL-CODE   PIC X(10).
           05  WS-NTC-MAIL-SW       PIC X(1).
               88  NTC-MAILABLE         VALUE 'M'.
               88  NTC-NO-ADDRESS       VALUE 'N'.
           05  WS-NTC-CHANGE-TYPE   PIC X(4).
           05  WS-NTC-ACC-NUMBER    PIC 9(10).
           05  WS-NTC-ACC-TYPE      PIC X(10).
           05  WS-NTC-EFF-DATE      PIC 9(8).
           05  WS-NTC-OLD-PCT       PIC 9(3)V99.
           05  WS-NTC-NEW-PCT       PIC 9(3)V99.
           05  WS-NTC-OLD-FEE       PIC 9(5)V99.
           05  WS-NTC-NEW-FEE       PIC 9(5)V99.
           05  WS-NTC-OLD-LIMIT     PIC S9(7)V99.
           05  WS-NTC-NEW-LIMIT     PIC S9(7)V99.
           05  WS-NTC-OLD-STATUS    PIC X(1).
           05  WS-NTC-NEW-STATUS    PIC X(1).
           05  WS-NTC-SOURCE-JOB    PIC X(8).
           05  FILLER               PIC X(29).
