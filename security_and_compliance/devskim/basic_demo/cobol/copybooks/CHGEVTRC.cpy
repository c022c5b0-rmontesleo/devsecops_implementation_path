      * CHGEVTRC - customer-facing change event record fields. COPY
      * under a program's own 01-level record name, e.g.:
      *     01  WS-CHANGE-EVENT-RECORD.
      *         COPY CHGEVTRC.
      * One record per applied maintenance change a customer must be
      * told about, written by the maintenance run that applied it
      * (RATEMNT to RATEEVT, ACCTMNT to ACCTEVT, CUSTMNT to CUSTEVT)
      * and read by CHGNOTC, which turns each into notices addressed
      * from the ADDRFILE extract. The registers print the new values
      * only; the event carries the old ones beside them.
      *
      * Event types:
      *   RATE  a rate period added for an account type. No customer
      *         or account: CHGNOTC notifies every holder of an open
      *         account of the type. Old pct/fee are the row the new
      *         period follows (zero when the type had none).
      *   LIML  an account limit lowered (old and new limit)
      *   FRZE  an account frozen (old and new status)
      *   CLOS  an account closed (old and new status)
      *   CSTA  a customer deactivated or reactivated (old and new
      *         customer status)
      * The effective date is the new rate period's effective-from,
      * or the run date for account and customer changes, which take
      * effect when applied. 120 bytes.
           05  WS-CEV-SOURCE-JOB    PIC X(8).
           05  WS-CEV-EVENT-TYPE    PIC X(4).
               88  CEV-RATE-ADDED       VALUE 'RATE'.
               88  CEV-LIMIT-LOWERED    VALUE 'LIML'.
               88  CEV-ACCOUNT-FROZEN   VALUE 'FRZE'.
               88  CEV-ACCOUNT-CLOSED   VALUE 'CLOS'.
               88  CEV-CUST-STATUS      VALUE 'CSTA'.
           05  WS-CEV-RUN-DATE      PIC 9(8).
           05  WS-CEV-EFF-DATE      PIC 9(8).
           05  WS-CEV-CUST-ID       PIC 9(10).
           05  WS-CEV-ACC-NUMBER    PIC 9(10).
           05  WS-CEV-ACC-TYPE      PIC X(10).
           05  WS-CEV-OLD-PCT       PIC 9(3)V99.
           05  WS-CEV-NEW-PCT       PIC 9(3)V99.
           05  WS-CEV-OLD-FEE       PIC 9(5)V99.
           05  WS-CEV-NEW-FEE       PIC 9(5)V99.
           05  WS-CEV-OLD-LIMIT     PIC S9(7)V99.
           05  WS-CEV-NEW-LIMIT     PIC S9(7)V99.
           05  WS-CEV-OLD-STATUS    PIC X(1).
           05  WS-CEV-NEW-STATUS    PIC X(1).
           05  WS-CEV-REQUESTER-ID  PIC X(8).
           05  FILLER               PIC X(10).
