      * BADADRRC - bad-address worklist record fields. COPY under a
      * program's own 01-level record name, e.g.:
      *     01  WS-BAD-ADDRESS-RECORD.
      *         COPY BADADRRC.
      * One record per piece of mail held because the customer's
      * address is flagged undeliverable on ADDRMST (status 'U', set
      * by RTNMAIL): the run that held it (STMTGEN, DELQTRK or
      * CREDREFD), the customer, when and why the mail came back, and
      * what was held -- a statement with its closing balance, a
      * dunning letter at its level, or a refund with its amount.
      * Operations works the list to get a good address keyed through
      * ADDRMNT; the next run after that mails as normal.
           05  WS-BAD-SOURCE-JOB    PIC X(8).
           05  WS-BAD-CUST-ID       PIC 9(10).
           05  WS-BAD-CUST-NAME     PIC X(30).
           05  WS-BAD-RETURN-DATE   PIC 9(8).
           05  WS-BAD-RETURN-REASON PIC X(2).
           05  WS-BAD-HELD-ITEM     PIC X(10).
           05  WS-BAD-HELD-AMOUNT   PIC S9(9)V99.
           05  WS-BAD-CYCLE-DATE    PIC 9(8).
           05  FILLER               PIC X(13).
