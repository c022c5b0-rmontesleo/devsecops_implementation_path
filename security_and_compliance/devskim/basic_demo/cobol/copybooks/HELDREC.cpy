      * HELDREC - charge held for review. COPY under a program's own
      * 01-level record name, e.g.:
      *     01  WS-HELD-ITEM-RECORD.
      *         COPY HELDREC.
      * Written by the posting run when a charge trips one of the
      * screening rules on SCRNRULE, and carried on the review queue
      * by HELDREL until an operator approves or declines it. The
      * transaction image is the posting run's 100-byte TRANFILE
      * layout exactly as received; the evidence fields record what
      * the rule saw: the charges already posted to the customer
      * this cycle (count and amount, not counting this one) and
      * the customer's average charge on TRANHIST (zero when the
      * history was too thin for the outlier test).
      * 160 bytes.
           05  WS-HR-TRAN-IMAGE     PIC X(100).
           05  WS-HR-RULE-ID        PIC X(4).
           05  WS-HR-RULE-TEXT      PIC X(20).
           05  WS-HR-HELD-DATE      PIC 9(8).
           05  WS-HR-CYCLE-COUNT    PIC 9(4).
           05  WS-HR-CYCLE-AMOUNT   PIC 9(9)V99.
           05  WS-HR-HIST-AVERAGE   PIC 9(7)V99.
      * Release runs this item has waited through undecided.
           05  WS-HR-REVIEW-CYCLES  PIC 9(3).
           05  FILLER               PIC X(1).
