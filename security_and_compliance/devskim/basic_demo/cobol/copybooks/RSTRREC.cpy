      * RSTRREC - customer restriction master record fields. COPY
      * under a program's own 01-level record name, e.g.:
      *     01  WS-RESTRICTION-RECORD.
      *         COPY RSTRREC.
      * One record per dated restriction on a customer, kept by
      * RSTRMNT on the flat master RSTRMST in customer-id order
      * (then restriction code, then effective-from date). The code
      * names why the customer is restricted:
      *     BK  bankruptcy filed          DC  customer deceased
      *     LH  legal hold / court order  FR  fraud case open
      *     OT  other, effects as keyed
      * and the five switches say what the restriction does. A
      * restriction is in force on a date on or after its effective-
      * from date and on or before its effective-to date; a zero
      * effective-to leaves it open-ended. Several restrictions can
      * be in force on one customer at once; their effects combine.
      * Readers: the posting run refuses charges and payments, the
      * dunning run stops the customer's letters, the statement run
      * holds the statement and the refund run holds the refund.
           05  WS-RS-CUST-ID        PIC 9(10).
           05  WS-RS-CODE           PIC X(2).
               88  RS-CODE-BANKRUPTCY       VALUE 'BK'.
               88  RS-CODE-DECEASED         VALUE 'DC'.
               88  RS-CODE-LEGAL-HOLD       VALUE 'LH'.
               88  RS-CODE-FRAUD            VALUE 'FR'.
               88  RS-CODE-OTHER            VALUE 'OT'.
               88  RS-CODE-KNOWN            VALUE 'BK' 'DC' 'LH'
                                                  'FR' 'OT'.
           05  WS-RS-EFFECTS.
               10  WS-RS-BLOCK-CHARGES  PIC X(1).
                   88  RS-BLOCKS-CHARGES        VALUE 'Y'.
               10  WS-RS-BLOCK-PAYMENTS PIC X(1).
                   88  RS-BLOCKS-PAYMENTS       VALUE 'Y'.
               10  WS-RS-STOP-DUNNING   PIC X(1).
                   88  RS-STOPS-DUNNING         VALUE 'Y'.
               10  WS-RS-STOP-STMTS     PIC X(1).
                   88  RS-STOPS-STATEMENTS      VALUE 'Y'.
               10  WS-RS-HOLD-REFUNDS   PIC X(1).
                   88  RS-HOLDS-REFUNDS         VALUE 'Y'.
           05  WS-RS-EFF-FROM       PIC 9(8).
           05  WS-RS-EFF-TO         PIC 9(8).
           05  WS-RS-ADDED-DATE     PIC 9(8).
           05  WS-RS-REFERENCE      PIC X(20).
           05  WS-RS-REQUESTER-ID   PIC X(8).
           05  WS-RS-APPROVER-ID    PIC X(8).
           05  FILLER               PIC X(23).
