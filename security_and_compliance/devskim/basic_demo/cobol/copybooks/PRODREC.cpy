      * PRODREC - account product master record fields. COPY under
      * a program's own 01-level record name, e.g.:
      *     01  WS-PRODUCT-RECORD.
      *         COPY PRODREC.
      * One record per account type the shop offers, kept by PRODMNT
      * on the flat master PRODFILE in account-type order. The type
      * is the same ten bytes ACCTFILE and RATEFILE carry; a type not
      * on this master is not a product. Each carries its
      * description, the limit an account opens with when none is
      * keyed and the most any account of the type may be given,
      * whether the type accrues interest at month-end (a fee-only
      * product does not, though its monthly fee is still charged),
      * and its statement cycle wave: blank leaves the customer on
      * the wave of the last digit of the customer id, the STMTGEN
      * rule, '0'-'9' puts the product on that wave. A product
      * closed to new business keeps its existing accounts; only new
      * accounts of the type are refused.
      * Readers: ACCTMNT refuses accounts of an unknown or closed
      * type and limits above the maximum, RATEMNT refuses rate
      * periods for an unknown type, and the posting run refuses
      * rate rows and accounts whose type is not on file. 100 bytes.
           05  WS-PRD-ACC-TYPE      PIC X(10).
           05  WS-PRD-DESC          PIC X(30).
           05  WS-PRD-DEFAULT-LIMIT PIC 9(7)V99.
           05  WS-PRD-MAX-LIMIT     PIC 9(7)V99.
           05  WS-PRD-ACCRUES-SW    PIC X(1).
               88  PRD-ACCRUES-INTEREST     VALUE 'Y'.
               88  PRD-NO-INTEREST          VALUE 'N'.
           05  WS-PRD-STMT-WAVE     PIC X(1).
               88  PRD-CUSTOMER-WAVE        VALUE SPACE.
               88  PRD-FIXED-WAVE           VALUE '0' THRU '9'.
           05  WS-PRD-STATUS        PIC X(1).
               88  PRD-OPEN                 VALUE 'O'.
               88  PRD-CLOSED               VALUE 'C'.
           05  WS-PRD-ADDED-DATE    PIC 9(8).
           05  WS-PRD-CHANGED-DATE  PIC 9(8).
           05  WS-PRD-CHANGED-BY    PIC X(8).
           05  FILLER               PIC X(15).
