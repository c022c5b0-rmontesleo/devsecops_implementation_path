      * DISPREC - dispute case master record fields. COPY under a
      * program's own 01-level record name, e.g.:
      *     01  WS-DISPUTE-RECORD.
      *         COPY DISPREC.
      * One record per dispute case, kept by DISPMNT on the flat
      * master DISPMST in case-number order. A case names the one
      * posted charge it disputes exactly as history carries it --
      * customer, posting account, posting date, and the reference
      * bytes -- and the disputed amount (all of the charge, or the
      * part the customer contests). The provisional-credit switch
      * says whether a credit went out when the case opened; the
      * status is open, closed with the credit final, or closed with
      * the charge re-billed. Generated items name the case in their
      * reference bytes as 'DISP' and the eight-digit case number.
           05  WS-DS-CASE-ID        PIC 9(8).
           05  WS-DS-CUST-ID        PIC 9(10).
           05  WS-DS-ACC-NUMBER     PIC 9(10).
           05  WS-DS-POST-DATE      PIC 9(8).
           05  WS-DS-TH-REF         PIC X(14).
           05  WS-DS-AMOUNT         PIC 9(7)V99.
           05  WS-DS-OPEN-DATE      PIC 9(8).
           05  WS-DS-DEADLINE       PIC 9(8).
           05  WS-DS-PROV-CREDIT-SW PIC X(1).
               88  DS-PROV-CREDIT-ISSUED    VALUE 'Y'.
           05  WS-DS-STATUS         PIC X(1).
               88  DS-CASE-OPEN             VALUE 'O'.
               88  DS-CLOSED-CREDITED       VALUE 'F'.
               88  DS-CLOSED-REBILLED       VALUE 'B'.
           05  WS-DS-CLOSE-DATE     PIC 9(8).
           05  FILLER               PIC X(15).
