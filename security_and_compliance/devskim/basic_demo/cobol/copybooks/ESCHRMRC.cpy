      * ESCHRMRC - unclaimed-property remittance report record
      * fields. COPY under a program's own 01-level record name, e.g.:
      *     01  WS-REMITTANCE-RECORD.
      *         COPY ESCHRMRC.
      * The state's fixed 200-byte holder report layout, which DORMTRK
      * writes to ESCHRMIT: one holder record ('1'), one property
      * record ('2') per owner whose dormant credit balance is turned
      * over, one summary record ('9') closing the report with the
      * property count and the total remitted. The state's layout
      * has no room for the shop envelope, so the summary record is
      * what the state balances the report against.
      *
      * Amounts are unsigned dollars and cents. The property type is
      * the state's code for a customer credit balance (ESCHPROP
      * control card); the owner id is the customer id, which the
      * state quotes back on any claim.
           05  WS-ESR-REC-TYPE      PIC X(1).
               88  ESR-HOLDER-RECORD        VALUE '1'.
               88  ESR-PROPERTY-RECORD      VALUE '2'.
               88  ESR-SUMMARY-RECORD       VALUE '9'.
           05  WS-ESR-PROPERTY-DATA.
               10  WS-ESR-SEQ           PIC 9(6).
               10  WS-ESR-OWNER-ID      PIC 9(10).
               10  WS-ESR-OWNER-NAME    PIC X(30).
               10  WS-ESR-ADDR-LINE1    PIC X(30).
               10  WS-ESR-ADDR-LINE2    PIC X(30).
               10  WS-ESR-CITY          PIC X(20).
               10  WS-ESR-POSTAL-CODE   PIC X(10).
               10  WS-ESR-ADDR-KNOWN    PIC X(1).
                   88  ESR-ADDRESS-KNOWN    VALUE 'Y'.
                   88  ESR-ADDRESS-UNKNOWN  VALUE 'N'.
               10  WS-ESR-PROPERTY-TYPE PIC X(4).
               10  WS-ESR-LAST-ACTIVITY PIC 9(8).
               10  WS-ESR-LETTER-DATE   PIC 9(8).
               10  WS-ESR-AMOUNT        PIC 9(9)V99.
               10  FILLER               PIC X(31).
           05  WS-ESR-HOLDER-DATA REDEFINES WS-ESR-PROPERTY-DATA.
               10  WS-ESR-HLD-HOLDER-ID PIC X(10).
               10  WS-ESR-HLD-HOLDER-NAME PIC X(30).
               10  WS-ESR-HLD-REPORT-DATE PIC 9(8).
               10  WS-ESR-HLD-PROGRAM   PIC X(8).
               10  WS-ESR-HLD-CYCLE     PIC X(4).
               10  FILLER               PIC X(139).
           05  WS-ESR-SUMMARY-DATA REDEFINES WS-ESR-PROPERTY-DATA.
               10  WS-ESR-SUM-PROPERTY-COUNT PIC 9(9).
               10  WS-ESR-SUM-AMOUNT-TOTAL PIC 9(11)V99.
               10  FILLER               PIC X(177).
