      * BURSEGRC - credit bureau reporting segment fields. COPY under
      * a program's own 01-level record name, e.g.:
      *     01  WS-BUREAU-SEGMENT.
      *         COPY BURSEGRC.
      * The bureau's fixed 300-byte layout: one header segment, one
      * base segment per reportable account, one trailer segment.
      * BUREXTR writes the monthly file BUREAU; BURECOR writes a
      * correction file in the same layout, its header marked as a
      * correction file and each amended base segment carrying the
      * correction indicator and the activity date of the file it
      * corrects.
      *
      * Base segment amounts are whole dollars, never negative: a
      * credit balance reports as zero. Account status is the
      * bureau's code -- '11' current, '71' 30-59 days, '78' 60-89,
      * '80' 90-119, '13' closed and paid, '97' charged off unpaid,
      * 'DA' delete the account from the file. The payment rating is
      * '0' current to '3' 90-119 days, 'L' charged off. Special
      * comment 'M' is an account closed by the grantor. Compliance
      * code 'XB' is an account the consumer disputes, 'XC' a dispute
      * resolved, 'XR' removes the code last reported.
           05  WS-BUR-SEGMENT-ID    PIC X(6).
               88  BUR-HEADER-SEGMENT       VALUE 'HEADER'.
               88  BUR-BASE-SEGMENT         VALUE 'BASE'.
               88  BUR-TRAILER-SEGMENT      VALUE 'TRAILR'.
           05  WS-BUR-BASE-DATA.
               10  WS-BUR-CORRECTION-IND PIC X(1).
                   88  BUR-ORIGINAL-SEGMENT VALUE SPACE.
                   88  BUR-AMENDED-SEGMENT  VALUE 'C'.
               10  WS-BUR-ACC-NUMBER    PIC 9(10).
               10  WS-BUR-CUST-ID       PIC 9(10).
               10  WS-BUR-ACC-TYPE      PIC X(10).
               10  WS-BUR-PORTFOLIO-TYPE PIC X(1).
               10  WS-BUR-ECOA-CODE     PIC X(1).
               10  WS-BUR-ACTIVITY-DATE PIC 9(8).
               10  WS-BUR-CREDIT-LIMIT  PIC 9(9).
               10  WS-BUR-CURRENT-BALANCE PIC 9(9).
               10  WS-BUR-AMOUNT-PAST-DUE PIC 9(9).
               10  WS-BUR-ACCOUNT-STATUS PIC X(2).
                   88  BUR-STATUS-CURRENT   VALUE '11'.
                   88  BUR-STATUS-DELINQUENT VALUE '71' '78' '80'.
                   88  BUR-STATUS-CLOSED-PAID VALUE '13'.
                   88  BUR-STATUS-CHARGED-OFF VALUE '97'.
                   88  BUR-STATUS-DELETE    VALUE 'DA'.
                   88  BUR-STATUS-VALID     VALUE '11' '71' '78'
                                                  '80' '13' '97'
                                                  'DA'.
               10  WS-BUR-PAYMENT-RATING PIC X(1).
                   88  BUR-RATING-VALID     VALUE '0' '1' '2' '3'
                                                  'L'.
               10  WS-BUR-SPECIAL-COMMENT PIC X(2).
                   88  BUR-GRANTOR-CLOSED   VALUE 'M'.
               10  WS-BUR-COMPLIANCE-CODE PIC X(2).
                   88  BUR-DISPUTED         VALUE 'XB'.
                   88  BUR-COMPLIANCE-VALID VALUE SPACES 'XB' 'XC'
                                                  'XR'.
               10  WS-BUR-SURNAME       PIC X(20).
               10  WS-BUR-FIRST-NAME    PIC X(20).
               10  WS-BUR-MIDDLE-NAME   PIC X(20).
               10  WS-BUR-ADDR-LINE1    PIC X(30).
               10  WS-BUR-ADDR-LINE2    PIC X(30).
               10  WS-BUR-CITY          PIC X(20).
               10  WS-BUR-POSTAL-CODE   PIC X(10).
               10  WS-BUR-PHONE         PIC X(15).
               10  FILLER               PIC X(54).
           05  WS-BUR-HEADER-DATA REDEFINES WS-BUR-BASE-DATA.
               10  WS-BUR-HDR-REPORTER-ID PIC X(10).
               10  WS-BUR-HDR-ACTIVITY-DATE PIC 9(8).
               10  WS-BUR-HDR-CREATED-DATE PIC 9(8).
               10  WS-BUR-HDR-FILE-TYPE PIC X(1).
                   88  BUR-MONTHLY-FILE     VALUE 'M'.
                   88  BUR-CORRECTION-FILE  VALUE 'C'.
               10  WS-BUR-HDR-PROGRAM   PIC X(8).
               10  WS-BUR-HDR-CYCLE     PIC X(4).
               10  FILLER               PIC X(255).
           05  WS-BUR-TRAILER-DATA REDEFINES WS-BUR-BASE-DATA.
               10  WS-BUR-TRL-BASE-COUNT PIC 9(9).
               10  WS-BUR-TRL-BALANCE-TOTAL PIC 9(13).
               10  WS-BUR-TRL-CURRENT-COUNT PIC 9(9).
               10  WS-BUR-TRL-DELINQ-COUNT PIC 9(9).
               10  WS-BUR-TRL-CHGOFF-COUNT PIC 9(9).
               10  WS-BUR-TRL-CLOSED-COUNT PIC 9(9).
               10  WS-BUR-TRL-DISPUTE-COUNT PIC 9(9).
               10  WS-BUR-TRL-DELETE-COUNT PIC 9(9).
               10  FILLER               PIC X(218).
