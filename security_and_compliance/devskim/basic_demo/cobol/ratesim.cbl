       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATESIM.
      * Rate-change what-if. Takes a batch of proposed rate requests
      * in RATEMNT's RTMNTRQ layout and shows what they would do to
      * the month-end accrual before anyone applies them: the same
      * accrual the posting run's ACCRUE-MONTH-END makes is run over
      * the current customer master and account extract twice, once
      * under the rate master as it stands and once under the rate
      * master as RATEMNT would leave it with the proposals applied.
      * Nothing is applied and nothing is posted: the only output is
      * the what-if report. NEWCUST, TRANHIST and MENDREG are not
      * opened, and RATEFILE is only read.
      *
      * The proposals are edited exactly as RATEMNT edits them, in
      * file order against the table as it stands after the ones
      * before (same reason codes E001-E014, overlap and drop rules
      * included); a proposal RATEMNT would reject is listed with its
      * reason and takes no part in the proposed run. The product
      * master PRODFILE is read when present; without it the type
      * of a proposal is not checked and every account accrues.
      *
      * The accrual is dated SIMDATE (control card): each type
      * accrues under the row in force on that date, the way a
      * month-end cycle of that date would pick it. Without SIMDATE
      * the date is the earliest effective-from among the accepted
      * proposals when that is after the run date -- the first
      * month-end the change would touch -- and the run date
      * otherwise. The accrual rules are the posting run's: active
      * customers only; interest once, on the customer balance, at
      * the primary (first) account's annual rate / 12; the monthly
      * fee per account, except frozen accounts; no interest under
      * a product that does not accrue it; 'NO ACCT' for a customer
      * with no account on file; no row in force, or a type not on
      * the product master, no accrual for that account.
      *
      * The report lists the proposals and what RATEMNT would do with
      * each, every customer the proposal alone would push over an
      * account limit (balance plus the proposed accrual over the
      * limit where balance plus the current accrual is not, the
      * posting run's referral measure), interest and fees by account
      * type under both rate sets with the difference, the RSIMTOP
      * (control card, default 20, at most 50) customers whose
      * accrual moves the most either way, and closing counts.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT RATE-MASTER-FILE ASSIGN TO RATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT OPTIONAL PRODUCT-MASTER-FILE ASSIGN TO PRODFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROD-FILE-STATUS.

      * The proposed rate requests, never applied here.
           SELECT MAINTENANCE-FILE ASSIGN TO RTMNTRQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO RATESIMR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS WS-CUSTOMER-FILE-RECORD.
       01  WS-CUSTOMER-FILE-RECORD.
           05  WS-CFR-CUST-ID       PIC 9(10).
           05  WS-CFR-CUST-NAME     PIC X(30).
           05  WS-CFR-CUST-BALANCE  PIC S9(7)V99.
           05  WS-CFR-CUST-STATUS   PIC X(1).
               88  CFR-CUST-ACTIVE      VALUE 'A'.

       FD  ACCOUNT-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-ACCOUNT-FILE-RECORD.
       01  WS-ACCOUNT-FILE-RECORD.
           05  WS-AFR-CUST-ID       PIC 9(10).
           05  WS-AFR-ACC-NUMBER    PIC 9(10).
           05  WS-AFR-ACC-TYPE      PIC X(10).
           05  WS-AFR-ACC-LIMIT     PIC S9(7)V99.
           05  WS-AFR-ACC-STATUS    PIC X(1).
           05  FILLER               PIC X(20).

      * Same 50-byte layout the posting run and RATEMNT use.
       FD  RATE-MASTER-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS WS-RATE-MASTER-RECORD.
       01  WS-RATE-MASTER-RECORD.
           05  WS-RMR-ACC-TYPE      PIC X(10).
           05  WS-RMR-ANNUAL-PCT    PIC 9(3)V99.
           05  WS-RMR-MONTHLY-FEE   PIC 9(5)V99.
           05  WS-RMR-EFF-FROM      PIC X(8).
           05  WS-RMR-EFF-TO        PIC X(8).
           05  FILLER               PIC X(12).

      * Same 100-byte layout PRODMNT maintains.
       FD  PRODUCT-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-PRODUCT-MASTER-RECORD.
       01  WS-PRODUCT-MASTER-RECORD PIC X(100).

      * RATEMNT's own 80-byte request layout.
       FD  MAINTENANCE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-MAINTENANCE-RECORD.
       01  WS-MAINTENANCE-RECORD.
           05  WS-RMN-ACTION        PIC X(1).
               88  RMN-ACTION-ADD        VALUE 'A'.
               88  RMN-ACTION-DROP       VALUE 'D'.
           05  WS-RMN-ACC-TYPE      PIC X(10).
           05  WS-RMN-ANNUAL-PCT    PIC X(5).
           05  WS-RMN-ANNUAL-PCT-9
                   REDEFINES WS-RMN-ANNUAL-PCT PIC 9(3)V99.
           05  WS-RMN-MONTHLY-FEE   PIC X(7).
           05  WS-RMN-MONTHLY-FEE-9
                   REDEFINES WS-RMN-MONTHLY-FEE PIC 9(5)V99.
           05  WS-RMN-EFF-FROM      PIC X(8).
           05  WS-RMN-EFF-TO        PIC X(8).
           05  WS-RMN-MIN-DUE-PCT   PIC X(5).
           05  WS-RMN-MIN-DUE-FLOOR PIC X(7).
           05  FILLER               PIC X(29).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-REPORT-LINE.
       01  WS-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CUSTOMER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ACCOUNT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-RATE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-MAINT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-PROD-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REPORT-FILE-STATUS.

      * The rate master in storage: the current rows as loaded, then
      * each accepted proposal -- an add as a new row marked
      * proposed, a drop as a mark on the row it drops. The current
      * run reads the rows loaded from RATEFILE, dropped or not; the
      * proposed run reads every row not dropped.
       01  WS-RATE-TABLE.
           05  WS-RTE-ENTRY-COUNT   PIC 9(3) VALUE ZERO.
           05  WS-RTE-MAX-ENTRIES   PIC 9(3) VALUE 200.
           05  WS-RTE-ENTRY OCCURS 200 TIMES.
               10  WS-RTE-ACC-TYPE      PIC X(10).
               10  WS-RTE-ANNUAL-PCT    PIC 9(3)V99.
               10  WS-RTE-MONTHLY-FEE   PIC 9(5)V99.
               10  WS-RTE-EFF-FROM      PIC 9(8).
               10  WS-RTE-EFF-TO        PIC 9(8).
               10  WS-RTE-ORIGIN        PIC X(1).
                   88  RTE-ROW-CURRENT      VALUE 'C'.
                   88  RTE-ROW-PROPOSED     VALUE 'P'.
               10  WS-RTE-DROPPED-SW    PIC X(1).
                   88  RTE-ROW-DROPPED      VALUE 'Y'.
           05  WS-RTE-IDX           PIC 9(3) VALUE ZERO.
           05  WS-RTE-PICKED        PIC 9(3) VALUE ZERO.

       01  WS-PRODUCT-RECORD.
           COPY PRODREC.

      * The product master, when present: each type and whether it
      * accrues interest.
       01  WS-PRODUCT-TABLE.
           05  WS-PRT-ENTRY-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-PRT-MAX-ENTRIES   PIC 9(4) VALUE 500.
           05  WS-PRT-ENTRY OCCURS 500 TIMES.
               10  WS-PRT-ACC-TYPE      PIC X(10).
               10  WS-PRT-ACCRUES-SW    PIC X(1).
                   88  PRT-NO-INTEREST      VALUE 'N'.
           05  WS-PRT-IDX           PIC 9(4) VALUE ZERO.
           05  WS-PRT-PICKED        PIC 9(4) VALUE ZERO.
           05  WS-PROD-EOF-SW       PIC X(1) VALUE 'N'.
               88  PRODUCT-FILE-EOF     VALUE 'Y'.
           05  WS-PROD-LOADED-SW    PIC X(1) VALUE 'N'.
               88  PRODUCT-MASTER-LOADED VALUE 'Y'.
           05  WS-PROD-LOOKUP-TYPE  PIC X(10) VALUE SPACES.

       01  WS-MAINT-CONTROL-FIELDS.
           05  WS-RATE-EOF-SW       PIC X(1) VALUE 'N'.
               88  RATE-EOF             VALUE 'Y'.
           05  WS-MAINT-EOF-SW      PIC X(1) VALUE 'N'.
               88  MAINTENANCE-EOF      VALUE 'Y'.
           05  WS-RMN-VALID-SW      PIC X(1) VALUE 'Y'.
               88  MAINT-IS-VALID       VALUE 'Y'.
               88  MAINT-IS-REJECTED    VALUE 'N'.
           05  WS-RMN-REASON-CODE   PIC X(4) VALUE SPACES.
           05  WS-RMN-REASON-TEXT   PIC X(20) VALUE SPACES.
           05  WS-NEW-EFF-FROM      PIC 9(8) VALUE ZERO.
           05  WS-NEW-EFF-TO        PIC 9(8) VALUE ZERO.
           05  WS-DATE-CHECK-NUM    PIC 9(8) VALUE ZERO.
           05  WS-DATE-CHECK-MM     PIC 9(2) VALUE ZERO.
           05  WS-DATE-CHECK-DD     PIC 9(2) VALUE ZERO.
           05  WS-DATE-OK-SW        PIC X(1) VALUE 'N'.
               88  EFF-DATE-IS-OK       VALUE 'Y'.
           05  WS-EARLIEST-PROPOSAL PIC 9(8) VALUE 99999999.

       01  WS-CUSTOMER-CONTROL-FIELDS.
           05  WS-CUST-EOF-SW       PIC X(1) VALUE 'N'.
               88  CUSTOMER-EOF         VALUE 'Y'.
           05  WS-CUST-DATA-SW      PIC X(1) VALUE 'N'.
               88  CUST-DATA-RECORD     VALUE 'Y'.
           05  WS-ACCT-EOF-SW       PIC X(1) VALUE 'N'.
               88  ACCOUNT-EOF          VALUE 'Y'.
           05  WS-ACCT-DATA-SW      PIC X(1) VALUE 'N'.
               88  ACCT-DATA-RECORD     VALUE 'Y'.

      * The current customer's accounts, as the posting run carries
      * them; the first is the primary.
       01  WS-CUSTOMER-ACCOUNTS.
           05  WS-CUR-ACC-COUNT     PIC 9(2) VALUE ZERO.
           05  WS-CUR-ACC-MAX       PIC 9(2) VALUE 10.
           05  WS-CUR-ACC-ENTRY OCCURS 10 TIMES.
               10  WS-CUR-ACC-NUMBER    PIC 9(10).
               10  WS-CUR-ACC-TYPE      PIC X(10).
               10  WS-CUR-ACC-LIMIT     PIC S9(7)V99.
               10  WS-CUR-ACC-STATUS    PIC X(1).
           05  WS-CUR-ACC-IDX       PIC 9(2) VALUE ZERO.

      * One accrual pass. Scenario 1 is the rate master as it
      * stands, scenario 2 the master with the proposals applied.
       01  WS-ACCRUAL-FIELDS.
           05  WS-SCENARIO          PIC 9(1) VALUE 1.
               88  SCENARIO-CURRENT     VALUE 1.
               88  SCENARIO-PROPOSED    VALUE 2.
           05  WS-SIM-DATE          PIC 9(8) VALUE ZERO.
           05  WS-ACCRUAL-ACC-TYPE  PIC X(10) VALUE SPACES.
           05  WS-ACCRUAL-ACC-STAT  PIC X(1) VALUE SPACE.
               88  ACCRUAL-ACC-FROZEN   VALUE 'F'.
           05  WS-ACC-PRIMARY-SW    PIC X(1) VALUE 'N'.
               88  ACCRUING-PRIMARY-ACC VALUE 'Y'.
           05  WS-INTEREST-AMOUNT   PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-FEE-AMOUNT        PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-CUST-ACCRUAL OCCURS 2 TIMES
                                    PIC S9(9)V99 COMP-3.
           05  WS-CUST-NO-RATE-SW OCCURS 2 TIMES
                                    PIC X(1).
           05  WS-CUST-DIFFERENCE   PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-CUST-MAGNITUDE    PIC 9(9)V99 COMP-3 VALUE 0.
           05  WS-CURRENT-POSITION  PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-PROPOSED-POSITION PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-CROSSED-SW        PIC X(1) VALUE 'N'.
               88  CUST-CROSSES-LIMIT   VALUE 'Y'.
           05  WS-RELIEVED-SW       PIC X(1) VALUE 'N'.
               88  CUST-RELIEVED        VALUE 'Y'.

      * Interest and fees by account type under each scenario, the
      * posting run's accrual-register tally with a column per run.
       01  WS-ACCRUAL-TYPE-TABLE.
           05  WS-ATY-ENTRY-COUNT   PIC 9(2) VALUE ZERO.
           05  WS-ATY-MAX-ENTRIES   PIC 9(2) VALUE 20.
           05  WS-ATY-ENTRY OCCURS 20 TIMES.
               10  WS-ATY-ACC-TYPE      PIC X(10).
               10  WS-ATY-CUST-COUNT OCCURS 2 TIMES
                                        PIC 9(9).
               10  WS-ATY-INTEREST OCCURS 2 TIMES
                                        PIC S9(11)V99 COMP-3.
               10  WS-ATY-FEES OCCURS 2 TIMES
                                        PIC S9(11)V99 COMP-3.
           05  WS-ATY-IDX           PIC 9(2) VALUE ZERO.
           05  WS-ATY-PICKED        PIC 9(2) VALUE ZERO.

      * The customers whose accrual moves most, largest first.
       01  WS-TOP-CUSTOMER-TABLE.
           05  WS-TOP-ENTRY-COUNT   PIC 9(2) VALUE ZERO.
           05  WS-TOP-MAX-ENTRIES   PIC 9(2) VALUE 20.
           05  WS-TOP-ENTRY OCCURS 50 TIMES.
               10  WS-TOP-CUST-ID       PIC 9(10).
               10  WS-TOP-CUST-NAME     PIC X(30).
               10  WS-TOP-BALANCE       PIC S9(7)V99.
               10  WS-TOP-CURRENT       PIC S9(9)V99.
               10  WS-TOP-PROPOSED      PIC S9(9)V99.
               10  WS-TOP-DIFFERENCE    PIC S9(9)V99.
               10  WS-TOP-MAGNITUDE     PIC 9(9)V99.
           05  WS-TOP-IDX           PIC 9(2) VALUE ZERO.
           05  WS-TOP-SLOT          PIC 9(2) VALUE ZERO.
           05  WS-TOP-MOVE-IDX      PIC 9(2) VALUE ZERO.

       01  WS-RUN-COUNTERS.
           05  WS-RATE-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-MAINT-READ-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-ACCEPTED-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-REJECTED-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-CUST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-NOT-ACTIVE-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-ACCRUED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-CHANGED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-UP-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-DOWN-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-CROSSING-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-RELIEVED-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-NO-RATE-COUNT OCCURS 2 TIMES
                                    PIC 9(9).
           05  WS-INTEREST-TOTAL OCCURS 2 TIMES
                                    PIC S9(11)V99 COMP-3.
           05  WS-FEE-TOTAL OCCURS 2 TIMES
                                    PIC S9(11)V99 COMP-3.

       COPY OPTPARWS.

       01  WS-RUN-DATE-FIELDS.
      * Cycle date stamped on the run-control record: the RUNDATE
      * control card when present, today's date otherwise. Drops are
      * only honored for periods starting after this date, as in
      * RATEMNT.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05  WS-SIM-DATE-OPTION   PIC 9(8) VALUE ZERO.

      * Envelope view of CUSTFILE's first record (copybook
      * FILENVWS), for the dry-run check.
       01  WS-ENVELOPE-RECORD.
           COPY FILENVWS.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

       01  WS-RUN-CONTROL-RECORD.
           COPY RUNCTLRC.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE-LINE.
               10  FILLER  PIC X(35) VALUE
                   'RATESIM - RATE-CHANGE WHAT-IF, RUN '.
               10  WS-RPT-RUN-DATE  PIC 9(8).
               10  FILLER  PIC X(89) VALUE SPACES.
           05  WS-RPT-SIM-DATE-LINE.
               10  FILLER  PIC X(30) VALUE
                   'MONTH-END ACCRUAL SIMULATED AS'.
               10  FILLER  PIC X(4) VALUE ' OF '.
               10  WS-RPT-SIM-DATE  PIC 9(8).
               10  FILLER  PIC X(90) VALUE SPACES.
           05  WS-RPT-SECTION-LINE.
               10  WS-RPT-SECTION   PIC X(60).
               10  FILLER  PIC X(72) VALUE SPACES.
           05  WS-RPT-PROPOSAL-HEADING.
               10  FILLER  PIC X(17) VALUE 'ACT  ACC-TYPE'.
               10  FILLER  PIC X(18) VALUE '    PCT       FEE'.
               10  FILLER  PIC X(19) VALUE ' EFF-FROM    EFF-TO'.
               10  FILLER  PIC X(78) VALUE '  RATEMNT WOULD'.
           05  WS-RPT-PROPOSAL-LINE.
               10  WS-RPP-ACTION    PIC X(1).
               10  FILLER           PIC X(4) VALUE SPACES.
               10  WS-RPP-ACC-TYPE  PIC X(10).
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-RPP-PCT       PIC X(7).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPP-FEE       PIC X(9).
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-RPP-FROM      PIC X(8).
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-RPP-TO        PIC X(8).
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-RPP-OUTCOME   PIC X(7).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPP-REASON-CODE PIC X(4).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPP-REASON-TEXT PIC X(20).
               10  FILLER           PIC X(43) VALUE SPACES.
           05  WS-RPT-CROSSING-HEADING.
               10  FILLER  PIC X(22) VALUE 'CUST-ID    ACCOUNT'.
               10  FILLER  PIC X(11) VALUE 'ACC-TYPE'.
               10  FILLER  PIC X(24) VALUE
                   '      LIMIT     BALANCE'.
               10  FILLER  PIC X(31) VALUE
                   '  AFTER CURRENT  AFTER PROPOSED'.
               10  FILLER  PIC X(44) VALUE SPACES.
           05  WS-RPT-CROSSING-LINE.
               10  WS-RPC-CUST-ID   PIC 9(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPC-ACC-NUMBER PIC 9(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPC-ACC-TYPE  PIC X(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPC-LIMIT     PIC -ZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPC-BALANCE   PIC -ZZZZZZ9.99.
               10  FILLER           PIC X(3) VALUE SPACES.
               10  WS-RPC-CURRENT   PIC -ZZZZZZZZ9.99.
               10  FILLER           PIC X(3) VALUE SPACES.
               10  WS-RPC-PROPOSED  PIC -ZZZZZZZZ9.99.
               10  FILLER           PIC X(44) VALUE SPACES.
           05  WS-RPT-TYPE-HEADING.
               10  FILLER  PIC X(11) VALUE 'ACC-TYPE'.
               10  FILLER  PIC X(32) VALUE
                   '  CURRENT INTEREST  CURRENT FEES'.
               10  FILLER  PIC X(34) VALUE
                   ' PROPOSED INTEREST  PROPOSED FEES'.
               10  FILLER  PIC X(32) VALUE
                   '  INTEREST CHANGE     FEE CHANGE'.
               10  FILLER  PIC X(23) VALUE SPACES.
           05  WS-RPT-TYPE-LINE.
               10  WS-RPY-ACC-TYPE  PIC X(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPY-CUR-INT   PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPY-CUR-FEE   PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPY-PRO-INT   PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPY-PRO-FEE   PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPY-DIF-INT   PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPY-DIF-FEE   PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(26) VALUE SPACES.
           05  WS-RPT-TOP-HEADING.
               10  FILLER  PIC X(11) VALUE 'CUST-ID'.
               10  FILLER  PIC X(31) VALUE 'NAME'.
               10  FILLER  PIC X(12) VALUE '    BALANCE'.
               10  FILLER  PIC X(34) VALUE
                   '  CURRENT ACCRUAL PROPOSED ACCRUAL'.
               10  FILLER  PIC X(14) VALUE '        CHANGE'.
               10  FILLER  PIC X(30) VALUE SPACES.
           05  WS-RPT-TOP-LINE.
               10  WS-RPT-TOP-CUST-ID PIC 9(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPT-TOP-NAME  PIC X(30).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPT-TOP-BALANCE PIC -ZZZZZZ9.99.
               10  FILLER           PIC X(5) VALUE SPACES.
               10  WS-RPT-TOP-CURRENT PIC -ZZZZZZZZ9.99.
               10  FILLER           PIC X(4) VALUE SPACES.
               10  WS-RPT-TOP-PROPOSED PIC -ZZZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPT-TOP-CHANGE PIC -ZZZZZZZZ9.99.
               10  FILLER           PIC X(30) VALUE SPACES.
           05  WS-RPT-COUNT-LINE.
               10  WS-RCL-LABEL     PIC X(40).
               10  WS-RCL-COUNT     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(83) VALUE SPACES.
           05  WS-RPT-BLANK-LINE    PIC X(132) VALUE SPACES.

      * Edited amounts for the proposal listing: a proposal's
      * figures may not be numeric at all, so they print as given
      * when they are not.
       01  WS-EDIT-FIELDS.
           05  WS-EDIT-PCT          PIC ZZ9.99.
           05  WS-EDIT-FEE          PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY 'Program RATESIM started.'.
           MOVE 'RATESIM' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           INITIALIZE WS-RUN-COUNTERS.
           PERFORM GET-RUN-OPTIONS.
           PERFORM 8900-REFUSE-DRY-RUN-CUSTOMERS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-PRODUCT-TABLE.
           PERFORM LOAD-ONE-RATE-ROW
               UNTIL RATE-EOF.
           IF WS-RATE-FILE-STATUS = '00' OR WS-RATE-FILE-STATUS = '10'
               CLOSE RATE-MASTER-FILE
           END-IF.
           DISPLAY 'Rate rows in force today: ' WS-RATE-READ-COUNT.
           MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
           WRITE WS-REPORT-LINE FROM WS-RPT-TITLE-LINE.
           WRITE WS-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE 'PROPOSED RATE REQUESTS' TO WS-RPT-SECTION.
           WRITE WS-REPORT-LINE FROM WS-RPT-SECTION-LINE.
           WRITE WS-REPORT-LINE FROM WS-RPT-PROPOSAL-HEADING.
           PERFORM PROCESS-PROPOSAL
               UNTIL MAINTENANCE-EOF.
           PERFORM SET-SIMULATION-DATE.
           WRITE WS-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE 'CUSTOMERS THE PROPOSAL WOULD PUSH OVER A LIMIT'
               TO WS-RPT-SECTION.
           WRITE WS-REPORT-LINE FROM WS-RPT-SECTION-LINE.
           WRITE WS-REPORT-LINE FROM WS-RPT-CROSSING-HEADING.
           PERFORM READ-ACCOUNT-RECORD.
           PERFORM READ-CUSTOMER-RECORD.
           PERFORM SIMULATE-ONE-CUSTOMER
               UNTIL CUSTOMER-EOF.
           PERFORM WRITE-TYPE-SECTION.
           PERFORM WRITE-TOP-CUSTOMER-SECTION.
           PERFORM WRITE-COUNT-SECTION.
           PERFORM TERMINATION-PARAGRAPH.
           GOBACK.

       GET-RUN-OPTIONS.
           MOVE 'RUNDATE' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND RUN-OPTION-NUMERIC
                   AND WS-OPT-NUMVAL > ZERO
               MOVE WS-OPT-NUMVAL TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           DISPLAY 'OPTION IN EFFECT: RUNDATE=' WS-RUN-DATE.
           MOVE 'SIMDATE' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND RUN-OPTION-NUMERIC
                   AND WS-OPT-NUMVAL > ZERO
               MOVE WS-OPT-NUMVAL TO WS-SIM-DATE-OPTION
           END-IF.
           DISPLAY 'OPTION IN EFFECT: SIMDATE=' WS-SIM-DATE-OPTION
                   ' (ZERO = FIRST DATE THE PROPOSAL TOUCHES)'.
           MOVE 'RSIMTOP' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND RUN-OPTION-NUMERIC
                   AND WS-OPT-NUMVAL > ZERO AND WS-OPT-NUMVAL <= 50
               MOVE WS-OPT-NUMVAL TO WS-TOP-MAX-ENTRIES
           END-IF.
           DISPLAY 'OPTION IN EFFECT: RSIMTOP=' WS-TOP-MAX-ENTRIES.

       OPEN-FILES.
      * No rate master is a legitimate first-load what-if: every
      * customer is then unrated today and the proposal shows the
      * whole of what it would accrue.
           OPEN INPUT RATE-MASTER-FILE.
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY 'No rate master, status '
                       WS-RATE-FILE-STATUS
                       ' - nothing accrues under today''s rates.'
               SET RATE-EOF TO TRUE
           END-IF.
           OPEN INPUT MAINTENANCE-FILE.
           IF WS-MAINT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening proposed rate requests: '
                       WS-MAINT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-RATE-IN-IF-OPEN
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening customer file: '
                       WS-CUSTOMER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-RATE-IN-IF-OPEN
               CLOSE MAINTENANCE-FILE
               GOBACK
           END-IF.
      * Without the account extract every customer accrues under
      * 'NO ACCT', as the posting run would have it.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = '00'
               DISPLAY 'No account extract, status '
                       WS-ACCOUNT-FILE-STATUS
                       ' - every customer accrues under NO ACCT.'
               SET ACCOUNT-EOF TO TRUE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening what-if report: '
                       WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-RATE-IN-IF-OPEN
               CLOSE MAINTENANCE-FILE
               CLOSE CUSTOMER-FILE
               IF WS-ACCOUNT-FILE-STATUS = '00'
                   CLOSE ACCOUNT-FILE
               END-IF
               GOBACK
           END-IF.

       LOAD-PRODUCT-TABLE.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PROD-FILE-STATUS = '00'
               SET PRODUCT-MASTER-LOADED TO TRUE
               PERFORM READ-PRODUCT-RECORD
                   UNTIL PRODUCT-FILE-EOF
               CLOSE PRODUCT-MASTER-FILE
               DISPLAY 'Products loaded: ' WS-PRT-ENTRY-COUNT
           ELSE
               DISPLAY 'No product master, status '
                       WS-PROD-FILE-STATUS
                       ' - account types are not checked.'
           END-IF.

       READ-PRODUCT-RECORD.
           READ PRODUCT-MASTER-FILE INTO WS-PRODUCT-RECORD
               AT END SET PRODUCT-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-PRT-ENTRY-COUNT >= WS-PRT-MAX-ENTRIES
                       DISPLAY 'WARNING: PRODUCT TABLE FULL AT '
                               WS-PRT-MAX-ENTRIES
                       MOVE 4 TO RETURN-CODE
                       SET PRODUCT-FILE-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-PRT-ENTRY-COUNT
                       MOVE WS-PRD-ACC-TYPE
                           TO WS-PRT-ACC-TYPE(WS-PRT-ENTRY-COUNT)
                       MOVE WS-PRD-ACCRUES-SW
                           TO WS-PRT-ACCRUES-SW(WS-PRT-ENTRY-COUNT)
                   END-IF
           END-READ.

       FIND-PRODUCT-FOR-TYPE.
           MOVE ZERO TO WS-PRT-PICKED.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                   UNTIL WS-PRT-IDX > WS-PRT-ENTRY-COUNT
                   OR WS-PRT-PICKED > ZERO
               IF WS-PRT-ACC-TYPE(WS-PRT-IDX) = WS-PROD-LOOKUP-TYPE
                   MOVE WS-PRT-IDX TO WS-PRT-PICKED
               END-IF
           END-PERFORM.

       CLOSE-RATE-IN-IF-OPEN.
           IF WS-RATE-FILE-STATUS = '00'
               CLOSE RATE-MASTER-FILE
           END-IF.

       LOAD-ONE-RATE-ROW.
           READ RATE-MASTER-FILE
               AT END SET RATE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RATE-READ-COUNT
                   IF WS-RTE-ENTRY-COUNT >= WS-RTE-MAX-ENTRIES
                       DISPLAY 'WARNING: RATE TABLE FULL AT '
                               WS-RTE-MAX-ENTRIES
                       MOVE 4 TO RETURN-CODE
                       SET RATE-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-RTE-ENTRY-COUNT
                       PERFORM STORE-RATE-TABLE-ROW
                   END-IF
           END-READ.

       STORE-RATE-TABLE-ROW.
           MOVE WS-RMR-ACC-TYPE
               TO WS-RTE-ACC-TYPE(WS-RTE-ENTRY-COUNT).
           MOVE WS-RMR-ANNUAL-PCT
               TO WS-RTE-ANNUAL-PCT(WS-RTE-ENTRY-COUNT).
           MOVE WS-RMR-MONTHLY-FEE
               TO WS-RTE-MONTHLY-FEE(WS-RTE-ENTRY-COUNT).
      * The posting run's normalization: a blank or unusable
      * effective-from dates the row from day one, a blank or zero
      * effective-to leaves it open-ended.
           IF WS-RMR-EFF-FROM IS NUMERIC
               MOVE WS-RMR-EFF-FROM
                   TO WS-RTE-EFF-FROM(WS-RTE-ENTRY-COUNT)
           ELSE
               MOVE ZERO TO WS-RTE-EFF-FROM(WS-RTE-ENTRY-COUNT)
           END-IF.
           IF WS-RMR-EFF-TO IS NUMERIC
                   AND WS-RMR-EFF-TO NOT = ZERO
               MOVE WS-RMR-EFF-TO
                   TO WS-RTE-EFF-TO(WS-RTE-ENTRY-COUNT)
           ELSE
               MOVE 99999999 TO WS-RTE-EFF-TO(WS-RTE-ENTRY-COUNT)
           END-IF.
           MOVE 'C' TO WS-RTE-ORIGIN(WS-RTE-ENTRY-COUNT).
           MOVE 'N' TO WS-RTE-DROPPED-SW(WS-RTE-ENTRY-COUNT).

       PROCESS-PROPOSAL.
           READ MAINTENANCE-FILE
               AT END SET MAINTENANCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MAINT-READ-COUNT
                   PERFORM VALIDATE-MAINTENANCE-REQUEST
                   IF MAINT-IS-VALID
                       PERFORM APPLY-PROPOSAL
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
                   PERFORM WRITE-PROPOSAL-LINE
           END-READ.

      * The edits below are RATEMNT's, code for code, so the what-if
      * accepts exactly what the real run would.
       VALIDATE-MAINTENANCE-REQUEST.
           SET MAINT-IS-VALID TO TRUE.
           MOVE SPACES TO WS-RMN-REASON-CODE WS-RMN-REASON-TEXT.
           IF NOT RMN-ACTION-ADD AND NOT RMN-ACTION-DROP
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'E001' TO WS-RMN-REASON-CODE
               MOVE 'INVALID ACTION CODE' TO WS-RMN-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND WS-RMN-ACC-TYPE = SPACES
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'E002' TO WS-RMN-REASON-CODE
               MOVE 'ACCOUNT TYPE BLANK' TO WS-RMN-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               PERFORM VALIDATE-EFFECTIVE-DATES
           END-IF.
           IF MAINT-IS-VALID AND RMN-ACTION-ADD
               PERFORM VALIDATE-ADD-REQUEST
           END-IF.
           IF MAINT-IS-VALID AND RMN-ACTION-DROP
               PERFORM VALIDATE-DROP-REQUEST
           END-IF.

       VALIDATE-EFFECTIVE-DATES.
           MOVE WS-RMN-EFF-FROM TO WS-DATE-CHECK-NUM(1:8).
           PERFORM CHECK-ONE-EFF-DATE.
           IF NOT EFF-DATE-IS-OK
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'E003' TO WS-RMN-REASON-CODE
               MOVE 'EFF-FROM DATE BAD' TO WS-RMN-REASON-TEXT
           ELSE
               MOVE WS-DATE-CHECK-NUM TO WS-NEW-EFF-FROM
           END-IF.
           IF MAINT-IS-VALID AND RMN-ACTION-ADD
               IF WS-RMN-EFF-TO = SPACES
                       OR WS-RMN-EFF-TO = '00000000'
                   MOVE 99999999 TO WS-NEW-EFF-TO
               ELSE
                   MOVE WS-RMN-EFF-TO TO WS-DATE-CHECK-NUM(1:8)
                   PERFORM CHECK-ONE-EFF-DATE
                   IF NOT EFF-DATE-IS-OK
                       SET MAINT-IS-REJECTED TO TRUE
                       MOVE 'E004' TO WS-RMN-REASON-CODE
                       MOVE 'EFF-TO DATE BAD' TO WS-RMN-REASON-TEXT
                   ELSE
                       MOVE WS-DATE-CHECK-NUM TO WS-NEW-EFF-TO
                   END-IF
               END-IF
           END-IF.
           IF MAINT-IS-VALID AND RMN-ACTION-ADD
                   AND WS-NEW-EFF-TO < WS-NEW-EFF-FROM
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'E005' TO WS-RMN-REASON-CODE
               MOVE 'EFF-TO BEFORE FROM' TO WS-RMN-REASON-TEXT
           END-IF.

       CHECK-ONE-EFF-DATE.
           MOVE 'N' TO WS-DATE-OK-SW.
           IF WS-DATE-CHECK-NUM(1:8) IS NUMERIC
               MOVE WS-DATE-CHECK-NUM(5:2) TO WS-DATE-CHECK-MM
               MOVE WS-DATE-CHECK-NUM(7:2) TO WS-DATE-CHECK-DD
               IF WS-DATE-CHECK-MM >= 1 AND WS-DATE-CHECK-MM <= 12
                       AND WS-DATE-CHECK-DD >= 1
                       AND WS-DATE-CHECK-DD <= 31
                   MOVE 'Y' TO WS-DATE-OK-SW
               END-IF
           END-IF.

       VALIDATE-ADD-REQUEST.
           IF PRODUCT-MASTER-LOADED
               MOVE WS-RMN-ACC-TYPE TO WS-PROD-LOOKUP-TYPE
               PERFORM FIND-PRODUCT-FOR-TYPE
               IF WS-PRT-PICKED = ZERO
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'E014' TO WS-RMN-REASON-CODE
                   MOVE 'PRODUCT NOT ON FILE' TO WS-RMN-REASON-TEXT
               END-IF
           END-IF.
           IF MAINT-IS-VALID AND WS-RMN-ANNUAL-PCT NOT NUMERIC
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'E006' TO WS-RMN-REASON-CODE
               MOVE 'PCT NOT NUMERIC' TO WS-RMN-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND WS-RMN-MONTHLY-FEE NOT NUMERIC
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'E007' TO WS-RMN-REASON-CODE
               MOVE 'FEE NOT NUMERIC' TO WS-RMN-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND WS-RMN-MIN-DUE-PCT NOT = SPACES
                   AND WS-RMN-MIN-DUE-PCT NOT NUMERIC
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'E012' TO WS-RMN-REASON-CODE
               MOVE 'MIN DUE PCT BAD' TO WS-RMN-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND WS-RMN-MIN-DUE-FLOOR NOT = SPACES
                   AND WS-RMN-MIN-DUE-FLOOR NOT NUMERIC
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'E013' TO WS-RMN-REASON-CODE
               MOVE 'MIN DUE FLOOR BAD' TO WS-RMN-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               PERFORM CHECK-PERIOD-OVERLAP
           END-IF.
           IF MAINT-IS-VALID
                   AND WS-RTE-ENTRY-COUNT >= WS-RTE-MAX-ENTRIES
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'E009' TO WS-RMN-REASON-CODE
               MOVE 'RATE TABLE FULL' TO WS-RMN-REASON-TEXT
           END-IF.

       CHECK-PERIOD-OVERLAP.
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                   UNTIL WS-RTE-IDX > WS-RTE-ENTRY-COUNT
                   OR MAINT-IS-REJECTED
               IF NOT RTE-ROW-DROPPED(WS-RTE-IDX)
                       AND WS-RTE-ACC-TYPE(WS-RTE-IDX)
                           = WS-RMN-ACC-TYPE
                       AND WS-NEW-EFF-FROM
                           <= WS-RTE-EFF-TO(WS-RTE-IDX)
                       AND WS-RTE-EFF-FROM(WS-RTE-IDX)
                           <= WS-NEW-EFF-TO
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'E008' TO WS-RMN-REASON-CODE
                   MOVE 'OVERLAPS EXIST PERIOD'
                       TO WS-RMN-REASON-TEXT
               END-IF
           END-PERFORM.

       VALIDATE-DROP-REQUEST.
           MOVE ZERO TO WS-RTE-PICKED.
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                   UNTIL WS-RTE-IDX > WS-RTE-ENTRY-COUNT
                   OR WS-RTE-PICKED > ZERO
               IF NOT RTE-ROW-DROPPED(WS-RTE-IDX)
                       AND WS-RTE-ACC-TYPE(WS-RTE-IDX)
                           = WS-RMN-ACC-TYPE
                       AND WS-RTE-EFF-FROM(WS-RTE-IDX)
                           = WS-NEW-EFF-FROM
                   MOVE WS-RTE-IDX TO WS-RTE-PICKED
               END-IF
           END-PERFORM.
           IF WS-RTE-PICKED = ZERO
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'E010' TO WS-RMN-REASON-CODE
               MOVE 'PERIOD NOT ON FILE' TO WS-RMN-REASON-TEXT
           ELSE
               IF WS-NEW-EFF-FROM <= WS-RUN-DATE
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'E011' TO WS-RMN-REASON-CODE
                   MOVE 'PERIOD ALREADY LIVE' TO WS-RMN-REASON-TEXT
               END-IF
           END-IF.

       APPLY-PROPOSAL.
           ADD 1 TO WS-ACCEPTED-COUNT.
           IF WS-NEW-EFF-FROM < WS-EARLIEST-PROPOSAL
               MOVE WS-NEW-EFF-FROM TO WS-EARLIEST-PROPOSAL
           END-IF.
           IF RMN-ACTION-ADD
               ADD 1 TO WS-RTE-ENTRY-COUNT
               MOVE WS-RMN-ACC-TYPE
                   TO WS-RTE-ACC-TYPE(WS-RTE-ENTRY-COUNT)
               MOVE WS-RMN-ANNUAL-PCT-9
                   TO WS-RTE-ANNUAL-PCT(WS-RTE-ENTRY-COUNT)
               MOVE WS-RMN-MONTHLY-FEE-9
                   TO WS-RTE-MONTHLY-FEE(WS-RTE-ENTRY-COUNT)
               MOVE WS-NEW-EFF-FROM
                   TO WS-RTE-EFF-FROM(WS-RTE-ENTRY-COUNT)
               MOVE WS-NEW-EFF-TO
                   TO WS-RTE-EFF-TO(WS-RTE-ENTRY-COUNT)
               MOVE 'P' TO WS-RTE-ORIGIN(WS-RTE-ENTRY-COUNT)
               MOVE 'N' TO WS-RTE-DROPPED-SW(WS-RTE-ENTRY-COUNT)
           ELSE
               MOVE 'Y' TO WS-RTE-DROPPED-SW(WS-RTE-PICKED)
           END-IF.

       WRITE-PROPOSAL-LINE.
           MOVE WS-RMN-ACTION TO WS-RPP-ACTION.
           MOVE WS-RMN-ACC-TYPE TO WS-RPP-ACC-TYPE.
           IF WS-RMN-ANNUAL-PCT IS NUMERIC
               MOVE WS-RMN-ANNUAL-PCT-9 TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO WS-RPP-PCT
           ELSE
               MOVE WS-RMN-ANNUAL-PCT TO WS-RPP-PCT
           END-IF.
           IF WS-RMN-MONTHLY-FEE IS NUMERIC
               MOVE WS-RMN-MONTHLY-FEE-9 TO WS-EDIT-FEE
               MOVE WS-EDIT-FEE TO WS-RPP-FEE
           ELSE
               MOVE WS-RMN-MONTHLY-FEE TO WS-RPP-FEE
           END-IF.
           MOVE WS-RMN-EFF-FROM TO WS-RPP-FROM.
           MOVE WS-RMN-EFF-TO TO WS-RPP-TO.
           IF MAINT-IS-VALID
               MOVE 'APPLY' TO WS-RPP-OUTCOME
           ELSE
               MOVE 'REJECT' TO WS-RPP-OUTCOME
           END-IF.
           MOVE WS-RMN-REASON-CODE TO WS-RPP-REASON-CODE.
           MOVE WS-RMN-REASON-TEXT TO WS-RPP-REASON-TEXT.
           WRITE WS-REPORT-LINE FROM WS-RPT-PROPOSAL-LINE.

       SET-SIMULATION-DATE.
           EVALUATE TRUE
               WHEN WS-SIM-DATE-OPTION > ZERO
                   MOVE WS-SIM-DATE-OPTION TO WS-SIM-DATE
               WHEN WS-EARLIEST-PROPOSAL > WS-RUN-DATE
                       AND WS-EARLIEST-PROPOSAL < 99999999
                   MOVE WS-EARLIEST-PROPOSAL TO WS-SIM-DATE
               WHEN OTHER
                   MOVE WS-RUN-DATE TO WS-SIM-DATE
           END-EVALUATE.
           DISPLAY 'Accrual simulated as of ' WS-SIM-DATE.
           MOVE WS-SIM-DATE TO WS-RPT-SIM-DATE.
           WRITE WS-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           WRITE WS-REPORT-LINE FROM WS-RPT-SIM-DATE-LINE.

      * Transfer-envelope records (marker HDR*/TRL*) are not data;
      * these readers skip them, the posting run owning envelope
      * verification of both files.
       READ-CUSTOMER-RECORD.
           MOVE 'N' TO WS-CUST-DATA-SW.
           PERFORM UNTIL CUSTOMER-EOF OR CUST-DATA-RECORD
               READ CUSTOMER-FILE
                   AT END SET CUSTOMER-EOF TO TRUE
                   NOT AT END
                       IF WS-CUSTOMER-FILE-RECORD(1:4) = 'HDR*'
                               OR WS-CUSTOMER-FILE-RECORD(1:4)
                                   = 'TRL*'
                           CONTINUE
                       ELSE
                           MOVE 'Y' TO WS-CUST-DATA-SW
                           ADD 1 TO WS-CUST-READ-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       READ-ACCOUNT-RECORD.
           MOVE 'N' TO WS-ACCT-DATA-SW.
           PERFORM UNTIL ACCOUNT-EOF OR ACCT-DATA-RECORD
               READ ACCOUNT-FILE
                   AT END SET ACCOUNT-EOF TO TRUE
                   NOT AT END
                       IF WS-ACCOUNT-FILE-RECORD(1:4) = 'HDR*'
                               OR WS-ACCOUNT-FILE-RECORD(1:4)
                                   = 'TRL*'
                           CONTINUE
                       ELSE
                           MOVE 'Y' TO WS-ACCT-DATA-SW
                       END-IF
               END-READ
           END-PERFORM.

       SIMULATE-ONE-CUSTOMER.
           PERFORM MATCH-ACCOUNT-TO-CUSTOMER.
      * Inactive and charged-off customers accrue nothing.
           IF CFR-CUST-ACTIVE
               ADD 1 TO WS-ACCRUED-COUNT
               MOVE 1 TO WS-SCENARIO
               PERFORM SIMULATE-MONTH-END
               MOVE 2 TO WS-SCENARIO
               PERFORM SIMULATE-MONTH-END
               PERFORM COMPARE-CUSTOMER-ACCRUALS
           ELSE
               ADD 1 TO WS-NOT-ACTIVE-COUNT
           END-IF.
           PERFORM READ-CUSTOMER-RECORD.

       MATCH-ACCOUNT-TO-CUSTOMER.
           MOVE ZERO TO WS-CUR-ACC-COUNT.
           PERFORM UNTIL ACCOUNT-EOF
                   OR WS-AFR-CUST-ID >= WS-CFR-CUST-ID
               PERFORM READ-ACCOUNT-RECORD
           END-PERFORM.
           PERFORM UNTIL ACCOUNT-EOF
                   OR WS-AFR-CUST-ID NOT = WS-CFR-CUST-ID
               IF WS-CUR-ACC-COUNT >= WS-CUR-ACC-MAX
                   DISPLAY 'WARNING: ACCOUNT TABLE FULL FOR CUSTOMER '
                           WS-CFR-CUST-ID ' AT ' WS-CUR-ACC-MAX
                           ' - FURTHER ACCOUNTS NOT CARRIED'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-CUR-ACC-COUNT
                   MOVE WS-AFR-ACC-NUMBER
                       TO WS-CUR-ACC-NUMBER(WS-CUR-ACC-COUNT)
                   MOVE WS-AFR-ACC-TYPE
                       TO WS-CUR-ACC-TYPE(WS-CUR-ACC-COUNT)
                   MOVE WS-AFR-ACC-LIMIT
                       TO WS-CUR-ACC-LIMIT(WS-CUR-ACC-COUNT)
                   MOVE WS-AFR-ACC-STATUS
                       TO WS-CUR-ACC-STATUS(WS-CUR-ACC-COUNT)
               END-IF
               PERFORM READ-ACCOUNT-RECORD
           END-PERFORM.

       SIMULATE-MONTH-END.
      * The posting run's ACCRUE-MONTH-END under this scenario's
      * rows: interest once on the customer balance under the
      * primary account, the fee per account.
           MOVE ZERO TO WS-CUST-ACCRUAL(WS-SCENARIO).
           MOVE 'N' TO WS-CUST-NO-RATE-SW(WS-SCENARIO).
           IF WS-CUR-ACC-COUNT = ZERO
               MOVE 'NO ACCT' TO WS-ACCRUAL-ACC-TYPE
               MOVE SPACE TO WS-ACCRUAL-ACC-STAT
               SET ACCRUING-PRIMARY-ACC TO TRUE
               PERFORM SIMULATE-UNDER-ACC-TYPE
           ELSE
               PERFORM SIMULATE-ONE-ACCOUNT
                   VARYING WS-CUR-ACC-IDX FROM 1 BY 1
                   UNTIL WS-CUR-ACC-IDX > WS-CUR-ACC-COUNT
           END-IF.
           IF WS-CUST-NO-RATE-SW(WS-SCENARIO) = 'Y'
               ADD 1 TO WS-NO-RATE-COUNT(WS-SCENARIO)
           END-IF.

       SIMULATE-ONE-ACCOUNT.
           MOVE WS-CUR-ACC-TYPE(WS-CUR-ACC-IDX)
               TO WS-ACCRUAL-ACC-TYPE.
           MOVE WS-CUR-ACC-STATUS(WS-CUR-ACC-IDX)
               TO WS-ACCRUAL-ACC-STAT.
           IF WS-CUR-ACC-IDX = 1
               SET ACCRUING-PRIMARY-ACC TO TRUE
           ELSE
               MOVE 'N' TO WS-ACC-PRIMARY-SW
           END-IF.
           PERFORM SIMULATE-UNDER-ACC-TYPE.

       SIMULATE-UNDER-ACC-TYPE.
      * The posting run refuses a type not on the product master the
      * way it treats a type with no rate: nothing accrues.
           PERFORM FIND-RATE-FOR-SCENARIO.
           MOVE 1 TO WS-PRT-PICKED.
           IF PRODUCT-MASTER-LOADED
               MOVE WS-ACCRUAL-ACC-TYPE TO WS-PROD-LOOKUP-TYPE
               PERFORM FIND-PRODUCT-FOR-TYPE
           END-IF.
           IF WS-RTE-PICKED = ZERO OR WS-PRT-PICKED = ZERO
               MOVE 'Y' TO WS-CUST-NO-RATE-SW(WS-SCENARIO)
           ELSE
               IF ACCRUING-PRIMARY-ACC
                       AND NOT (PRODUCT-MASTER-LOADED
                           AND PRT-NO-INTEREST(WS-PRT-PICKED))
                   COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                       WS-CFR-CUST-BALANCE
                       * WS-RTE-ANNUAL-PCT(WS-RTE-PICKED) / 100 / 12
               ELSE
                   MOVE ZERO TO WS-INTEREST-AMOUNT
               END-IF
               IF ACCRUAL-ACC-FROZEN
                   MOVE ZERO TO WS-FEE-AMOUNT
               ELSE
                   MOVE WS-RTE-MONTHLY-FEE(WS-RTE-PICKED)
                       TO WS-FEE-AMOUNT
               END-IF
               ADD WS-INTEREST-AMOUNT WS-FEE-AMOUNT
                   TO WS-CUST-ACCRUAL(WS-SCENARIO)
               ADD WS-INTEREST-AMOUNT
                   TO WS-INTEREST-TOTAL(WS-SCENARIO)
               ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL(WS-SCENARIO)
               PERFORM TALLY-ACCRUAL-BY-TYPE
           END-IF.

       FIND-RATE-FOR-SCENARIO.
      * The current run sees only the rows loaded from RATEFILE, the
      * proposed run every row the proposals leave standing.
           MOVE ZERO TO WS-RTE-PICKED.
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                   UNTIL WS-RTE-IDX > WS-RTE-ENTRY-COUNT
                   OR WS-RTE-PICKED > ZERO
               IF WS-RTE-ACC-TYPE(WS-RTE-IDX) = WS-ACCRUAL-ACC-TYPE
                       AND WS-SIM-DATE >= WS-RTE-EFF-FROM(WS-RTE-IDX)
                       AND WS-SIM-DATE <= WS-RTE-EFF-TO(WS-RTE-IDX)
                   IF (SCENARIO-CURRENT
                           AND RTE-ROW-CURRENT(WS-RTE-IDX))
                       OR (SCENARIO-PROPOSED
                           AND NOT RTE-ROW-DROPPED(WS-RTE-IDX))
                       MOVE WS-RTE-IDX TO WS-RTE-PICKED
                   END-IF
               END-IF
           END-PERFORM.

       TALLY-ACCRUAL-BY-TYPE.
           MOVE ZERO TO WS-ATY-PICKED.
           PERFORM VARYING WS-ATY-IDX FROM 1 BY 1
                   UNTIL WS-ATY-IDX > WS-ATY-ENTRY-COUNT
                   OR WS-ATY-PICKED > ZERO
               IF WS-ATY-ACC-TYPE(WS-ATY-IDX) = WS-ACCRUAL-ACC-TYPE
                   MOVE WS-ATY-IDX TO WS-ATY-PICKED
               END-IF
           END-PERFORM.
           IF WS-ATY-PICKED = ZERO
               IF WS-ATY-ENTRY-COUNT >= WS-ATY-MAX-ENTRIES
      * Overflow bucket, as on the posting run's accrual register.
                   MOVE WS-ATY-MAX-ENTRIES TO WS-ATY-PICKED
                   MOVE 'OTHER' TO WS-ATY-ACC-TYPE(WS-ATY-PICKED)
               ELSE
                   ADD 1 TO WS-ATY-ENTRY-COUNT
                   MOVE WS-ATY-ENTRY-COUNT TO WS-ATY-PICKED
                   MOVE WS-ACCRUAL-ACC-TYPE
                       TO WS-ATY-ACC-TYPE(WS-ATY-PICKED)
                   MOVE ZERO TO WS-ATY-CUST-COUNT(WS-ATY-PICKED, 1)
                   MOVE ZERO TO WS-ATY-CUST-COUNT(WS-ATY-PICKED, 2)
                   MOVE ZERO TO WS-ATY-INTEREST(WS-ATY-PICKED, 1)
                   MOVE ZERO TO WS-ATY-INTEREST(WS-ATY-PICKED, 2)
                   MOVE ZERO TO WS-ATY-FEES(WS-ATY-PICKED, 1)
                   MOVE ZERO TO WS-ATY-FEES(WS-ATY-PICKED, 2)
               END-IF
           END-IF.
           ADD 1 TO WS-ATY-CUST-COUNT(WS-ATY-PICKED, WS-SCENARIO).
           ADD WS-INTEREST-AMOUNT
               TO WS-ATY-INTEREST(WS-ATY-PICKED, WS-SCENARIO).
           ADD WS-FEE-AMOUNT
               TO WS-ATY-FEES(WS-ATY-PICKED, WS-SCENARIO).

       COMPARE-CUSTOMER-ACCRUALS.
           COMPUTE WS-CUST-DIFFERENCE =
               WS-CUST-ACCRUAL(2) - WS-CUST-ACCRUAL(1).
           IF WS-CUST-DIFFERENCE NOT = ZERO
               ADD 1 TO WS-CHANGED-COUNT
               IF WS-CUST-DIFFERENCE > ZERO
                   ADD 1 TO WS-UP-COUNT
                   MOVE WS-CUST-DIFFERENCE TO WS-CUST-MAGNITUDE
               ELSE
                   ADD 1 TO WS-DOWN-COUNT
                   COMPUTE WS-CUST-MAGNITUDE =
                       0 - WS-CUST-DIFFERENCE
               END-IF
               PERFORM PLACE-IN-TOP-TABLE
           END-IF.
      * The limit test is the posting run's referral measure, per
      * account with a limit set, on the balance after each run.
           COMPUTE WS-CURRENT-POSITION =
               WS-CFR-CUST-BALANCE + WS-CUST-ACCRUAL(1).
           COMPUTE WS-PROPOSED-POSITION =
               WS-CFR-CUST-BALANCE + WS-CUST-ACCRUAL(2).
           MOVE 'N' TO WS-CROSSED-SW.
           MOVE 'N' TO WS-RELIEVED-SW.
           PERFORM CHECK-ONE-ACCOUNT-LIMIT
               VARYING WS-CUR-ACC-IDX FROM 1 BY 1
               UNTIL WS-CUR-ACC-IDX > WS-CUR-ACC-COUNT.
           IF CUST-CROSSES-LIMIT
               ADD 1 TO WS-CROSSING-COUNT
           END-IF.
           IF CUST-RELIEVED
               ADD 1 TO WS-RELIEVED-COUNT
           END-IF.

       CHECK-ONE-ACCOUNT-LIMIT.
           IF WS-CUR-ACC-LIMIT(WS-CUR-ACC-IDX) > ZERO
               IF WS-PROPOSED-POSITION
                       > WS-CUR-ACC-LIMIT(WS-CUR-ACC-IDX)
                   AND WS-CURRENT-POSITION
                       NOT > WS-CUR-ACC-LIMIT(WS-CUR-ACC-IDX)
                   SET CUST-CROSSES-LIMIT TO TRUE
                   PERFORM WRITE-CROSSING-LINE
               END-IF
               IF WS-CURRENT-POSITION
                       > WS-CUR-ACC-LIMIT(WS-CUR-ACC-IDX)
                   AND WS-PROPOSED-POSITION
                       NOT > WS-CUR-ACC-LIMIT(WS-CUR-ACC-IDX)
                   SET CUST-RELIEVED TO TRUE
               END-IF
           END-IF.

       WRITE-CROSSING-LINE.
           MOVE WS-CFR-CUST-ID TO WS-RPC-CUST-ID.
           MOVE WS-CUR-ACC-NUMBER(WS-CUR-ACC-IDX) TO WS-RPC-ACC-NUMBER.
           MOVE WS-CUR-ACC-TYPE(WS-CUR-ACC-IDX) TO WS-RPC-ACC-TYPE.
           MOVE WS-CUR-ACC-LIMIT(WS-CUR-ACC-IDX) TO WS-RPC-LIMIT.
           MOVE WS-CFR-CUST-BALANCE TO WS-RPC-BALANCE.
           MOVE WS-CURRENT-POSITION TO WS-RPC-CURRENT.
           MOVE WS-PROPOSED-POSITION TO WS-RPC-PROPOSED.
           WRITE WS-REPORT-LINE FROM WS-RPT-CROSSING-LINE.

       PLACE-IN-TOP-TABLE.
      * Largest change first: find the first entry this customer
      * outranks, shift the rest down one (the last falls off a full
      * table) and take its slot.
           MOVE ZERO TO WS-TOP-SLOT.
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX > WS-TOP-ENTRY-COUNT
                   OR WS-TOP-SLOT > ZERO
               IF WS-CUST-MAGNITUDE > WS-TOP-MAGNITUDE(WS-TOP-IDX)
                   MOVE WS-TOP-IDX TO WS-TOP-SLOT
               END-IF
           END-PERFORM.
           IF WS-TOP-SLOT = ZERO
                   AND WS-TOP-ENTRY-COUNT < WS-TOP-MAX-ENTRIES
               COMPUTE WS-TOP-SLOT = WS-TOP-ENTRY-COUNT + 1
           END-IF.
           IF WS-TOP-SLOT > ZERO
               IF WS-TOP-ENTRY-COUNT < WS-TOP-MAX-ENTRIES
                   ADD 1 TO WS-TOP-ENTRY-COUNT
               END-IF
               PERFORM VARYING WS-TOP-MOVE-IDX
                       FROM WS-TOP-ENTRY-COUNT BY -1
                       UNTIL WS-TOP-MOVE-IDX <= WS-TOP-SLOT
                   MOVE WS-TOP-ENTRY(WS-TOP-MOVE-IDX - 1)
                       TO WS-TOP-ENTRY(WS-TOP-MOVE-IDX)
               END-PERFORM
               MOVE WS-CFR-CUST-ID TO WS-TOP-CUST-ID(WS-TOP-SLOT)
               MOVE WS-CFR-CUST-NAME TO WS-TOP-CUST-NAME(WS-TOP-SLOT)
               MOVE WS-CFR-CUST-BALANCE
                   TO WS-TOP-BALANCE(WS-TOP-SLOT)
               MOVE WS-CUST-ACCRUAL(1) TO WS-TOP-CURRENT(WS-TOP-SLOT)
               MOVE WS-CUST-ACCRUAL(2)
                   TO WS-TOP-PROPOSED(WS-TOP-SLOT)
               MOVE WS-CUST-DIFFERENCE
                   TO WS-TOP-DIFFERENCE(WS-TOP-SLOT)
               MOVE WS-CUST-MAGNITUDE
                   TO WS-TOP-MAGNITUDE(WS-TOP-SLOT)
           END-IF.

       WRITE-TYPE-SECTION.
           WRITE WS-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE 'MONTH-END INTEREST AND FEES BY ACCOUNT TYPE'
               TO WS-RPT-SECTION.
           WRITE WS-REPORT-LINE FROM WS-RPT-SECTION-LINE.
           WRITE WS-REPORT-LINE FROM WS-RPT-TYPE-HEADING.
           PERFORM WRITE-ONE-TYPE-LINE
               VARYING WS-ATY-IDX FROM 1 BY 1
               UNTIL WS-ATY-IDX > WS-ATY-ENTRY-COUNT.
           MOVE 'ALL TYPES' TO WS-RPY-ACC-TYPE.
           MOVE WS-INTEREST-TOTAL(1) TO WS-RPY-CUR-INT.
           MOVE WS-FEE-TOTAL(1) TO WS-RPY-CUR-FEE.
           MOVE WS-INTEREST-TOTAL(2) TO WS-RPY-PRO-INT.
           MOVE WS-FEE-TOTAL(2) TO WS-RPY-PRO-FEE.
           COMPUTE WS-RPY-DIF-INT =
               WS-INTEREST-TOTAL(2) - WS-INTEREST-TOTAL(1).
           COMPUTE WS-RPY-DIF-FEE =
               WS-FEE-TOTAL(2) - WS-FEE-TOTAL(1).
           WRITE WS-REPORT-LINE FROM WS-RPT-TYPE-LINE.

       WRITE-ONE-TYPE-LINE.
           MOVE WS-ATY-ACC-TYPE(WS-ATY-IDX) TO WS-RPY-ACC-TYPE.
           MOVE WS-ATY-INTEREST(WS-ATY-IDX, 1) TO WS-RPY-CUR-INT.
           MOVE WS-ATY-FEES(WS-ATY-IDX, 1) TO WS-RPY-CUR-FEE.
           MOVE WS-ATY-INTEREST(WS-ATY-IDX, 2) TO WS-RPY-PRO-INT.
           MOVE WS-ATY-FEES(WS-ATY-IDX, 2) TO WS-RPY-PRO-FEE.
           COMPUTE WS-RPY-DIF-INT =
               WS-ATY-INTEREST(WS-ATY-IDX, 2)
               - WS-ATY-INTEREST(WS-ATY-IDX, 1).
           COMPUTE WS-RPY-DIF-FEE =
               WS-ATY-FEES(WS-ATY-IDX, 2)
               - WS-ATY-FEES(WS-ATY-IDX, 1).
           WRITE WS-REPORT-LINE FROM WS-RPT-TYPE-LINE.

       WRITE-TOP-CUSTOMER-SECTION.
           WRITE WS-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE 'CUSTOMERS MOST AFFECTED, LARGEST CHANGE FIRST'
               TO WS-RPT-SECTION.
           WRITE WS-REPORT-LINE FROM WS-RPT-SECTION-LINE.
           WRITE WS-REPORT-LINE FROM WS-RPT-TOP-HEADING.
           PERFORM WRITE-ONE-TOP-LINE
               VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX > WS-TOP-ENTRY-COUNT.

       WRITE-ONE-TOP-LINE.
           MOVE WS-TOP-CUST-ID(WS-TOP-IDX) TO WS-RPT-TOP-CUST-ID.
           MOVE WS-TOP-CUST-NAME(WS-TOP-IDX) TO WS-RPT-TOP-NAME.
           MOVE WS-TOP-BALANCE(WS-TOP-IDX) TO WS-RPT-TOP-BALANCE.
           MOVE WS-TOP-CURRENT(WS-TOP-IDX) TO WS-RPT-TOP-CURRENT.
           MOVE WS-TOP-PROPOSED(WS-TOP-IDX) TO WS-RPT-TOP-PROPOSED.
           MOVE WS-TOP-DIFFERENCE(WS-TOP-IDX) TO WS-RPT-TOP-CHANGE.
           WRITE WS-REPORT-LINE FROM WS-RPT-TOP-LINE.

       WRITE-COUNT-SECTION.
           WRITE WS-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE 'PROPOSALS READ' TO WS-RCL-LABEL.
           MOVE WS-MAINT-READ-COUNT TO WS-RCL-COUNT.
           WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE 'PROPOSALS RATEMNT WOULD APPLY' TO WS-RCL-LABEL.
           MOVE WS-ACCEPTED-COUNT TO WS-RCL-COUNT.
           WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE 'PROPOSALS RATEMNT WOULD REJECT' TO WS-RCL-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-RCL-COUNT.
           WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE 'CUSTOMERS READ' TO WS-RCL-LABEL.
           MOVE WS-CUST-READ-COUNT TO WS-RCL-COUNT.
           WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE 'CUSTOMERS NOT ACTIVE, NOT ACCRUED' TO WS-RCL-LABEL.
           MOVE WS-NOT-ACTIVE-COUNT TO WS-RCL-COUNT.
           WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE 'CUSTOMERS ACCRUED' TO WS-RCL-LABEL.
           MOVE WS-ACCRUED-COUNT TO WS-RCL-COUNT.
           WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE 'CUSTOMERS WITH AN UNRATED TYPE, CURRENT' TO
               WS-RCL-LABEL.
           MOVE WS-NO-RATE-COUNT(1) TO WS-RCL-COUNT.
           WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE 'CUSTOMERS WITH AN UNRATED TYPE, PROPOSED' TO
               WS-RCL-LABEL.
           MOVE WS-NO-RATE-COUNT(2) TO WS-RCL-COUNT.
           WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE 'CUSTOMERS WHOSE ACCRUAL WOULD RISE' TO WS-RCL-LABEL.
           MOVE WS-UP-COUNT TO WS-RCL-COUNT.
           WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE 'CUSTOMERS WHOSE ACCRUAL WOULD FALL' TO WS-RCL-LABEL.
           MOVE WS-DOWN-COUNT TO WS-RCL-COUNT.
           WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE 'CUSTOMERS PUSHED OVER A LIMIT' TO WS-RCL-LABEL.
           MOVE WS-CROSSING-COUNT TO WS-RCL-COUNT.
           WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE 'CUSTOMERS BROUGHT BACK UNDER A LIMIT' TO
               WS-RCL-LABEL.
           MOVE WS-RELIEVED-COUNT TO WS-RCL-COUNT.
           WRITE WS-REPORT-LINE FROM WS-RPT-COUNT-LINE.

       TERMINATION-PARAGRAPH.
           CLOSE MAINTENANCE-FILE.
           CLOSE CUSTOMER-FILE.
           IF WS-ACCOUNT-FILE-STATUS = '00'
                   OR WS-ACCOUNT-FILE-STATUS = '10'
               CLOSE ACCOUNT-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY 'Proposals read: ' WS-MAINT-READ-COUNT
                   ' (would apply ' WS-ACCEPTED-COUNT
                   ' would reject ' WS-REJECTED-COUNT ')'.
           DISPLAY 'Customers accrued both ways: ' WS-ACCRUED-COUNT.
           DISPLAY 'Interest current/proposed: '
                   WS-INTEREST-TOTAL(1) ' / ' WS-INTEREST-TOTAL(2).
           DISPLAY 'Fees current/proposed:     '
                   WS-FEE-TOTAL(1) ' / ' WS-FEE-TOTAL(2).
           DISPLAY 'Customers pushed over a limit: '
                   WS-CROSSING-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-CUST-READ-COUNT TO WS-CR-RECORDS-IN.
           MOVE WS-ACCRUED-COUNT   TO WS-CR-RECORDS-OUT.
           MOVE WS-REJECTED-COUNT  TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE        TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program RATESIM completed.'.

       WRITE-RUN-CONTROL-RECORD.
           MOVE SPACES TO WS-RUN-CONTROL-RECORD.
           MOVE WS-CR-JOB-NAME TO WS-RC-JOB-NAME.
           MOVE WS-RUN-DATE TO WS-RC-CYCLE-DATE.
           MOVE 'DAIL' TO WS-RC-CYCLE-TYPE.
           MOVE WS-CR-RECORDS-IN TO WS-RC-RECORDS-IN.
           MOVE WS-CR-RECORDS-OUT TO WS-RC-RECORDS-OUT.
           MOVE WS-CR-RECORDS-REJ TO WS-RC-RECORDS-REJ.
           MOVE WS-CR-RETURN-CODE TO WS-RC-RETURN-CODE.
           MOVE WS-CR-START-TS(1:14) TO WS-RC-START-STAMP.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RC-END-STAMP.
           MOVE ZERO TO WS-RC-SLICE-ID.
           CALL 'RUNCTLWR' USING WS-RUN-CONTROL-RECORD.

       COPY CTLRPTPR.

       COPY DRYREFPR.
