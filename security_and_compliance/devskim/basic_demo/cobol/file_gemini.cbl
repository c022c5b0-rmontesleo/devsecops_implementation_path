               FILE STATUS IS WS-NEWCUST-FILE-STATUS.

      * Transactions that could not be posted (unknown customer,
      * inactive or restricted customer, bad amount), carried with a
      * reason so the sending system can fix and resubmit them.
           SELECT UNPOSTED-ITEMS-FILE ASSIGN TO UNPOSTED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNPOSTED-FILE-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      * Dispute case master kept by DISPMNT. Read only: an open case
      * whose amount has not been provisionally credited is still in
      * the balance, and stays out of the over-limit referral until
      * the case is decided. Absent means no cases.
           SELECT OPTIONAL DISPUTE-MASTER-FILE ASSIGN TO DISPMST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-FILE-STATUS.

      * Customer restriction master kept by RSTRMNT. Read only: a
      * restriction in force on the cycle date that blocks charges
      * or payments sends those items to UNPOSTED under their own
      * reason. Absent means no customer is restricted.
           SELECT OPTIONAL RESTRICTION-MASTER-FILE ASSIGN TO RSTRMST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTRICTION-FILE-STATUS.

      * Account product master kept by PRODMNT. Read only: a rate
      * row or an account whose type is not a product is refused,
      * and a product that does not accrue interest is charged its
      * fee only. Required: without it no account type can be
      * proved, and the run stops (return code 8).
           SELECT PRODUCT-MASTER-FILE ASSIGN TO PRODFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

      * Charge screening rules, the way EDITRULE drives SAMPLEPGM:
      * per-customer limits on the count and the amount of one
      * cycle's charges, and the multiple of the customer's average
      * charge on TRANHIST beyond which a single charge is unusual.
      * Absent or empty means no charge is screened, which is what
      * the run did before the rules existed.
           SELECT OPTIONAL SCREEN-RULES-FILE ASSIGN TO SCRNRULE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCRNRULE-FILE-STATUS.

      * The shop's own charge feeds that were merged into tonight's
      * TRANFILE build: HELDREL's released charges, CREDREFD's
      * refunds and DISPMNT's re-bills. Read only. A charge is
      * exempt from screening only when its exact image is found on
      * one of them -- a release mark or a REFUND/DISP reference on
      * anything else is just sender data and is screened. Absent
      * means that feed sent nothing tonight.
           SELECT OPTIONAL HELD-RELEASE-FILE ASSIGN TO HLDRTRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLDRTRN-FILE-STATUS.

           SELECT OPTIONAL REFUND-TRAN-FILE ASSIGN TO REFDTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFDTRAN-FILE-STATUS.

           SELECT OPTIONAL DISPUTE-TRAN-FILE ASSIGN TO DISPTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISPTRAN-FILE-STATUS.

      * Charges a screening rule stopped, each with the rule that
      * fired, queued for operator review by HELDREL. They are not
      * unposted items: nothing is wrong with them that a repair
      * could fix, and a person decides whether they post.
           SELECT HELD-REVIEW-FILE ASSIGN TO HELDRVW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.

      * TRANHIST resorted on the customer id into its own spool when
      * an outlier rule is in force, so each customer's average
      * charge is totalled in step with the balance line instead of
      * from a table of every customer on file.
           SELECT CHARGE-PROFILE-FILE ASSIGN TO CHGPROF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGPROF-FILE-STATUS.

           SELECT CHARGE-SORT-FILE ASSIGN TO SORTWK2.

      * Dry run only (DRYRUN control card): what the night would
      * have posted, by transaction type, and the month-end accrual
      * by account type, in place of the acknowledgment feed and
      * the accrual register.
           SELECT PROJECTED-SUMMARY-FILE ASSIGN TO DRYSUMM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRYSUMM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
           05  WS-RMR-MONTHLY-FEE   PIC 9(5)V99.
           05  WS-RMR-EFF-FROM      PIC X(8).
           05  WS-RMR-EFF-TO        PIC X(8).
      * Minimum-payment rule (percentage of the closing balance, and
      * the floor amount); STMTGEN applies it, the posting run does
      * not.
           05  WS-RMR-MIN-DUE-PCT   PIC 9(3)V99.
           05  WS-RMR-MIN-DUE-FLOOR PIC 9(5)V99.

       FD  ACCRUAL-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-HISTORY-RECORD.
       01  WS-HISTORY-RECORD        PIC X(60).

       FD  DISPUTE-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-DISPUTE-FILE-RECORD.
       01  WS-DISPUTE-FILE-RECORD   PIC X(100).

       FD  RESTRICTION-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-RESTRICTION-FILE-RECORD.
       01  WS-RESTRICTION-FILE-RECORD PIC X(100).

       FD  PRODUCT-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-PRODUCT-FILE-RECORD.
       01  WS-PRODUCT-FILE-RECORD   PIC X(100).

      * One rule per record. CNTVEL limits the number of charges a
      * customer may post in one cycle, AMTVEL their total; OUTLIER
      * holds a single charge above the limit times the customer's
      * average charge, once the customer has at least the minimum
      * history count of charges on TRANHIST to average.
       FD  SCREEN-RULES-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-SCREEN-RULE-RECORD.
       01  WS-SCREEN-RULE-RECORD.
           05  WS-SRR-RULE-ID       PIC X(4).
           05  WS-SRR-RULE-KIND     PIC X(8).
           05  WS-SRR-LIMIT         PIC 9(9)V99.
           05  WS-SRR-MIN-HISTORY   PIC 9(4).
           05  WS-SRR-RULE-TEXT     PIC X(20).
           05  FILLER               PIC X(33).

      * The three exemption feeds, all in the 100-byte TRANFILE
      * layout under the standard envelope.
       FD  HELD-RELEASE-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-HELD-RELEASE-RECORD.
       01  WS-HELD-RELEASE-RECORD   PIC X(100).

       FD  REFUND-TRAN-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-REFUND-TRAN-RECORD.
       01  WS-REFUND-TRAN-RECORD    PIC X(100).

       FD  DISPUTE-TRAN-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-DISPUTE-TRAN-RECORD.
       01  WS-DISPUTE-TRAN-RECORD   PIC X(100).

       FD  HELD-REVIEW-FILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS WS-HELD-REVIEW-RECORD.
       01  WS-HELD-REVIEW-RECORD    PIC X(160).

       FD  CHARGE-PROFILE-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-CHARGE-PROFILE-RECORD.
       01  WS-CHARGE-PROFILE-RECORD PIC X(60).

       SD  CHARGE-SORT-FILE.
       01  WS-CHARGE-SORT-RECORD.
           05  WS-CSR-CUST-ID       PIC 9(10).
           05  FILLER               PIC X(50).

       FD  INACTIVE-LISTING-FILE
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS WS-INACTIVE-LISTING-RECORD.
           05  WS-IL-CUST-STATUS   PIC X(1).
           05  FILLER              PIC X(2) VALUE SPACES.

       FD  PROJECTED-SUMMARY-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-PROJECTED-SUMMARY-LINE.
       01  WS-PROJECTED-SUMMARY-LINE PIC X(132).

       WORKING-STORAGE SECTION.

      * Primary data structure
           05  WS-CUR-CUST-STATUS   PIC X(1) VALUE SPACE.
               88  CUR-CUST-ACTIVE      VALUE 'A'.
               88  CUR-CUST-INACTIVE    VALUE 'I'.
      * Charged off: the balance has been written off, nothing more
      * is billed or accrued, and money still received is recovery.
               88  CUR-CUST-CHARGED-OFF VALUE 'W'.
           05  WS-CUR-ACC-FOUND-SW  PIC X(1) VALUE 'N'.
               88  CUR-ACC-FOUND        VALUE 'Y'.
           05  WS-CUR-ACC-COUNT     PIC 9(2) VALUE ZERO.
               10  WS-CUR-ACC-STATUS    PIC X(1).
                   88  CUR-ACC-FROZEN       VALUE 'F'.
                   88  CUR-ACC-CLOSED       VALUE 'C'.
               10  WS-CUR-ACC-PROD-SW   PIC X(1).
                   88  CUR-ACC-TYPE-UNKNOWN VALUE 'U'.
           05  WS-CUR-ACC-IDX       PIC 9(2) VALUE ZERO.
      * The account the transaction in hand resolves to: the account
      * named in its detail bytes when one is named, the primary
                   88  TRAN-IS-PAYMENT    VALUE 'P'.
                   88  TRAN-IS-CHARGE     VALUE 'C'.
                   88  TRAN-IS-REVERSAL   VALUE 'R'.
      * Late fees arrive already generated (LATEFEE writes them in
      * this layout under the TRANFILE envelope) and post under
      * their own history type.
                   88  TRAN-IS-LATE-FEE   VALUE 'L'.
      * Write-offs arrive generated by CHGOFF, one per customer, for
      * the whole balance the charge-off run saw.
                   88  TRAN-IS-WRITE-OFF  VALUE 'W'.
      * Payoff settlements arrive generated by PAYCLOSE when a quoted
      * payoff has been paid: the interest and fee the quote carried
      * and the small residual left over, so the balance closes at
      * exactly zero.
                   88  TRAN-IS-PAYOFF     VALUE 'Q'.
      * Escheats arrive generated by DORMTRK when a dormant credit
      * balance is turned over to the state: the whole credit, to
      * bring the balance up to exactly zero.
                   88  TRAN-IS-ESCHEAT    VALUE 'E'.
               10  WS-TRAN-TYPE-DETAIL PIC X(29).
               10  WS-TRAN-REV-DETAIL
                       REDEFINES WS-TRAN-TYPE-DETAIL.
                       REDEFINES WS-TRAN-TYPE-DETAIL.
                   15  FILLER                PIC X(21).
                   15  WS-TRAN-EFF-DATE      PIC X(8).
      * Six bytes between the reference and the effective date carry
      * HELDREL's release mark on a charge an operator approved after
      * screening held it. The mark is only honoured on a charge
      * proven to be on HELDREL's feed (see SCREEN-CHARGE).
               10  WS-TRAN-DETAIL-RELEASE
                       REDEFINES WS-TRAN-TYPE-DETAIL.
                   15  FILLER                PIC X(15).
                   15  WS-TRAN-SCREEN-MARK   PIC X(6).
                       88  TRAN-SCREEN-RELEASED  VALUE 'SCRNOK'.
                   15  FILLER                PIC X(8).
      * A payoff settlement names its part in the byte a reversal
      * uses for the original type: the payoff interest, the payoff
      * fee, or the residual debited or credited to reach zero.
               10  WS-TRAN-PAYOFF-DETAIL
                       REDEFINES WS-TRAN-TYPE-DETAIL.
                   15  WS-TRAN-PAYOFF-PART   PIC X(1).
                       88  PAYOFF-INTEREST       VALUE 'I'.
                       88  PAYOFF-FEE            VALUE 'F'.
                       88  PAYOFF-RESIDUAL-DEBIT VALUE 'D'.
                       88  PAYOFF-RESIDUAL-CREDIT VALUE 'C'.
                   15  FILLER                PIC X(28).
               10  WS-TRAN-AMOUNT-AREA PIC X(50).

      * More redefines for demonstration
           05  WS-REFERRAL-THRESHOLD  PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-REFERRAL-SEVERITY   PIC X(1) VALUE SPACE.
           05  WS-REFERRAL-COUNT      PIC 9(10) VALUE ZERO.
      * The balance the limit tests see: the posted balance less the
      * customer's open, uncredited disputed amounts.
           05  WS-REFERRAL-BALANCE    PIC S9(9)V99 COMP-3 VALUE 0.
      * Restrictions on this customer in force on the cycle date.
           05  WS-CUR-CHARGE-RSTR-SW  PIC X(1) VALUE 'N'.
               88  CUR-CHARGES-RESTRICTED  VALUE 'Y'.
           05  WS-CUR-PAYMENT-RSTR-SW PIC X(1) VALUE 'N'.
               88  CUR-PAYMENTS-RESTRICTED VALUE 'Y'.

      * Open disputes still carried in the balance, one row per case
      * (customer and disputed amount), from DISPMST.
       01  WS-DISPUTE-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-DISPUTE-FILE-STATUS.
           05  WS-DISPUTE-EOF-SW      PIC X(1) VALUE 'N'.
               88  DISPUTE-EOF            VALUE 'Y'.
           05  WS-DSP-ENTRY-COUNT     PIC 9(4) VALUE ZERO.
           05  WS-DSP-MAX-ENTRIES     PIC 9(4) VALUE 3000.
           05  WS-DSP-ENTRY OCCURS 3000 TIMES.
               10  WS-DSP-CUST-ID     PIC 9(10).
               10  WS-DSP-AMOUNT      PIC 9(7)V99.
           05  WS-DSP-IDX             PIC 9(4) VALUE ZERO.

       01  WS-DISPUTE-RECORD.
           COPY DISPREC.

      * Restrictions in force on the cycle date that block charges or
      * payments, one row per restriction, from RSTRMST. Those that
      * only stop dunning, statements or refunds are no concern of
      * posting and are not loaded.
       01  WS-RESTRICTION-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY
               WS-RESTRICTION-FILE-STATUS.
           05  WS-RESTRICTION-EOF-SW  PIC X(1) VALUE 'N'.
               88  RESTRICTION-EOF        VALUE 'Y'.
           05  WS-RST-ENTRY-COUNT     PIC 9(4) VALUE ZERO.
           05  WS-RST-MAX-ENTRIES     PIC 9(4) VALUE 3000.
           05  WS-RST-ENTRY OCCURS 3000 TIMES.
               10  WS-RST-CUST-ID     PIC 9(10).
               10  WS-RST-BLOCK-CHARGES  PIC X(1).
               10  WS-RST-BLOCK-PAYMENTS PIC X(1).
           05  WS-RST-IDX             PIC 9(4) VALUE ZERO.

       01  WS-RESTRICTION-RECORD.
           COPY RSTRREC.

      * Products from PRODFILE: each type and whether it accrues
      * interest, with the rate rows and accounts refused because
      * their type is not among them.
       01  WS-PRODUCT-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-PRODUCT-FILE-STATUS.
           05  WS-PRODUCT-EOF-SW      PIC X(1) VALUE 'N'.
               88  PRODUCT-EOF            VALUE 'Y'.
           05  WS-PRT-ENTRY-COUNT     PIC 9(4) VALUE ZERO.
           05  WS-PRT-MAX-ENTRIES     PIC 9(4) VALUE 500.
           05  WS-PRT-ENTRY OCCURS 500 TIMES.
               10  WS-PRT-ACC-TYPE    PIC X(10).
               10  WS-PRT-ACCRUES-SW  PIC X(1).
                   88  PRT-NO-INTEREST    VALUE 'N'.
           05  WS-PRT-IDX             PIC 9(4) VALUE ZERO.
           05  WS-PRT-PICKED          PIC 9(4) VALUE ZERO.
           05  WS-PRT-LOOKUP-TYPE     PIC X(10) VALUE SPACES.
           05  WS-RATE-ROWS-REFUSED   PIC 9(9) VALUE ZERO.
           05  WS-UNKNOWN-TYPE-ACCTS  PIC 9(9) VALUE ZERO.

       01  WS-PRODUCT-RECORD.
           COPY PRODREC.

      * Charge screening: the rules loaded from SCRNRULE, what the
      * customer on the balance line has posted in charges so far
      * this cycle, and the customer's charge history from the
      * sorted TRANHIST profile. The first rule in file order that
      * a charge trips is the one named on the review queue.
       01  WS-SCREENING-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-SCRNRULE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-HELD-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CHGPROF-FILE-STATUS.
           05  WS-SCRNRULE-EOF-SW   PIC X(1) VALUE 'N'.
               88  SCRNRULE-EOF         VALUE 'Y'.
           05  WS-CHGPROF-EOF-SW    PIC X(1) VALUE 'N'.
               88  CHARGE-PROFILE-EOF   VALUE 'Y'.
           05  WS-OUTLIER-RULE-SW   PIC X(1) VALUE 'N'.
               88  OUTLIER-RULE-LOADED  VALUE 'Y'.
           05  WS-SCR-ENTRY-COUNT   PIC 9(2) VALUE ZERO.
           05  WS-SCR-MAX-ENTRIES   PIC 9(2) VALUE 20.
           05  WS-SCR-ENTRY OCCURS 20 TIMES.
               10  WS-SCR-RULE-ID       PIC X(4).
               10  WS-SCR-RULE-KIND     PIC X(8).
                   88  SCR-COUNT-VELOCITY   VALUE 'CNTVEL'.
                   88  SCR-AMOUNT-VELOCITY  VALUE 'AMTVEL'.
                   88  SCR-OUTLIER          VALUE 'OUTLIER'.
               10  WS-SCR-LIMIT         PIC 9(9)V99.
               10  WS-SCR-MIN-HISTORY   PIC 9(4).
               10  WS-SCR-RULE-TEXT     PIC X(20).
           05  WS-SCR-IDX           PIC 9(2) VALUE ZERO.
           05  WS-SCR-FIRED         PIC 9(2) VALUE ZERO.
           05  WS-SCR-CYCLE-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-SCR-CYCLE-AMOUNT  PIC 9(9)V99 VALUE ZERO.
           05  WS-SCR-HIST-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-SCR-HIST-AMOUNT   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SCR-HIST-AVERAGE  PIC 9(7)V99 VALUE ZERO.
           05  WS-SCR-TEST-AMOUNT   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SCR-MULTIPLE      PIC 9(9)V9(4) VALUE ZERO.
           05  WS-SCR-RULES-SKIPPED PIC 9(4) VALUE ZERO.
           05  WS-CHGPROF-READ-COUNT PIC 9(9) VALUE ZERO.
           05  WS-HELD-COUNT        PIC 9(10) VALUE ZERO.
           05  WS-HELD-AMOUNT       PIC S9(11)V99 COMP-3 VALUE 0.

      * Exact images of tonight's exempt charges, each usable once, so
      * a second copy of an exempt charge is screened like any
      * other. A feed larger than the table leaves the rest to be
      * screened -- at worst an exempt charge is held for review.
       01  WS-SCREEN-EXEMPT-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-HLDRTRN-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REFDTRAN-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-DISPTRAN-FILE-STATUS.
           05  WS-EXEMPT-FEED-EOF-SW PIC X(1) VALUE 'N'.
               88  EXEMPT-FEED-EOF      VALUE 'Y'.
           05  WS-EXEMPT-FEED-IMAGE PIC X(100) VALUE SPACES.
           05  WS-SXM-ENTRY-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-SXM-MAX-ENTRIES   PIC 9(4) VALUE 3000.
           05  WS-SXM-ENTRY OCCURS 3000 TIMES.
               10  WS-SXM-IMAGE         PIC X(100).
               10  WS-SXM-USED-SW       PIC X(1).
                   88  SXM-USED             VALUE 'Y'.
           05  WS-SXM-IDX           PIC 9(4) VALUE ZERO.
           05  WS-SXM-PICKED        PIC 9(4) VALUE ZERO.
           05  WS-SXM-NOT-LOADED    PIC 9(9) VALUE ZERO.
           05  WS-SXM-EXEMPT-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-SXM-UNPROVEN-CNT  PIC 9(9) VALUE ZERO.

       01  WS-HELD-ITEM-RECORD.
           COPY HELDREC.

       01  WS-CHARGE-PROFILE-WORK.
           COPY TRNHIST REPLACING LEADING ==WS-TH== BY ==WS-CPF==.

       01  WS-REFERRAL-REPORT-LINES.
           05  WS-REF-HEADER-LINE.
           05  WS-NO-RATE-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-INTEREST-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-FEE-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-FEE-ITEM-COUNT    PIC 9(9) VALUE ZERO.

      * Effective-dated rate rows: several rows per type can coexist
      * with disjoint date ranges (RATEMNT refuses overlaps), and
           05  WS-CHARGE-AMOUNT       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-REVERSAL-COUNT      PIC 9(10) VALUE ZERO.
           05  WS-REVERSAL-AMOUNT     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-LATE-FEE-COUNT      PIC 9(10) VALUE ZERO.
           05  WS-LATE-FEE-AMOUNT     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-WRITE-OFF-COUNT     PIC 9(10) VALUE ZERO.
           05  WS-WRITE-OFF-AMOUNT    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-RECOVERY-COUNT      PIC 9(10) VALUE ZERO.
           05  WS-RECOVERY-AMOUNT     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-PAYOFF-COUNT        PIC 9(10) VALUE ZERO.
           05  WS-PAYOFF-AMOUNT       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ESCHEAT-COUNT       PIC 9(10) VALUE ZERO.
           05  WS-ESCHEAT-AMOUNT      PIC S9(11)V99 COMP-3 VALUE 0.

      * Dry run (DRYRUN=Y control card): the whole night runs against
      * the real inputs -- match, dispatch, screening, posting,
      * accrual -- but only the projected NEWCUST, UNPOSTED and
      * REFRPT and the DRYSUMM summary are written, each enveloped
      * with the dry-run mark (copybook FILENVWS) so no downstream
      * step can take it for the real thing. TRANHIST, the posted-
      * file log, the warehouse, ACKFILE, the held-for-review queue,
      * the accrual register, the inactive listing, operator alerts
      * and the run-control master are never touched.
       01  WS-DRY-RUN-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-DRYSUMM-FILE-STATUS.
           05  WS-DRY-RUN-SW        PIC X(1) VALUE 'N'.
               88  DRY-RUN-MODE         VALUE 'Y'.
           05  WS-UNPOSTED-HASH-TOTAL PIC 9(13)V99 VALUE ZERO.
           05  WS-DRYSUMM-REC-COUNT PIC 9(9) VALUE ZERO.

       01  WS-DRY-RUN-SUMMARY-LINES.
           05  WS-DRS-TITLE-LINE.
               10  FILLER  PIC X(44) VALUE
                   'REDEFEX - DRY RUN, PROJECTED POSTING SUMMARY'.
               10  FILLER  PIC X(7) VALUE ' CYCLE '.
               10  WS-DRS-CYCLE-DATE PIC 9(8).
               10  FILLER  PIC X(1) VALUE SPACE.
               10  WS-DRS-CYCLE-TYPE PIC X(4).
               10  FILLER  PIC X(33) VALUE
                   '  *** NOTHING HAS BEEN POSTED ***'.
               10  FILLER  PIC X(35) VALUE SPACES.
           05  WS-DRS-TYPE-LINE.
               10  WS-DRS-LABEL     PIC X(30).
               10  FILLER           PIC X(7) VALUE ' COUNT='.
               10  WS-DRS-COUNT     PIC ZZZZZZZZZ9.
               10  WS-DRS-AMOUNT-PART.
                   15  WS-DRS-AMOUNT-LABEL PIC X(8).
                   15  WS-DRS-AMOUNT    PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(62) VALUE SPACES.
           05  WS-DRS-AMOUNT-WORK   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-DRS-AMOUNT-SW     PIC X(1) VALUE 'Y'.
               88  DRS-LINE-HAS-AMOUNT  VALUE 'Y'.

      * Standard end-of-job control report fields, shared with
      * SAMPLEPGM/SAMPLEPGM2/DEMO1500/DEMO2000 via
               88  RUNCTL-EOF           VALUE 'Y'.
           05  WS-PRIOR-CYCLE-DATE  PIC 9(8) VALUE ZERO.

      * A rolled-back night leaves a void record on the master; the
      * clean-cycle stack steps back past it to the cycle before.
       COPY CYCSTKWS.

      * Operator alert record, appended through the shared ALERTWTR
      * subprogram so serious events reach the one alert master the
      * morning print and console automation watch.
                   WS-ACCOUNT-COUNT.
           DISPLAY 'Accounts with no matching customer: '
                   WS-ACCOUNTS-UNMATCHED.
           DISPLAY 'Accounts whose type is not a product: '
                   WS-UNKNOWN-TYPE-ACCTS.
           DISPLAY 'Transaction detail records processed: '
                   WS-TRANSACTION-COUNT.
           DISPLAY 'Transactions posted: ' WS-TRANS-POSTED.
           DISPLAY 'Transactions to unposted items: '
                   WS-TRANS-UNPOSTED.
           DISPLAY 'Charges held for review: ' WS-HELD-COUNT
                   ' amount ' WS-HELD-AMOUNT.
           DISPLAY 'Charges exempt from screening: '
                   WS-SXM-EXEMPT-COUNT.
           DISPLAY 'Release marks/generated refs not on a feed: '
                   WS-SXM-UNPROVEN-CNT.
           DISPLAY 'Payments posted:  ' WS-PAYMENT-COUNT
                   ' amount ' WS-PAYMENT-AMOUNT.
           DISPLAY '  of which recoveries: ' WS-RECOVERY-COUNT
                   ' amount ' WS-RECOVERY-AMOUNT.
           DISPLAY 'Charges posted:   ' WS-CHARGE-COUNT
                   ' amount ' WS-CHARGE-AMOUNT.
           DISPLAY 'Reversals posted: ' WS-REVERSAL-COUNT
                   ' amount ' WS-REVERSAL-AMOUNT.
           DISPLAY 'Late fees posted: ' WS-LATE-FEE-COUNT
                   ' amount ' WS-LATE-FEE-AMOUNT.
           DISPLAY 'Write-offs posted: ' WS-WRITE-OFF-COUNT
                   ' amount ' WS-WRITE-OFF-AMOUNT.
           DISPLAY 'Payoff settlements posted: ' WS-PAYOFF-COUNT
                   ' amount ' WS-PAYOFF-AMOUNT.
           DISPLAY 'Escheats posted: ' WS-ESCHEAT-COUNT
                   ' amount ' WS-ESCHEAT-AMOUNT.
           DISPLAY 'Updated customer records written: '
                   WS-CUSTOMERS-WRITTEN.
           DISPLAY 'Referral report lines written: '
           MOVE WS-TRANS-UNPOSTED     TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE           TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           IF DRY-RUN-MODE
               DISPLAY '*** DRY RUN - NOTHING POSTED, RUN-CONTROL '
                       'MASTER NOT UPDATED ***'
           ELSE
               PERFORM WRITE-RUN-CONTROL-RECORD
           END-IF.
           GOBACK.

       WRITE-RUN-CONTROL-RECORD.
           END-IF.
           DISPLAY 'OPTION IN EFFECT: RUNCYCLE='
                   WS-RUN-CYCLE-TYPE.
      * DRYRUN=Y simulates the night (see WS-DRY-RUN-FIELDS). The
      * calendar and replay checks still apply, so a dry run is
      * refused exactly where the real run would be.
           MOVE 'DRYRUN' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND WS-OPT-VALUE(1:1) = 'Y'
               SET DRY-RUN-MODE TO TRUE
           END-IF.
           DISPLAY 'OPTION IN EFFECT: DRYRUN=' WS-DRY-RUN-SW.
           PERFORM VERIFY-CYCLE-CALENDAR.

       VERIFY-CYCLE-CALENDAR.
       FIND-PRIOR-CYCLE-DATE.
      * The LAST cleanly completed (return code below 8) run-control
      * record for this job names the prior cycle. Failed nights do
      * not count -- their rerun legitimately repeats the date. Nor
      * do voided nights: a CYCROLL void record takes its cycle back
      * off the clean-cycle stack, so the rerun of the voided date
      * is the next business date again. No master, or no such
      * record, leaves the prior date zero and the next-business
      * check silent.
           MOVE ZERO TO WS-PRIOR-CYCLE-DATE.
           MOVE ZERO TO WS-CS-DEPTH.
           MOVE 'N' TO WS-RUNCTL-EOF-SW.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS = '00'
               PERFORM SCAN-ONE-RUN-CONTROL-RECORD
                   UNTIL RUNCTL-EOF
               CLOSE RUN-CONTROL-FILE
               MOVE WS-CS-CURRENT-DATE TO WS-PRIOR-CYCLE-DATE
           END-IF.

       SCAN-ONE-RUN-CONTROL-RECORD.
           READ RUN-CONTROL-FILE INTO WS-RUN-CONTROL-RECORD
               AT END SET RUNCTL-EOF TO TRUE
               NOT AT END
                   IF RC-VOID-RECORD
                       MOVE WS-RC-CYCLE-DATE TO WS-CS-NOTE-DATE
                       PERFORM 8710-NOTE-VOIDED-CYCLE
                   ELSE
                       IF WS-RC-JOB-NAME = 'REDEFEX'
                               AND WS-RC-RETURN-CODE IS NUMERIC
                               AND WS-RC-RETURN-CODE < 8
                           MOVE WS-RC-CYCLE-DATE
                               TO WS-CS-NOTE-DATE
                           PERFORM 8700-NOTE-CLEAN-CYCLE
                       END-IF
                   END-IF
           END-READ.

               CLOSE ACCOUNT-FILE
               GOBACK
           END-IF.
      * The masters that decide what may post are loaded before any
      * output opens: one that will not load stops the run with
      * nothing written and only the inputs to close.
           PERFORM LOAD-OPEN-DISPUTES.
           PERFORM LOAD-RESTRICTIONS.
           PERFORM LOAD-PRODUCTS.
           IF NOT DRY-RUN-MODE
               OPEN OUTPUT WAREHOUSE-OUT-FILE
               IF WS-WAREOUT-FILE-STATUS NOT = '00'
                   DISPLAY 'Error opening warehouse out file: '
                           WS-WAREOUT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM CLOSE-INPUTS-ON-OPEN-FAIL
                   GOBACK
               END-IF
           END-IF.
      * The warehouse may be empty or absent when no prior cycle
      * held anything; that is a normal night. A present file is
                   SET WAREHOUSE-EOF TO TRUE
               END-IF
           END-IF.
           IF NOT DRY-RUN-MODE
               OPEN OUTPUT INACTIVE-LISTING-FILE
               IF WS-INACTIVE-FILE-STATUS NOT = '00'
                   DISPLAY 'Error opening inactive listing file: '
                           WS-INACTIVE-FILE-STATUS
               END-IF
           END-IF.
           OPEN OUTPUT UPDATED-CUSTOMER-FILE.
           IF WS-NEWCUST-FILE-STATUS NOT = '00'
               CLOSE UPDATED-CUSTOMER-FILE
               GOBACK
           END-IF.
           IF DRY-RUN-MODE
               PERFORM WRITE-UNPOSTED-HEADER
           END-IF.
           OPEN OUTPUT REFERRAL-REPORT-FILE.
           IF WS-REFERRAL-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening referral report file: '
               CLOSE UNPOSTED-ITEMS-FILE
               GOBACK
           END-IF.
           IF DRY-RUN-MODE
               PERFORM WRITE-REFRPT-HEADER
           END-IF.
           WRITE WS-REFERRAL-REPORT-LINE FROM WS-REF-HEADER-LINE.
           IF DRY-RUN-MODE
               PERFORM OPEN-PROJECTED-SUMMARY
           ELSE
               PERFORM OPEN-ACK-AND-HELD-FILES
           END-IF.
      * The charge profile is cut from TRANHIST before the history
      * file opens for tonight's appends, so it holds prior cycles
      * only.
           PERFORM LOAD-SCREENING-RULES.
           PERFORM LOAD-SCREEN-EXEMPTIONS.
           IF OUTLIER-RULE-LOADED
               PERFORM BUILD-CHARGE-PROFILE
           ELSE
               SET CHARGE-PROFILE-EOF TO TRUE
           END-IF.
      * History accumulates across runs, so extend rather than
      * rewrite; '05' is a created-on-open file, the same acceptance
      * SAMPLEPGM applies to its checkpoint file.
      * A dry run leaves the history file closed, so nothing it
      * posts is appended.
           IF NOT DRY-RUN-MODE
               OPEN EXTEND TRAN-HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS = '00'
                       OR WS-HISTORY-FILE-STATUS = '05'
                   MOVE 'Y' TO WS-HISTORY-OPEN-SW
               ELSE
                   DISPLAY 'Error opening transaction history file: '
                           WS-HISTORY-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-RUN-DATE TO WS-POST-DATE.
           IF CYCLE-IS-MONTH-END
               PERFORM LOAD-RATE-MASTER
           END-IF.
           IF CYCLE-IS-MONTH-END AND NOT DRY-RUN-MODE
               OPEN OUTPUT ACCRUAL-REGISTER-FILE
               IF WS-ACCRUAL-FILE-STATUS NOT = '00'
                   DISPLAY 'Error opening accrual register: '
                           WS-ACCRUAL-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               WRITE WS-ACCRUAL-REGISTER-LINE FROM WS-ARL-TITLE-LINE
           END-IF.

       OPEN-ACK-AND-HELD-FILES.
           OPEN OUTPUT ACKNOWLEDGMENT-FILE.
           IF WS-ACK-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening acknowledgment file: '
           END-IF.
           MOVE 'Y' TO WS-ACK-OPEN-SW.
           PERFORM WRITE-ACK-HEADER.
           OPEN OUTPUT HELD-REVIEW-FILE.
           IF WS-HELD-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening held-for-review file: '
                       WS-HELD-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-INPUTS-ON-OPEN-FAIL
               CLOSE UPDATED-CUSTOMER-FILE
               CLOSE UNPOSTED-ITEMS-FILE
               CLOSE REFERRAL-REPORT-FILE
               CLOSE ACKNOWLEDGMENT-FILE
               GOBACK
           END-IF.

       OPEN-PROJECTED-SUMMARY.
      * A dry run opens neither the acknowledgment feed nor the
      * review queue: the summary stands in for both.
           DISPLAY '*** DRY RUN - NOTHING WILL POST ***'.
           OPEN OUTPUT PROJECTED-SUMMARY-FILE.
           IF WS-DRYSUMM-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening projected summary file: '
                       WS-DRYSUMM-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-INPUTS-ON-OPEN-FAIL
               CLOSE UPDATED-CUSTOMER-FILE
               CLOSE UNPOSTED-ITEMS-FILE
               CLOSE REFERRAL-REPORT-FILE
               GOBACK
           END-IF.
           PERFORM WRITE-DRYSUMM-HEADER.
           MOVE WS-RUN-DATE TO WS-DRS-CYCLE-DATE.
           MOVE WS-RUN-CYCLE-TYPE TO WS-DRS-CYCLE-TYPE.
           WRITE WS-PROJECTED-SUMMARY-LINE FROM WS-DRS-TITLE-LINE.
           ADD 1 TO WS-DRYSUMM-REC-COUNT.

       LOAD-OPEN-DISPUTES.
           OPEN INPUT DISPUTE-MASTER-FILE.
           IF WS-DISPUTE-FILE-STATUS = '00'
               PERFORM LOAD-ONE-DISPUTE-RECORD
                   UNTIL DISPUTE-EOF
               CLOSE DISPUTE-MASTER-FILE
           END-IF.
           DISPLAY 'Open disputes held from referral: '
                   WS-DSP-ENTRY-COUNT.

       LOAD-ONE-DISPUTE-RECORD.
           READ DISPUTE-MASTER-FILE INTO WS-DISPUTE-RECORD
               AT END SET DISPUTE-EOF TO TRUE
               NOT AT END
                   IF DS-CASE-OPEN AND NOT DS-PROV-CREDIT-ISSUED
      * A disputed item past the cap would post as undisputed, so
      * the run stops instead.
                       IF WS-DSP-ENTRY-COUNT >= WS-DSP-MAX-ENTRIES
                           DISPLAY '*** DISPUTE TABLE FULL AT '
                                   WS-DSP-MAX-ENTRIES
                                   ' - RUN STOPPED ***'
                           MOVE 16 TO RETURN-CODE
                           CLOSE DISPUTE-MASTER-FILE
                           PERFORM CLOSE-INPUTS-ON-OPEN-FAIL
                           GOBACK
                       ELSE
                           ADD 1 TO WS-DSP-ENTRY-COUNT
                           MOVE WS-DS-CUST-ID
                               TO WS-DSP-CUST-ID(WS-DSP-ENTRY-COUNT)
                           MOVE WS-DS-AMOUNT
                               TO WS-DSP-AMOUNT(WS-DSP-ENTRY-COUNT)
                       END-IF
                   END-IF
           END-READ.

       LOAD-RESTRICTIONS.
           OPEN INPUT RESTRICTION-MASTER-FILE.
           IF WS-RESTRICTION-FILE-STATUS = '00'
               PERFORM LOAD-ONE-RESTRICTION-RECORD
                   UNTIL RESTRICTION-EOF
               CLOSE RESTRICTION-MASTER-FILE
           END-IF.
           DISPLAY 'Restrictions blocking posting: '
                   WS-RST-ENTRY-COUNT.

       LOAD-PRODUCTS.
      * Without the product master no account type can be proved,
      * so nothing posts tonight.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRODUCT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening product master: '
                       WS-PRODUCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-INPUTS-ON-OPEN-FAIL
               GOBACK
           END-IF.
           PERFORM LOAD-ONE-PRODUCT-RECORD
               UNTIL PRODUCT-EOF.
           CLOSE PRODUCT-MASTER-FILE.
           DISPLAY 'Products loaded: ' WS-PRT-ENTRY-COUNT.

       LOAD-ONE-PRODUCT-RECORD.
           READ PRODUCT-MASTER-FILE INTO WS-PRODUCT-RECORD
               AT END SET PRODUCT-EOF TO TRUE
               NOT AT END
      * Types past the cap would be refused as unknown, so the run
      * stops rather than reject good accounts.
                   IF WS-PRT-ENTRY-COUNT >= WS-PRT-MAX-ENTRIES
                       DISPLAY '*** PRODUCT TABLE FULL AT '
                               WS-PRT-MAX-ENTRIES
                               ' - RUN STOPPED ***'
                       MOVE 16 TO RETURN-CODE
                       CLOSE PRODUCT-MASTER-FILE
                       PERFORM CLOSE-INPUTS-ON-OPEN-FAIL
                       GOBACK
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
               IF WS-PRT-ACC-TYPE(WS-PRT-IDX)
                       = WS-PRT-LOOKUP-TYPE
                   MOVE WS-PRT-IDX TO WS-PRT-PICKED
               END-IF
           END-PERFORM.

       LOAD-ONE-RESTRICTION-RECORD.
           READ RESTRICTION-MASTER-FILE INTO WS-RESTRICTION-RECORD
               AT END SET RESTRICTION-EOF TO TRUE
               NOT AT END
                   IF WS-RS-EFF-FROM <= WS-RUN-DATE
                           AND (WS-RS-EFF-TO = ZERO
                               OR WS-RS-EFF-TO >= WS-RUN-DATE)
                           AND (RS-BLOCKS-CHARGES
                               OR RS-BLOCKS-PAYMENTS)
      * A restriction past the cap would not be enforced, so the
      * run stops instead.
                       IF WS-RST-ENTRY-COUNT >= WS-RST-MAX-ENTRIES
                           DISPLAY '*** RESTRICTION TABLE FULL AT '
                                   WS-RST-MAX-ENTRIES
                                   ' - RUN STOPPED ***'
                           MOVE 16 TO RETURN-CODE
                           CLOSE RESTRICTION-MASTER-FILE
                           PERFORM CLOSE-INPUTS-ON-OPEN-FAIL
                           GOBACK
                       ELSE
                           ADD 1 TO WS-RST-ENTRY-COUNT
                           MOVE WS-RS-CUST-ID
                               TO WS-RST-CUST-ID(WS-RST-ENTRY-COUNT)
                           MOVE WS-RS-BLOCK-CHARGES
                               TO WS-RST-BLOCK-CHARGES
                                   (WS-RST-ENTRY-COUNT)
                           MOVE WS-RS-BLOCK-PAYMENTS
                               TO WS-RST-BLOCK-PAYMENTS
                                   (WS-RST-ENTRY-COUNT)
                       END-IF
                   END-IF
           END-READ.

       LOAD-SCREENING-RULES.
           OPEN INPUT SCREEN-RULES-FILE.
           IF WS-SCRNRULE-FILE-STATUS = '00'
               PERFORM LOAD-ONE-SCREENING-RULE
                   UNTIL SCRNRULE-EOF
               CLOSE SCREEN-RULES-FILE
           END-IF.
           IF WS-SCR-ENTRY-COUNT = ZERO
               DISPLAY 'No charge screening rules, charges not '
                       'screened.'
           END-IF.
           DISPLAY 'Charge screening rules in force: '
                   WS-SCR-ENTRY-COUNT.

       LOAD-SCREEN-EXEMPTIONS.
           MOVE 'N' TO WS-EXEMPT-FEED-EOF-SW.
           OPEN INPUT HELD-RELEASE-FILE.
           IF WS-HLDRTRN-FILE-STATUS = '00'
               PERFORM LOAD-ONE-HELD-RELEASE
                   UNTIL EXEMPT-FEED-EOF
               CLOSE HELD-RELEASE-FILE
           END-IF.
           MOVE 'N' TO WS-EXEMPT-FEED-EOF-SW.
           OPEN INPUT REFUND-TRAN-FILE.
           IF WS-REFDTRAN-FILE-STATUS = '00'
               PERFORM LOAD-ONE-REFUND-TRAN
                   UNTIL EXEMPT-FEED-EOF
               CLOSE REFUND-TRAN-FILE
           END-IF.
           MOVE 'N' TO WS-EXEMPT-FEED-EOF-SW.
           OPEN INPUT DISPUTE-TRAN-FILE.
           IF WS-DISPTRAN-FILE-STATUS = '00'
               PERFORM LOAD-ONE-DISPUTE-TRAN
                   UNTIL EXEMPT-FEED-EOF
               CLOSE DISPUTE-TRAN-FILE
           END-IF.
           DISPLAY 'Screening exemptions loaded: '
                   WS-SXM-ENTRY-COUNT.
           IF WS-SXM-NOT-LOADED > ZERO
               DISPLAY 'WARNING: SCREENING EXEMPTION TABLE FULL AT '
                       WS-SXM-MAX-ENTRIES ', ' WS-SXM-NOT-LOADED
                       ' FEED ITEMS WILL BE SCREENED'
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-ONE-HELD-RELEASE.
           READ HELD-RELEASE-FILE INTO WS-EXEMPT-FEED-IMAGE
               AT END SET EXEMPT-FEED-EOF TO TRUE
               NOT AT END PERFORM STORE-SCREEN-EXEMPTION
           END-READ.

       LOAD-ONE-REFUND-TRAN.
           READ REFUND-TRAN-FILE INTO WS-EXEMPT-FEED-IMAGE
               AT END SET EXEMPT-FEED-EOF TO TRUE
               NOT AT END PERFORM STORE-SCREEN-EXEMPTION
           END-READ.

       LOAD-ONE-DISPUTE-TRAN.
           READ DISPUTE-TRAN-FILE INTO WS-EXEMPT-FEED-IMAGE
               AT END SET EXEMPT-FEED-EOF TO TRUE
               NOT AT END PERFORM STORE-SCREEN-EXEMPTION
           END-READ.

       STORE-SCREEN-EXEMPTION.
      * Envelope records are not charges.
           IF WS-EXEMPT-FEED-IMAGE(1:4) NOT = 'HDR*'
                   AND WS-EXEMPT-FEED-IMAGE(1:4) NOT = 'TRL*'
               IF WS-SXM-ENTRY-COUNT >= WS-SXM-MAX-ENTRIES
                   ADD 1 TO WS-SXM-NOT-LOADED
               ELSE
                   ADD 1 TO WS-SXM-ENTRY-COUNT
                   MOVE WS-EXEMPT-FEED-IMAGE
                       TO WS-SXM-IMAGE(WS-SXM-ENTRY-COUNT)
                   MOVE 'N' TO WS-SXM-USED-SW(WS-SXM-ENTRY-COUNT)
               END-IF
           END-IF.

       LOAD-ONE-SCREENING-RULE.
      * A rule of unknown kind, or with no limit, could only hold
      * everything or nothing; it is skipped with a warning rather
      * than guessed at.
           READ SCREEN-RULES-FILE INTO WS-SCREEN-RULE-RECORD
               AT END SET SCRNRULE-EOF TO TRUE
               NOT AT END
                   IF (WS-SRR-RULE-KIND NOT = 'CNTVEL'
                           AND WS-SRR-RULE-KIND NOT = 'AMTVEL'
                           AND WS-SRR-RULE-KIND NOT = 'OUTLIER')
                           OR WS-SRR-LIMIT NOT NUMERIC
                           OR WS-SRR-LIMIT = ZERO
                       DISPLAY 'WARNING: SCREENING RULE '
                               WS-SRR-RULE-ID ' INVALID, SKIPPED'
                       ADD 1 TO WS-SCR-RULES-SKIPPED
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       PERFORM STORE-SCREENING-RULE
                   END-IF
           END-READ.

       STORE-SCREENING-RULE.
           IF WS-SCR-ENTRY-COUNT >= WS-SCR-MAX-ENTRIES
               DISPLAY 'WARNING: SCREENING RULE TABLE FULL AT '
                       WS-SCR-MAX-ENTRIES
               MOVE 4 TO RETURN-CODE
               SET SCRNRULE-EOF TO TRUE
           ELSE
               ADD 1 TO WS-SCR-ENTRY-COUNT
               MOVE WS-SRR-RULE-ID
                   TO WS-SCR-RULE-ID(WS-SCR-ENTRY-COUNT)
               MOVE WS-SRR-RULE-KIND
                   TO WS-SCR-RULE-KIND(WS-SCR-ENTRY-COUNT)
               MOVE WS-SRR-LIMIT
                   TO WS-SCR-LIMIT(WS-SCR-ENTRY-COUNT)
               IF WS-SRR-MIN-HISTORY IS NUMERIC
                   MOVE WS-SRR-MIN-HISTORY
                       TO WS-SCR-MIN-HISTORY(WS-SCR-ENTRY-COUNT)
               ELSE
                   MOVE ZERO
                       TO WS-SCR-MIN-HISTORY(WS-SCR-ENTRY-COUNT)
               END-IF
               MOVE WS-SRR-RULE-TEXT
                   TO WS-SCR-RULE-TEXT(WS-SCR-ENTRY-COUNT)
               IF SCR-OUTLIER(WS-SCR-ENTRY-COUNT)
                   SET OUTLIER-RULE-LOADED TO TRUE
               END-IF
           END-IF.

       BUILD-CHARGE-PROFILE.
      * No history yet is a normal first night: nobody has an
      * average, so the outlier rules stay silent until there is.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'No transaction history for charge profile, '
                       'status ' WS-HISTORY-FILE-STATUS
               SET CHARGE-PROFILE-EOF TO TRUE
           ELSE
               CLOSE TRAN-HISTORY-FILE
               SORT CHARGE-SORT-FILE
                   ON ASCENDING KEY WS-CSR-CUST-ID
                   USING TRAN-HISTORY-FILE
                   GIVING CHARGE-PROFILE-FILE
               OPEN INPUT CHARGE-PROFILE-FILE
               IF WS-CHGPROF-FILE-STATUS NOT = '00'
                   DISPLAY 'Error opening charge profile spool: '
                           WS-CHGPROF-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   SET CHARGE-PROFILE-EOF TO TRUE
               ELSE
                   PERFORM READ-CHARGE-PROFILE-RECORD
               END-IF
           END-IF.

       READ-CHARGE-PROFILE-RECORD.
           READ CHARGE-PROFILE-FILE INTO WS-CHARGE-PROFILE-WORK
               AT END SET CHARGE-PROFILE-EOF TO TRUE
               NOT AT END ADD 1 TO WS-CHGPROF-READ-COUNT
           END-READ.

       LOAD-RATE-MASTER.
      * A month-end run without rates cannot accrue anything --
      * refuse the run rather than quietly skipping the business
                       MOVE 4 TO RETURN-CODE
                       SET RATE-EOF TO TRUE
                   ELSE
                       PERFORM STORE-ONE-RATE-RECORD
                   END-IF
           END-READ.

       STORE-ONE-RATE-RECORD.
      * A rate row for a type that is not a product is refused, so
      * accounts of that type find no rate either.
           MOVE WS-RMR-ACC-TYPE TO WS-PRT-LOOKUP-TYPE.
           PERFORM FIND-PRODUCT-FOR-TYPE.
           IF WS-PRT-PICKED = ZERO
               ADD 1 TO WS-RATE-ROWS-REFUSED
               DISPLAY 'WARNING: RATE ROW REFUSED, ACCOUNT TYPE "'
                       WS-RMR-ACC-TYPE '" NOT A PRODUCT'
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-RTE-ENTRY-COUNT
               MOVE WS-RMR-ACC-TYPE TO
                   WS-RTE-ACC-TYPE(WS-RTE-ENTRY-COUNT)
               MOVE WS-RMR-ANNUAL-PCT TO
                   WS-RTE-ANNUAL-PCT(WS-RTE-ENTRY-COUNT)
               MOVE WS-RMR-MONTHLY-FEE TO
                   WS-RTE-MONTHLY-FEE(WS-RTE-ENTRY-COUNT)
               PERFORM NORMALIZE-RATE-DATES
           END-IF.

       NORMALIZE-RATE-DATES.
      * A blank or unusable effective-from dates the rate from day
      * one (records written before the dates existed load exactly
           CLOSE CUSTOMER-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE TRANSACTION-DETAIL-FILE.
           IF NOT DRY-RUN-MODE
               CLOSE WAREHOUSE-OUT-FILE
           END-IF.
           IF WS-WARESRT-FILE-STATUS = '00'
                   OR WS-WARESRT-FILE-STATUS = '10'
               CLOSE WAREHOUSE-SORTED-FILE
               CLOSE INACTIVE-LISTING-FILE
           END-IF.
           CLOSE UPDATED-CUSTOMER-FILE.
           IF DRY-RUN-MODE
               PERFORM WRITE-UNPOSTED-TRAILER
               PERFORM WRITE-REFRPT-TRAILER
           ELSE
               CLOSE HELD-REVIEW-FILE
           END-IF.
           CLOSE UNPOSTED-ITEMS-FILE.
           CLOSE REFERRAL-REPORT-FILE.
           IF WS-CHGPROF-FILE-STATUS = '00'
                   OR WS-CHGPROF-FILE-STATUS = '10'
               CLOSE CHARGE-PROFILE-FILE
           END-IF.
           IF ACK-FILE-OPEN
               PERFORM WRITE-ACK-SUMMARIES
               PERFORM WRITE-ACK-TRAILER
           IF HISTORY-FILE-OPEN
               CLOSE TRAN-HISTORY-FILE
           END-IF.
           IF DRY-RUN-MODE
               PERFORM WRITE-DRY-RUN-SUMMARY
               PERFORM WRITE-DRYSUMM-TRAILER
               CLOSE PROJECTED-SUMMARY-FILE
           ELSE
               IF CYCLE-IS-MONTH-END
                   PERFORM WRITE-ACCRUAL-TOTALS
                   CLOSE ACCRUAL-REGISTER-FILE
               END-IF
           END-IF.

       READ-CUSTOMER-RECORD.
           MOVE WS-TRAN-EFF-DATE TO WS-EFF-DATE-CHECK.
           PERFORM CHECK-EFFECTIVE-DATE.
           IF ITEM-IS-FUTURE-DATED
               IF NOT DRY-RUN-MODE
                   WRITE WS-WAREHOUSE-OUT-RECORD FROM WS-RAW-DATA
               END-IF
               ADD 1 TO WS-WARE-HELD-COUNT
           ELSE
               MOVE WS-RAW-DATA TO WS-TFP-IMAGE
           MOVE WS-WAREHOUSE-IN-RECORD(43:8) TO WS-EFF-DATE-CHECK.
           PERFORM CHECK-EFFECTIVE-DATE.
           IF ITEM-IS-FUTURE-DATED
               IF NOT DRY-RUN-MODE
                   WRITE WS-WAREHOUSE-OUT-RECORD
                       FROM WS-WAREHOUSE-IN-RECORD
               END-IF
               ADD 1 TO WS-WARE-HELD-COUNT
           ELSE
               MOVE WS-WAREHOUSE-IN-RECORD TO WS-WHP-IMAGE
           MOVE WS-CFR-CUST-STATUS  TO WS-CUR-CUST-STATUS.
           ADD WS-CUR-CUST-BALANCE TO WS-OPENING-BAL-TOTAL.
           PERFORM MATCH-ACCOUNT-TO-CUSTOMER.
           PERFORM FIND-CUSTOMER-RESTRICTIONS.
           MOVE ZERO TO WS-SCR-CYCLE-COUNT.
           MOVE ZERO TO WS-SCR-CYCLE-AMOUNT.
           PERFORM FIND-CUSTOMER-CHARGE-PROFILE.
           IF CUR-CUST-ACTIVE
               ADD 1 TO WS-TOTAL-TRANS
               ADD WS-CUR-CUST-BALANCE TO WS-TOTAL-AMOUNT
               END-IF
           END-IF.
           PERFORM POST-CUSTOMER-TRANSACTIONS.
      * Inactive and charged-off customers accrue nothing.
           IF CYCLE-IS-MONTH-END AND CUR-CUST-ACTIVE
               PERFORM ACCRUE-MONTH-END
           END-IF.
           PERFORM CHECK-CUSTOMER-FOR-REFERRAL.
           PERFORM READ-CUSTOMER-RECORD.

       FIND-CUSTOMER-RESTRICTIONS.
      * Several restrictions can sit on one customer; their effects
      * combine.
           MOVE 'N' TO WS-CUR-CHARGE-RSTR-SW.
           MOVE 'N' TO WS-CUR-PAYMENT-RSTR-SW.
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-RST-ENTRY-COUNT
               IF WS-RST-CUST-ID(WS-RST-IDX) = WS-CUR-CUST-ID
                   IF WS-RST-BLOCK-CHARGES(WS-RST-IDX) = 'Y'
                       SET CUR-CHARGES-RESTRICTED TO TRUE
                   END-IF
                   IF WS-RST-BLOCK-PAYMENTS(WS-RST-IDX) = 'Y'
                       SET CUR-PAYMENTS-RESTRICTED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       FIND-CUSTOMER-CHARGE-PROFILE.
      * History below the line belongs to customers no longer on
      * file; equal keys are this customer's. Only charges count
      * toward the average the outlier rules measure against.
           MOVE ZERO TO WS-SCR-HIST-COUNT.
           MOVE ZERO TO WS-SCR-HIST-AMOUNT.
           MOVE ZERO TO WS-SCR-HIST-AVERAGE.
           PERFORM UNTIL CHARGE-PROFILE-EOF
                   OR WS-CPF-CUST-ID >= WS-CUR-CUST-ID
               PERFORM READ-CHARGE-PROFILE-RECORD
           END-PERFORM.
           PERFORM UNTIL CHARGE-PROFILE-EOF
                   OR WS-CPF-CUST-ID NOT = WS-CUR-CUST-ID
               IF WS-CPF-TRAN-TYPE = 'C'
                   ADD 1 TO WS-SCR-HIST-COUNT
                   ADD WS-CPF-AMOUNT TO WS-SCR-HIST-AMOUNT
               END-IF
               PERFORM READ-CHARGE-PROFILE-RECORD
           END-PERFORM.
           IF WS-SCR-HIST-COUNT > ZERO
                   AND WS-SCR-HIST-AMOUNT > ZERO
               COMPUTE WS-SCR-HIST-AVERAGE ROUNDED =
                   WS-SCR-HIST-AMOUNT / WS-SCR-HIST-COUNT
           END-IF.

       MATCH-ACCOUNT-TO-CUSTOMER.
      * Accounts below the line belong to no customer on file; count
      * them and move on. Equal keys hand this customer ALL of its
                   TO WS-CUR-ACC-LIMIT(WS-CUR-ACC-COUNT)
               MOVE WS-AFR-ACC-STATUS
                   TO WS-CUR-ACC-STATUS(WS-CUR-ACC-COUNT)
               MOVE WS-AFR-ACC-TYPE TO WS-PRT-LOOKUP-TYPE
               PERFORM FIND-PRODUCT-FOR-TYPE
               IF WS-PRT-PICKED = ZERO
                   MOVE 'U' TO WS-CUR-ACC-PROD-SW(WS-CUR-ACC-COUNT)
                   ADD 1 TO WS-UNKNOWN-TYPE-ACCTS
                   DISPLAY 'WARNING: ACCOUNT ' WS-AFR-ACC-NUMBER
                           ' TYPE "' WS-AFR-ACC-TYPE
                           '" NOT A PRODUCT'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE SPACE TO WS-CUR-ACC-PROD-SW(WS-CUR-ACC-COUNT)
               END-IF
           END-IF.

       POST-CUSTOMER-TRANSACTIONS.
           PERFORM CHECK-SAME-CYCLE-DUPLICATE.
           EVALUATE TRUE
               WHEN NOT TRAN-IS-PAYMENT AND NOT TRAN-IS-CHARGE
                       AND NOT TRAN-IS-REVERSAL AND NOT TRAN-IS-LATE-FEE
                       AND NOT TRAN-IS-WRITE-OFF AND NOT TRAN-IS-PAYOFF
                       AND NOT TRAN-IS-ESCHEAT
                   MOVE 'U008' TO WS-UPI-REASON-CODE
                   MOVE 'UNKNOWN TRAN TYPE' TO WS-UPI-REASON-TEXT
                   PERFORM WRITE-UNPOSTED-ITEM
      * A dormant customer is often an inactive one; turning the
      * credit over to the state is what is left to do for it.
               WHEN CUR-CUST-INACTIVE AND NOT TRAN-IS-ESCHEAT
                   MOVE 'U002' TO WS-UPI-REASON-CODE
                   MOVE 'CUSTOMER INACTIVE' TO WS-UPI-REASON-TEXT
                   PERFORM WRITE-UNPOSTED-ITEM
                   MOVE 'U010' TO WS-UPI-REASON-CODE
                   MOVE 'ACCT NOT ON CUSTOMER' TO WS-UPI-REASON-TEXT
                   PERFORM WRITE-UNPOSTED-ITEM
      * An account whose type is not a product takes nothing until
      * ACCTMNT puts it on a real product.
               WHEN WS-CUR-ACC-PICKED > ZERO
                       AND CUR-ACC-TYPE-UNKNOWN(WS-CUR-ACC-PICKED)
                   MOVE 'U020' TO WS-UPI-REASON-CODE
                   MOVE 'ACCT TYPE UNKNOWN' TO WS-UPI-REASON-TEXT
                   PERFORM WRITE-UNPOSTED-ITEM
               WHEN TRAN-IS-DUPLICATE
                   MOVE 'U012' TO WS-UPI-REASON-CODE
                   MOVE 'DUPLICATE THIS CYCLE' TO WS-UPI-REASON-TEXT
                   PERFORM WRITE-UNPOSTED-ITEM
      * A restriction in force (bankruptcy stay, estate, court order,
      * fraud case) outranks every other treatment of the customer,
      * charged-off recoveries included. Late fees are charges.
               WHEN (TRAN-IS-CHARGE OR TRAN-IS-LATE-FEE)
                       AND CUR-CHARGES-RESTRICTED
                   MOVE 'U017' TO WS-UPI-REASON-CODE
                   MOVE 'CHARGES RESTRICTED' TO WS-UPI-REASON-TEXT
                   PERFORM WRITE-UNPOSTED-ITEM
               WHEN TRAN-IS-PAYMENT AND CUR-PAYMENTS-RESTRICTED
                   MOVE 'U018' TO WS-UPI-REASON-CODE
                   MOVE 'PAYMENTS RESTRICTED' TO WS-UPI-REASON-TEXT
                   PERFORM WRITE-UNPOSTED-ITEM
      * A charged-off customer takes payments only, as recoveries,
      * whatever the state of the account; everything else is held.
               WHEN CUR-CUST-CHARGED-OFF AND TRAN-IS-PAYMENT
                   PERFORM POST-RECOVERY
               WHEN CUR-CUST-CHARGED-OFF
                   MOVE 'U015' TO WS-UPI-REASON-CODE
                   MOVE 'CUSTOMER CHARGED OFF' TO WS-UPI-REASON-TEXT
                   PERFORM WRITE-UNPOSTED-ITEM
      * A write-off must clear the balance exactly; anything posted
      * since the charge-off run looked leaves it to be regenerated.
               WHEN TRAN-IS-WRITE-OFF
                       AND WS-AMOUNT-STD-SHAPE
                           NOT = WS-CUR-CUST-BALANCE
                   MOVE 'U016' TO WS-UPI-REASON-CODE
                   MOVE 'WRITE-OFF NOT = BAL' TO WS-UPI-REASON-TEXT
                   PERFORM WRITE-UNPOSTED-ITEM
      * An escheat must clear the credit exactly, the same way: the
      * state has been told this amount.
               WHEN TRAN-IS-ESCHEAT
                       AND WS-AMOUNT-STD-SHAPE
                           NOT = 0 - WS-CUR-CUST-BALANCE
                   MOVE 'U021' TO WS-UPI-REASON-CODE
                   MOVE 'ESCHEAT NOT = CREDIT' TO WS-UPI-REASON-TEXT
                   PERFORM WRITE-UNPOSTED-ITEM
      * Account status per our fee and freeze policy: a frozen
      * account blocks charges but still takes payments; a closed
      * account blocks everything except payments that bring the
               WHEN WS-CUR-ACC-PICKED > ZERO
                       AND CUR-ACC-CLOSED(WS-CUR-ACC-PICKED)
                       AND (TRAN-IS-CHARGE OR TRAN-IS-REVERSAL
                           OR TRAN-IS-LATE-FEE
                           OR (TRAN-IS-PAYMENT
                               AND WS-CUR-CUST-BALANCE <= ZERO))
                   MOVE 'U014' TO WS-UPI-REASON-CODE
                   PERFORM POST-CHARGE
               WHEN TRAN-IS-REVERSAL
                   PERFORM POST-REVERSAL
               WHEN TRAN-IS-LATE-FEE
                   PERFORM POST-LATE-FEE
               WHEN TRAN-IS-WRITE-OFF
                   PERFORM POST-WRITE-OFF
               WHEN TRAN-IS-PAYOFF
                   PERFORM POST-PAYOFF-SETTLEMENT
               WHEN TRAN-IS-ESCHEAT
                   PERFORM POST-ESCHEAT
           END-EVALUATE.

       CHECK-SAME-CYCLE-DUPLICATE.
                   ADD WS-AMOUNT-STD-SHAPE TO WS-PAYMENT-AMOUNT
                   MOVE 'P' TO WS-TH-TRAN-TYPE
                   COMPUTE WS-TH-AMOUNT = 0 - WS-AMOUNT-STD-SHAPE
                   MOVE WS-RAW-DATA(23:14) TO WS-TH-REF
                   PERFORM WRITE-HISTORY-RECORD
                   PERFORM NOTE-POSTED-TRAN
           END-SUBTRACT.
           END-IF.

       CHECK-LIMIT-AND-POST-CHARGE.
      * Screening comes last, so only a charge that would otherwise
      * have posted is held for review; one an operator approves
      * will not bounce off the limit when it comes back.
           IF WS-PROSPECTIVE-BALANCE
                   > WS-CUR-ACC-LIMIT(WS-CUR-ACC-PICKED)
               MOVE 'U005' TO WS-UPI-REASON-CODE
               MOVE 'OVER ACCOUNT LIMIT' TO WS-UPI-REASON-TEXT
               PERFORM WRITE-UNPOSTED-ITEM
           ELSE
               PERFORM SCREEN-CHARGE
               IF WS-SCR-FIRED > ZERO
                   PERFORM WRITE-HELD-ITEM
               ELSE
                   PERFORM POST-CHARGE-TO-BALANCE
               END-IF
           END-IF.

       POST-CHARGE-TO-BALANCE.
           MOVE WS-PROSPECTIVE-BALANCE TO WS-CUR-CUST-BALANCE.
           ADD 1 TO WS-TRANS-POSTED.
           ADD WS-AMOUNT-STD-SHAPE TO WS-POSTED-AMOUNT.
           ADD 1 TO WS-CHARGE-COUNT.
           ADD WS-AMOUNT-STD-SHAPE TO WS-CHARGE-AMOUNT.
           ADD 1 TO WS-SCR-CYCLE-COUNT.
           ADD WS-AMOUNT-STD-SHAPE TO WS-SCR-CYCLE-AMOUNT.
           MOVE 'C' TO WS-TH-TRAN-TYPE.
           MOVE WS-AMOUNT-STD-SHAPE TO WS-TH-AMOUNT.
      * The sender's reference bytes go to history so a dispute can
      * name this exact charge.
           MOVE WS-RAW-DATA(23:14) TO WS-TH-REF.
           PERFORM WRITE-HISTORY-RECORD.
           PERFORM NOTE-POSTED-TRAN.

       SCREEN-CHARGE.
      * A charge HELDREL has released was already reviewed and is
      * not screened again, though it still counts toward the
      * customer's cycle totals once it posts. The charges this
      * shop generates itself -- CREDREFD's refunds and DISPMNT's
      * re-bills -- are not the sender's traffic and are not
      * screened at all. Both are recognised by their source: the
      * exact image must be on HLDRTRN, REFDTRAN or DISPTRAN. A
      * release mark or REFUND/DISP reference found on none of them
      * proves nothing and the charge is screened as usual.
           MOVE ZERO TO WS-SCR-FIRED.
           PERFORM FIND-SCREEN-EXEMPTION.
           IF WS-SXM-PICKED > ZERO
               SET SXM-USED(WS-SXM-PICKED) TO TRUE
               ADD 1 TO WS-SXM-EXEMPT-COUNT
           ELSE
               IF TRAN-SCREEN-RELEASED
                       OR WS-RAW-DATA(23:6) = 'REFUND'
                       OR WS-RAW-DATA(23:4) = 'DISP'
                   ADD 1 TO WS-SXM-UNPROVEN-CNT
               END-IF
               PERFORM TEST-ONE-SCREENING-RULE
                   VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > WS-SCR-ENTRY-COUNT
                   OR WS-SCR-FIRED > ZERO
           END-IF.

       FIND-SCREEN-EXEMPTION.
           MOVE ZERO TO WS-SXM-PICKED.
           PERFORM VARYING WS-SXM-IDX FROM 1 BY 1
                   UNTIL WS-SXM-IDX > WS-SXM-ENTRY-COUNT
                   OR WS-SXM-PICKED > ZERO
               IF NOT SXM-USED(WS-SXM-IDX)
                       AND WS-SXM-IMAGE(WS-SXM-IDX) = WS-RAW-DATA
                   MOVE WS-SXM-IDX TO WS-SXM-PICKED
               END-IF
           END-PERFORM.

       TEST-ONE-SCREENING-RULE.
      * Velocity counts this charge with those already posted to the
      * customer this cycle. The outlier test needs enough history
      * to trust the average; until then it stays silent.
           EVALUATE TRUE
               WHEN SCR-COUNT-VELOCITY(WS-SCR-IDX)
                   COMPUTE WS-SCR-TEST-AMOUNT =
                       WS-SCR-CYCLE-COUNT + 1
                   IF WS-SCR-TEST-AMOUNT > WS-SCR-LIMIT(WS-SCR-IDX)
                       MOVE WS-SCR-IDX TO WS-SCR-FIRED
                   END-IF
               WHEN SCR-AMOUNT-VELOCITY(WS-SCR-IDX)
                   COMPUTE WS-SCR-TEST-AMOUNT =
                       WS-SCR-CYCLE-AMOUNT + WS-AMOUNT-STD-SHAPE
                   IF WS-SCR-TEST-AMOUNT > WS-SCR-LIMIT(WS-SCR-IDX)
                       MOVE WS-SCR-IDX TO WS-SCR-FIRED
                   END-IF
               WHEN SCR-OUTLIER(WS-SCR-IDX)
                   IF WS-SCR-HIST-AVERAGE > ZERO
                           AND WS-SCR-HIST-COUNT
                               >= WS-SCR-MIN-HISTORY(WS-SCR-IDX)
                       COMPUTE WS-SCR-MULTIPLE =
                           WS-AMOUNT-STD-SHAPE / WS-SCR-HIST-AVERAGE
                       IF WS-SCR-MULTIPLE > WS-SCR-LIMIT(WS-SCR-IDX)
                           MOVE WS-SCR-IDX TO WS-SCR-FIRED
                       END-IF
                   END-IF
           END-EVALUATE.

       WRITE-HELD-ITEM.
      * Neither posted nor unposted: the charge waits on the review
      * queue with the rule that fired and what the rule saw, and
      * HELDREL acknowledges it to the sender once it is decided.
           MOVE SPACES TO WS-HELD-ITEM-RECORD.
           MOVE WS-RAW-DATA TO WS-HR-TRAN-IMAGE.
           MOVE WS-SCR-RULE-ID(WS-SCR-FIRED) TO WS-HR-RULE-ID.
           MOVE WS-SCR-RULE-TEXT(WS-SCR-FIRED) TO WS-HR-RULE-TEXT.
           MOVE WS-RUN-DATE TO WS-HR-HELD-DATE.
           MOVE WS-SCR-CYCLE-COUNT TO WS-HR-CYCLE-COUNT.
           MOVE WS-SCR-CYCLE-AMOUNT TO WS-HR-CYCLE-AMOUNT.
           MOVE WS-SCR-HIST-AVERAGE TO WS-HR-HIST-AVERAGE.
           MOVE ZERO TO WS-HR-REVIEW-CYCLES.
           IF NOT DRY-RUN-MODE
               WRITE WS-HELD-REVIEW-RECORD FROM WS-HELD-ITEM-RECORD
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           ADD WS-AMOUNT-STD-SHAPE TO WS-HELD-AMOUNT.

       POST-LATE-FEE.
      * A late fee is policy, not a purchase: like the month-end fee
      * it raises the balance without the limit check, but it keeps
      * its own history type (and the LATEFEE reference bytes) so
      * the GL extract vouchers it apart from the service fee.
           ADD WS-AMOUNT-STD-SHAPE TO WS-CUR-CUST-BALANCE
               ON SIZE ERROR
                   MOVE 'U004' TO WS-UPI-REASON-CODE
                   MOVE 'BALANCE OVERFLOW' TO WS-UPI-REASON-TEXT
                   PERFORM WRITE-UNPOSTED-ITEM
               NOT ON SIZE ERROR
                   ADD 1 TO WS-TRANS-POSTED
                   ADD WS-AMOUNT-STD-SHAPE TO WS-POSTED-AMOUNT
                   ADD 1 TO WS-LATE-FEE-COUNT
                   ADD WS-AMOUNT-STD-SHAPE TO WS-LATE-FEE-AMOUNT
                   MOVE 'L' TO WS-TH-TRAN-TYPE
                   MOVE WS-AMOUNT-STD-SHAPE TO WS-TH-AMOUNT
                   MOVE WS-RAW-DATA(23:14) TO WS-TH-REF
                   PERFORM WRITE-HISTORY-RECORD
                   PERFORM NOTE-POSTED-TRAN
           END-ADD.

       POST-WRITE-OFF.
      * The write-off takes the balance to zero under its own
      * history type and charges the customer off; no limit or
      * account-status test applies to clearing a balance.
           SUBTRACT WS-AMOUNT-STD-SHAPE FROM WS-CUR-CUST-BALANCE.
           ADD 1 TO WS-TRANS-POSTED.
           SUBTRACT WS-AMOUNT-STD-SHAPE FROM WS-POSTED-AMOUNT.
           ADD 1 TO WS-WRITE-OFF-COUNT.
           ADD WS-AMOUNT-STD-SHAPE TO WS-WRITE-OFF-AMOUNT.
           MOVE 'W' TO WS-CUR-CUST-STATUS.
           MOVE 'W' TO WS-TH-TRAN-TYPE.
           COMPUTE WS-TH-AMOUNT = 0 - WS-AMOUNT-STD-SHAPE.
           MOVE WS-RAW-DATA(23:14) TO WS-TH-REF.
           PERFORM WRITE-HISTORY-RECORD.
           PERFORM NOTE-POSTED-TRAN.

       POST-PAYOFF-SETTLEMENT.
      * Settlement items clear a paid-off balance, so neither the
      * limit nor the closed status of the account being paid off
      * stops them. Interest and fee keep the history types the
      * month-end accrual uses, so the GL extract and the statement
      * treat them alike; the residual has a type of its own.
           EVALUATE TRUE
               WHEN PAYOFF-INTEREST OR PAYOFF-FEE
                       OR PAYOFF-RESIDUAL-DEBIT
                   ADD WS-AMOUNT-STD-SHAPE TO WS-CUR-CUST-BALANCE
                       ON SIZE ERROR
                           MOVE 'U004' TO WS-UPI-REASON-CODE
                           MOVE 'BALANCE OVERFLOW'
                               TO WS-UPI-REASON-TEXT
                           PERFORM WRITE-UNPOSTED-ITEM
                       NOT ON SIZE ERROR
                           ADD WS-AMOUNT-STD-SHAPE TO WS-POSTED-AMOUNT
                           MOVE WS-AMOUNT-STD-SHAPE TO WS-TH-AMOUNT
                           PERFORM NOTE-PAYOFF-SETTLEMENT
                   END-ADD
               WHEN PAYOFF-RESIDUAL-CREDIT
                   SUBTRACT WS-AMOUNT-STD-SHAPE
                       FROM WS-CUR-CUST-BALANCE
                       ON SIZE ERROR
                           MOVE 'U004' TO WS-UPI-REASON-CODE
                           MOVE 'BALANCE OVERFLOW'
                               TO WS-UPI-REASON-TEXT
                           PERFORM WRITE-UNPOSTED-ITEM
                       NOT ON SIZE ERROR
                           SUBTRACT WS-AMOUNT-STD-SHAPE
                               FROM WS-POSTED-AMOUNT
                           COMPUTE WS-TH-AMOUNT =
                               0 - WS-AMOUNT-STD-SHAPE
                           PERFORM NOTE-PAYOFF-SETTLEMENT
                   END-SUBTRACT
               WHEN OTHER
                   MOVE 'U019' TO WS-UPI-REASON-CODE
                   MOVE 'PAYOFF PART INVALID' TO WS-UPI-REASON-TEXT
                   PERFORM WRITE-UNPOSTED-ITEM
           END-EVALUATE.

       NOTE-PAYOFF-SETTLEMENT.
           ADD 1 TO WS-TRANS-POSTED.
           ADD 1 TO WS-PAYOFF-COUNT.
           ADD WS-AMOUNT-STD-SHAPE TO WS-PAYOFF-AMOUNT.
           EVALUATE TRUE
               WHEN PAYOFF-INTEREST
                   MOVE 'I' TO WS-TH-TRAN-TYPE
               WHEN PAYOFF-FEE
                   MOVE 'F' TO WS-TH-TRAN-TYPE
               WHEN OTHER
                   MOVE 'Q' TO WS-TH-TRAN-TYPE
           END-EVALUATE.
           MOVE WS-RAW-DATA(23:14) TO WS-TH-REF.
           PERFORM WRITE-HISTORY-RECORD.
           PERFORM NOTE-POSTED-TRAN.

       POST-ESCHEAT.
      * The escheat takes a credit balance up to zero under its own
      * history type, signed like the charge it is in effect, so the
      * GL extract vouchers it to the escheat liability line. No
      * limit or account-status test applies to clearing a balance.
           ADD WS-AMOUNT-STD-SHAPE TO WS-CUR-CUST-BALANCE.
           ADD 1 TO WS-TRANS-POSTED.
           ADD WS-AMOUNT-STD-SHAPE TO WS-POSTED-AMOUNT.
           ADD 1 TO WS-ESCHEAT-COUNT.
           ADD WS-AMOUNT-STD-SHAPE TO WS-ESCHEAT-AMOUNT.
           MOVE 'E' TO WS-TH-TRAN-TYPE.
           MOVE WS-AMOUNT-STD-SHAPE TO WS-TH-AMOUNT.
           MOVE WS-RAW-DATA(23:14) TO WS-TH-REF.
           PERFORM WRITE-HISTORY-RECORD.
           PERFORM NOTE-POSTED-TRAN.

       POST-RECOVERY.
      * Money received after charge-off is recovery of a balance
      * already written off: it goes to history (signed like the
      * payment it is, so the GL extract books the cash) under its
      * own type, but the customer balance stays at zero and the
      * posted total, which proves the balance movement, is not
      * touched. The sender sent a payment, so the acknowledgment
      * counts it among the payments; the recovery totals are the
      * part of those that went to recovery.
           ADD 1 TO WS-TRANS-POSTED.
           ADD 1 TO WS-PAYMENT-COUNT.
           ADD WS-AMOUNT-STD-SHAPE TO WS-PAYMENT-AMOUNT.
           ADD 1 TO WS-RECOVERY-COUNT.
           ADD WS-AMOUNT-STD-SHAPE TO WS-RECOVERY-AMOUNT.
           MOVE 'Y' TO WS-TH-TRAN-TYPE.
           COMPUTE WS-TH-AMOUNT = 0 - WS-AMOUNT-STD-SHAPE.
           MOVE WS-RAW-DATA(23:14) TO WS-TH-REF.
           PERFORM WRITE-HISTORY-RECORD.
           PERFORM NOTE-POSTED-TRAN.

       POST-REVERSAL.
      * A reversal must name the original transaction it backs out
           PERFORM ACCRUE-UNDER-ACC-TYPE.

       ACCRUE-UNDER-ACC-TYPE.
      * Rate rows were loaded only for products, so a type that is
      * not one finds no rate; a fee-only product charges no
      * interest.
           PERFORM FIND-RATE-FOR-ACC-TYPE.
           MOVE WS-ACCRUAL-ACC-TYPE TO WS-PRT-LOOKUP-TYPE.
           PERFORM FIND-PRODUCT-FOR-TYPE.
           IF WS-RTE-PICKED = ZERO
               ADD 1 TO WS-NO-RATE-COUNT
               DISPLAY 'No rate on file for account type "'
                       WS-CUR-CUST-ID ' not accrued.'
           ELSE
               IF ACCRUING-PRIMARY-ACC
                       AND NOT PRT-NO-INTEREST(WS-PRT-PICKED)
                   COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                       WS-CUR-CUST-BALANCE
                       * WS-RTE-ANNUAL-PCT(WS-RTE-PICKED) / 100 / 12
                   MOVE WS-FEE-AMOUNT TO WS-GEN-AMOUNT
                   MOVE 'F' TO WS-GEN-TYPE
                   PERFORM POST-GENERATED-ITEM
                   ADD 1 TO WS-FEE-ITEM-COUNT
               END-IF
               ADD WS-INTEREST-AMOUNT TO WS-INTEREST-TOTAL
               ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL
           MOVE WS-ACCRUAL-ACC-TYPE TO WS-ARL-ACC-TYPE.
           MOVE WS-INTEREST-AMOUNT TO WS-ARL-INTEREST.
           MOVE WS-FEE-AMOUNT TO WS-ARL-FEE.
           IF NOT DRY-RUN-MODE
               WRITE WS-ACCRUAL-REGISTER-LINE FROM WS-ARL-DETAIL-LINE
           END-IF.

       WRITE-ACCRUAL-TOTALS.
           PERFORM WRITE-ONE-ACCRUAL-TOTAL
           MOVE WS-ACCRUED-CUSTOMERS TO WS-ARL-TOT-CUST.
           MOVE WS-INTEREST-TOTAL TO WS-ARL-TOT-INT.
           MOVE WS-FEE-TOTAL TO WS-ARL-TOT-FEE.
           PERFORM WRITE-ACCRUAL-TOTAL-LINE.
           DISPLAY 'Month-end customers accrued: '
                   WS-ACCRUED-CUSTOMERS.
           DISPLAY 'Month-end customers with no rate: '
                   WS-NO-RATE-COUNT.
           DISPLAY 'Rate rows refused, type not a product: '
                   WS-RATE-ROWS-REFUSED.

       WRITE-ONE-ACCRUAL-TOTAL.
           MOVE WS-ATY-ACC-TYPE(WS-ATY-IDX) TO WS-ARL-TOT-TYPE.
           MOVE WS-ATY-CUST-COUNT(WS-ATY-IDX) TO WS-ARL-TOT-CUST.
           MOVE WS-ATY-INTEREST(WS-ATY-IDX) TO WS-ARL-TOT-INT.
           MOVE WS-ATY-FEES(WS-ATY-IDX) TO WS-ARL-TOT-FEE.
           PERFORM WRITE-ACCRUAL-TOTAL-LINE.

       WRITE-ACCRUAL-TOTAL-LINE.
      * A dry run prints the accrual totals on its summary instead.
           IF DRY-RUN-MODE
               WRITE WS-PROJECTED-SUMMARY-LINE FROM WS-ARL-TOTAL-LINE
               ADD 1 TO WS-DRYSUMM-REC-COUNT
           ELSE
               WRITE WS-ACCRUAL-REGISTER-LINE FROM WS-ARL-TOTAL-LINE
           END-IF.

       WRITE-UNPOSTED-ITEM.
      * Reason code and text are set by the caller. Every unposted
           IF ACK-FILE-OPEN
               PERFORM WRITE-ACK-DETAIL
           END-IF.
           IF DRY-RUN-MODE
               MOVE WS-FIELD-3(1:17) TO WS-AMOUNT-ORIGINAL
               IF WS-AMOUNT-ORIGINAL IS NUMERIC
                   ADD WS-AMOUNT-NUMERIC TO WS-UNPOSTED-HASH-TOTAL
               END-IF
           END-IF.

       WRITE-ACK-DETAIL.
      * The numeric view refreshes from THIS record's amount bytes
           MOVE WS-REVERSAL-COUNT TO WS-AKS-COUNT.
           MOVE WS-REVERSAL-AMOUNT TO WS-AKS-AMOUNT.
           PERFORM WRITE-ONE-ACK-SUMMARY.
           MOVE 'L' TO WS-AKS-TRAN-TYPE.
           MOVE WS-LATE-FEE-COUNT TO WS-AKS-COUNT.
           MOVE WS-LATE-FEE-AMOUNT TO WS-AKS-AMOUNT.
           PERFORM WRITE-ONE-ACK-SUMMARY.
           MOVE 'W' TO WS-AKS-TRAN-TYPE.
           MOVE WS-WRITE-OFF-COUNT TO WS-AKS-COUNT.
           MOVE WS-WRITE-OFF-AMOUNT TO WS-AKS-AMOUNT.
           PERFORM WRITE-ONE-ACK-SUMMARY.
           MOVE 'Q' TO WS-AKS-TRAN-TYPE.
           MOVE WS-PAYOFF-COUNT TO WS-AKS-COUNT.
           MOVE WS-PAYOFF-AMOUNT TO WS-AKS-AMOUNT.
           PERFORM WRITE-ONE-ACK-SUMMARY.
           MOVE 'E' TO WS-AKS-TRAN-TYPE.
           MOVE WS-ESCHEAT-COUNT TO WS-AKS-COUNT.
           MOVE WS-ESCHEAT-AMOUNT TO WS-AKS-AMOUNT.
           PERFORM WRITE-ONE-ACK-SUMMARY.

       WRITE-ONE-ACK-SUMMARY.
           MOVE SPACES TO WS-ACK-SUMMARY-RECORD(25:56).
      * severity 2 within the referral percentage of it. Every one
      * of the customer's accounts is checked against its own limit,
      * so the second account of a two-account customer can no
      * longer hide from credit operations. Amounts under open
      * dispute that are still in the balance do not count toward
      * the limit; DELQTRK escalates from this report, so they stay
      * out of delinquency escalation as well.
           IF CUR-CUST-ACTIVE AND CUR-ACC-FOUND
               MOVE WS-CUR-CUST-BALANCE TO WS-REFERRAL-BALANCE
               PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                       UNTIL WS-DSP-IDX > WS-DSP-ENTRY-COUNT
                   IF WS-DSP-CUST-ID(WS-DSP-IDX) = WS-CUR-CUST-ID
                       SUBTRACT WS-DSP-AMOUNT(WS-DSP-IDX)
                           FROM WS-REFERRAL-BALANCE
                   END-IF
               END-PERFORM
               PERFORM CHECK-ONE-ACCOUNT-REFERRAL
                   VARYING WS-CUR-ACC-IDX FROM 1 BY 1
                   UNTIL WS-CUR-ACC-IDX > WS-CUR-ACC-COUNT
                   WS-CUR-ACC-LIMIT(WS-CUR-ACC-IDX)
                   * WS-REFERRAL-PCT / 100
               EVALUATE TRUE
                   WHEN WS-REFERRAL-BALANCE
                           > WS-CUR-ACC-LIMIT(WS-CUR-ACC-IDX)
                       MOVE '1' TO WS-REFERRAL-SEVERITY
                       PERFORM WRITE-REFERRAL-LINE
                   WHEN WS-REFERRAL-BALANCE >= WS-REFERRAL-THRESHOLD
                       MOVE '2' TO WS-REFERRAL-SEVERITY
                       PERFORM WRITE-REFERRAL-LINE
               END-EVALUATE
           MOVE WS-REFERRAL-SEVERITY TO WS-REF-SEVERITY.
           MOVE WS-CUR-CUST-ID       TO WS-REF-CUST-ID.
           MOVE WS-CUR-CUST-NAME     TO WS-REF-CUST-NAME.
           MOVE WS-REFERRAL-BALANCE  TO WS-REF-BALANCE.
           MOVE WS-CUR-ACC-LIMIT(WS-CUR-ACC-IDX) TO WS-REF-LIMIT.
           COMPUTE WS-REF-EXCESS =
               WS-REFERRAL-BALANCE
               - WS-CUR-ACC-LIMIT(WS-CUR-ACC-IDX).
           MOVE WS-CUR-ACC-TYPE(WS-CUR-ACC-IDX) TO WS-REF-ACC-TYPE.
           WRITE WS-REFERRAL-REPORT-LINE FROM WS-REF-DETAIL-LINE.
           MOVE WS-RUN-CYCLE-TYPE TO WS-ENV-CYCLE.
           MOVE ZERO TO WS-ENV-REC-COUNT.
           MOVE ZERO TO WS-ENV-HASH-TOTAL.
           PERFORM MARK-DRY-RUN-ENVELOPE.
           WRITE WS-UPDATED-CUSTOMER-RECORD
               FROM WS-ENVELOPE-RECORD(1:50).

           MOVE WS-RUN-CYCLE-TYPE TO WS-ENV-CYCLE.
           MOVE WS-CUSTOMERS-WRITTEN TO WS-ENV-REC-COUNT.
           MOVE WS-NEWCUST-HASH-TOTAL TO WS-ENV-HASH-TOTAL.
           PERFORM MARK-DRY-RUN-ENVELOPE.
           WRITE WS-UPDATED-CUSTOMER-RECORD
               FROM WS-ENVELOPE-RECORD(1:50).

       MARK-DRY-RUN-ENVELOPE.
           IF DRY-RUN-MODE
               SET ENV-IS-DRY-RUN TO TRUE
           END-IF.

      * UNPOSTED, REFRPT and DRYSUMM are enveloped on a dry run only,
      * so the projection announces itself in its first record.
       WRITE-UNPOSTED-HEADER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'HDR*' TO WS-ENV-MARKER.
           MOVE 'UNPOSTED' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE WS-RUN-CYCLE-TYPE TO WS-ENV-CYCLE.
           MOVE ZERO TO WS-ENV-REC-COUNT.
           MOVE ZERO TO WS-ENV-HASH-TOTAL.
           SET ENV-IS-DRY-RUN TO TRUE.
           WRITE WS-UNPOSTED-ITEM-RECORD FROM WS-ENVELOPE-RECORD.

       WRITE-UNPOSTED-TRAILER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'TRL*' TO WS-ENV-MARKER.
           MOVE 'UNPOSTED' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE WS-RUN-CYCLE-TYPE TO WS-ENV-CYCLE.
           MOVE WS-TRANS-UNPOSTED TO WS-ENV-REC-COUNT.
           MOVE WS-UNPOSTED-HASH-TOTAL TO WS-ENV-HASH-TOTAL.
           SET ENV-IS-DRY-RUN TO TRUE.
           WRITE WS-UNPOSTED-ITEM-RECORD FROM WS-ENVELOPE-RECORD.

       WRITE-REFRPT-HEADER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'HDR*' TO WS-ENV-MARKER.
           MOVE 'REFRPT' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE WS-RUN-CYCLE-TYPE TO WS-ENV-CYCLE.
           MOVE ZERO TO WS-ENV-REC-COUNT.
           MOVE ZERO TO WS-ENV-HASH-TOTAL.
           SET ENV-IS-DRY-RUN TO TRUE.
           WRITE WS-REFERRAL-REPORT-LINE FROM WS-ENVELOPE-RECORD.

       WRITE-REFRPT-TRAILER.
      * The heading line counts as a record between the envelopes.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'TRL*' TO WS-ENV-MARKER.
           MOVE 'REFRPT' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE WS-RUN-CYCLE-TYPE TO WS-ENV-CYCLE.
           COMPUTE WS-ENV-REC-COUNT = WS-REFERRAL-COUNT + 1.
           MOVE WS-ENV-REC-COUNT TO WS-ENV-HASH-TOTAL.
           SET ENV-IS-DRY-RUN TO TRUE.
           WRITE WS-REFERRAL-REPORT-LINE FROM WS-ENVELOPE-RECORD.

       WRITE-DRYSUMM-HEADER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'HDR*' TO WS-ENV-MARKER.
           MOVE 'DRYSUMM' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE WS-RUN-CYCLE-TYPE TO WS-ENV-CYCLE.
           MOVE ZERO TO WS-ENV-REC-COUNT.
           MOVE ZERO TO WS-ENV-HASH-TOTAL.
           SET ENV-IS-DRY-RUN TO TRUE.
           WRITE WS-PROJECTED-SUMMARY-LINE FROM WS-ENVELOPE-RECORD.

       WRITE-DRYSUMM-TRAILER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'TRL*' TO WS-ENV-MARKER.
           MOVE 'DRYSUMM' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE WS-RUN-CYCLE-TYPE TO WS-ENV-CYCLE.
           MOVE WS-DRYSUMM-REC-COUNT TO WS-ENV-REC-COUNT.
           MOVE WS-DRYSUMM-REC-COUNT TO WS-ENV-HASH-TOTAL.
           SET ENV-IS-DRY-RUN TO TRUE.
           WRITE WS-PROJECTED-SUMMARY-LINE FROM WS-ENVELOPE-RECORD.

       WRITE-DRY-RUN-SUMMARY.
      * What would have posted, type by type in the order the
      * control report uses, then what would have been held back,
      * then the month-end accrual by account type.
           SET DRS-LINE-HAS-AMOUNT TO TRUE.
           MOVE 'PAYMENTS (P)' TO WS-DRS-LABEL.
           MOVE WS-PAYMENT-COUNT TO WS-DRS-COUNT.
           MOVE WS-PAYMENT-AMOUNT TO WS-DRS-AMOUNT-WORK.
           PERFORM WRITE-DRY-RUN-TYPE-LINE.
           MOVE '  OF WHICH RECOVERIES' TO WS-DRS-LABEL.
           MOVE WS-RECOVERY-COUNT TO WS-DRS-COUNT.
           MOVE WS-RECOVERY-AMOUNT TO WS-DRS-AMOUNT-WORK.
           PERFORM WRITE-DRY-RUN-TYPE-LINE.
           MOVE 'CHARGES (C)' TO WS-DRS-LABEL.
           MOVE WS-CHARGE-COUNT TO WS-DRS-COUNT.
           MOVE WS-CHARGE-AMOUNT TO WS-DRS-AMOUNT-WORK.
           PERFORM WRITE-DRY-RUN-TYPE-LINE.
           MOVE 'REVERSALS (R)' TO WS-DRS-LABEL.
           MOVE WS-REVERSAL-COUNT TO WS-DRS-COUNT.
           MOVE WS-REVERSAL-AMOUNT TO WS-DRS-AMOUNT-WORK.
           PERFORM WRITE-DRY-RUN-TYPE-LINE.
           MOVE 'LATE FEES (L)' TO WS-DRS-LABEL.
           MOVE WS-LATE-FEE-COUNT TO WS-DRS-COUNT.
           MOVE WS-LATE-FEE-AMOUNT TO WS-DRS-AMOUNT-WORK.
           PERFORM WRITE-DRY-RUN-TYPE-LINE.
           MOVE 'WRITE-OFFS (W)' TO WS-DRS-LABEL.
           MOVE WS-WRITE-OFF-COUNT TO WS-DRS-COUNT.
           MOVE WS-WRITE-OFF-AMOUNT TO WS-DRS-AMOUNT-WORK.
           PERFORM WRITE-DRY-RUN-TYPE-LINE.
           MOVE 'PAYOFF SETTLEMENTS (Q)' TO WS-DRS-LABEL.
           MOVE WS-PAYOFF-COUNT TO WS-DRS-COUNT.
           MOVE WS-PAYOFF-AMOUNT TO WS-DRS-AMOUNT-WORK.
           PERFORM WRITE-DRY-RUN-TYPE-LINE.
           MOVE 'ESCHEATS (E)' TO WS-DRS-LABEL.
           MOVE WS-ESCHEAT-COUNT TO WS-DRS-COUNT.
           MOVE WS-ESCHEAT-AMOUNT TO WS-DRS-AMOUNT-WORK.
           PERFORM WRITE-DRY-RUN-TYPE-LINE.
           IF CYCLE-IS-MONTH-END
               MOVE 'INTEREST ACCRUED (I)' TO WS-DRS-LABEL
               MOVE WS-ACCRUED-CUSTOMERS TO WS-DRS-COUNT
               MOVE WS-INTEREST-TOTAL TO WS-DRS-AMOUNT-WORK
               PERFORM WRITE-DRY-RUN-TYPE-LINE
               MOVE 'SERVICE FEES (F)' TO WS-DRS-LABEL
               MOVE WS-FEE-ITEM-COUNT TO WS-DRS-COUNT
               MOVE WS-FEE-TOTAL TO WS-DRS-AMOUNT-WORK
               PERFORM WRITE-DRY-RUN-TYPE-LINE
           END-IF.
           MOVE 'TOTAL WOULD POST' TO WS-DRS-LABEL.
           MOVE WS-TRANS-POSTED TO WS-DRS-COUNT.
           MOVE WS-POSTED-AMOUNT TO WS-DRS-AMOUNT-WORK.
           PERFORM WRITE-DRY-RUN-TYPE-LINE.
           MOVE 'HELD FOR REVIEW' TO WS-DRS-LABEL.
           MOVE WS-HELD-COUNT TO WS-DRS-COUNT.
           MOVE WS-HELD-AMOUNT TO WS-DRS-AMOUNT-WORK.
           PERFORM WRITE-DRY-RUN-TYPE-LINE.
           MOVE 'CLOSING BALANCES PROJECTED' TO WS-DRS-LABEL.
           MOVE WS-CUSTOMERS-WRITTEN TO WS-DRS-COUNT.
           MOVE WS-CLOSING-BAL-TOTAL TO WS-DRS-AMOUNT-WORK.
           PERFORM WRITE-DRY-RUN-TYPE-LINE.
           MOVE 'N' TO WS-DRS-AMOUNT-SW.
           MOVE 'TO UNPOSTED ITEMS' TO WS-DRS-LABEL.
           MOVE WS-TRANS-UNPOSTED TO WS-DRS-COUNT.
           PERFORM WRITE-DRY-RUN-TYPE-LINE.
           MOVE 'TO WAREHOUSE (FUTURE-DATED)' TO WS-DRS-LABEL.
           MOVE WS-WARE-HELD-COUNT TO WS-DRS-COUNT.
           PERFORM WRITE-DRY-RUN-TYPE-LINE.
           MOVE 'REFERRAL LINES' TO WS-DRS-LABEL.
           MOVE WS-REFERRAL-COUNT TO WS-DRS-COUNT.
           PERFORM WRITE-DRY-RUN-TYPE-LINE.
           IF CYCLE-IS-MONTH-END
               PERFORM WRITE-ACCRUAL-TOTALS
           END-IF.

       WRITE-DRY-RUN-TYPE-LINE.
      * Label, count and amount are set by the caller; count-only
      * lines leave the amount columns blank.
           IF DRS-LINE-HAS-AMOUNT
               MOVE ' AMOUNT=' TO WS-DRS-AMOUNT-LABEL
               MOVE WS-DRS-AMOUNT-WORK TO WS-DRS-AMOUNT
           ELSE
               MOVE SPACES TO WS-DRS-AMOUNT-PART
           END-IF.
           WRITE WS-PROJECTED-SUMMARY-LINE FROM WS-DRS-TYPE-LINE.
           ADD 1 TO WS-DRYSUMM-REC-COUNT.

       VERIFY-INPUT-ENVELOPES.
           MOVE 'CUSTFILE' TO WS-ENV-EXPECTED-ID.
           MOVE WS-CUST-HDR-IMAGE TO WS-ENV-HEADER-IMAGE.
           MOVE 'REDEFEX' TO WS-AL-JOB-NAME.
           MOVE WS-RUN-DATE TO WS-AL-CYCLE-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AL-STAMP.
           IF DRY-RUN-MODE
               DISPLAY 'Dry run, alert not raised: ' WS-AL-CODE
                       ' ' WS-AL-TEXT
           ELSE
               CALL 'ALERTWTR' USING WS-OPERATOR-ALERT-RECORD
           END-IF.

       PRESCAN-TRANFILE-FOR-REPLAY.
      * The TRANFILE envelope's creation date and hash identify the
      * rerun with the SAME file once the problem is fixed, and that
      * legitimate rerun must not be refused as a replay. A file
      * with no captured trailer never logs either -- it would
      * poison the log with garbage. Nor does a dry run: nothing
      * posted.
           IF RETURN-CODE < 8
                   AND NOT TRANFILE-REPLAYED
                   AND NOT DRY-RUN-MODE
                   AND WS-TRAN-TRL-IMAGE NOT = SPACES
               PERFORM LOG-POSTED-TRANFILE
           END-IF.
       COPY CTLRPTPR.

       COPY CHKDIGPR.

       COPY CYCSTKPR.
