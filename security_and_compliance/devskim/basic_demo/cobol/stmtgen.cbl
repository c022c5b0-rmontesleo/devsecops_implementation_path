      * running balance. The old 500-entry buffer and its silent
      * truncation are gone -- the highest-activity customers were
      * exactly the ones losing detail.
      *
      * Every printed statement with a balance owing also carries
      * the minimum payment due and the payment due date. The rule
      * belongs to the customer's primary account type (the first
      * account on the ACCTFILE extract, 'NO ACCT' when there is
      * none, the accrual's own convention): the rate-master row in
      * force on the statement date gives a percentage of the
      * closing balance and a floor amount, and the minimum is the
      * greater of the two, never more than the balance itself. A
      * type with no rule on its row (or no row at all) is a
      * pay-in-full product and its minimum is the whole balance.
      * The due date is DUEDAYS business days (control card, default
      * 15) after the statement date, asked of the processing
      * calendar through CALCHK. Each minimum goes to the MINDUE
      * file (layout in copybook MINDUERC) for the late-fee run.
      *
      * A charged-off customer (status 'W') is not billed: no
      * statement prints and no minimum is written, and the customer
      * goes to the suppression register as charged off so printed
      * plus suppressed still ties.
      *
      * A customer whose address RTNMAIL has flagged undeliverable
      * (address status 'U') has the statement held rather than
      * mailed to an address known to be bad: it goes to the
      * suppression register as undeliverable, so the tie holds, and
      * to the BADADRST bad-address worklist (copybook BADADRRC) with
      * the return date, reason and closing balance. No minimum is
      * written for a held statement -- a customer who was never
      * sent the bill is not assessed a late fee against it. The
      * statement prints on the first run after ADDRMNT applies a new
      * address.
      *
      * A customer under a restriction that stops statements on the
      * run date (RSTRMST, kept by RSTRMNT) is not billed either: it
      * goes to the suppression register as restricted and no minimum
      * is written. Without RSTRMST no customer is restricted.
      *
      * A customer PAYCLOSE has paid off and closed arrives on the
      * FINLSEL selection (customer id and close date), written the
      * night the payoff payment posted; tonight the settlement items
      * have posted and the customer gets a FINAL STATEMENT whatever
      * the wave, never suppressed for lack of activity, showing the
      * account closed and paid in full when the closing balance is
      * zero. No FINLSEL means no final statements.
      *
      * Each statement goes out by the customer's delivery preference
      * on the address master: paper prints on STMTFILE as always,
      * electronic goes to the e-delivery vendor's extract ESTMTFIL
      * (copybook ESTMTREC, inside the shop envelope), both does
      * both. A customer marked electronic with no e-mail address on
      * file gets paper rather than nothing. Where the preference is
      * both and the mailing address is undeliverable, the e-mail
      * copy still goes and only the paper copy is held to the
      * bad-address worklist; an electronic-only customer is not
      * held for a bad mailing address at all. The minimum due is
      * figured and written once per statement whatever the channel.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.

           SELECT RESTRICTION-MASTER-FILE ASSIGN TO RSTRMST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTRICTION-FILE-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO STMTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-FILE-STATUS.

      * Statements for electronic delivery, for the e-delivery vendor.
           SELECT ESTATEMENT-FILE ASSIGN TO ESTMTFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTMT-FILE-STATUS.

      * Statement customers with no address on file, for follow-up.
           SELECT MISSING-ADDR-FILE ASSIGN TO MISSADDR
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUPPRESS-FILE-STATUS.

      * Statements held for an undeliverable address, for follow-up.
           SELECT BAD-ADDRESS-FILE ASSIGN TO BADADRST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BADADDR-FILE-STATUS.

      * One customer's details at a time, rewritten per customer:
      * pass one spools while the net movement accumulates, pass two
      * prints once the opening balance is known.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

      * Account extract (primary account type) and the rate master
      * (minimum-payment rule per type), read for the minimum due.
           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT RATE-MASTER-FILE ASSIGN TO RATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

      * Customers closed out by PAYCLOSE, owed a final statement.
           SELECT FINAL-STATEMENT-FILE ASSIGN TO FINLSEL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FINAL-FILE-STATUS.

      * Minimum due and due date per statement, for the late-fee run.
           SELECT MINIMUM-DUE-FILE ASSIGN TO MINDUE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MINDUE-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
           05  WS-CFR-CUST-STATUS   PIC X(1).

       FD  ADDRESS-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS WS-ADDRESS-FILE-RECORD.
       01  WS-ADDRESS-FILE-RECORD   PIC X(200).

       FD  RESTRICTION-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-RESTRICTION-FILE-RECORD.
       01  WS-RESTRICTION-FILE-RECORD PIC X(100).

       FD  STATEMENT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-STATEMENT-LINE.
       01  WS-STATEMENT-LINE        PIC X(132).

       FD  ESTATEMENT-FILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS WS-ESTATEMENT-RECORD.
       01  WS-ESTATEMENT-RECORD.
           COPY ESTMTREC.

       FD  MISSING-ADDR-FILE
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS WS-MISSING-ADDR-RECORD.
           05  WS-SUP-REASON       PIC X(25).
           05  FILLER              PIC X(12) VALUE SPACES.

       FD  BAD-ADDRESS-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-BAD-ADDRESS-RECORD.
       01  WS-BAD-ADDRESS-RECORD.
           COPY BADADRRC.

       FD  STATEMENT-WORK-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-WORK-FILE-RECORD.
       01  WS-WORK-FILE-RECORD      PIC X(60).

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
           05  WS-RMR-MIN-DUE-PCT   PIC 9(3)V99.
           05  WS-RMR-MIN-DUE-FLOOR PIC 9(5)V99.

       FD  MINIMUM-DUE-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-MINIMUM-DUE-RECORD.
       01  WS-MINIMUM-DUE-RECORD.
           COPY MINDUERC.

      * Same 20-byte layout PAYCLOSE writes.
       FD  FINAL-STATEMENT-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS WS-FINAL-STATEMENT-RECORD.
       01  WS-FINAL-STATEMENT-RECORD.
           05  WS-FSR-CUST-ID       PIC 9(10).
           05  WS-FSR-CLOSE-DATE    PIC 9(8).
           05  FILLER               PIC X(2).

       SD  SORT-WORK-FILE.
       01  WS-SORT-RECORD.
           COPY TRNHIST.
           COPY FILESTAT REPLACING FS-NAME BY WS-HISTORY-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CUSTOMER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ADDRESS-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY
               WS-RESTRICTION-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-STATEMENT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-MISSADDR-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-SUPPRESS-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-BADADDR-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-WORK-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ACCOUNT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-RATE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-MINDUE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-FINAL-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ESTMT-FILE-STATUS.

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-HIST-EOF-SW       PIC X(1) VALUE 'N'.
           05  WS-ORPHAN-HIST-COUNT PIC 9(9) VALUE ZERO.
           05  WS-MISSING-ADDR-CNT  PIC 9(9) VALUE ZERO.
           05  WS-SUPPRESSED-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-CHARGED-OFF-COUNT PIC 9(9) VALUE ZERO.
           05  WS-UNDELIVERABLE-CNT PIC 9(9) VALUE ZERO.
           05  WS-RESTRICTED-CNT    PIC 9(9) VALUE ZERO.
           05  WS-RSTR-EOF-SW       PIC X(1) VALUE 'N'.
               88  RESTRICTION-EOF      VALUE 'Y'.
           05  WS-STMT-STOP-SW      PIC X(1) VALUE 'N'.
               88  CUST-STATEMENTS-STOPPED VALUE 'Y'.
           05  WS-WAVE-SKIP-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ACCT-EOF-SW       PIC X(1) VALUE 'N'.
               88  ACCOUNT-EOF          VALUE 'Y'.
           05  WS-ACCT-DATA-SW      PIC X(1) VALUE 'N'.
               88  ACCT-DATA-RECORD     VALUE 'Y'.
           05  WS-RATE-EOF-SW       PIC X(1) VALUE 'N'.
               88  RATE-EOF             VALUE 'Y'.
           05  WS-MINDUE-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-MINDUE-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-NO-RULE-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-FINAL-EOF-SW      PIC X(1) VALUE 'N'.
               88  FINAL-SELECT-EOF     VALUE 'Y'.
           05  WS-FINAL-STMT-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-PAPER-ONLY-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-ELECTRONIC-ONLY-CNT PIC 9(9) VALUE ZERO.
           05  WS-BOTH-CHANNEL-COUNT PIC 9(9) VALUE ZERO.
           05  WS-NO-EMAIL-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-PAPER-HELD-COUNT  PIC 9(9) VALUE ZERO.

      * Delivery channels chosen for the statement in hand, and the
      * electronic extract's envelope totals and line sequence.
       01  WS-DELIVERY-FIELDS.
           05  WS-PAPER-COPY-SW     PIC X(1) VALUE 'Y'.
               88  PAPER-COPY-WANTED    VALUE 'Y'.
           05  WS-ELECTRONIC-COPY-SW PIC X(1) VALUE 'N'.
               88  ELECTRONIC-COPY-WANTED VALUE 'Y'.
           05  WS-ESTMT-REC-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ESTMT-HASH        PIC 9(13)V99 VALUE ZERO.
           05  WS-ESTMT-LINE-SEQ    PIC 9(5) VALUE ZERO.
           05  WS-ESTMT-TEXT        PIC X(64) VALUE SPACES.
           05  WS-ESTMT-AMOUNT      PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-ENVELOPE-RECORD.
           COPY FILENVWS.

      * Statement cycle waves: a customer's cycle is the last digit
      * of its id, so the book splits into ten waves with no new
           COPY TRNHIST
               REPLACING LEADING ==WS-TH== BY ==WS-WD==.

      * Minimum-payment rules in force on the statement date, one
      * per account type, loaded once from the rate master.
       01  WS-MIN-DUE-RULE-TABLE.
           05  WS-MDT-ENTRY-COUNT   PIC 9(3) VALUE ZERO.
           05  WS-MDT-MAX-ENTRIES   PIC 9(3) VALUE 50.
           05  WS-MDT-ENTRY OCCURS 50 TIMES.
               10  WS-MDT-ACC-TYPE      PIC X(10).
               10  WS-MDT-MIN-PCT       PIC 9(3)V99.
               10  WS-MDT-MIN-FLOOR     PIC 9(5)V99.
           05  WS-MDT-IDX           PIC 9(3) VALUE ZERO.
           05  WS-MDT-PICKED        PIC 9(3) VALUE ZERO.

      * Customers owed a final statement tonight, loaded once from
      * the FINLSEL selection.
       01  WS-FINAL-STATEMENT-TABLE.
           05  WS-FST-ENTRY-COUNT   PIC 9(3) VALUE ZERO.
           05  WS-FST-MAX-ENTRIES   PIC 9(3) VALUE 500.
           05  WS-FST-ENTRY OCCURS 500 TIMES.
               10  WS-FST-CUST-ID       PIC 9(10).
               10  WS-FST-CLOSE-DATE    PIC 9(8).
           05  WS-FST-IDX           PIC 9(3) VALUE ZERO.
           05  WS-FST-PICKED        PIC 9(3) VALUE ZERO.
           05  WS-FINAL-STMT-SW     PIC X(1) VALUE 'N'.
               88  FINAL-STATEMENT      VALUE 'Y'.

       01  WS-MIN-DUE-FIELDS.
           05  WS-DUE-DAYS          PIC 9(3) VALUE 15.
           05  WS-PAYMENT-DUE-DATE  PIC 9(8) VALUE ZERO.
           05  WS-STMT-ACC-TYPE     PIC X(10) VALUE SPACES.
           05  WS-MINIMUM-DUE       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-RATE-EFF-FROM     PIC 9(8) VALUE ZERO.
           05  WS-RATE-EFF-TO       PIC 9(8) VALUE ZERO.

      * Processing-calendar interface (shared CALCHK checker), used
      * here only for its due-date service.
       COPY CALCHKWS.

       01  WS-STATEMENT-WORK-FIELDS.
           05  WS-OPENING-BALANCE   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-RUNNING-BALANCE   PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ADDRESS-WORK-RECORD.
           COPY ADDRREC.

      * The restriction master record (copybook RSTRREC), advanced on
      * the same balance line; a customer can have several rows.
       01  WS-RESTRICTION-WORK-RECORD.
           COPY RSTRREC.

       COPY NAMSTDWS.

      * Standard end-of-job control report fields, shared with the

       01  WS-STATEMENT-LINES.
           05  WS-STL-HEADER-LINE.
               10  WS-STL-TITLE     PIC X(16) VALUE 'STATEMENT'.
               10  FILLER           PIC X(9)  VALUE 'CUSTOMER '.
               10  WS-STL-CUST-ID   PIC 9(10).
               10  FILLER           PIC X(6)  VALUE '  PAGE'.
               10  WS-STL-PAGE      PIC ZZZ9.
               10  FILLER           PIC X(87) VALUE SPACES.
           05  WS-STL-NAME-LINE.
               10  FILLER           PIC X(10) VALUE SPACES.
               10  WS-STL-STD-NAME  PIC X(64).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  WS-STL-DET-REF   PIC X(14).
               10  FILLER           PIC X(74) VALUE SPACES.
           05  WS-STL-DUE-DATE-LINE.
               10  FILLER           PIC X(20) VALUE 'PAYMENT DUE DATE'.
               10  FILLER           PIC X(6)  VALUE SPACES.
               10  WS-STL-DUE-DATE  PIC 9(8).
               10  FILLER           PIC X(98) VALUE SPACES.
           05  WS-STL-CLOSED-LINE.
               10  FILLER           PIC X(32)
                   VALUE 'ACCOUNT CLOSED, PAID IN FULL ON '.
               10  WS-STL-CLOSE-DATE PIC 9(8).
               10  FILLER           PIC X(92) VALUE SPACES.
           05  WS-STL-BLANK-LINE    PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE 'STMTGEN' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM GET-RUN-OPTIONS.
           PERFORM 8900-REFUSE-DRY-RUN-CUSTOMERS.
           PERFORM OPEN-FILES.
           PERFORM READ-CUSTOMER-RECORD.
           SORT SORT-WORK-FILE
               MOVE WS-OPT-NUMVAL TO WS-STMT-FROM-DATE
           END-IF.
           DISPLAY 'OPTION IN EFFECT: STMTFROM=' WS-STMT-FROM-DATE.
           MOVE 'DUEDAYS' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND RUN-OPTION-NUMERIC
                   AND WS-OPT-NUMVAL > ZERO AND WS-OPT-NUMVAL < 100
               MOVE WS-OPT-NUMVAL TO WS-DUE-DAYS
           END-IF.
           DISPLAY 'OPTION IN EFFECT: DUEDAYS=' WS-DUE-DAYS.
           PERFORM FIND-PAYMENT-DUE-DATE.

       FIND-PAYMENT-DUE-DATE.
      * One due date serves the whole run: every statement printed
      * tonight is dated the cycle date.
           MOVE WS-RUN-DATE TO WS-CAL-PRIOR-DATE.
           MOVE WS-RUN-DATE TO WS-CAL-CYCLE-DATE.
           MOVE 'DUED' TO WS-CAL-CYCLE-TYPE.
           MOVE WS-DUE-DAYS TO WS-CAL-ADD-DAYS.
           CALL 'CALCHK' USING WS-CALENDAR-REQUEST.
           IF CAL-CHECK-OK OR CAL-NO-CALENDAR
                   OR CAL-CALENDAR-TOO-SHORT
               MOVE WS-CAL-EXPECT-DATE TO WS-PAYMENT-DUE-DATE
           END-IF.
           IF CAL-CALENDAR-TOO-SHORT
               DISPLAY 'WARNING: CALENDAR ENDS BEFORE THE DUE DATE, '
                       'WEEKDAYS COUNTED INSTEAD.'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-PAYMENT-DUE-DATE = ZERO
               DISPLAY 'Payment due date not found for cycle '
                       WS-RUN-DATE ', reason ' WS-CAL-CHECK-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY 'PAYMENT DUE DATE THIS RUN: ' WS-PAYMENT-DUE-DATE.

       OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE.
               CLOSE MISSING-ADDR-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT MINIMUM-DUE-FILE.
           IF WS-MINDUE-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening minimum-due file: '
                       WS-MINDUE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               CLOSE STATEMENT-FILE
               CLOSE MISSING-ADDR-FILE
               CLOSE SUPPRESSION-REGISTER-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT BAD-ADDRESS-FILE.
           IF WS-BADADDR-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening bad-address worklist: '
                       WS-BADADDR-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               CLOSE STATEMENT-FILE
               CLOSE MISSING-ADDR-FILE
               CLOSE SUPPRESSION-REGISTER-FILE
               CLOSE MINIMUM-DUE-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT ESTATEMENT-FILE.
           IF WS-ESTMT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening electronic statement file: '
                       WS-ESTMT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               CLOSE STATEMENT-FILE
               CLOSE MISSING-ADDR-FILE
               CLOSE SUPPRESSION-REGISTER-FILE
               CLOSE MINIMUM-DUE-FILE
               CLOSE BAD-ADDRESS-FILE
               GOBACK
           END-IF.
           PERFORM WRITE-ESTATEMENT-HEADER.
      * No restriction master means no customer is restricted.
           OPEN INPUT RESTRICTION-MASTER-FILE.
           IF WS-RESTRICTION-FILE-STATUS NOT = '00'
               DISPLAY 'No restriction master, status '
                       WS-RESTRICTION-FILE-STATUS
                       ' - no statements stopped by restriction.'
               SET RESTRICTION-EOF TO TRUE
           ELSE
               PERFORM READ-RESTRICTION-RECORD
           END-IF.
      * Without the account extract every statement figures its
      * minimum under 'NO ACCT'; without the rate master every type
      * is pay-in-full. Neither stops the statements.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = '00'
               DISPLAY 'No account extract, status '
                       WS-ACCOUNT-FILE-STATUS
                       ' - minimums figured under NO ACCT.'
               SET ACCOUNT-EOF TO TRUE
           ELSE
               PERFORM READ-ACCOUNT-RECORD
           END-IF.
           PERFORM LOAD-MIN-DUE-RULES.
           PERFORM LOAD-FINAL-STATEMENT-REQUESTS.

      * Transfer-envelope records (marker HDR*/TRL*) are not data;
      * this reader skips them rather than verifying (the nightly
               END-READ
           END-PERFORM.

       READ-RESTRICTION-RECORD.
           READ RESTRICTION-MASTER-FILE
                   INTO WS-RESTRICTION-WORK-RECORD
               AT END SET RESTRICTION-EOF TO TRUE
           END-READ.

       READ-ACCOUNT-RECORD.
           MOVE 'N' TO WS-ACCT-DATA-SW.
           PERFORM UNTIL ACCOUNT-EOF OR ACCT-DATA-RECORD
               READ ACCOUNT-FILE INTO WS-ACCOUNT-FILE-RECORD
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

       LOAD-MIN-DUE-RULES.
           OPEN INPUT RATE-MASTER-FILE.
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY 'No rate master, status ' WS-RATE-FILE-STATUS
                       ' - every minimum is the full balance.'
           ELSE
               PERFORM LOAD-ONE-MIN-DUE-RULE
                   UNTIL RATE-EOF
               CLOSE RATE-MASTER-FILE
           END-IF.
           DISPLAY 'Minimum-payment rules in force: '
                   WS-MDT-ENTRY-COUNT.

       LOAD-ONE-MIN-DUE-RULE.
      * Only the row in force on the statement date matters; the
      * same blank-date normalization as the posting run's loader.
           READ RATE-MASTER-FILE INTO WS-RATE-MASTER-RECORD
               AT END SET RATE-EOF TO TRUE
               NOT AT END
                   IF WS-RMR-EFF-FROM IS NUMERIC
                       MOVE WS-RMR-EFF-FROM TO WS-RATE-EFF-FROM
                   ELSE
                       MOVE ZERO TO WS-RATE-EFF-FROM
                   END-IF
                   IF WS-RMR-EFF-TO IS NUMERIC
                           AND WS-RMR-EFF-TO NOT = ZERO
                       MOVE WS-RMR-EFF-TO TO WS-RATE-EFF-TO
                   ELSE
                       MOVE 99999999 TO WS-RATE-EFF-TO
                   END-IF
                   IF WS-RUN-DATE >= WS-RATE-EFF-FROM
                           AND WS-RUN-DATE <= WS-RATE-EFF-TO
                       PERFORM STORE-MIN-DUE-RULE
                   END-IF
           END-READ.

       STORE-MIN-DUE-RULE.
           IF WS-MDT-ENTRY-COUNT >= WS-MDT-MAX-ENTRIES
               DISPLAY 'WARNING: MINIMUM-PAYMENT RULE TABLE FULL AT '
                       WS-MDT-MAX-ENTRIES
               MOVE 4 TO RETURN-CODE
               SET RATE-EOF TO TRUE
           ELSE
               ADD 1 TO WS-MDT-ENTRY-COUNT
               MOVE WS-RMR-ACC-TYPE
                   TO WS-MDT-ACC-TYPE(WS-MDT-ENTRY-COUNT)
      * Rows cut before the rule existed carry blanks: no rule.
               IF WS-RMR-MIN-DUE-PCT IS NUMERIC
                   MOVE WS-RMR-MIN-DUE-PCT
                       TO WS-MDT-MIN-PCT(WS-MDT-ENTRY-COUNT)
               ELSE
                   MOVE ZERO TO WS-MDT-MIN-PCT(WS-MDT-ENTRY-COUNT)
               END-IF
               IF WS-RMR-MIN-DUE-FLOOR IS NUMERIC
                   MOVE WS-RMR-MIN-DUE-FLOOR
                       TO WS-MDT-MIN-FLOOR(WS-MDT-ENTRY-COUNT)
               ELSE
                   MOVE ZERO TO WS-MDT-MIN-FLOOR(WS-MDT-ENTRY-COUNT)
               END-IF
           END-IF.

       LOAD-FINAL-STATEMENT-REQUESTS.
           OPEN INPUT FINAL-STATEMENT-FILE.
           IF WS-FINAL-FILE-STATUS NOT = '00'
               DISPLAY 'No final-statement selection, status '
                       WS-FINAL-FILE-STATUS
                       ' - no final statements this run.'
           ELSE
               PERFORM LOAD-ONE-FINAL-STATEMENT-REQUEST
                   UNTIL FINAL-SELECT-EOF
               CLOSE FINAL-STATEMENT-FILE
           END-IF.
           DISPLAY 'Final statements requested: '
                   WS-FST-ENTRY-COUNT.

       LOAD-ONE-FINAL-STATEMENT-REQUEST.
           READ FINAL-STATEMENT-FILE
               AT END SET FINAL-SELECT-EOF TO TRUE
               NOT AT END
                   IF WS-FSR-CUST-ID IS NUMERIC
                       PERFORM STORE-FINAL-STATEMENT-REQUEST
                   END-IF
           END-READ.

       STORE-FINAL-STATEMENT-REQUEST.
           IF WS-FST-ENTRY-COUNT >= WS-FST-MAX-ENTRIES
               DISPLAY 'WARNING: FINAL-STATEMENT TABLE FULL AT '
                       WS-FST-MAX-ENTRIES
               MOVE 4 TO RETURN-CODE
               SET FINAL-SELECT-EOF TO TRUE
           ELSE
               ADD 1 TO WS-FST-ENTRY-COUNT
               MOVE WS-FSR-CUST-ID
                   TO WS-FST-CUST-ID(WS-FST-ENTRY-COUNT)
               MOVE WS-FSR-CLOSE-DATE
                   TO WS-FST-CLOSE-DATE(WS-FST-ENTRY-COUNT)
           END-IF.

       RELEASE-HISTORY.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = '00'
      * last digit of the id) is in this run's wave and a statement
      * opens, or the whole customer is passed over for another
      * wave's run.
      * A customer owed a final statement opens in any wave.
           MOVE WS-TH-CUST-ID(10:1) TO WS-CUST-CYCLE-DIGIT.
           PERFORM FIND-FINAL-STATEMENT-REQUEST.
           IF ALL-CYCLES-SELECTED
                   OR WS-CUST-CYCLE-DIGIT = WS-STMT-CYCLE-SEL
                   OR FINAL-STATEMENT
               MOVE WS-TH-CUST-ID TO WS-STB-CUST-ID
               MOVE ZERO TO WS-STB-COUNT
               MOVE ZERO TO WS-STB-NET-AMOUNT
               ADD 1 TO WS-WAVE-SKIP-COUNT
           END-IF.

       FIND-FINAL-STATEMENT-REQUEST.
           MOVE 'N' TO WS-FINAL-STMT-SW.
           MOVE ZERO TO WS-FST-PICKED.
           PERFORM VARYING WS-FST-IDX FROM 1 BY 1
                   UNTIL WS-FST-IDX > WS-FST-ENTRY-COUNT
                   OR FINAL-STATEMENT
               IF WS-FST-CUST-ID(WS-FST-IDX) = WS-TH-CUST-ID
                   MOVE WS-FST-IDX TO WS-FST-PICKED
                   SET FINAL-STATEMENT TO TRUE
               END-IF
           END-PERFORM.

       FINISH-STATEMENT.
           CLOSE STATEMENT-WORK-FILE.
           PERFORM FIND-MASTER-FOR-STATEMENT.
           IF MASTER-REC-FOUND
               PERFORM FIND-RESTRICTION-FOR-STATEMENT
               EVALUATE TRUE
                   WHEN WS-CFR-CUST-STATUS = 'W'
                       PERFORM WRITE-CHARGED-OFF-SUPPRESSION
                   WHEN CUST-STATEMENTS-STOPPED
                       PERFORM WRITE-RESTRICTED-SUPPRESSION
                   WHEN WS-STB-PERIOD-COUNT = ZERO
                           AND NOT FINAL-STATEMENT
                       PERFORM WRITE-SUPPRESSION-RECORD
                   WHEN OTHER
                       PERFORM FIND-ADDRESS-FOR-STATEMENT
                       PERFORM CHOOSE-DELIVERY-CHANNEL
                       IF PAPER-COPY-WANTED AND ADDRESS-REC-FOUND
                               AND ADR-UNDELIVERABLE
                           IF ELECTRONIC-COPY-WANTED
                               MOVE 'N' TO WS-PAPER-COPY-SW
                               ADD 1 TO WS-PAPER-HELD-COUNT
                               PERFORM WRITE-BAD-ADDRESS-ENTRY
                               PERFORM ISSUE-ONE-STATEMENT
                           ELSE
                               PERFORM HOLD-UNDELIVERABLE-STATEMENT
                           END-IF
                       ELSE
                           PERFORM ISSUE-ONE-STATEMENT
                       END-IF
               END-EVALUATE
           ELSE
               ADD 1 TO WS-ORPHAN-HIST-COUNT
               DISPLAY 'History with no customer on master: '
           MOVE 'NO ACTIVITY IN PERIOD' TO WS-SUP-REASON.
           WRITE WS-SUPPRESSION-RECORD.

       WRITE-CHARGED-OFF-SUPPRESSION.
           ADD 1 TO WS-SUPPRESSED-COUNT.
           ADD 1 TO WS-CHARGED-OFF-COUNT.
           MOVE WS-STB-CUST-ID TO WS-SUP-CUST-ID.
           MOVE WS-CFR-CUST-NAME TO WS-SUP-CUST-NAME.
           MOVE 'CUSTOMER CHARGED OFF' TO WS-SUP-REASON.
           WRITE WS-SUPPRESSION-RECORD.

       WRITE-RESTRICTED-SUPPRESSION.
           ADD 1 TO WS-SUPPRESSED-COUNT.
           ADD 1 TO WS-RESTRICTED-CNT.
           MOVE WS-STB-CUST-ID TO WS-SUP-CUST-ID.
           MOVE WS-CFR-CUST-NAME TO WS-SUP-CUST-NAME.
           MOVE 'CUSTOMER RESTRICTED' TO WS-SUP-REASON.
           WRITE WS-SUPPRESSION-RECORD.

       FIND-RESTRICTION-FOR-STATEMENT.
      * The restriction master is in customer-id order too, and may
      * hold several rows per customer: every row for this customer
      * is read through, and any one in force on the run date that
      * stops statements stops this one.
           PERFORM UNTIL RESTRICTION-EOF
                   OR WS-RS-CUST-ID >= WS-STB-CUST-ID
               PERFORM READ-RESTRICTION-RECORD
           END-PERFORM.
           MOVE 'N' TO WS-STMT-STOP-SW.
           PERFORM UNTIL RESTRICTION-EOF
                   OR WS-RS-CUST-ID NOT = WS-STB-CUST-ID
               IF RS-STOPS-STATEMENTS
                       AND WS-RS-EFF-FROM <= WS-RUN-DATE
                       AND (WS-RS-EFF-TO = ZERO
                           OR WS-RS-EFF-TO >= WS-RUN-DATE)
                   SET CUST-STATEMENTS-STOPPED TO TRUE
               END-IF
               PERFORM READ-RESTRICTION-RECORD
           END-PERFORM.

       HOLD-UNDELIVERABLE-STATEMENT.
           ADD 1 TO WS-SUPPRESSED-COUNT.
           ADD 1 TO WS-UNDELIVERABLE-CNT.
           MOVE WS-STB-CUST-ID TO WS-SUP-CUST-ID.
           MOVE WS-CFR-CUST-NAME TO WS-SUP-CUST-NAME.
           MOVE 'ADDRESS UNDELIVERABLE' TO WS-SUP-REASON.
           WRITE WS-SUPPRESSION-RECORD.
           PERFORM WRITE-BAD-ADDRESS-ENTRY.

       WRITE-BAD-ADDRESS-ENTRY.
           MOVE SPACES TO WS-BAD-ADDRESS-RECORD.
           MOVE WS-CR-JOB-NAME TO WS-BAD-SOURCE-JOB.
           MOVE WS-STB-CUST-ID TO WS-BAD-CUST-ID.
           MOVE WS-CFR-CUST-NAME TO WS-BAD-CUST-NAME.
           MOVE WS-ADR-RETURN-DATE TO WS-BAD-RETURN-DATE.
           MOVE WS-ADR-RETURN-REASON TO WS-BAD-RETURN-REASON.
           MOVE 'STATEMENT' TO WS-BAD-HELD-ITEM.
           MOVE WS-CFR-CUST-BALANCE TO WS-BAD-HELD-AMOUNT.
           MOVE WS-RUN-DATE TO WS-BAD-CYCLE-DATE.
           WRITE WS-BAD-ADDRESS-RECORD.

       CHOOSE-DELIVERY-CHANNEL.
      * Paper unless the address master asks for electronic delivery
      * and holds an e-mail address to deliver to; both keeps the
      * paper copy as well. No address record means no preference.
           MOVE 'Y' TO WS-PAPER-COPY-SW.
           MOVE 'N' TO WS-ELECTRONIC-COPY-SW.
           IF ADDRESS-REC-FOUND AND ADR-WANTS-ELECTRONIC
               IF WS-ADR-EMAIL = SPACES
                   ADD 1 TO WS-NO-EMAIL-COUNT
               ELSE
                   MOVE 'Y' TO WS-ELECTRONIC-COPY-SW
                   IF ADR-DELIVER-EMAIL
                       MOVE 'N' TO WS-PAPER-COPY-SW
                   END-IF
               END-IF
           END-IF.

       FIND-MASTER-FOR-STATEMENT.
      * Both the master and the sorted history arrive in customer-id
      * order, so the master only ever advances.
               MOVE 'Y' TO WS-MASTER-FOUND-SW
           END-IF.

       ISSUE-ONE-STATEMENT.
      * The figures every channel shows are worked out once; the
      * paper and electronic copies are each produced from them, and
      * the minimum due is written once whichever went out.
           ADD 1 TO WS-STMT-COUNT.
           EVALUATE TRUE
               WHEN PAPER-COPY-WANTED AND ELECTRONIC-COPY-WANTED
                   ADD 1 TO WS-BOTH-CHANNEL-COUNT
               WHEN ELECTRONIC-COPY-WANTED
                   ADD 1 TO WS-ELECTRONIC-ONLY-CNT
               WHEN OTHER
                   ADD 1 TO WS-PAPER-ONLY-COUNT
           END-EVALUATE.
           MOVE WS-CFR-CUST-BALANCE TO WS-CLOSING-BALANCE.
           COMPUTE WS-OPENING-BALANCE =
               WS-CLOSING-BALANCE - WS-STB-NET-AMOUNT.
           MOVE WS-CFR-CUST-NAME TO WS-SN-FREEFORM-NAME.
           PERFORM 8310-PARSE-AND-STANDARDIZE-NAME.
           IF FINAL-STATEMENT
               ADD 1 TO WS-FINAL-STMT-COUNT
           END-IF.
           MOVE ZERO TO WS-MINIMUM-DUE.
           IF WS-CLOSING-BALANCE > ZERO
               PERFORM FIGURE-MINIMUM-DUE
           END-IF.
           IF PAPER-COPY-WANTED
               PERFORM PRINT-ONE-STATEMENT
           END-IF.
           IF ELECTRONIC-COPY-WANTED
               PERFORM WRITE-ELECTRONIC-STATEMENT
           END-IF.
           IF WS-CLOSING-BALANCE > ZERO
               PERFORM WRITE-MINIMUM-DUE-RECORD
           END-IF.

       PRINT-ONE-STATEMENT.
           MOVE ZERO TO WS-PAGE-NUMBER.
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE.
           IF FINAL-STATEMENT
               MOVE 'FINAL STATEMENT' TO WS-STL-TITLE
           ELSE
               MOVE 'STATEMENT' TO WS-STL-TITLE
           END-IF.
           PERFORM START-STATEMENT-PAGE.
           PERFORM PRINT-ADDRESS-BLOCK.
           MOVE 'OPENING BALANCE' TO WS-STL-BAL-LABEL.
           PERFORM WRITE-BALANCE-LINE.
      * Second pass: the spooled details come back in the order the
      * sort delivered them and print with the running balance.
           PERFORM OPEN-STATEMENT-WORK-FILE.
           PERFORM PRINT-ONE-DETAIL
               UNTIL WORK-FILE-EOF.
           PERFORM CLOSE-STATEMENT-WORK-FILE.
           MOVE 'CLOSING BALANCE' TO WS-STL-BAL-LABEL.
           MOVE WS-CLOSING-BALANCE TO WS-STL-BAL-AMT.
           PERFORM WRITE-BALANCE-LINE.
           IF WS-CLOSING-BALANCE > ZERO
               MOVE 'MINIMUM PAYMENT DUE' TO WS-STL-BAL-LABEL
               MOVE WS-MINIMUM-DUE TO WS-STL-BAL-AMT
               PERFORM WRITE-BALANCE-LINE
               MOVE WS-PAYMENT-DUE-DATE TO WS-STL-DUE-DATE
               WRITE WS-STATEMENT-LINE FROM WS-STL-DUE-DATE-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           IF FINAL-STATEMENT AND WS-CLOSING-BALANCE = ZERO
               MOVE WS-FST-CLOSE-DATE(WS-FST-PICKED)
                   TO WS-STL-CLOSE-DATE
               WRITE WS-STATEMENT-LINE FROM WS-STL-CLOSED-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           WRITE WS-STATEMENT-LINE FROM WS-STL-BLANK-LINE.

       OPEN-STATEMENT-WORK-FILE.
           MOVE 'N' TO WS-WORK-EOF-SW.
           OPEN INPUT STATEMENT-WORK-FILE.
           IF WS-WORK-FILE-STATUS NOT = '00'
               MOVE 12 TO RETURN-CODE
               SET WORK-FILE-EOF TO TRUE
           END-IF.

       CLOSE-STATEMENT-WORK-FILE.
           IF WS-WORK-FILE-STATUS = '00'
                   OR WS-WORK-FILE-STATUS = '10'
               CLOSE STATEMENT-WORK-FILE
           END-IF.

       WRITE-ELECTRONIC-STATEMENT.
      * One statement-header record, the name block, the opening
      * balance, each detail with its running balance (the work file
      * read back once more), then the closing balance and, with a
      * balance owing, the minimum payment due.
           MOVE ZERO TO WS-ESTMT-LINE-SEQ.
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE.
           MOVE SPACES TO WS-ESTATEMENT-RECORD.
           SET EST-STATEMENT-HEADER TO TRUE.
           MOVE WS-RUN-DATE TO WS-EST-STMT-DATE.
           IF FINAL-STATEMENT
               SET EST-FINAL-STATEMENT TO TRUE
               MOVE WS-FST-CLOSE-DATE(WS-FST-PICKED)
                   TO WS-EST-CLOSE-DATE
           ELSE
               SET EST-CYCLE-STATEMENT TO TRUE
               MOVE ZERO TO WS-EST-CLOSE-DATE
           END-IF.
           MOVE WS-ADR-EMAIL TO WS-EST-EMAIL.
           MOVE WS-ADR-DELIVERY-PREF TO WS-EST-DELIVERY-PREF.
           MOVE WS-OPENING-BALANCE TO WS-EST-OPENING-BAL.
           MOVE WS-CLOSING-BALANCE TO WS-EST-CLOSING-BAL.
           MOVE WS-MINIMUM-DUE TO WS-EST-MINIMUM-DUE.
           IF WS-CLOSING-BALANCE > ZERO
               MOVE WS-PAYMENT-DUE-DATE TO WS-EST-DUE-DATE
           ELSE
               MOVE ZERO TO WS-EST-DUE-DATE
           END-IF.
           MOVE WS-STB-COUNT TO WS-EST-TRAN-COUNT.
           PERFORM WRITE-ESTATEMENT-RECORD.
           IF WS-CLOSING-BALANCE < ZERO
               SUBTRACT WS-CLOSING-BALANCE FROM WS-ESTMT-HASH
           ELSE
               ADD WS-CLOSING-BALANCE TO WS-ESTMT-HASH
           END-IF.
           MOVE WS-SN-STANDARDIZED TO WS-ESTMT-TEXT.
           PERFORM WRITE-ESTATEMENT-NAME-LINE.
           MOVE WS-ADR-LINE1 TO WS-ESTMT-TEXT.
           PERFORM WRITE-ESTATEMENT-NAME-LINE.
           IF WS-ADR-LINE2 NOT = SPACES
               MOVE WS-ADR-LINE2 TO WS-ESTMT-TEXT
               PERFORM WRITE-ESTATEMENT-NAME-LINE
           END-IF.
           MOVE SPACES TO WS-ESTMT-TEXT.
           MOVE WS-ADR-CITY TO WS-ESTMT-TEXT(1:20).
           MOVE WS-ADR-POSTAL-CODE TO WS-ESTMT-TEXT(22:10).
           PERFORM WRITE-ESTATEMENT-NAME-LINE.
           MOVE 'OPENING BALANCE' TO WS-STL-BAL-LABEL.
           MOVE WS-OPENING-BALANCE TO WS-ESTMT-AMOUNT.
           PERFORM WRITE-ESTATEMENT-BALANCE-LINE.
           PERFORM OPEN-STATEMENT-WORK-FILE.
           PERFORM WRITE-ESTATEMENT-DETAIL
               UNTIL WORK-FILE-EOF.
           PERFORM CLOSE-STATEMENT-WORK-FILE.
           MOVE 'CLOSING BALANCE' TO WS-STL-BAL-LABEL.
           MOVE WS-CLOSING-BALANCE TO WS-ESTMT-AMOUNT.
           PERFORM WRITE-ESTATEMENT-BALANCE-LINE.
           IF WS-CLOSING-BALANCE > ZERO
               MOVE 'MINIMUM PAYMENT DUE' TO WS-STL-BAL-LABEL
               MOVE WS-MINIMUM-DUE TO WS-ESTMT-AMOUNT
               PERFORM WRITE-ESTATEMENT-BALANCE-LINE
           END-IF.

       WRITE-ESTATEMENT-NAME-LINE.
           MOVE SPACES TO WS-ESTATEMENT-RECORD.
           SET EST-NAME-LINE TO TRUE.
           MOVE WS-ESTMT-TEXT TO WS-EST-NAME-TEXT.
           PERFORM WRITE-ESTATEMENT-RECORD.

      * Same labels the printed balance lines carry.
       WRITE-ESTATEMENT-BALANCE-LINE.
           MOVE SPACES TO WS-ESTATEMENT-RECORD.
           SET EST-BALANCE-LINE TO TRUE.
           MOVE WS-STL-BAL-LABEL TO WS-EST-BAL-LABEL.
           MOVE WS-ESTMT-AMOUNT TO WS-EST-BAL-AMOUNT.
           PERFORM WRITE-ESTATEMENT-RECORD.

       WRITE-ESTATEMENT-DETAIL.
           READ STATEMENT-WORK-FILE INTO WS-WORK-DETAIL-RECORD
               AT END SET WORK-FILE-EOF TO TRUE
               NOT AT END
                   ADD WS-WD-AMOUNT TO WS-RUNNING-BALANCE
                   MOVE SPACES TO WS-ESTATEMENT-RECORD
                   SET EST-TRANSACTION-LINE TO TRUE
                   MOVE WS-WD-POST-DATE TO WS-EST-TX-POST-DATE
                   MOVE WS-WD-TRAN-TYPE TO WS-EST-TX-TYPE
                   MOVE WS-WD-AMOUNT TO WS-EST-TX-AMOUNT
                   MOVE WS-RUNNING-BALANCE TO WS-EST-TX-RUNNING
                   MOVE WS-WD-REF TO WS-EST-TX-REF
                   PERFORM WRITE-ESTATEMENT-RECORD
           END-READ.

       WRITE-ESTATEMENT-RECORD.
           MOVE WS-STB-CUST-ID TO WS-EST-CUST-ID.
           ADD 1 TO WS-ESTMT-LINE-SEQ.
           MOVE WS-ESTMT-LINE-SEQ TO WS-EST-LINE-SEQ.
           WRITE WS-ESTATEMENT-RECORD.
           ADD 1 TO WS-ESTMT-REC-COUNT.

       WRITE-ESTATEMENT-HEADER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'HDR*' TO WS-ENV-MARKER.
           MOVE 'ESTMTFIL' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE 'DAIL' TO WS-ENV-CYCLE.
           MOVE ZERO TO WS-ENV-REC-COUNT.
           MOVE ZERO TO WS-ENV-HASH-TOTAL.
           WRITE WS-ESTATEMENT-RECORD FROM WS-ENVELOPE-RECORD.

       WRITE-ESTATEMENT-TRAILER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'TRL*' TO WS-ENV-MARKER.
           MOVE 'ESTMTFIL' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE 'DAIL' TO WS-ENV-CYCLE.
           MOVE WS-ESTMT-REC-COUNT TO WS-ENV-REC-COUNT.
           MOVE WS-ESTMT-HASH TO WS-ENV-HASH-TOTAL.
           WRITE WS-ESTATEMENT-RECORD FROM WS-ENVELOPE-RECORD.

       FIGURE-MINIMUM-DUE.
           PERFORM FIND-PRIMARY-ACC-TYPE.
           MOVE ZERO TO WS-MDT-PICKED.
           PERFORM VARYING WS-MDT-IDX FROM 1 BY 1
                   UNTIL WS-MDT-IDX > WS-MDT-ENTRY-COUNT
                   OR WS-MDT-PICKED > ZERO
               IF WS-MDT-ACC-TYPE(WS-MDT-IDX) = WS-STMT-ACC-TYPE
                   MOVE WS-MDT-IDX TO WS-MDT-PICKED
               END-IF
           END-PERFORM.
           IF WS-MDT-PICKED > ZERO
               IF WS-MDT-MIN-PCT(WS-MDT-PICKED) = ZERO
                       AND WS-MDT-MIN-FLOOR(WS-MDT-PICKED) = ZERO
                   MOVE ZERO TO WS-MDT-PICKED
               END-IF
           END-IF.
           IF WS-MDT-PICKED = ZERO
               ADD 1 TO WS-NO-RULE-COUNT
               MOVE WS-CLOSING-BALANCE TO WS-MINIMUM-DUE
           ELSE
               COMPUTE WS-MINIMUM-DUE ROUNDED =
                   WS-CLOSING-BALANCE
                   * WS-MDT-MIN-PCT(WS-MDT-PICKED) / 100
               IF WS-MINIMUM-DUE < WS-MDT-MIN-FLOOR(WS-MDT-PICKED)
                   MOVE WS-MDT-MIN-FLOOR(WS-MDT-PICKED)
                       TO WS-MINIMUM-DUE
               END-IF
               IF WS-MINIMUM-DUE > WS-CLOSING-BALANCE
                   MOVE WS-CLOSING-BALANCE TO WS-MINIMUM-DUE
               END-IF
           END-IF.

       FIND-PRIMARY-ACC-TYPE.
      * The account extract is in customer-id order (then account
      * number) like everything else on this balance line, so the
      * first account seen for the customer is the primary.
           MOVE 'NO ACCT' TO WS-STMT-ACC-TYPE.
           PERFORM UNTIL ACCOUNT-EOF
                   OR WS-AFR-CUST-ID >= WS-STB-CUST-ID
               PERFORM READ-ACCOUNT-RECORD
           END-PERFORM.
           IF NOT ACCOUNT-EOF
                   AND WS-AFR-CUST-ID = WS-STB-CUST-ID
               MOVE WS-AFR-ACC-TYPE TO WS-STMT-ACC-TYPE
           END-IF.

       WRITE-MINIMUM-DUE-RECORD.
           MOVE SPACES TO WS-MINIMUM-DUE-RECORD.
           MOVE WS-STB-CUST-ID TO WS-MD-CUST-ID.
           MOVE WS-RUN-DATE TO WS-MD-STMT-DATE.
           MOVE WS-PAYMENT-DUE-DATE TO WS-MD-DUE-DATE.
           MOVE WS-MINIMUM-DUE TO WS-MD-MIN-DUE.
           MOVE WS-CLOSING-BALANCE TO WS-MD-CLOSING-BAL.
           MOVE WS-STMT-ACC-TYPE TO WS-MD-ACC-TYPE.
           WRITE WS-MINIMUM-DUE-RECORD.
           ADD 1 TO WS-MINDUE-COUNT.
           ADD WS-MINIMUM-DUE TO WS-MINDUE-TOTAL.

       START-STATEMENT-PAGE.
           ADD 1 TO WS-PAGE-NUMBER.
                   OR WS-ADDRESS-FILE-STATUS = '10'
               CLOSE ADDRESS-FILE
           END-IF.
           IF WS-RESTRICTION-FILE-STATUS = '00'
                   OR WS-RESTRICTION-FILE-STATUS = '10'
               CLOSE RESTRICTION-MASTER-FILE
           END-IF.
           CLOSE STATEMENT-FILE.
           CLOSE MISSING-ADDR-FILE.
           CLOSE SUPPRESSION-REGISTER-FILE.
           CLOSE BAD-ADDRESS-FILE.
           CLOSE MINIMUM-DUE-FILE.
           PERFORM WRITE-ESTATEMENT-TRAILER.
           CLOSE ESTATEMENT-FILE.
           IF WS-ACCOUNT-FILE-STATUS = '00'
                   OR WS-ACCOUNT-FILE-STATUS = '10'
               CLOSE ACCOUNT-FILE
           END-IF.
           DISPLAY 'History records read: ' WS-HIST-READ-COUNT.
           DISPLAY 'Statements issued:    ' WS-STMT-COUNT.
           DISPLAY '  of which paper only: ' WS-PAPER-ONLY-COUNT.
           DISPLAY '  of which electronic only: '
                   WS-ELECTRONIC-ONLY-CNT.
           DISPLAY '  of which paper and electronic: '
                   WS-BOTH-CHANNEL-COUNT.
           DISPLAY '  of which final statements: ' WS-FINAL-STMT-COUNT.
           DISPLAY 'Statements suppressed (no activity): '
                   WS-SUPPRESSED-COUNT.
           DISPLAY '  of which charged off: ' WS-CHARGED-OFF-COUNT.
           DISPLAY '  of which held, address undeliverable: '
                   WS-UNDELIVERABLE-CNT.
           DISPLAY '  of which customer restricted: ' WS-RESTRICTED-CNT.
           DISPLAY 'Customers passed to other waves: '
                   WS-WAVE-SKIP-COUNT.
           DISPLAY 'History with no master customer: '
                   WS-ORPHAN-HIST-COUNT.
           DISPLAY 'Statements with no address on file: '
                   WS-MISSING-ADDR-CNT.
           DISPLAY 'Minimum-due records written: ' WS-MINDUE-COUNT
                   ' total ' WS-MINDUE-TOTAL.
           DISPLAY 'Minimums at full balance (no rule): '
                   WS-NO-RULE-COUNT.
           DISPLAY 'Electronic preference, no e-mail (paper): '
                   WS-NO-EMAIL-COUNT.
           DISPLAY 'Paper copy held, address undeliverable: '
                   WS-PAPER-HELD-COUNT.
           DISPLAY 'Electronic statement records written: '
                   WS-ESTMT-REC-COUNT.
      * Issued plus suppressed (plus orphans) must tie to the
      * selected customers with history; the suppression register
      * carries the suppressed side of that proof.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           CALL 'RUNCTLWR' USING WS-RUN-CONTROL-RECORD.

       COPY CTLRPTPR.

       COPY DRYREFPR.
