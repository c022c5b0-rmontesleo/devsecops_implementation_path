       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCLOSE.
      * Payoff close-out. PARM='YYYYMMDD,CCCC' names the cycle; runs
      * after the nightly posting run and PAYQUOTE. PAYQIN carries
      * the payoff quotes still open -- last night's PAYQOUT
      * concatenated with tonight's PAYQUOT, layout in copybook
      * PAYQREC.
      *
      * A payment (history type 'P') posted tonight matches an open
      * quote for the same customer when its reference carries the
      * quote id, or failing that when it is for exactly the payoff
      * amount, and tonight falls between the quote date and the
      * good-through date. Each payment settles one quote at most.
      *
      * For each matched quote the residual is what tonight's
      * balance still shows once the interest and fee the month-end
      * accrual has not yet charged are added: interest per diem on
      * the quoted balance from the later of the quote's
      * interest-from date and the first of this month through
      * tonight (shared per-diem routine, copybooks PDIEMWS and
      * PDIEMPR), and the month's service fee if the quote carried
      * one. On a MEND cycle the posting run has just accrued the
      * month, so nothing is added. A residual within PAYTOLER
      * (control card, in cents, default 100) either way is cleared:
      *     PAYSTTL  settlement transactions for the next posting
      *              run, type 'Q' in the TRANFILE layout under the
      *              TRANFILE envelope, the reference the quote id
      *              followed by the part -- 'I' interest and 'F' fee
      *              charged, then 'D' debiting a small overpayment
      *              or 'C' crediting a small shortfall so the
      *              balance lands on zero
      *     PAYACRQ  a close request for the account in ACCTMNT's
      *              ACMNTRQ layout, action 'X', requested by the
      *              quote's requester, for ACCTMNT's normal path
      *     FINLSEL  the customer and close date, which tell the
      *              next STMTGEN to print a final statement
      * A larger residual is not cleared: the quote is listed for
      * collections and stays open until it expires, so a further
      * payment can still complete it.
      *
      * A quote not matched tonight is carried to PAYQOUT while its
      * good-through date is still ahead, and listed as expired once
      * it has passed. The register PAYCRPT lists every quote settled,
      * over tolerance or expired, with totals.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-FILE-IN ASSIGN TO PAYQIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUOTE-IN-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO TRANHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT RATE-MASTER-FILE ASSIGN TO RATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT QUOTE-FILE-OUT ASSIGN TO PAYQOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUOTE-OUT-STATUS.

           SELECT SETTLEMENT-TRAN-FILE ASSIGN TO PAYSTTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-FILE-STATUS.

           SELECT CLOSE-REQUEST-FILE ASSIGN TO PAYACRQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOSE-FILE-STATUS.

           SELECT FINAL-STATEMENT-FILE ASSIGN TO FINLSEL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FINAL-FILE-STATUS.

           SELECT CLOSE-REGISTER-FILE ASSIGN TO PAYCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-FILE-IN
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS WS-QUOTE-IN-RECORD.
       01  WS-QUOTE-IN-RECORD       PIC X(150).

       FD  TRAN-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-HISTORY-FILE-RECORD.
       01  WS-HISTORY-FILE-RECORD   PIC X(60).

       FD  CUSTOMER-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS WS-CUSTOMER-FILE-RECORD.
       01  WS-CUSTOMER-FILE-RECORD.
           05  WS-CFR-CUST-ID       PIC 9(10).
           05  WS-CFR-CUST-NAME     PIC X(30).
           05  WS-CFR-CUST-BALANCE  PIC S9(7)V99.
           05  WS-CFR-CUST-STATUS   PIC X(1).
               88  CFR-CHARGED-OFF      VALUE 'W'.

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

       FD  QUOTE-FILE-OUT
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS WS-QUOTE-OUT-RECORD.
       01  WS-QUOTE-OUT-RECORD      PIC X(150).

      * Settlement items, in the posting run's 100-byte TRANFILE
      * layout under the standard envelope.
       FD  SETTLEMENT-TRAN-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-SETTLEMENT-TRAN-RECORD.
       01  WS-SETTLEMENT-TRAN-RECORD PIC X(100).

      * Close requests in ACCTMNT's 100-byte ACMNTRQ layout.
       FD  CLOSE-REQUEST-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-CLOSE-REQUEST-RECORD.
       01  WS-CLOSE-REQUEST-RECORD  PIC X(100).

      * Customers due a final statement: the customer id and the
      * date the payoff closed the account.
       FD  FINAL-STATEMENT-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS WS-FINAL-STATEMENT-RECORD.
       01  WS-FINAL-STATEMENT-RECORD.
           05  WS-FNL-CUST-ID       PIC 9(10).
           05  WS-FNL-CLOSE-DATE    PIC 9(8).
           05  FILLER               PIC X(2).

       FD  CLOSE-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-CLOSE-REGISTER-LINE.
       01  WS-CLOSE-REGISTER-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-QUOTE-IN-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-HISTORY-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CUSTOMER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-RATE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-QUOTE-OUT-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-SETTLE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CLOSE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-FINAL-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REGISTER-FILE-STATUS.

       01  WS-PAYOFF-QUOTE-RECORD.
           COPY PAYQREC.

       01  WS-HISTORY-WORK-RECORD.
           COPY TRNHIST.

      * The open quotes, each with what tonight did to it: 'O' still
      * open, 'M' matched to a payment, 'S' settled, 'X' matched but
      * not settled.
       01  WS-QUOTE-TABLE.
           05  WS-QOT-ENTRY-COUNT   PIC 9(3) VALUE ZERO.
           05  WS-QOT-MAX-ENTRIES   PIC 9(3) VALUE 500.
           05  WS-QOT-ENTRY OCCURS 500 TIMES.
               10  WS-QOT-CUST-ID       PIC 9(10).
               10  WS-QOT-QUOTE-ID      PIC X(13).
               10  WS-QOT-PAYOFF-AMOUNT PIC 9(9)V99.
               10  WS-QOT-QUOTE-DATE    PIC 9(8).
               10  WS-QOT-GOOD-THRU     PIC 9(8).
               10  WS-QOT-STATE         PIC X(1).
                   88  QOT-OPEN             VALUE 'O'.
                   88  QOT-MATCHED          VALUE 'M'.
                   88  QOT-SETTLED          VALUE 'S'.
                   88  QOT-NOT-SETTLED      VALUE 'X'.
               10  WS-QOT-PAID-AMOUNT   PIC 9(9)V99.
               10  WS-QOT-PAY-REF       PIC X(14).
               10  WS-QOT-IMAGE         PIC X(150).
           05  WS-QOT-IDX           PIC 9(3) VALUE ZERO.
           05  WS-QOT-PICKED        PIC 9(3) VALUE ZERO.

       COPY PDIEMWS.

      * One settlement item as the posting run reads it: customer
      * key, the account paid off, type 'Q' and the part, the quote
      * id and part as the reference, the amount unsigned in the 17
      * amount bytes with the implied V99.
       01  WS-SETTLEMENT-WORK-RECORD.
           05  WS-STT-CUST-KEY      PIC 9(10).
           05  WS-STT-ACC-NUMBER    PIC 9(10).
           05  WS-STT-TRAN-TYPE     PIC X(1).
           05  WS-STT-PART          PIC X(1).
           05  WS-STT-REF.
               10  WS-STT-REF-QUOTE     PIC X(13).
               10  WS-STT-REF-PART      PIC X(1).
           05  FILLER               PIC X(6).
           05  WS-STT-EFF-DATE      PIC X(8).
           05  WS-STT-AMOUNT        PIC 9(15)V99.
           05  FILLER               PIC X(33).

      * The close request as ACCTMNT reads it: action 'X', account,
      * customer, blank type, zero limit, requester, blank approver.
       01  WS-CLOSE-REQUEST-WORK.
           05  WS-CRQ-ACTION        PIC X(1).
           05  WS-CRQ-ACC-NUMBER    PIC 9(10).
           05  WS-CRQ-CUST-ID       PIC 9(10).
           05  WS-CRQ-ACC-TYPE      PIC X(10).
           05  WS-CRQ-ACC-LIMIT     PIC 9(7)V99.
           05  WS-CRQ-REQUESTER-ID  PIC X(8).
           05  WS-CRQ-APPROVER-ID   PIC X(8).
           05  FILLER               PIC X(44).

      * The generated file wears the TRANFILE envelope so the
      * posting run's own check accepts it.
       01  WS-ENVELOPE-RECORD.
           COPY FILENVWS.

       01  WS-PARM-FIELDS.
           05  WS-PARM-LENGTH       PIC 9(4) VALUE ZERO.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05  WS-CYCLE-TYPE        PIC X(4) VALUE SPACES.

       COPY OPTPARWS.

       01  WS-CLOSE-CONTROL-FIELDS.
      * Largest residual cleared, in cents (PAYTOLER).
           05  WS-TOLERANCE-CENTS   PIC 9(5) VALUE 100.
           05  WS-TOLERANCE-AMOUNT  PIC 9(3)V99 VALUE ZERO.
           05  WS-MONTH-START       PIC 9(8) VALUE ZERO.
           05  WS-MONTH-START-PARTS REDEFINES WS-MONTH-START.
               10  WS-MONTH-START-YEAR  PIC 9(4).
               10  WS-MONTH-START-MONTH PIC 9(2).
               10  WS-MONTH-START-DAY   PIC 9(2).
           05  WS-PAYMENT-AMOUNT    PIC 9(9)V99 VALUE ZERO.
           05  WS-SETTLE-INTEREST   PIC 9(7)V99 VALUE ZERO.
           05  WS-SETTLE-FEE        PIC 9(7)V99 VALUE ZERO.
           05  WS-RESIDUAL          PIC S9(9)V99 VALUE ZERO.
           05  WS-RESIDUAL-ABS      PIC 9(9)V99 VALUE ZERO.
           05  WS-ITEM-PART         PIC X(1) VALUE SPACE.
           05  WS-ITEM-AMOUNT       PIC 9(9)V99 VALUE ZERO.
           05  WS-QUOTE-EOF-SW      PIC X(1) VALUE 'N'.
               88  QUOTE-EOF            VALUE 'Y'.
           05  WS-HIST-EOF-SW       PIC X(1) VALUE 'N'.
               88  HISTORY-EOF          VALUE 'Y'.
           05  WS-CUST-EOF-SW       PIC X(1) VALUE 'N'.
               88  CUSTOMER-EOF         VALUE 'Y'.
           05  WS-CUST-DATA-SW      PIC X(1) VALUE 'N'.
               88  CUST-DATA-RECORD     VALUE 'Y'.
           05  WS-RATE-EOF-SW       PIC X(1) VALUE 'N'.
               88  RATE-EOF             VALUE 'Y'.
           05  WS-REG-NOTE-WORK     PIC X(30) VALUE SPACES.
           05  WS-LAST-SETTLED-CUST PIC 9(10) VALUE ZERO.

       01  WS-RUN-COUNTERS.
           05  WS-QUOTE-READ-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-HIST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-PAYMENT-SEEN-COUNT PIC 9(9) VALUE ZERO.
           05  WS-MATCH-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-CUST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-RATE-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-SETTLED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-SETTLED-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-RESIDUAL-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-NOT-SETTLED-COUNT PIC 9(9) VALUE ZERO.
           05  WS-CARRIED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-EXPIRED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-ITEM-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-ITEM-HASH         PIC 9(13)V99 VALUE ZERO.
           05  WS-CLOSE-REQ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-FINAL-SEL-COUNT   PIC 9(9) VALUE ZERO.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

       01  WS-REGISTER-LINES.
           05  WS-REG-TITLE-LINE.
               10  FILLER  PIC X(44) VALUE
                   'PAYCLOSE - PAYOFF CLOSE-OUT REGISTER, CYCLE'.
               10  WS-REG-CYCLE-DATE PIC 9(8).
               10  FILLER  PIC X(80) VALUE SPACES.
           05  WS-REG-HEADING-LINE.
               10  FILLER  PIC X(15) VALUE 'ACTION'.
               10  FILLER  PIC X(14) VALUE 'QUOTE'.
               10  FILLER  PIC X(22) VALUE 'CUST-ID    ACCOUNT'.
               10  FILLER  PIC X(39) VALUE
                   '     PAYOFF       PAID   RESIDUAL'.
               10  FILLER  PIC X(42) VALUE 'NOTE'.
           05  WS-REG-DETAIL-LINE.
               10  WS-REG-ACTION    PIC X(14).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-QUOTE-ID  PIC X(13).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-CUST-ID   PIC 9(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-ACC-NUMBER PIC 9(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-PAYOFF    PIC ZZZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-PAID      PIC ZZZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-RESIDUAL  PIC -ZZZZZZ9.99.
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-REG-NOTE      PIC X(30).
               10  FILLER           PIC X(12) VALUE SPACES.
           05  WS-REG-TOTAL-LINE.
               10  WS-RTL-LABEL     PIC X(40).
               10  WS-RTL-COUNT     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(9) VALUE ' AMOUNT='.
               10  WS-RTL-AMOUNT    PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(59) VALUE SPACES.
           05  WS-REG-COUNT-LINE.
               10  WS-RCL-LABEL     PIC X(40).
               10  WS-RCL-COUNT     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(83) VALUE SPACES.

       01  WS-RUN-CONTROL-RECORD.
           COPY RUNCTLRC.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN          PIC S9(4) COMP.
           05  WS-PARM-DATA         PIC X(13).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PARAGRAPH.
           PERFORM PARSE-RUN-PARM.
           DISPLAY 'Program PAYCLOSE started, cycle ' WS-RUN-DATE.
           PERFORM GET-RUN-OPTIONS.
           MOVE 'PAYCLOSE' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           MOVE WS-RUN-DATE TO WS-MONTH-START.
           MOVE 1 TO WS-MONTH-START-DAY.
           PERFORM 8900-REFUSE-DRY-RUN-CUSTOMERS.
           PERFORM OPEN-OUTPUT-FILES.
           PERFORM OPEN-INPUT-FILES.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-OPEN-QUOTES.
           PERFORM MATCH-TONIGHTS-PAYMENTS.
           PERFORM READ-CUSTOMER-RECORD.
           PERFORM SETTLE-CUSTOMER-QUOTES
               UNTIL CUSTOMER-EOF.
           PERFORM DISPOSE-OF-QUOTE
               VARYING WS-QOT-IDX FROM 1 BY 1
               UNTIL WS-QOT-IDX > WS-QOT-ENTRY-COUNT.
           PERFORM TERMINATION-PARAGRAPH.
           GOBACK.

       PARSE-RUN-PARM.
           MOVE ZERO TO WS-RUN-DATE.
           MOVE 'DAIL' TO WS-CYCLE-TYPE.
           MOVE WS-PARM-LEN TO WS-PARM-LENGTH.
           IF WS-PARM-LENGTH >= 13
               IF WS-PARM-DATA(1:8) IS NUMERIC
                   MOVE WS-PARM-DATA(1:8) TO WS-RUN-DATE
               END-IF
               MOVE WS-PARM-DATA(10:4) TO WS-CYCLE-TYPE
           END-IF.
           IF WS-RUN-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.

       GET-RUN-OPTIONS.
           MOVE 'PAYTOLER' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND RUN-OPTION-NUMERIC
                   AND WS-OPT-NUMVAL <= 99999
               MOVE WS-OPT-NUMVAL TO WS-TOLERANCE-CENTS
           END-IF.
           DISPLAY 'OPTION IN EFFECT: PAYTOLER=' WS-TOLERANCE-CENTS.
           COMPUTE WS-TOLERANCE-AMOUNT = WS-TOLERANCE-CENTS / 100.

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT QUOTE-FILE-OUT.
           IF WS-QUOTE-OUT-STATUS NOT = '00'
               DISPLAY 'Error opening carried quote file: '
                       WS-QUOTE-OUT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SETTLEMENT-TRAN-FILE.
           IF WS-SETTLE-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening settlement transaction file: '
                       WS-SETTLE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE QUOTE-FILE-OUT
               GOBACK
           END-IF.
           OPEN OUTPUT CLOSE-REQUEST-FILE.
           IF WS-CLOSE-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening close request file: '
                       WS-CLOSE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE QUOTE-FILE-OUT
               CLOSE SETTLEMENT-TRAN-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT FINAL-STATEMENT-FILE.
           IF WS-FINAL-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening final statement file: '
                       WS-FINAL-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE QUOTE-FILE-OUT
               CLOSE SETTLEMENT-TRAN-FILE
               CLOSE CLOSE-REQUEST-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT CLOSE-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening payoff close-out register: '
                       WS-REGISTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE QUOTE-FILE-OUT
               CLOSE SETTLEMENT-TRAN-FILE
               CLOSE CLOSE-REQUEST-FILE
               CLOSE FINAL-STATEMENT-FILE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO WS-REG-CYCLE-DATE.
           WRITE WS-CLOSE-REGISTER-LINE FROM WS-REG-TITLE-LINE.
           WRITE WS-CLOSE-REGISTER-LINE FROM WS-REG-HEADING-LINE.
           PERFORM WRITE-SETTLEMENT-HEADER.

       OPEN-INPUT-FILES.
      * No quote file means no quote is open.
           OPEN INPUT QUOTE-FILE-IN.
           IF WS-QUOTE-IN-STATUS NOT = '00'
               DISPLAY 'No open quote file, status '
                       WS-QUOTE-IN-STATUS
                       ' - no payoff to close.'
               SET QUOTE-EOF TO TRUE
           END-IF.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening transaction history: '
                       WS-HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-OUTPUTS-ON-OPEN-FAIL
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening customer file: '
                       WS-CUSTOMER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE TRAN-HISTORY-FILE
               PERFORM CLOSE-OUTPUTS-ON-OPEN-FAIL
               GOBACK
           END-IF.
           OPEN INPUT RATE-MASTER-FILE.
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening rate master: '
                       WS-RATE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE TRAN-HISTORY-FILE
               CLOSE CUSTOMER-FILE
               PERFORM CLOSE-OUTPUTS-ON-OPEN-FAIL
               GOBACK
           END-IF.

       CLOSE-OUTPUTS-ON-OPEN-FAIL.
           IF WS-QUOTE-IN-STATUS = '00'
               CLOSE QUOTE-FILE-IN
           END-IF.
           CLOSE QUOTE-FILE-OUT.
           CLOSE SETTLEMENT-TRAN-FILE.
           CLOSE CLOSE-REQUEST-FILE.
           CLOSE FINAL-STATEMENT-FILE.
           CLOSE CLOSE-REGISTER-FILE.

       LOAD-RATE-TABLE.
           PERFORM LOAD-ONE-RATE-ROW
               UNTIL RATE-EOF.
           CLOSE RATE-MASTER-FILE.

       LOAD-ONE-RATE-ROW.
           READ RATE-MASTER-FILE INTO WS-RATE-MASTER-RECORD
               AT END SET RATE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RATE-READ-COUNT
                   MOVE WS-RMR-ACC-TYPE TO WS-PD-LOAD-ACC-TYPE
                   MOVE WS-RMR-ANNUAL-PCT TO WS-PD-LOAD-PCT
                   MOVE WS-RMR-MONTHLY-FEE TO WS-PD-LOAD-FEE
                   MOVE WS-RMR-EFF-FROM TO WS-PD-LOAD-FROM
                   MOVE WS-RMR-EFF-TO TO WS-PD-LOAD-TO
                   PERFORM 8530-STORE-RATE-ROW
           END-READ.

       LOAD-OPEN-QUOTES.
           PERFORM LOAD-ONE-QUOTE
               UNTIL QUOTE-EOF.
           IF WS-QUOTE-IN-STATUS = '00'
                   OR WS-QUOTE-IN-STATUS = '10'
               CLOSE QUOTE-FILE-IN
           END-IF.
           DISPLAY 'Open quotes loaded: ' WS-QOT-ENTRY-COUNT.

       LOAD-ONE-QUOTE.
      * A quote the table cannot hold is carried untouched; it
      * cannot be matched tonight but is not lost.
           READ QUOTE-FILE-IN INTO WS-PAYOFF-QUOTE-RECORD
               AT END SET QUOTE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-QUOTE-READ-COUNT
                   IF WS-QOT-ENTRY-COUNT >= WS-QOT-MAX-ENTRIES
                       DISPLAY 'WARNING: QUOTE TABLE FULL AT '
                               WS-QOT-MAX-ENTRIES ', QUOTE '
                               WS-PQ-QUOTE-ID ' CARRIED UNMATCHED'
                       MOVE 4 TO RETURN-CODE
                       WRITE WS-QUOTE-OUT-RECORD
                           FROM WS-PAYOFF-QUOTE-RECORD
                       ADD 1 TO WS-CARRIED-COUNT
                   ELSE
                       ADD 1 TO WS-QOT-ENTRY-COUNT
                       MOVE WS-QOT-ENTRY-COUNT TO WS-QOT-IDX
                       MOVE WS-PQ-CUST-ID TO WS-QOT-CUST-ID(WS-QOT-IDX)
                       MOVE WS-PQ-QUOTE-ID
                           TO WS-QOT-QUOTE-ID(WS-QOT-IDX)
                       MOVE WS-PQ-PAYOFF-AMOUNT
                           TO WS-QOT-PAYOFF-AMOUNT(WS-QOT-IDX)
                       MOVE WS-PQ-QUOTE-DATE
                           TO WS-QOT-QUOTE-DATE(WS-QOT-IDX)
                       MOVE WS-PQ-GOOD-THRU
                           TO WS-QOT-GOOD-THRU(WS-QOT-IDX)
                       SET QOT-OPEN(WS-QOT-IDX) TO TRUE
                       MOVE ZERO TO WS-QOT-PAID-AMOUNT(WS-QOT-IDX)
                       MOVE SPACES TO WS-QOT-PAY-REF(WS-QOT-IDX)
                       MOVE WS-PAYOFF-QUOTE-RECORD
                           TO WS-QOT-IMAGE(WS-QOT-IDX)
                   END-IF
           END-READ.

       MATCH-TONIGHTS-PAYMENTS.
           PERFORM MATCH-ONE-HISTORY-RECORD
               UNTIL HISTORY-EOF.
           CLOSE TRAN-HISTORY-FILE.

       MATCH-ONE-HISTORY-RECORD.
           READ TRAN-HISTORY-FILE INTO WS-HISTORY-WORK-RECORD
               AT END SET HISTORY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   IF WS-TH-TRAN-TYPE = 'P'
                           AND WS-TH-POST-DATE = WS-RUN-DATE
                       ADD 1 TO WS-PAYMENT-SEEN-COUNT
                       PERFORM MATCH-PAYMENT-TO-QUOTE
                   END-IF
           END-READ.

       MATCH-PAYMENT-TO-QUOTE.
      * The quote id in the reference is the surer match; the exact
      * payoff amount is the fallback for a payment sent without it.
           COMPUTE WS-PAYMENT-AMOUNT = 0 - WS-TH-AMOUNT.
           MOVE ZERO TO WS-QOT-PICKED.
           PERFORM VARYING WS-QOT-IDX FROM 1 BY 1
                   UNTIL WS-QOT-IDX > WS-QOT-ENTRY-COUNT
                   OR WS-QOT-PICKED > ZERO
               IF QOT-OPEN(WS-QOT-IDX)
                       AND WS-QOT-CUST-ID(WS-QOT-IDX) = WS-TH-CUST-ID
                       AND WS-QOT-QUOTE-ID(WS-QOT-IDX)
                           = WS-TH-REF(1:13)
                   MOVE WS-QOT-IDX TO WS-QOT-PICKED
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-QOT-IDX FROM 1 BY 1
                   UNTIL WS-QOT-IDX > WS-QOT-ENTRY-COUNT
                   OR WS-QOT-PICKED > ZERO
               IF QOT-OPEN(WS-QOT-IDX)
                       AND WS-QOT-CUST-ID(WS-QOT-IDX) = WS-TH-CUST-ID
                       AND WS-QOT-PAYOFF-AMOUNT(WS-QOT-IDX)
                           = WS-PAYMENT-AMOUNT
                   MOVE WS-QOT-IDX TO WS-QOT-PICKED
               END-IF
           END-PERFORM.
           IF WS-QOT-PICKED > ZERO
               IF WS-RUN-DATE >= WS-QOT-QUOTE-DATE(WS-QOT-PICKED)
                       AND WS-RUN-DATE
                           <= WS-QOT-GOOD-THRU(WS-QOT-PICKED)
                   SET QOT-MATCHED(WS-QOT-PICKED) TO TRUE
                   MOVE WS-PAYMENT-AMOUNT
                       TO WS-QOT-PAID-AMOUNT(WS-QOT-PICKED)
                   MOVE WS-TH-REF TO WS-QOT-PAY-REF(WS-QOT-PICKED)
                   ADD 1 TO WS-MATCH-COUNT
               END-IF
           END-IF.

      * Transfer-envelope records (marker HDR*/TRL*) are not data;
      * these readers skip them rather than verifying (the nightly
      * posting run owns envelope verification).
       READ-CUSTOMER-RECORD.
           MOVE 'N' TO WS-CUST-DATA-SW.
           PERFORM UNTIL CUSTOMER-EOF OR CUST-DATA-RECORD
               READ CUSTOMER-FILE INTO WS-CUSTOMER-FILE-RECORD
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

       SETTLE-CUSTOMER-QUOTES.
           IF WS-MATCH-COUNT > ZERO
               PERFORM VARYING WS-QOT-IDX FROM 1 BY 1
                       UNTIL WS-QOT-IDX > WS-QOT-ENTRY-COUNT
                   IF QOT-MATCHED(WS-QOT-IDX)
                           AND WS-QOT-CUST-ID(WS-QOT-IDX)
                               = WS-CFR-CUST-ID
                       PERFORM SETTLE-ONE-QUOTE
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM READ-CUSTOMER-RECORD.

       SETTLE-ONE-QUOTE.
           MOVE WS-QOT-IMAGE(WS-QOT-IDX) TO WS-PAYOFF-QUOTE-RECORD.
           MOVE ZERO TO WS-SETTLE-INTEREST.
           MOVE ZERO TO WS-SETTLE-FEE.
           MOVE ZERO TO WS-RESIDUAL.
           MOVE SPACES TO WS-REG-NOTE-WORK.
      * One payoff closes the customer; a second quote matched the
      * same night is left for collections to look at.
           IF CFR-CHARGED-OFF
               MOVE 'CUSTOMER CHARGED OFF' TO WS-REG-NOTE-WORK
           END-IF.
           IF WS-REG-NOTE-WORK = SPACES
                   AND WS-LAST-SETTLED-CUST = WS-CFR-CUST-ID
               MOVE 'ANOTHER QUOTE SETTLED' TO WS-REG-NOTE-WORK
           END-IF.
           IF WS-REG-NOTE-WORK = SPACES
               PERFORM FIGURE-SETTLEMENT-CHARGES
           END-IF.
           IF WS-REG-NOTE-WORK = SPACES
               COMPUTE WS-RESIDUAL = WS-CFR-CUST-BALANCE
                   + WS-SETTLE-INTEREST + WS-SETTLE-FEE
               IF WS-RESIDUAL < ZERO
                   COMPUTE WS-RESIDUAL-ABS = 0 - WS-RESIDUAL
               ELSE
                   MOVE WS-RESIDUAL TO WS-RESIDUAL-ABS
               END-IF
               IF WS-RESIDUAL-ABS > WS-TOLERANCE-AMOUNT
                   MOVE 'RESIDUAL OVER TOLERANCE' TO WS-REG-NOTE-WORK
               END-IF
           END-IF.
           IF WS-REG-NOTE-WORK = SPACES
               PERFORM CLOSE-OUT-PAYOFF
           ELSE
               SET QOT-NOT-SETTLED(WS-QOT-IDX) TO TRUE
               ADD 1 TO WS-NOT-SETTLED-COUNT
               MOVE 4 TO RETURN-CODE
               MOVE 'NOT SETTLED' TO WS-REG-ACTION
               PERFORM WRITE-REGISTER-LINE
           END-IF.

       FIGURE-SETTLEMENT-CHARGES.
      * What the quote charged ahead that the month-end accrual has
      * not yet: interest for this month's days up to tonight, and
      * the month's fee. A MEND cycle has accrued the month itself.
           IF WS-CYCLE-TYPE NOT = 'MEND'
                   AND WS-PQ-INT-FROM <= WS-RUN-DATE
               MOVE WS-PQ-RATE-ACC-TYPE TO WS-PD-ACC-TYPE
               MOVE WS-PQ-BALANCE TO WS-PD-BALANCE
               IF WS-PQ-INT-FROM > WS-MONTH-START
                   MOVE WS-PQ-INT-FROM TO WS-PD-FROM-DATE
               ELSE
                   MOVE WS-MONTH-START TO WS-PD-FROM-DATE
               END-IF
               MOVE WS-RUN-DATE TO WS-PD-THRU-DATE
               PERFORM 8500-FIGURE-PER-DIEM-INTEREST
               IF PD-FIGURED
                   MOVE WS-PD-INTEREST TO WS-SETTLE-INTEREST
               ELSE
                   MOVE 'NO RATE FOR SETTLEMENT' TO WS-REG-NOTE-WORK
               END-IF
               IF WS-PQ-FEE > ZERO
                   MOVE WS-PQ-MONTHLY-FEE TO WS-SETTLE-FEE
               END-IF
           END-IF.

       CLOSE-OUT-PAYOFF.
           SET QOT-SETTLED(WS-QOT-IDX) TO TRUE.
           MOVE WS-CFR-CUST-ID TO WS-LAST-SETTLED-CUST.
           ADD 1 TO WS-SETTLED-COUNT.
           ADD WS-QOT-PAID-AMOUNT(WS-QOT-IDX) TO WS-SETTLED-TOTAL.
           ADD WS-RESIDUAL TO WS-RESIDUAL-TOTAL.
           IF WS-SETTLE-INTEREST > ZERO
               MOVE 'I' TO WS-ITEM-PART
               MOVE WS-SETTLE-INTEREST TO WS-ITEM-AMOUNT
               PERFORM WRITE-SETTLEMENT-ITEM
           END-IF.
           IF WS-SETTLE-FEE > ZERO
               MOVE 'F' TO WS-ITEM-PART
               MOVE WS-SETTLE-FEE TO WS-ITEM-AMOUNT
               PERFORM WRITE-SETTLEMENT-ITEM
           END-IF.
           IF WS-RESIDUAL < ZERO
               MOVE 'D' TO WS-ITEM-PART
               MOVE WS-RESIDUAL-ABS TO WS-ITEM-AMOUNT
               PERFORM WRITE-SETTLEMENT-ITEM
           END-IF.
           IF WS-RESIDUAL > ZERO
               MOVE 'C' TO WS-ITEM-PART
               MOVE WS-RESIDUAL-ABS TO WS-ITEM-AMOUNT
               PERFORM WRITE-SETTLEMENT-ITEM
           END-IF.
           MOVE SPACES TO WS-CLOSE-REQUEST-WORK.
           MOVE 'X' TO WS-CRQ-ACTION.
           MOVE WS-PQ-ACC-NUMBER TO WS-CRQ-ACC-NUMBER.
           MOVE WS-PQ-CUST-ID TO WS-CRQ-CUST-ID.
           MOVE ZERO TO WS-CRQ-ACC-LIMIT.
           IF WS-PQ-REQUESTER-ID = SPACES
               MOVE 'PAYCLOSE' TO WS-CRQ-REQUESTER-ID
           ELSE
               MOVE WS-PQ-REQUESTER-ID TO WS-CRQ-REQUESTER-ID
           END-IF.
           WRITE WS-CLOSE-REQUEST-RECORD FROM WS-CLOSE-REQUEST-WORK.
           ADD 1 TO WS-CLOSE-REQ-COUNT.
           MOVE SPACES TO WS-FINAL-STATEMENT-RECORD.
           MOVE WS-PQ-CUST-ID TO WS-FNL-CUST-ID.
           MOVE WS-RUN-DATE TO WS-FNL-CLOSE-DATE.
           WRITE WS-FINAL-STATEMENT-RECORD.
           ADD 1 TO WS-FINAL-SEL-COUNT.
           MOVE 'SETTLED' TO WS-REG-ACTION.
           MOVE WS-QOT-PAY-REF(WS-QOT-IDX) TO WS-REG-NOTE-WORK.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-SETTLEMENT-ITEM.
           MOVE SPACES TO WS-SETTLEMENT-WORK-RECORD.
           MOVE WS-PQ-CUST-ID TO WS-STT-CUST-KEY.
           MOVE WS-PQ-ACC-NUMBER TO WS-STT-ACC-NUMBER.
           MOVE 'Q' TO WS-STT-TRAN-TYPE.
           MOVE WS-ITEM-PART TO WS-STT-PART.
           MOVE WS-PQ-QUOTE-ID TO WS-STT-REF-QUOTE.
           MOVE WS-ITEM-PART TO WS-STT-REF-PART.
           MOVE WS-RUN-DATE TO WS-STT-EFF-DATE.
           MOVE WS-ITEM-AMOUNT TO WS-STT-AMOUNT.
           WRITE WS-SETTLEMENT-TRAN-RECORD
               FROM WS-SETTLEMENT-WORK-RECORD.
           ADD 1 TO WS-ITEM-COUNT.
           ADD WS-ITEM-AMOUNT TO WS-ITEM-HASH.

       DISPOSE-OF-QUOTE.
      * A quote matched to a payment whose customer never turned up
      * on the master cannot be settled. Anything not settled stays
      * open while its good-through date is still ahead.
           MOVE WS-QOT-IMAGE(WS-QOT-IDX) TO WS-PAYOFF-QUOTE-RECORD.
           IF QOT-MATCHED(WS-QOT-IDX)
               SET QOT-NOT-SETTLED(WS-QOT-IDX) TO TRUE
               ADD 1 TO WS-NOT-SETTLED-COUNT
               MOVE 4 TO RETURN-CODE
               MOVE ZERO TO WS-RESIDUAL
               MOVE 'NOT SETTLED' TO WS-REG-ACTION
               MOVE 'CUSTOMER NOT ON FILE' TO WS-REG-NOTE-WORK
               PERFORM WRITE-REGISTER-LINE
           END-IF.
           IF NOT QOT-SETTLED(WS-QOT-IDX)
               IF WS-QOT-GOOD-THRU(WS-QOT-IDX) > WS-RUN-DATE
                   WRITE WS-QUOTE-OUT-RECORD
                       FROM WS-PAYOFF-QUOTE-RECORD
                   ADD 1 TO WS-CARRIED-COUNT
               ELSE
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE ZERO TO WS-RESIDUAL
                   MOVE 'EXPIRED' TO WS-REG-ACTION
                   MOVE 'GOOD-THRU DATE PASSED' TO WS-REG-NOTE-WORK
                   PERFORM WRITE-REGISTER-LINE
               END-IF
           END-IF.

       WRITE-REGISTER-LINE.
           MOVE WS-PQ-QUOTE-ID TO WS-REG-QUOTE-ID.
           MOVE WS-PQ-CUST-ID TO WS-REG-CUST-ID.
           MOVE WS-PQ-ACC-NUMBER TO WS-REG-ACC-NUMBER.
           MOVE WS-PQ-PAYOFF-AMOUNT TO WS-REG-PAYOFF.
           MOVE WS-QOT-PAID-AMOUNT(WS-QOT-IDX) TO WS-REG-PAID.
           MOVE WS-RESIDUAL TO WS-REG-RESIDUAL.
           MOVE WS-REG-NOTE-WORK TO WS-REG-NOTE.
           WRITE WS-CLOSE-REGISTER-LINE FROM WS-REG-DETAIL-LINE.

       WRITE-SETTLEMENT-HEADER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'HDR*' TO WS-ENV-MARKER.
           MOVE 'TRANFILE' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE WS-CYCLE-TYPE TO WS-ENV-CYCLE.
           MOVE ZERO TO WS-ENV-REC-COUNT.
           MOVE ZERO TO WS-ENV-HASH-TOTAL.
           WRITE WS-SETTLEMENT-TRAN-RECORD FROM WS-ENVELOPE-RECORD.

       WRITE-SETTLEMENT-TRAILER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'TRL*' TO WS-ENV-MARKER.
           MOVE 'TRANFILE' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE WS-CYCLE-TYPE TO WS-ENV-CYCLE.
           MOVE WS-ITEM-COUNT TO WS-ENV-REC-COUNT.
           MOVE WS-ITEM-HASH TO WS-ENV-HASH-TOTAL.
           WRITE WS-SETTLEMENT-TRAN-RECORD FROM WS-ENVELOPE-RECORD.

       TERMINATION-PARAGRAPH.
           PERFORM WRITE-SETTLEMENT-TRAILER.
           PERFORM WRITE-CLOSE-TOTALS.
           CLOSE CUSTOMER-FILE.
           CLOSE QUOTE-FILE-OUT.
           CLOSE SETTLEMENT-TRAN-FILE.
           CLOSE CLOSE-REQUEST-FILE.
           CLOSE FINAL-STATEMENT-FILE.
           CLOSE CLOSE-REGISTER-FILE.
           DISPLAY 'Open quotes read:         ' WS-QUOTE-READ-COUNT.
           DISPLAY 'History records read:     ' WS-HIST-READ-COUNT.
           DISPLAY 'Payments posted tonight:  ' WS-PAYMENT-SEEN-COUNT.
           DISPLAY 'Payments matched:         ' WS-MATCH-COUNT.
           DISPLAY 'Customers read:           ' WS-CUST-READ-COUNT.
           DISPLAY 'Payoffs settled:          ' WS-SETTLED-COUNT
                   ' paid ' WS-SETTLED-TOTAL.
           DISPLAY 'Residual cleared:         ' WS-RESIDUAL-TOTAL.
           DISPLAY 'Settlement items written: ' WS-ITEM-COUNT.
           DISPLAY 'Close requests written:   ' WS-CLOSE-REQ-COUNT.
           DISPLAY 'Final statements asked:   ' WS-FINAL-SEL-COUNT.
           DISPLAY 'Matched, not settled:     ' WS-NOT-SETTLED-COUNT.
           DISPLAY 'Quotes carried open:      ' WS-CARRIED-COUNT.
           DISPLAY 'Quotes expired:           ' WS-EXPIRED-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-QUOTE-READ-COUNT TO WS-CR-RECORDS-IN.
           MOVE WS-SETTLED-COUNT   TO WS-CR-RECORDS-OUT.
           MOVE WS-NOT-SETTLED-COUNT TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE        TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program PAYCLOSE completed.'.
           EXIT PROGRAM.

       WRITE-CLOSE-TOTALS.
           MOVE 'PAYOFFS SETTLED: COUNT=' TO WS-RTL-LABEL.
           MOVE WS-SETTLED-COUNT TO WS-RTL-COUNT.
           MOVE WS-SETTLED-TOTAL TO WS-RTL-AMOUNT.
           WRITE WS-CLOSE-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE 'RESIDUAL CLEARED: ITEMS=' TO WS-RTL-LABEL.
           MOVE WS-ITEM-COUNT TO WS-RTL-COUNT.
           MOVE WS-RESIDUAL-TOTAL TO WS-RTL-AMOUNT.
           WRITE WS-CLOSE-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE 'MATCHED, NOT SETTLED: COUNT=' TO WS-RCL-LABEL.
           MOVE WS-NOT-SETTLED-COUNT TO WS-RCL-COUNT.
           WRITE WS-CLOSE-REGISTER-LINE FROM WS-REG-COUNT-LINE.
           MOVE 'QUOTES CARRIED OPEN: COUNT=' TO WS-RCL-LABEL.
           MOVE WS-CARRIED-COUNT TO WS-RCL-COUNT.
           WRITE WS-CLOSE-REGISTER-LINE FROM WS-REG-COUNT-LINE.
           MOVE 'QUOTES EXPIRED: COUNT=' TO WS-RCL-LABEL.
           MOVE WS-EXPIRED-COUNT TO WS-RCL-COUNT.
           WRITE WS-CLOSE-REGISTER-LINE FROM WS-REG-COUNT-LINE.

       WRITE-RUN-CONTROL-RECORD.
           MOVE SPACES TO WS-RUN-CONTROL-RECORD.
           MOVE WS-CR-JOB-NAME TO WS-RC-JOB-NAME.
           MOVE WS-RUN-DATE TO WS-RC-CYCLE-DATE.
           MOVE WS-CYCLE-TYPE TO WS-RC-CYCLE-TYPE.
           MOVE WS-CR-RECORDS-IN TO WS-RC-RECORDS-IN.
           MOVE WS-CR-RECORDS-OUT TO WS-RC-RECORDS-OUT.
           MOVE WS-CR-RECORDS-REJ TO WS-RC-RECORDS-REJ.
           MOVE WS-CR-RETURN-CODE TO WS-RC-RETURN-CODE.
           MOVE WS-CR-START-TS(1:14) TO WS-RC-START-STAMP.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RC-END-STAMP.
           MOVE ZERO TO WS-RC-SLICE-ID.
           CALL 'RUNCTLWR' USING WS-RUN-CONTROL-RECORD.

       COPY PDIEMPR.

       COPY CTLRPTPR.

       COPY DRYREFPR.
