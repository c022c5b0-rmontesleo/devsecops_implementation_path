       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYQUOTE.
      * Payoff quotes. PARM='YYYYMMDD,CCCC' names the cycle; runs
      * after the nightly posting run, so the balance quoted is the
      * balance the customer master carries tonight. Each request on
      * PAYQREQ names a customer, the account to be paid off and the
      * good-through date the customer wants the figure to hold to,
      * with the requester's id.
      *
      * The payoff amount is the balance, plus interest per diem from
      * the day after the last month-end accrual (the first of this
      * month; on a MEND cycle, whose month the posting run has just
      * accrued, tomorrow) through the good-through date, plus the
      * monthly service fee for each month that span touches, which
      * the month-end accrual would otherwise have charged. Interest
      * runs on the customer balance under the primary account's type
      * -- the first account on ACCTFILE, the accrual's convention --
      * at the rate-master row in force each day, and a span that
      * crosses a rate change is priced in segments, each shown on
      * the letter (shared per-diem routine, copybooks PDIEMWS and
      * PDIEMPR). The fee is the named account's, from the row in
      * force on the good-through date; a frozen account pays none.
      *
      * Each quote goes to PAYQUOT (copybook PAYQREC) for PAYCLOSE,
      * which watches the history for the payment and closes the
      * account when it posts, and a letter goes to PAYLETR: the
      * standardized name, the mailing address from the ADDRFILE
      * extract, the balance, each interest segment, the fee, the
      * payoff amount, the good-through date, the per diem and the
      * quote reference the customer must send with the payment. A
      * letter for a customer whose address RTNMAIL has flagged
      * undeliverable is held to the BADADRPQ worklist (copybook
      * BADADRRC) instead; the quote itself still stands. ADDRFILE
      * is optional; without it letters print without a mailing
      * block.
      *
      * A request that cannot be quoted goes to PAYQSUSP with a
      * reason code:
      *     Q001  customer id not numeric
      *     Q002  customer not on file
      *     Q003  customer charged off
      *     Q004  account not held by the customer
      *     Q005  account already closed
      *     Q006  customer has another open account -- the balance
      *           belongs to the customer, so paying it off closes
      *           the relationship and every other account must be
      *           closed first
      *     Q007  good-through date invalid, before the run date, or
      *           more than PAYQDAYS days out (control card,
      *           default 30)
      *     Q008  no balance owing
      *     Q009  no rate in force for some day of the span
      *     Q010  the span crosses more rate changes than a quote
      *           can show
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-REQUEST-FILE ASSIGN TO PAYQREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT RATE-MASTER-FILE ASSIGN TO RATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT OPTIONAL ADDRESS-FILE ASSIGN TO ADDRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.

           SELECT PAYOFF-QUOTE-FILE ASSIGN TO PAYQUOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUOTE-FILE-STATUS.

           SELECT PAYOFF-LETTER-FILE ASSIGN TO PAYLETR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO PAYQSUSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

      * Letters held for an undeliverable address, for follow-up.
           SELECT BAD-ADDRESS-FILE ASSIGN TO BADADRPQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BADADDR-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-QUOTE-REQUEST-RECORD.
       01  WS-QUOTE-REQUEST-RECORD  PIC X(80).

       FD  CUSTOMER-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS WS-CUSTOMER-FILE-RECORD.
       01  WS-CUSTOMER-FILE-RECORD.
           05  WS-CFR-CUST-ID       PIC 9(10).
           05  WS-CFR-CUST-NAME     PIC X(30).
           05  WS-CFR-CUST-BALANCE  PIC S9(7)V99.
           05  WS-CFR-CUST-STATUS   PIC X(1).
               88  CFR-CHARGED-OFF      VALUE 'W'.

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

      * ADDRXTR's flat extract of the keyed address master (layout
      * in copybook ADDRREC), in customer-id order.
       FD  ADDRESS-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS WS-ADDRESS-FILE-RECORD.
       01  WS-ADDRESS-FILE-RECORD   PIC X(200).

       FD  PAYOFF-QUOTE-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS WS-PAYOFF-QUOTE-RECORD.
       01  WS-PAYOFF-QUOTE-RECORD.
           COPY PAYQREC.

       FD  PAYOFF-LETTER-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-PAYOFF-LETTER-LINE.
       01  WS-PAYOFF-LETTER-LINE    PIC X(132).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS WS-SUSPENSE-RECORD.
       01  WS-SUSPENSE-RECORD.
           05  WS-SUS-REQUEST-IMAGE PIC X(80).
           05  WS-SUS-REASON-CODE   PIC X(4).
           05  WS-SUS-REASON-TEXT   PIC X(20).
           05  FILLER               PIC X(2).

       FD  BAD-ADDRESS-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-BAD-ADDRESS-RECORD.
       01  WS-BAD-ADDRESS-RECORD.
           COPY BADADRRC.

      * The requests in customer-id order, arrival order within a
      * customer, so the masters ride one balance line.
       SD  SORT-WORK-FILE.
       01  WS-SORT-RECORD.
           05  WS-SRT-CUST-ID       PIC 9(10).
           05  WS-SRT-SEQUENCE      PIC 9(7).
           05  WS-SRT-REQUEST-IMAGE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REQUEST-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CUSTOMER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ACCOUNT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-RATE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ADDRESS-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-QUOTE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-LETTER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-SUSPENSE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-BADADDR-FILE-STATUS.

      * One payoff quote request.
       01  WS-REQUEST-RECORD.
           05  WS-PQR-CUST-ID       PIC X(10).
           05  WS-PQR-CUST-ID-NUM REDEFINES WS-PQR-CUST-ID
                                    PIC 9(10).
           05  WS-PQR-ACC-NUMBER    PIC X(10).
           05  WS-PQR-ACC-NUMBER-NUM REDEFINES WS-PQR-ACC-NUMBER
                                    PIC 9(10).
           05  WS-PQR-GOOD-THRU     PIC X(8).
           05  WS-PQR-REQUESTER-ID  PIC X(8).
           05  FILLER               PIC X(44).

       01  WS-ADDRESS-WORK-RECORD.
           COPY ADDRREC.

      * The current customer's accounts, first (primary) first.
       01  WS-CUST-ACCOUNT-TABLE.
           05  WS-CAT-CUST-ID       PIC 9(10) VALUE ZERO.
           05  WS-CAT-ENTRY-COUNT   PIC 9(3) VALUE ZERO.
           05  WS-CAT-MAX-ENTRIES   PIC 9(3) VALUE 20.
           05  WS-CAT-ENTRY OCCURS 20 TIMES.
               10  WS-CAT-ACC-NUMBER    PIC 9(10).
               10  WS-CAT-ACC-TYPE      PIC X(10).
               10  WS-CAT-ACC-STATUS    PIC X(1).
                   88  CAT-ACCOUNT-FROZEN   VALUE 'F'.
                   88  CAT-ACCOUNT-CLOSED   VALUE 'C'.
           05  WS-CAT-IDX           PIC 9(3) VALUE ZERO.
           05  WS-CAT-PICKED        PIC 9(3) VALUE ZERO.
           05  WS-CAT-OTHER-OPEN    PIC 9(3) VALUE ZERO.

       COPY PDIEMWS.

       01  WS-PARM-FIELDS.
           05  WS-PARM-LENGTH       PIC 9(4) VALUE ZERO.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05  WS-CYCLE-TYPE        PIC X(4) VALUE SPACES.

       COPY OPTPARWS.

       01  WS-QUOTE-CONTROL-FIELDS.
      * Furthest a good-through date may lie past the run date
      * (PAYQDAYS).
           05  WS-MAX-QUOTE-DAYS    PIC 9(3) VALUE 30.
           05  WS-INT-FROM-DATE     PIC 9(8) VALUE ZERO.
           05  WS-INT-FROM-PARTS REDEFINES WS-INT-FROM-DATE.
               10  WS-INT-FROM-YEAR     PIC 9(4).
               10  WS-INT-FROM-MONTH    PIC 9(2).
               10  WS-INT-FROM-DAY      PIC 9(2).
           05  WS-LATEST-GOOD-THRU  PIC 9(8) VALUE ZERO.
           05  WS-GOOD-THRU-DATE    PIC 9(8) VALUE ZERO.
           05  WS-GOOD-THRU-PARTS REDEFINES WS-GOOD-THRU-DATE.
               10  WS-GOOD-THRU-YEAR    PIC 9(4).
               10  WS-GOOD-THRU-MONTH   PIC 9(2).
               10  WS-GOOD-THRU-DAY     PIC 9(2).
           05  WS-DATE-INTEGER      PIC 9(8) VALUE ZERO.
           05  WS-REQUEST-SEQUENCE  PIC 9(7) VALUE ZERO.
           05  WS-QUOTE-SEQUENCE    PIC 9(4) VALUE ZERO.
           05  WS-QUOTE-ID-WORK.
               10  FILLER               PIC X(1) VALUE 'Q'.
               10  WS-QID-DATE          PIC 9(8).
               10  WS-QID-SEQUENCE      PIC 9(4).
           05  WS-RATE-ACC-TYPE     PIC X(10) VALUE SPACES.
           05  WS-FEE-MONTHS        PIC S9(5) VALUE ZERO.
           05  WS-MONTHLY-FEE       PIC 9(5)V99 VALUE ZERO.
           05  WS-FEE-AMOUNT        PIC 9(7)V99 VALUE ZERO.
           05  WS-PAYOFF-AMOUNT     PIC 9(9)V99 VALUE ZERO.
           05  WS-REASON-CODE       PIC X(4) VALUE SPACES.
           05  WS-REASON-TEXT       PIC X(20) VALUE SPACES.
           05  WS-REQUEST-OK-SW     PIC X(1) VALUE 'Y'.
               88  REQUEST-IS-VALID     VALUE 'Y'.
               88  REQUEST-IS-REFUSED   VALUE 'N'.
           05  WS-REQUEST-EOF-SW    PIC X(1) VALUE 'N'.
               88  REQUEST-EOF          VALUE 'Y'.
           05  WS-SORT-EOF-SW       PIC X(1) VALUE 'N'.
               88  SORT-EOF             VALUE 'Y'.
           05  WS-CUST-EOF-SW       PIC X(1) VALUE 'N'.
               88  CUSTOMER-EOF         VALUE 'Y'.
           05  WS-CUST-DATA-SW      PIC X(1) VALUE 'N'.
               88  CUST-DATA-RECORD     VALUE 'Y'.
           05  WS-CUST-FOUND-SW     PIC X(1) VALUE 'N'.
               88  CUSTOMER-FOUND       VALUE 'Y'.
           05  WS-ACCT-EOF-SW       PIC X(1) VALUE 'N'.
               88  ACCOUNT-EOF          VALUE 'Y'.
           05  WS-ACCT-DATA-SW      PIC X(1) VALUE 'N'.
               88  ACCT-DATA-RECORD     VALUE 'Y'.
           05  WS-RATE-EOF-SW       PIC X(1) VALUE 'N'.
               88  RATE-EOF             VALUE 'Y'.
           05  WS-ADDR-EOF-SW       PIC X(1) VALUE 'N'.
               88  ADDRESS-EOF          VALUE 'Y'.
           05  WS-ADDR-DATA-SW      PIC X(1) VALUE 'N'.
               88  ADDR-DATA-RECORD     VALUE 'Y'.
           05  WS-ADDR-FOUND-SW     PIC X(1) VALUE 'N'.
               88  ADDRESS-REC-FOUND    VALUE 'Y'.

       01  WS-RUN-COUNTERS.
           05  WS-REQUEST-READ-COUNT PIC 9(9) VALUE ZERO.
           05  WS-CUST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ACCT-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-RATE-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ADDR-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-QUOTE-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-QUOTE-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SUSPENSE-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-LETTER-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-LETTER-HELD-COUNT PIC 9(9) VALUE ZERO.
           05  WS-NO-ADDRESS-COUNT  PIC 9(9) VALUE ZERO.

       COPY NAMSTDWS.

      * Envelope view of CUSTFILE's first record (copybook
      * FILENVWS), for the dry-run check.
       01  WS-ENVELOPE-RECORD.
           COPY FILENVWS.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

       01  WS-LETTER-LINES.
           05  WS-LTR-TITLE-LINE.
               10  FILLER  PIC X(13) VALUE 'PAYOFF QUOTE '.
               10  WS-LTR-QUOTE-ID  PIC X(13).
               10  FILLER  PIC X(14) VALUE '   QUOTE DATE '.
               10  WS-LTR-QUOTE-DATE PIC 9(8).
               10  FILLER  PIC X(84) VALUE SPACES.
           05  WS-LTR-NAME-LINE.
               10  FILLER           PIC X(4) VALUE SPACES.
               10  WS-LTR-STD-NAME  PIC X(64).
               10  FILLER           PIC X(64) VALUE SPACES.
           05  WS-LTR-ADDR-LINE.
               10  FILLER           PIC X(4) VALUE SPACES.
               10  WS-LTR-ADDR-TEXT PIC X(30).
               10  FILLER           PIC X(98) VALUE SPACES.
           05  WS-LTR-CITY-LINE.
               10  FILLER           PIC X(4) VALUE SPACES.
               10  WS-LTR-CITY      PIC X(20).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-LTR-POSTAL    PIC X(10).
               10  FILLER           PIC X(97) VALUE SPACES.
           05  WS-LTR-BLANK-LINE    PIC X(132) VALUE SPACES.
           05  WS-LTR-ACCOUNT-LINE.
               10  FILLER  PIC X(12) VALUE '    ACCOUNT '.
               10  WS-LTR-ACC-NUMBER PIC 9(10).
               10  FILLER  PIC X(12) VALUE '   CUSTOMER '.
               10  WS-LTR-CUST-ID   PIC 9(10).
               10  FILLER  PIC X(88) VALUE SPACES.
           05  WS-LTR-AMOUNT-LINE.
               10  FILLER           PIC X(4) VALUE SPACES.
               10  WS-LTR-AMT-LABEL PIC X(52).
               10  WS-LTR-AMOUNT    PIC ZZZZZZZZ9.99.
               10  FILLER           PIC X(64) VALUE SPACES.
           05  WS-LTR-SEGMENT-LINE.
               10  FILLER  PIC X(13) VALUE '    INTEREST '.
               10  WS-LTR-SEG-FROM  PIC 9(8).
               10  FILLER  PIC X(4) VALUE ' TO '.
               10  WS-LTR-SEG-THRU  PIC 9(8).
               10  FILLER  PIC X(1) VALUE SPACE.
               10  WS-LTR-SEG-DAYS  PIC ZZZZ9.
               10  FILLER  PIC X(9) VALUE ' DAYS AT '.
               10  WS-LTR-SEG-PCT   PIC ZZ9.99.
               10  FILLER  PIC X(2) VALUE '% '.
               10  WS-LTR-SEG-AMT   PIC ZZZZZZZZ9.99.
               10  FILLER  PIC X(64) VALUE SPACES.
           05  WS-LTR-FEE-LINE.
               10  FILLER  PIC X(16) VALUE '    SERVICE FEE '.
               10  WS-LTR-FEE-MONTHS PIC Z9.
               10  FILLER  PIC X(13) VALUE ' MONTH(S) AT '.
               10  WS-LTR-MONTHLY-FEE PIC ZZZZ9.99.
               10  FILLER  PIC X(17) VALUE SPACES.
               10  WS-LTR-FEE-AMT   PIC ZZZZZZZZ9.99.
               10  FILLER  PIC X(64) VALUE SPACES.
           05  WS-LTR-GOOD-THRU-LINE.
               10  FILLER  PIC X(35) VALUE
                   '    THIS AMOUNT PAYS THE ACCOUNT IN'.
               10  FILLER  PIC X(21) VALUE ' FULL IF IT POSTS BY '.
               10  WS-LTR-GOOD-THRU PIC 9(8).
               10  FILLER  PIC X(68) VALUE SPACES.
           05  WS-LTR-REFERENCE-LINE.
               10  FILLER  PIC X(27) VALUE
                   '    PLEASE QUOTE REFERENCE '.
               10  WS-LTR-REFERENCE PIC X(13).
               10  FILLER  PIC X(19) VALUE ' WITH YOUR PAYMENT.'.
               10  FILLER  PIC X(73) VALUE SPACES.
           05  WS-LTR-CLOSING-LINE.
               10  FILLER  PIC X(30) VALUE
                   '    THE ACCOUNT WILL BE CLOSED'.
               10  FILLER  PIC X(24) VALUE
                   ' WHEN THE PAYMENT POSTS.'.
               10  FILLER  PIC X(78) VALUE SPACES.

       01  WS-RUN-CONTROL-RECORD.
           COPY RUNCTLRC.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN          PIC S9(4) COMP.
           05  WS-PARM-DATA         PIC X(13).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PARAGRAPH.
           PERFORM PARSE-RUN-PARM.
           DISPLAY 'Program PAYQUOTE started, cycle ' WS-RUN-DATE.
           PERFORM GET-RUN-OPTIONS.
           MOVE 'PAYQUOTE' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM SET-QUOTE-DATES.
           PERFORM 8900-REFUSE-DRY-RUN-CUSTOMERS.
           PERFORM OPEN-OUTPUT-FILES.
           PERFORM OPEN-INPUT-FILES.
           PERFORM LOAD-RATE-TABLE.
           PERFORM READ-CUSTOMER-RECORD.
           PERFORM READ-ACCOUNT-RECORD.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY WS-SRT-CUST-ID WS-SRT-SEQUENCE
               INPUT PROCEDURE IS RELEASE-QUOTE-REQUESTS
               OUTPUT PROCEDURE IS QUOTE-REQUESTS.
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
           MOVE 'PAYQDAYS' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND RUN-OPTION-NUMERIC
                   AND WS-OPT-NUMVAL > ZERO
                   AND WS-OPT-NUMVAL <= 999
               MOVE WS-OPT-NUMVAL TO WS-MAX-QUOTE-DAYS
           END-IF.
           DISPLAY 'OPTION IN EFFECT: PAYQDAYS=' WS-MAX-QUOTE-DAYS.

       SET-QUOTE-DATES.
      * Interest is owed from the day after the last month-end
      * accrual: the first of the run month, or tomorrow on the
      * MEND cycle that has just accrued the run month.
           IF WS-CYCLE-TYPE = 'MEND'
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1
               COMPUTE WS-INT-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           ELSE
               MOVE WS-RUN-DATE TO WS-INT-FROM-DATE
               MOVE 1 TO WS-INT-FROM-DAY
           END-IF.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               + WS-MAX-QUOTE-DAYS.
           COMPUTE WS-LATEST-GOOD-THRU =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           DISPLAY 'Interest owed from: ' WS-INT-FROM-DATE
                   ', latest good-through: ' WS-LATEST-GOOD-THRU.

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT PAYOFF-QUOTE-FILE.
           IF WS-QUOTE-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening payoff quote file: '
                       WS-QUOTE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PAYOFF-LETTER-FILE.
           IF WS-LETTER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening payoff letter file: '
                       WS-LETTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE PAYOFF-QUOTE-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening payoff quote suspense file: '
                       WS-SUSPENSE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE PAYOFF-QUOTE-FILE
               CLOSE PAYOFF-LETTER-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT BAD-ADDRESS-FILE.
           IF WS-BADADDR-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening bad-address worklist: '
                       WS-BADADDR-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE PAYOFF-QUOTE-FILE
               CLOSE PAYOFF-LETTER-FILE
               CLOSE SUSPENSE-FILE
               GOBACK
           END-IF.

       OPEN-INPUT-FILES.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening customer file: '
                       WS-CUSTOMER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-OUTPUTS-ON-OPEN-FAIL
               GOBACK
           END-IF.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening account file: '
                       WS-ACCOUNT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               PERFORM CLOSE-OUTPUTS-ON-OPEN-FAIL
               GOBACK
           END-IF.
           OPEN INPUT RATE-MASTER-FILE.
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening rate master: '
                       WS-RATE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               CLOSE ACCOUNT-FILE
               PERFORM CLOSE-OUTPUTS-ON-OPEN-FAIL
               GOBACK
           END-IF.
      * No address extract simply means no mailing block and no
      * letter held.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = '00'
               DISPLAY 'No address file, status '
                       WS-ADDRESS-FILE-STATUS
                       ' - letters print without a mailing block.'
               SET ADDRESS-EOF TO TRUE
           ELSE
               PERFORM READ-ADDRESS-RECORD
           END-IF.

       CLOSE-OUTPUTS-ON-OPEN-FAIL.
           CLOSE PAYOFF-QUOTE-FILE.
           CLOSE PAYOFF-LETTER-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE BAD-ADDRESS-FILE.

       LOAD-RATE-TABLE.
      * Every row, whatever its dates: a quote span can reach past
      * tonight into a rate that is already keyed to take effect.
           PERFORM LOAD-ONE-RATE-ROW
               UNTIL RATE-EOF.
           CLOSE RATE-MASTER-FILE.
           DISPLAY 'Rate rows loaded: ' WS-PD-RATE-COUNT.

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
                           ADD 1 TO WS-ACCT-READ-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      * Envelope records (marker HDR*/TRL*) are not data; ADDRXTR,
      * not this run, owns the extract's envelope.
       READ-ADDRESS-RECORD.
           MOVE 'N' TO WS-ADDR-DATA-SW.
           PERFORM UNTIL ADDRESS-EOF OR ADDR-DATA-RECORD
               READ ADDRESS-FILE INTO WS-ADDRESS-WORK-RECORD
                   AT END SET ADDRESS-EOF TO TRUE
                   NOT AT END
                       IF WS-ADDRESS-WORK-RECORD(1:4) = 'HDR*'
                               OR WS-ADDRESS-WORK-RECORD(1:4)
                                   = 'TRL*'
                           CONTINUE
                       ELSE
                           MOVE 'Y' TO WS-ADDR-DATA-SW
                           ADD 1 TO WS-ADDR-READ-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-QUOTE-REQUESTS.
           OPEN INPUT QUOTE-REQUEST-FILE.
           IF WS-REQUEST-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening payoff quote requests: '
                       WS-REQUEST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET REQUEST-EOF TO TRUE
           END-IF.
           PERFORM RELEASE-ONE-REQUEST
               UNTIL REQUEST-EOF.
           IF WS-REQUEST-FILE-STATUS = '00'
                   OR WS-REQUEST-FILE-STATUS = '10'
               CLOSE QUOTE-REQUEST-FILE
           END-IF.

       RELEASE-ONE-REQUEST.
      * A request that names no customer cannot take its place on
      * the balance line; it is refused here, before the sort.
           READ QUOTE-REQUEST-FILE INTO WS-REQUEST-RECORD
               AT END SET REQUEST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUEST-READ-COUNT
                   IF WS-PQR-CUST-ID IS NUMERIC
                       ADD 1 TO WS-REQUEST-SEQUENCE
                       MOVE WS-PQR-CUST-ID-NUM TO WS-SRT-CUST-ID
                       MOVE WS-REQUEST-SEQUENCE TO WS-SRT-SEQUENCE
                       MOVE WS-REQUEST-RECORD TO WS-SRT-REQUEST-IMAGE
                       RELEASE WS-SORT-RECORD
                   ELSE
                       MOVE 'Q001' TO WS-REASON-CODE
                       MOVE 'CUST ID NOT NUMERIC' TO WS-REASON-TEXT
                       PERFORM WRITE-SUSPENSE-RECORD
                   END-IF
           END-READ.

       QUOTE-REQUESTS.
           PERFORM RETURN-SORTED-REQUEST.
           PERFORM QUOTE-ONE-REQUEST
               UNTIL SORT-EOF.

       RETURN-SORTED-REQUEST.
           RETURN SORT-WORK-FILE
               AT END SET SORT-EOF TO TRUE
               NOT AT END
                   MOVE WS-SRT-REQUEST-IMAGE TO WS-REQUEST-RECORD
           END-RETURN.

       QUOTE-ONE-REQUEST.
           SET REQUEST-IS-VALID TO TRUE.
           PERFORM FIND-CUSTOMER-FOR-REQUEST.
           IF NOT CUSTOMER-FOUND
               SET REQUEST-IS-REFUSED TO TRUE
               MOVE 'Q002' TO WS-REASON-CODE
               MOVE 'CUSTOMER NOT ON FILE' TO WS-REASON-TEXT
           END-IF.
           IF REQUEST-IS-VALID AND CFR-CHARGED-OFF
               SET REQUEST-IS-REFUSED TO TRUE
               MOVE 'Q003' TO WS-REASON-CODE
               MOVE 'CUSTOMER CHARGED OFF' TO WS-REASON-TEXT
           END-IF.
           IF REQUEST-IS-VALID
               PERFORM VALIDATE-QUOTE-ACCOUNT
           END-IF.
           IF REQUEST-IS-VALID
               PERFORM VALIDATE-GOOD-THRU-DATE
           END-IF.
           IF REQUEST-IS-VALID AND WS-CFR-CUST-BALANCE NOT > ZERO
               SET REQUEST-IS-REFUSED TO TRUE
               MOVE 'Q008' TO WS-REASON-CODE
               MOVE 'NO BALANCE OWING' TO WS-REASON-TEXT
           END-IF.
           IF REQUEST-IS-VALID
               PERFORM FIGURE-PAYOFF-AMOUNT
           END-IF.
           IF REQUEST-IS-VALID
               PERFORM ISSUE-PAYOFF-QUOTE
           ELSE
               PERFORM WRITE-SUSPENSE-RECORD
           END-IF.
           PERFORM RETURN-SORTED-REQUEST.

       FIND-CUSTOMER-FOR-REQUEST.
      * The master and the sorted requests both arrive in customer-id
      * order, so the master only ever advances. The customer's
      * accounts are gathered once, on the first request for them.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           PERFORM UNTIL CUSTOMER-EOF
                   OR WS-CFR-CUST-ID >= WS-SRT-CUST-ID
               PERFORM READ-CUSTOMER-RECORD
           END-PERFORM.
           IF NOT CUSTOMER-EOF
                   AND WS-CFR-CUST-ID = WS-SRT-CUST-ID
               MOVE 'Y' TO WS-CUST-FOUND-SW
           END-IF.
           IF WS-CAT-CUST-ID NOT = WS-SRT-CUST-ID
                   OR WS-CAT-ENTRY-COUNT = ZERO
               PERFORM LOAD-CUSTOMER-ACCOUNTS
           END-IF.

       LOAD-CUSTOMER-ACCOUNTS.
           MOVE WS-SRT-CUST-ID TO WS-CAT-CUST-ID.
           MOVE ZERO TO WS-CAT-ENTRY-COUNT.
           PERFORM UNTIL ACCOUNT-EOF
                   OR WS-AFR-CUST-ID >= WS-SRT-CUST-ID
               PERFORM READ-ACCOUNT-RECORD
           END-PERFORM.
           PERFORM UNTIL ACCOUNT-EOF
                   OR WS-AFR-CUST-ID NOT = WS-SRT-CUST-ID
               IF WS-CAT-ENTRY-COUNT >= WS-CAT-MAX-ENTRIES
                   DISPLAY 'WARNING: ACCOUNT TABLE FULL AT '
                           WS-CAT-MAX-ENTRIES ', CUSTOMER '
                           WS-SRT-CUST-ID
                   MOVE 4 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-CAT-ENTRY-COUNT
                   MOVE WS-AFR-ACC-NUMBER
                       TO WS-CAT-ACC-NUMBER(WS-CAT-ENTRY-COUNT)
                   MOVE WS-AFR-ACC-TYPE
                       TO WS-CAT-ACC-TYPE(WS-CAT-ENTRY-COUNT)
                   MOVE WS-AFR-ACC-STATUS
                       TO WS-CAT-ACC-STATUS(WS-CAT-ENTRY-COUNT)
               END-IF
               PERFORM READ-ACCOUNT-RECORD
           END-PERFORM.

       VALIDATE-QUOTE-ACCOUNT.
           MOVE ZERO TO WS-CAT-PICKED.
           MOVE ZERO TO WS-CAT-OTHER-OPEN.
           IF WS-PQR-ACC-NUMBER IS NUMERIC
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CAT-ENTRY-COUNT
                   IF WS-CAT-ACC-NUMBER(WS-CAT-IDX)
                           = WS-PQR-ACC-NUMBER-NUM
                       MOVE WS-CAT-IDX TO WS-CAT-PICKED
                   ELSE
                       IF NOT CAT-ACCOUNT-CLOSED(WS-CAT-IDX)
                           ADD 1 TO WS-CAT-OTHER-OPEN
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CAT-PICKED = ZERO
               SET REQUEST-IS-REFUSED TO TRUE
               MOVE 'Q004' TO WS-REASON-CODE
               MOVE 'ACCOUNT NOT CUSTOMER' TO WS-REASON-TEXT
           ELSE
               IF CAT-ACCOUNT-CLOSED(WS-CAT-PICKED)
                   SET REQUEST-IS-REFUSED TO TRUE
                   MOVE 'Q005' TO WS-REASON-CODE
                   MOVE 'ACCOUNT CLOSED' TO WS-REASON-TEXT
               ELSE
                   IF WS-CAT-OTHER-OPEN > ZERO
                       SET REQUEST-IS-REFUSED TO TRUE
                       MOVE 'Q006' TO WS-REASON-CODE
                       MOVE 'OTHER ACCOUNTS OPEN' TO WS-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

       VALIDATE-GOOD-THRU-DATE.
           MOVE ZERO TO WS-GOOD-THRU-DATE.
      * A real calendar day survives the round trip through the day
      * number unchanged.
           IF WS-PQR-GOOD-THRU IS NUMERIC
               MOVE WS-PQR-GOOD-THRU TO WS-GOOD-THRU-DATE
               IF WS-GOOD-THRU-MONTH < 1 OR WS-GOOD-THRU-MONTH > 12
                       OR WS-GOOD-THRU-DAY < 1
                       OR WS-GOOD-THRU-DAY > 31
                       OR WS-GOOD-THRU-YEAR < 1601
                   MOVE ZERO TO WS-GOOD-THRU-DATE
               ELSE
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-GOOD-THRU-DATE)
                   IF FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                           NOT = WS-GOOD-THRU-DATE
                       MOVE ZERO TO WS-GOOD-THRU-DATE
                   END-IF
               END-IF
           END-IF.
           IF WS-GOOD-THRU-DATE = ZERO
                   OR WS-GOOD-THRU-DATE < WS-RUN-DATE
                   OR WS-GOOD-THRU-DATE > WS-LATEST-GOOD-THRU
               SET REQUEST-IS-REFUSED TO TRUE
               MOVE 'Q007' TO WS-REASON-CODE
               MOVE 'GOOD-THRU DATE BAD' TO WS-REASON-TEXT
           END-IF.

       FIGURE-PAYOFF-AMOUNT.
      * Interest under the primary account's type, the fee under the
      * named account's own row.
           MOVE WS-CAT-ACC-TYPE(1) TO WS-RATE-ACC-TYPE.
           MOVE WS-RATE-ACC-TYPE TO WS-PD-ACC-TYPE.
           MOVE WS-CFR-CUST-BALANCE TO WS-PD-BALANCE.
           MOVE WS-INT-FROM-DATE TO WS-PD-FROM-DATE.
           MOVE WS-GOOD-THRU-DATE TO WS-PD-THRU-DATE.
           PERFORM 8500-FIGURE-PER-DIEM-INTEREST.
           IF PD-NO-RATE
               SET REQUEST-IS-REFUSED TO TRUE
               MOVE 'Q009' TO WS-REASON-CODE
               MOVE 'NO RATE IN FORCE' TO WS-REASON-TEXT
           END-IF.
           IF PD-TOO-MANY-RATES
               SET REQUEST-IS-REFUSED TO TRUE
               MOVE 'Q010' TO WS-REASON-CODE
               MOVE 'TOO MANY RATE CHANGES' TO WS-REASON-TEXT
           END-IF.
           IF REQUEST-IS-VALID
               PERFORM FIGURE-PAYOFF-FEE
               COMPUTE WS-PAYOFF-AMOUNT = WS-CFR-CUST-BALANCE
                   + WS-PD-INTEREST + WS-FEE-AMOUNT
           END-IF.

       FIGURE-PAYOFF-FEE.
      * One monthly fee for each calendar month from the month
      * interest is owed from through the good-through month; none
      * when the span is empty (a MEND quote good through tonight)
      * or the account is frozen.
           MOVE ZERO TO WS-MONTHLY-FEE.
           MOVE ZERO TO WS-FEE-MONTHS.
           MOVE ZERO TO WS-FEE-AMOUNT.
           MOVE WS-CAT-ACC-TYPE(WS-CAT-PICKED) TO WS-PD-ACC-TYPE.
           MOVE WS-GOOD-THRU-DATE TO WS-PD-DAY-DATE.
           PERFORM 8515-FIND-RATE-FOR-DAY.
           IF WS-PD-RATE-PICKED > ZERO
               MOVE WS-PD-RATE-FEE(WS-PD-RATE-PICKED)
                   TO WS-MONTHLY-FEE
           END-IF.
           IF WS-GOOD-THRU-DATE >= WS-INT-FROM-DATE
                   AND NOT CAT-ACCOUNT-FROZEN(WS-CAT-PICKED)
               COMPUTE WS-FEE-MONTHS =
                   (WS-GOOD-THRU-YEAR * 12 + WS-GOOD-THRU-MONTH)
                   - (WS-INT-FROM-YEAR * 12 + WS-INT-FROM-MONTH) + 1
               COMPUTE WS-FEE-AMOUNT =
                   WS-MONTHLY-FEE * WS-FEE-MONTHS
           END-IF.

       ISSUE-PAYOFF-QUOTE.
           ADD 1 TO WS-QUOTE-SEQUENCE.
           MOVE WS-RUN-DATE TO WS-QID-DATE.
           MOVE WS-QUOTE-SEQUENCE TO WS-QID-SEQUENCE.
           MOVE SPACES TO WS-PAYOFF-QUOTE-RECORD.
           MOVE WS-QUOTE-ID-WORK TO WS-PQ-QUOTE-ID.
           MOVE WS-SRT-CUST-ID TO WS-PQ-CUST-ID.
           MOVE WS-CAT-ACC-NUMBER(WS-CAT-PICKED) TO WS-PQ-ACC-NUMBER.
           MOVE WS-RATE-ACC-TYPE TO WS-PQ-RATE-ACC-TYPE.
           MOVE WS-RUN-DATE TO WS-PQ-QUOTE-DATE.
           MOVE WS-INT-FROM-DATE TO WS-PQ-INT-FROM.
           MOVE WS-GOOD-THRU-DATE TO WS-PQ-GOOD-THRU.
           MOVE WS-CFR-CUST-BALANCE TO WS-PQ-BALANCE.
           MOVE WS-PD-INTEREST TO WS-PQ-INTEREST.
           MOVE WS-MONTHLY-FEE TO WS-PQ-MONTHLY-FEE.
           MOVE WS-FEE-MONTHS TO WS-PQ-FEE-MONTHS.
           MOVE WS-FEE-AMOUNT TO WS-PQ-FEE.
           MOVE WS-PAYOFF-AMOUNT TO WS-PQ-PAYOFF-AMOUNT.
           MOVE WS-PD-PER-DIEM TO WS-PQ-PER-DIEM.
           MOVE WS-PQR-REQUESTER-ID TO WS-PQ-REQUESTER-ID.
           WRITE WS-PAYOFF-QUOTE-RECORD.
           ADD 1 TO WS-QUOTE-COUNT.
           ADD WS-PAYOFF-AMOUNT TO WS-QUOTE-TOTAL.
           PERFORM ADVANCE-ADDRESS-TO-CUSTOMER.
           IF ADDRESS-REC-FOUND AND ADR-UNDELIVERABLE
               PERFORM HOLD-PAYOFF-LETTER
           ELSE
               PERFORM WRITE-PAYOFF-LETTER
           END-IF.

       ADVANCE-ADDRESS-TO-CUSTOMER.
      * The extract rides the same customer-id balance line.
           MOVE 'N' TO WS-ADDR-FOUND-SW.
           PERFORM UNTIL ADDRESS-EOF
                   OR WS-ADR-CUST-ID >= WS-SRT-CUST-ID
               PERFORM READ-ADDRESS-RECORD
           END-PERFORM.
           IF NOT ADDRESS-EOF
                   AND WS-ADR-CUST-ID = WS-SRT-CUST-ID
               MOVE 'Y' TO WS-ADDR-FOUND-SW
           END-IF.

       WRITE-PAYOFF-LETTER.
           MOVE WS-PQ-QUOTE-ID TO WS-LTR-QUOTE-ID.
           MOVE WS-RUN-DATE TO WS-LTR-QUOTE-DATE.
           WRITE WS-PAYOFF-LETTER-LINE FROM WS-LTR-TITLE-LINE.
           MOVE WS-CFR-CUST-NAME TO WS-SN-FREEFORM-NAME.
           PERFORM 8310-PARSE-AND-STANDARDIZE-NAME.
           MOVE WS-SN-STANDARDIZED TO WS-LTR-STD-NAME.
           WRITE WS-PAYOFF-LETTER-LINE FROM WS-LTR-NAME-LINE.
           IF ADDRESS-REC-FOUND
               MOVE WS-ADR-LINE1 TO WS-LTR-ADDR-TEXT
               WRITE WS-PAYOFF-LETTER-LINE FROM WS-LTR-ADDR-LINE
               IF WS-ADR-LINE2 NOT = SPACES
                   MOVE WS-ADR-LINE2 TO WS-LTR-ADDR-TEXT
                   WRITE WS-PAYOFF-LETTER-LINE FROM WS-LTR-ADDR-LINE
               END-IF
               MOVE WS-ADR-CITY TO WS-LTR-CITY
               MOVE WS-ADR-POSTAL-CODE TO WS-LTR-POSTAL
               WRITE WS-PAYOFF-LETTER-LINE FROM WS-LTR-CITY-LINE
           ELSE
               ADD 1 TO WS-NO-ADDRESS-COUNT
           END-IF.
           WRITE WS-PAYOFF-LETTER-LINE FROM WS-LTR-BLANK-LINE.
           MOVE WS-PQ-ACC-NUMBER TO WS-LTR-ACC-NUMBER.
           MOVE WS-PQ-CUST-ID TO WS-LTR-CUST-ID.
           WRITE WS-PAYOFF-LETTER-LINE FROM WS-LTR-ACCOUNT-LINE.
           MOVE 'BALANCE' TO WS-LTR-AMT-LABEL.
           MOVE WS-PQ-BALANCE TO WS-LTR-AMOUNT.
           WRITE WS-PAYOFF-LETTER-LINE FROM WS-LTR-AMOUNT-LINE.
           PERFORM WRITE-INTEREST-SEGMENT-LINE
               VARYING WS-PD-SEG-IDX FROM 1 BY 1
               UNTIL WS-PD-SEG-IDX > WS-PD-SEG-COUNT.
           MOVE WS-PQ-FEE-MONTHS TO WS-LTR-FEE-MONTHS.
           MOVE WS-PQ-MONTHLY-FEE TO WS-LTR-MONTHLY-FEE.
           MOVE WS-PQ-FEE TO WS-LTR-FEE-AMT.
           WRITE WS-PAYOFF-LETTER-LINE FROM WS-LTR-FEE-LINE.
           MOVE 'PAYOFF AMOUNT' TO WS-LTR-AMT-LABEL.
           MOVE WS-PQ-PAYOFF-AMOUNT TO WS-LTR-AMOUNT.
           WRITE WS-PAYOFF-LETTER-LINE FROM WS-LTR-AMOUNT-LINE.
           MOVE 'DAILY INTEREST (PER DIEM)' TO WS-LTR-AMT-LABEL.
           MOVE WS-PQ-PER-DIEM TO WS-LTR-AMOUNT.
           WRITE WS-PAYOFF-LETTER-LINE FROM WS-LTR-AMOUNT-LINE.
           WRITE WS-PAYOFF-LETTER-LINE FROM WS-LTR-BLANK-LINE.
           MOVE WS-PQ-GOOD-THRU TO WS-LTR-GOOD-THRU.
           WRITE WS-PAYOFF-LETTER-LINE FROM WS-LTR-GOOD-THRU-LINE.
           MOVE WS-PQ-QUOTE-ID TO WS-LTR-REFERENCE.
           WRITE WS-PAYOFF-LETTER-LINE FROM WS-LTR-REFERENCE-LINE.
           WRITE WS-PAYOFF-LETTER-LINE FROM WS-LTR-CLOSING-LINE.
           WRITE WS-PAYOFF-LETTER-LINE FROM WS-LTR-BLANK-LINE.
           ADD 1 TO WS-LETTER-COUNT.

       WRITE-INTEREST-SEGMENT-LINE.
           MOVE WS-PD-SEG-FROM(WS-PD-SEG-IDX) TO WS-LTR-SEG-FROM.
           MOVE WS-PD-SEG-THRU(WS-PD-SEG-IDX) TO WS-LTR-SEG-THRU.
           MOVE WS-PD-SEG-DAYS(WS-PD-SEG-IDX) TO WS-LTR-SEG-DAYS.
           MOVE WS-PD-SEG-PCT(WS-PD-SEG-IDX) TO WS-LTR-SEG-PCT.
           MOVE WS-PD-SEG-INTEREST(WS-PD-SEG-IDX) TO WS-LTR-SEG-AMT.
           WRITE WS-PAYOFF-LETTER-LINE FROM WS-LTR-SEGMENT-LINE.

       HOLD-PAYOFF-LETTER.
           MOVE SPACES TO WS-BAD-ADDRESS-RECORD.
           MOVE WS-CR-JOB-NAME TO WS-BAD-SOURCE-JOB.
           MOVE WS-SRT-CUST-ID TO WS-BAD-CUST-ID.
           MOVE WS-CFR-CUST-NAME TO WS-BAD-CUST-NAME.
           MOVE WS-ADR-RETURN-DATE TO WS-BAD-RETURN-DATE.
           MOVE WS-ADR-RETURN-REASON TO WS-BAD-RETURN-REASON.
           MOVE 'PAYOFF' TO WS-BAD-HELD-ITEM.
           MOVE WS-PQ-PAYOFF-AMOUNT TO WS-BAD-HELD-AMOUNT.
           MOVE WS-RUN-DATE TO WS-BAD-CYCLE-DATE.
           WRITE WS-BAD-ADDRESS-RECORD.
           ADD 1 TO WS-LETTER-HELD-COUNT.

       WRITE-SUSPENSE-RECORD.
           ADD 1 TO WS-SUSPENSE-COUNT.
           MOVE SPACES TO WS-SUSPENSE-RECORD.
           MOVE WS-REQUEST-RECORD TO WS-SUS-REQUEST-IMAGE.
           MOVE WS-REASON-CODE TO WS-SUS-REASON-CODE.
           MOVE WS-REASON-TEXT TO WS-SUS-REASON-TEXT.
           WRITE WS-SUSPENSE-RECORD.
           DISPLAY 'Payoff quote refused, reason '
                   WS-REASON-CODE ', customer ' WS-PQR-CUST-ID.

       TERMINATION-PARAGRAPH.
           CLOSE CUSTOMER-FILE.
           CLOSE ACCOUNT-FILE.
           IF WS-ADDRESS-FILE-STATUS = '00'
                   OR WS-ADDRESS-FILE-STATUS = '10'
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE PAYOFF-QUOTE-FILE.
           CLOSE PAYOFF-LETTER-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE BAD-ADDRESS-FILE.
           DISPLAY 'Quote requests read:      ' WS-REQUEST-READ-COUNT.
           DISPLAY 'Customers read:           ' WS-CUST-READ-COUNT.
           DISPLAY 'Accounts read:            ' WS-ACCT-READ-COUNT.
           DISPLAY 'Rate rows read:           ' WS-RATE-READ-COUNT.
           DISPLAY 'Addresses read:           ' WS-ADDR-READ-COUNT.
           DISPLAY 'Quotes issued:            ' WS-QUOTE-COUNT
                   ' amount ' WS-QUOTE-TOTAL.
           DISPLAY 'Letters printed:          ' WS-LETTER-COUNT.
           DISPLAY 'Letters, no address:      ' WS-NO-ADDRESS-COUNT.
           DISPLAY 'Letters held, bad address:' WS-LETTER-HELD-COUNT.
           DISPLAY 'Requests refused:         ' WS-SUSPENSE-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-REQUEST-READ-COUNT TO WS-CR-RECORDS-IN.
           MOVE WS-QUOTE-COUNT     TO WS-CR-RECORDS-OUT.
           MOVE WS-SUSPENSE-COUNT  TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE        TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program PAYQUOTE completed.'.
           EXIT PROGRAM.

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

       COPY NAMSTDPR.

       COPY CTLRPTPR.

       COPY DRYREFPR.
