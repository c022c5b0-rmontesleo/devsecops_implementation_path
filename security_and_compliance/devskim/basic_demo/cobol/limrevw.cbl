       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMREVW.
      * Periodic credit-limit review. PARM='YYYYMMDD,CCCC' names the
      * cycle; runs after the month-end posting run and DELQTRK. A
      * review is due on a MEND cycle whose month is a multiple of
      * REVWMNTH (control card, default 3: March, June, September,
      * December); on any other cycle the run writes empty outputs
      * and a report that says no review was due, so the job can sit
      * in the schedule every cycle. The review window runs from the
      * first of the month REVWMNTH-1 months back to the run date.
      *
      * Every open account on ACCTFILE (status not 'C') of an active
      * customer with a limit set is scored out of 100, four parts of
      * 25 points each:
      *     PAYMENT   payments posted on TRANHIST in the window, one a
      *               month for full marks, less 5 for each late fee
      *               (a missed minimum) and 10 for each returned
      *               payment (a reversal that put the balance back
      *               up); a customer owing nothing with no payment
      *               and no late fee has missed nothing
      *     DELINQ    DELQTRK's tracking file: not tracked 25, then
      *               15/10/5/0 for dunning levels 0 to 3
      *     UTIL      customer balance against the account limit, the
      *               way the posting run's referral check measures it:
      *               25 at 30% or under, 20/12/5 at 50/75/90%, none
      *               above 90%
      *     REFERRAL  the window's REFRPT generations, concatenated on
      *               REFHIST: 25 less 10 for each severity-1 (over
      *               limit) line and 3 for each severity-2 line under
      *               the account's type (REFRPT carries no account
      *               number, so two accounts of one type share them)
      * The account type's band on LIMBAND then decides: a score at or
      * above the band's increase score raises the limit by the
      * band's increase percent, up to its ceiling; a score at or
      * below its decrease score cuts it by the decrease percent, but
      * not below the band's floor nor below the balance owed;
      * anything between holds. A type with no row of its own takes
      * the '*' row, and with no LIMBAND at all the shipped default
      * band applies to every type. A frozen account is scored and
      * reported but always held.
      *
      * Each increase or decrease is written to LIMRVRQ as an ACMNTRQ
      * change request -- account number, new limit, type left blank
      * so the type stands -- with the requester from the REVWREQ
      * control card and the approver blank. Credit reviews the file
      * and the report, keys its approver on any request over
      * ACCTMNT's LIMTHRES threshold, and feeds it to ACCTMNT, which
      * applies it under its normal approval checks. Nothing here
      * changes a limit by itself.
      *
      * The review report lists every account scored with its four
      * part scores, the recommendation and the proposed limit, and
      * closes with totals: increases and decreases with the limit
      * moved, holds, and the accounts not scored and why.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT DELINQUENCY-TRACKING-FILE ASSIGN TO DELQTRKO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELQ-FILE-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO TRANHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT REFERRAL-HISTORY-FILE ASSIGN TO REFHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-FILE-STATUS.

           SELECT LIMIT-BAND-FILE ASSIGN TO LIMBAND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAND-FILE-STATUS.

           SELECT LIMIT-REQUEST-FILE ASSIGN TO LIMRVRQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

           SELECT REVIEW-REPORT-FILE ASSIGN TO LIMRVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-ACCOUNT-FILE-RECORD.
       01  WS-ACCOUNT-FILE-RECORD.
           05  WS-AFR-CUST-ID       PIC 9(10).
           05  WS-AFR-ACC-NUMBER    PIC 9(10).
           05  WS-AFR-ACC-TYPE      PIC X(10).
           05  WS-AFR-ACC-LIMIT     PIC S9(7)V99.
           05  WS-AFR-ACC-STATUS    PIC X(1).
               88  AFR-ACCOUNT-FROZEN   VALUE 'F'.
               88  AFR-ACCOUNT-CLOSED   VALUE 'C'.
           05  FILLER               PIC X(20).

       FD  CUSTOMER-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS WS-CUSTOMER-FILE-RECORD.
       01  WS-CUSTOMER-FILE-RECORD.
           05  WS-CFR-CUST-ID       PIC 9(10).
           05  WS-CFR-CUST-NAME     PIC X(30).
           05  WS-CFR-CUST-BALANCE  PIC S9(7)V99.
           05  WS-CFR-CUST-STATUS   PIC X(1).

      * DELQTRK's tracking output, in customer-id order.
       FD  DELINQUENCY-TRACKING-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS WS-DELQ-TRACKING-RECORD.
       01  WS-DELQ-TRACKING-RECORD  PIC X(30).

       FD  TRAN-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-HISTORY-FILE-RECORD.
       01  WS-HISTORY-FILE-RECORD   PIC X(60).

      * The window's REFRPT generations, concatenated. Heading lines
      * carry no numeric customer id and are passed over.
       FD  REFERRAL-HISTORY-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-REFERRAL-REPORT-LINE.
       01  WS-REFERRAL-REPORT-LINE.
           05  WS-RFL-SEVERITY      PIC X(1).
           05  FILLER               PIC X(3).
           05  WS-RFL-CUST-ID       PIC X(10).
           05  FILLER               PIC X(69).
           05  WS-RFL-ACC-TYPE      PIC X(10).
           05  FILLER               PIC X(39).

       FD  LIMIT-BAND-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-BAND-FILE-RECORD.
       01  WS-BAND-FILE-RECORD      PIC X(80).

      * Recommended changes in ACCTMNT's 100-byte ACMNTRQ layout.
       FD  LIMIT-REQUEST-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-LIMIT-REQUEST-RECORD.
       01  WS-LIMIT-REQUEST-RECORD  PIC X(100).

       FD  REVIEW-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-REVIEW-REPORT-LINE.
       01  WS-REVIEW-REPORT-LINE    PIC X(132).

      * One piece of scoring evidence: a history item in the window
      * (source 'H') or a referral line (source 'R'), gathered from
      * both files and sorted into customer-id order.
       SD  SORT-WORK-FILE.
       01  WS-SORT-RECORD.
           05  WS-SRT-CUST-ID       PIC 9(10).
           05  WS-SRT-SOURCE        PIC X(1).
               88  SRT-FROM-HISTORY     VALUE 'H'.
               88  SRT-FROM-REFERRAL    VALUE 'R'.
           05  WS-SRT-TRAN-TYPE     PIC X(1).
           05  WS-SRT-AMOUNT        PIC S9(7)V99.
           05  WS-SRT-ACC-TYPE      PIC X(10).
           05  WS-SRT-SEVERITY      PIC X(1).
           05  FILLER               PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ACCOUNT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CUSTOMER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-DELQ-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-HISTORY-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REFERRAL-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-BAND-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REQUEST-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REPORT-FILE-STATUS.

      * DELQTRK's own tracking layout.
       01  WS-DELQ-RECORD.
           05  WS-DTK-CUST-ID       PIC 9(10).
           05  WS-DTK-OVER-CYCLES   PIC 9(3).
           05  WS-DTK-DUN-LEVEL     PIC 9(1).
           05  WS-DTK-FIRST-SEEN    PIC 9(8).
           05  FILLER               PIC X(8).

       01  WS-HISTORY-WORK-RECORD.
           COPY TRNHIST.

      * One LIMBAND row: the account type ('*' for every type without
      * a row of its own), the scores that trigger an increase and a
      * decrease, the percent each moves the limit, and the floor and
      * ceiling in whole units (a zero ceiling caps nothing).
       01  WS-BAND-RECORD.
           05  WS-LBR-ACC-TYPE      PIC X(10).
           05  WS-LBR-INC-SCORE     PIC 9(3).
           05  WS-LBR-DEC-SCORE     PIC 9(3).
           05  WS-LBR-INC-PCT       PIC 9(3).
           05  WS-LBR-DEC-PCT       PIC 9(3).
           05  WS-LBR-FLOOR         PIC 9(7).
           05  WS-LBR-CEILING       PIC 9(7).
           05  FILLER               PIC X(44).

      * Bands in force. Entry one is always the '*' row: the shipped
      * default until LIMBAND supplies its own.
       01  WS-BAND-TABLE.
           05  WS-BND-ENTRY-COUNT   PIC 9(3) VALUE ZERO.
           05  WS-BND-MAX-ENTRIES   PIC 9(3) VALUE 50.
           05  WS-BND-ENTRY OCCURS 50 TIMES.
               10  WS-BND-ACC-TYPE      PIC X(10).
               10  WS-BND-INC-SCORE     PIC 9(3).
               10  WS-BND-DEC-SCORE     PIC 9(3).
               10  WS-BND-INC-PCT       PIC 9(3).
               10  WS-BND-DEC-PCT       PIC 9(3).
               10  WS-BND-FLOOR         PIC 9(7).
               10  WS-BND-CEILING       PIC 9(7).
           05  WS-BND-IDX           PIC 9(3) VALUE ZERO.
           05  WS-BND-PICKED        PIC 9(3) VALUE ZERO.

      * The current customer's referral lines, counted by account
      * type and severity.
       01  WS-CUST-REFERRAL-TABLE.
           05  WS-CRF-ENTRY-COUNT   PIC 9(3) VALUE ZERO.
           05  WS-CRF-MAX-ENTRIES   PIC 9(3) VALUE 20.
           05  WS-CRF-ENTRY OCCURS 20 TIMES.
               10  WS-CRF-ACC-TYPE      PIC X(10).
               10  WS-CRF-SEV1-COUNT    PIC 9(5).
               10  WS-CRF-SEV2-COUNT    PIC 9(5).
           05  WS-CRF-IDX           PIC 9(3) VALUE ZERO.
           05  WS-CRF-PICKED        PIC 9(3) VALUE ZERO.

      * The recommended change as ACCTMNT reads it: action 'C',
      * account number, customer, a blank type (the type stands),
      * the new limit unsigned with the implied V99, the requester
      * and a blank approver for credit to fill in.
       01  WS-LIMIT-REQUEST-WORK.
           05  WS-LRQ-ACTION        PIC X(1).
           05  WS-LRQ-ACC-NUMBER    PIC 9(10).
           05  WS-LRQ-CUST-ID       PIC 9(10).
           05  WS-LRQ-ACC-TYPE      PIC X(10).
           05  WS-LRQ-ACC-LIMIT     PIC 9(7)V99.
           05  WS-LRQ-REQUESTER-ID  PIC X(8).
           05  WS-LRQ-APPROVER-ID   PIC X(8).
           05  FILLER               PIC X(44).

       01  WS-PARM-FIELDS.
           05  WS-PARM-LENGTH       PIC 9(4) VALUE ZERO.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05  WS-CYCLE-TYPE        PIC X(4) VALUE SPACES.

       COPY OPTPARWS.

       01  WS-REVIEW-CONTROL-FIELDS.
      * Months between reviews (REVWMNTH, 1 to 12) and the requester
      * stamped on the generated requests (REVWREQ).
           05  WS-REVIEW-MONTHS     PIC 9(2) VALUE 3.
           05  WS-REVIEW-REQUESTER  PIC X(8) VALUE 'LIMREVW'.
           05  WS-REVIEW-DUE-SW     PIC X(1) VALUE 'N'.
               88  REVIEW-IS-DUE        VALUE 'Y'.
           05  WS-RUN-MONTH         PIC 9(2) VALUE ZERO.
           05  WS-MONTH-QUOTIENT    PIC 9(2) VALUE ZERO.
           05  WS-MONTH-REMAINDER   PIC 9(2) VALUE ZERO.
           05  WS-WINDOW-START      PIC 9(8) VALUE ZERO.
           05  WS-WINDOW-START-PARTS REDEFINES WS-WINDOW-START.
               10  WS-WINDOW-YEAR       PIC 9(4).
               10  WS-WINDOW-MONTH      PIC 9(2).
               10  WS-WINDOW-DAY        PIC 9(2).
           05  WS-WORK-MONTH        PIC S9(3) VALUE ZERO.
           05  WS-ACCT-EOF-SW       PIC X(1) VALUE 'N'.
               88  ACCOUNT-EOF          VALUE 'Y'.
           05  WS-ACCT-DATA-SW      PIC X(1) VALUE 'N'.
               88  ACCT-DATA-RECORD     VALUE 'Y'.
           05  WS-CUST-EOF-SW       PIC X(1) VALUE 'N'.
               88  CUSTOMER-EOF         VALUE 'Y'.
           05  WS-CUST-DATA-SW      PIC X(1) VALUE 'N'.
               88  CUST-DATA-RECORD     VALUE 'Y'.
           05  WS-DELQ-EOF-SW       PIC X(1) VALUE 'N'.
               88  DELQ-EOF             VALUE 'Y'.
           05  WS-HIST-EOF-SW       PIC X(1) VALUE 'N'.
               88  HISTORY-EOF          VALUE 'Y'.
           05  WS-REFER-EOF-SW      PIC X(1) VALUE 'N'.
               88  REFERRAL-EOF         VALUE 'Y'.
           05  WS-BAND-EOF-SW       PIC X(1) VALUE 'N'.
               88  BAND-EOF             VALUE 'Y'.
           05  WS-SORT-EOF-SW       PIC X(1) VALUE 'N'.
               88  SORT-EOF             VALUE 'Y'.
           05  WS-BAND-VALID-SW     PIC X(1) VALUE 'Y'.
               88  BAND-ROW-VALID       VALUE 'Y'.

      * What the evidence and DELQTRK say about the current customer.
       01  WS-CUSTOMER-EVIDENCE.
           05  WS-EV-PAYMENT-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-EV-LATE-FEE-COUNT PIC 9(5) VALUE ZERO.
           05  WS-EV-RETURNED-COUNT PIC 9(5) VALUE ZERO.
           05  WS-EV-DELQ-SW        PIC X(1) VALUE 'N'.
               88  CUST-IS-DELINQUENT   VALUE 'Y'.
           05  WS-EV-DUN-LEVEL      PIC 9(1) VALUE ZERO.

      * One account's score and recommendation.
       01  WS-ACCOUNT-SCORE.
           05  WS-PAYMENT-POINTS    PIC S9(5) VALUE ZERO.
           05  WS-DELINQ-POINTS     PIC S9(3) VALUE ZERO.
           05  WS-UTIL-POINTS       PIC S9(3) VALUE ZERO.
           05  WS-REFERRAL-POINTS   PIC S9(5) VALUE ZERO.
           05  WS-TOTAL-SCORE       PIC S9(3) VALUE ZERO.
           05  WS-UTIL-PCT          PIC 9(11) VALUE ZERO.
           05  WS-ACCOUNT-LIMIT     PIC 9(7)V99 VALUE ZERO.
           05  WS-NEW-LIMIT         PIC 9(7)V99 VALUE ZERO.
           05  WS-NEW-LIMIT-WHOLE   PIC 9(9) VALUE ZERO.
           05  WS-BALANCE-WHOLE     PIC 9(9) VALUE ZERO.
           05  WS-LIMIT-CHANGE      PIC S9(7)V99 VALUE ZERO.
           05  WS-RECOMMENDATION    PIC X(8) VALUE SPACES.
               88  RECOMMEND-INCREASE   VALUE 'INCREASE'.
               88  RECOMMEND-DECREASE   VALUE 'DECREASE'.
               88  RECOMMEND-HOLD       VALUE 'HOLD'.
           05  WS-HOLD-REASON       PIC X(20) VALUE SPACES.

       01  WS-RUN-COUNTERS.
           05  WS-CUST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ACCT-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-DELQ-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-HIST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-HIST-USED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-REFER-READ-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-REFER-USED-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-BAND-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-BAND-BAD-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-ORPHAN-EV-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-NO-CUST-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-CLOSED-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-NOT-ACTIVE-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-NO-LIMIT-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-REFER-FULL-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-SCORED-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-INCREASE-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-INCREASE-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-DECREASE-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-DECREASE-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-HOLD-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-REQUEST-COUNT     PIC 9(9) VALUE ZERO.

      * Envelope view of CUSTFILE's first record (copybook
      * FILENVWS), for the dry-run check.
       01  WS-ENVELOPE-RECORD.
           COPY FILENVWS.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE-LINE.
               10  FILLER  PIC X(37) VALUE
                   'LIMREVW - CREDIT-LIMIT REVIEW, CYCLE '.
               10  WS-RPT-CYCLE-DATE PIC 9(8).
               10  FILLER  PIC X(8) VALUE ' WINDOW '.
               10  WS-RPT-WINDOW-FROM PIC 9(8).
               10  FILLER  PIC X(4) VALUE ' TO '.
               10  WS-RPT-WINDOW-TO PIC 9(8).
               10  FILLER  PIC X(59) VALUE SPACES.
           05  WS-RPT-NOT-DUE-LINE.
               10  FILLER  PIC X(46) VALUE
                   'NO REVIEW DUE THIS CYCLE: REVIEW EVERY MONTHS='.
               10  WS-RPT-NOT-DUE-MONTHS PIC Z9.
               10  FILLER  PIC X(7) VALUE ' CYCLE='.
               10  WS-RPT-NOT-DUE-CYCLE PIC X(4).
               10  FILLER  PIC X(73) VALUE SPACES.
           05  WS-RPT-HEADING-LINE.
               10  FILLER  PIC X(22) VALUE 'CUST-ID    ACCOUNT'.
               10  FILLER  PIC X(11) VALUE 'ACC-TYPE'.
               10  FILLER  PIC X(24) VALUE
                   '      LIMIT     BALANCE'.
               10  FILLER  PIC X(21) VALUE ' UTIL PAY DEL UTL REF'.
               10  FILLER  PIC X(10) VALUE ' SCORE'.
               10  FILLER  PIC X(21) VALUE 'ACTION      NEW LIMIT'.
               10  FILLER  PIC X(23) VALUE ' NOTE'.
           05  WS-RPT-DETAIL-LINE.
               10  WS-RPT-CUST-ID   PIC 9(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPT-ACC-NUMBER PIC 9(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPT-ACC-TYPE  PIC X(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPT-LIMIT     PIC ZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPT-BALANCE   PIC -ZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPT-UTIL-PCT  PIC ZZ9.
               10  FILLER           PIC X(1) VALUE '%'.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPT-PAY-PTS   PIC ZZ9.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPT-DEL-PTS   PIC ZZ9.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPT-UTL-PTS   PIC ZZ9.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPT-REF-PTS   PIC ZZ9.
               10  FILLER           PIC X(3) VALUE SPACES.
               10  WS-RPT-SCORE     PIC ZZ9.
               10  FILLER           PIC X(4) VALUE SPACES.
               10  WS-RPT-ACTION    PIC X(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPT-NEW-LIMIT PIC ZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPT-NOTE      PIC X(20).
               10  FILLER           PIC X(6) VALUE SPACES.
           05  WS-RPT-TOTAL-LINE.
               10  WS-RTL-LABEL     PIC X(40).
               10  WS-RTL-COUNT     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(9) VALUE ' AMOUNT='.
               10  WS-RTL-AMOUNT    PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(59) VALUE SPACES.
           05  WS-RPT-COUNT-LINE.
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
           DISPLAY 'Program LIMREVW started, cycle ' WS-RUN-DATE.
           PERFORM GET-RUN-OPTIONS.
           MOVE 'LIMREVW' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM SET-REVIEW-WINDOW.
           PERFORM 8900-REFUSE-DRY-RUN-CUSTOMERS.
           PERFORM OPEN-OUTPUT-FILES.
           IF REVIEW-IS-DUE
               PERFORM LOAD-LIMIT-BANDS
               PERFORM OPEN-INPUT-FILES
               PERFORM READ-CUSTOMER-RECORD
               PERFORM READ-ACCOUNT-RECORD
               PERFORM READ-DELQ-RECORD
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY WS-SRT-CUST-ID
                   INPUT PROCEDURE IS RELEASE-EVIDENCE
                   OUTPUT PROCEDURE IS REVIEW-CUSTOMERS
           ELSE
               DISPLAY 'No limit review due this cycle.'
               MOVE WS-REVIEW-MONTHS TO WS-RPT-NOT-DUE-MONTHS
               MOVE WS-CYCLE-TYPE TO WS-RPT-NOT-DUE-CYCLE
               WRITE WS-REVIEW-REPORT-LINE FROM WS-RPT-NOT-DUE-LINE
           END-IF.
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
           MOVE 'REVWMNTH' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND RUN-OPTION-NUMERIC
                   AND WS-OPT-NUMVAL > ZERO
                   AND WS-OPT-NUMVAL <= 12
               MOVE WS-OPT-NUMVAL TO WS-REVIEW-MONTHS
           END-IF.
           DISPLAY 'OPTION IN EFFECT: REVWMNTH=' WS-REVIEW-MONTHS.
           MOVE 'REVWREQ' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND WS-OPT-VALUE NOT = SPACES
               MOVE WS-OPT-VALUE TO WS-REVIEW-REQUESTER
           END-IF.
           DISPLAY 'OPTION IN EFFECT: REVWREQ=' WS-REVIEW-REQUESTER.

       SET-REVIEW-WINDOW.
      * Due on a month-end cycle whose month the review interval
      * divides; the window opens on the first of the month that
      * starts the interval.
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH.
           DIVIDE WS-RUN-MONTH BY WS-REVIEW-MONTHS
               GIVING WS-MONTH-QUOTIENT
               REMAINDER WS-MONTH-REMAINDER.
           IF WS-CYCLE-TYPE = 'MEND' AND WS-MONTH-REMAINDER = ZERO
               SET REVIEW-IS-DUE TO TRUE
           END-IF.
           MOVE WS-RUN-DATE TO WS-WINDOW-START.
           MOVE 1 TO WS-WINDOW-DAY.
           COMPUTE WS-WORK-MONTH =
               WS-RUN-MONTH - WS-REVIEW-MONTHS + 1.
           IF WS-WORK-MONTH < 1
               ADD 12 TO WS-WORK-MONTH
               SUBTRACT 1 FROM WS-WINDOW-YEAR
           END-IF.
           MOVE WS-WORK-MONTH TO WS-WINDOW-MONTH.
           DISPLAY 'Review window: ' WS-WINDOW-START ' to '
                   WS-RUN-DATE.

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT LIMIT-REQUEST-FILE.
           IF WS-REQUEST-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening limit request file: '
                       WS-REQUEST-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REVIEW-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening limit review report: '
                       WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE LIMIT-REQUEST-FILE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO WS-RPT-CYCLE-DATE.
           MOVE WS-WINDOW-START TO WS-RPT-WINDOW-FROM.
           MOVE WS-RUN-DATE TO WS-RPT-WINDOW-TO.
           WRITE WS-REVIEW-REPORT-LINE FROM WS-RPT-TITLE-LINE.

       OPEN-INPUT-FILES.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening customer file: '
                       WS-CUSTOMER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE LIMIT-REQUEST-FILE
               CLOSE REVIEW-REPORT-FILE
               GOBACK
           END-IF.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening account file: '
                       WS-ACCOUNT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               CLOSE LIMIT-REQUEST-FILE
               CLOSE REVIEW-REPORT-FILE
               GOBACK
           END-IF.
      * Without the payment history no account can be scored, so no
      * limit change may be recommended.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening transaction history: '
                       WS-HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               CLOSE ACCOUNT-FILE
               CLOSE LIMIT-REQUEST-FILE
               CLOSE REVIEW-REPORT-FILE
               GOBACK
           END-IF.
      * No DELQTRK output yet simply means no customer is delinquent.
           OPEN INPUT DELINQUENCY-TRACKING-FILE.
           IF WS-DELQ-FILE-STATUS NOT = '00'
               DISPLAY 'No delinquency tracking file, status '
                       WS-DELQ-FILE-STATUS
                       ' - no customer scored as delinquent.'
               SET DELQ-EOF TO TRUE
           END-IF.
           WRITE WS-REVIEW-REPORT-LINE FROM WS-RPT-HEADING-LINE.

       LOAD-LIMIT-BANDS.
           PERFORM LOAD-DEFAULT-BAND.
           OPEN INPUT LIMIT-BAND-FILE.
           IF WS-BAND-FILE-STATUS NOT = '00'
               DISPLAY 'No limit band file, status '
                       WS-BAND-FILE-STATUS
                       ' - the default band applies to every type.'
           ELSE
               PERFORM LOAD-ONE-LIMIT-BAND
                   UNTIL BAND-EOF
               CLOSE LIMIT-BAND-FILE
           END-IF.
           DISPLAY 'Limit bands in force: ' WS-BND-ENTRY-COUNT.

       LOAD-DEFAULT-BAND.
           MOVE 1 TO WS-BND-ENTRY-COUNT.
           MOVE '*' TO WS-BND-ACC-TYPE(1).
           MOVE 85 TO WS-BND-INC-SCORE(1).
           MOVE 40 TO WS-BND-DEC-SCORE(1).
           MOVE 20 TO WS-BND-INC-PCT(1).
           MOVE 20 TO WS-BND-DEC-PCT(1).
           MOVE 500 TO WS-BND-FLOOR(1).
           MOVE 50000 TO WS-BND-CEILING(1).

       LOAD-ONE-LIMIT-BAND.
           READ LIMIT-BAND-FILE INTO WS-BAND-RECORD
               AT END SET BAND-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BAND-READ-COUNT
                   IF WS-BAND-RECORD(1:1) NOT = '*'
                           OR WS-LBR-ACC-TYPE = '*'
                       PERFORM STORE-LIMIT-BAND
                   END-IF
           END-READ.

       STORE-LIMIT-BAND.
      * A row that cannot be read as a band is skipped with a
      * warning; the type falls back to the '*' band.
           MOVE 'Y' TO WS-BAND-VALID-SW.
           IF WS-LBR-ACC-TYPE = SPACES
                   OR WS-LBR-INC-SCORE NOT NUMERIC
                   OR WS-LBR-DEC-SCORE NOT NUMERIC
                   OR WS-LBR-INC-PCT NOT NUMERIC
                   OR WS-LBR-DEC-PCT NOT NUMERIC
                   OR WS-LBR-FLOOR NOT NUMERIC
                   OR WS-LBR-CEILING NOT NUMERIC
               MOVE 'N' TO WS-BAND-VALID-SW
           ELSE
               IF WS-LBR-INC-SCORE > 100
                       OR WS-LBR-DEC-SCORE >= WS-LBR-INC-SCORE
                       OR WS-LBR-DEC-PCT >= 100
                   MOVE 'N' TO WS-BAND-VALID-SW
               END-IF
           END-IF.
           IF NOT BAND-ROW-VALID
               DISPLAY 'WARNING: LIMIT BAND ROW SKIPPED, TYPE '
                       WS-LBR-ACC-TYPE
               ADD 1 TO WS-BAND-BAD-COUNT
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-LBR-ACC-TYPE = '*'
                   MOVE 1 TO WS-BND-PICKED
               ELSE
                   IF WS-BND-ENTRY-COUNT >= WS-BND-MAX-ENTRIES
                       DISPLAY 'WARNING: LIMIT BAND TABLE FULL AT '
                               WS-BND-MAX-ENTRIES
                       ADD 1 TO WS-BAND-BAD-COUNT
                       MOVE 4 TO RETURN-CODE
                       MOVE ZERO TO WS-BND-PICKED
                   ELSE
                       ADD 1 TO WS-BND-ENTRY-COUNT
                       MOVE WS-BND-ENTRY-COUNT TO WS-BND-PICKED
                   END-IF
               END-IF
               IF WS-BND-PICKED > ZERO
                   MOVE WS-LBR-ACC-TYPE
                       TO WS-BND-ACC-TYPE(WS-BND-PICKED)
                   MOVE WS-LBR-INC-SCORE
                       TO WS-BND-INC-SCORE(WS-BND-PICKED)
                   MOVE WS-LBR-DEC-SCORE
                       TO WS-BND-DEC-SCORE(WS-BND-PICKED)
                   MOVE WS-LBR-INC-PCT
                       TO WS-BND-INC-PCT(WS-BND-PICKED)
                   MOVE WS-LBR-DEC-PCT
                       TO WS-BND-DEC-PCT(WS-BND-PICKED)
                   MOVE WS-LBR-FLOOR
                       TO WS-BND-FLOOR(WS-BND-PICKED)
                   MOVE WS-LBR-CEILING
                       TO WS-BND-CEILING(WS-BND-PICKED)
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

       READ-DELQ-RECORD.
           IF NOT DELQ-EOF
               READ DELINQUENCY-TRACKING-FILE INTO WS-DELQ-RECORD
                   AT END SET DELQ-EOF TO TRUE
                   NOT AT END ADD 1 TO WS-DELQ-READ-COUNT
               END-READ
           END-IF.

       RELEASE-EVIDENCE.
           PERFORM RELEASE-ONE-HISTORY-RECORD
               UNTIL HISTORY-EOF.
           CLOSE TRAN-HISTORY-FILE.
      * No referral generations for the window means no referrals.
           OPEN INPUT REFERRAL-HISTORY-FILE.
           IF WS-REFERRAL-FILE-STATUS NOT = '00'
               DISPLAY 'No referral history, status '
                       WS-REFERRAL-FILE-STATUS
                       ' - every account scores full referral marks.'
               SET REFERRAL-EOF TO TRUE
           END-IF.
           PERFORM RELEASE-ONE-REFERRAL-LINE
               UNTIL REFERRAL-EOF.
           IF WS-REFERRAL-FILE-STATUS = '00'
                   OR WS-REFERRAL-FILE-STATUS = '10'
               CLOSE REFERRAL-HISTORY-FILE
           END-IF.

       RELEASE-ONE-HISTORY-RECORD.
      * Payments, late fees and returned payments (reversals that
      * took the balance back up) posted in the window.
           READ TRAN-HISTORY-FILE INTO WS-HISTORY-WORK-RECORD
               AT END SET HISTORY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   IF WS-TH-POST-DATE >= WS-WINDOW-START
                           AND WS-TH-POST-DATE <= WS-RUN-DATE
                       IF WS-TH-TRAN-TYPE = 'P'
                               OR WS-TH-TRAN-TYPE = 'L'
                               OR (WS-TH-TRAN-TYPE = 'R'
                                   AND WS-TH-AMOUNT > ZERO)
                           MOVE SPACES TO WS-SORT-RECORD
                           MOVE WS-TH-CUST-ID TO WS-SRT-CUST-ID
                           SET SRT-FROM-HISTORY TO TRUE
                           MOVE WS-TH-TRAN-TYPE TO WS-SRT-TRAN-TYPE
                           MOVE WS-TH-AMOUNT TO WS-SRT-AMOUNT
                           RELEASE WS-SORT-RECORD
                           ADD 1 TO WS-HIST-USED-COUNT
                       END-IF
                   END-IF
           END-READ.

       RELEASE-ONE-REFERRAL-LINE.
           READ REFERRAL-HISTORY-FILE
               AT END SET REFERRAL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REFER-READ-COUNT
                   IF WS-RFL-CUST-ID IS NUMERIC
                           AND (WS-RFL-SEVERITY = '1'
                               OR WS-RFL-SEVERITY = '2')
                       MOVE SPACES TO WS-SORT-RECORD
                       MOVE WS-RFL-CUST-ID TO WS-SRT-CUST-ID
                       SET SRT-FROM-REFERRAL TO TRUE
                       MOVE ZERO TO WS-SRT-AMOUNT
                       MOVE WS-RFL-ACC-TYPE TO WS-SRT-ACC-TYPE
                       MOVE WS-RFL-SEVERITY TO WS-SRT-SEVERITY
                       RELEASE WS-SORT-RECORD
                       ADD 1 TO WS-REFER-USED-COUNT
                   END-IF
           END-READ.

       REVIEW-CUSTOMERS.
           PERFORM RETURN-EVIDENCE-RECORD.
           PERFORM REVIEW-ONE-CUSTOMER
               UNTIL CUSTOMER-EOF.
      * Accounts past the last customer have no customer record.
           PERFORM UNTIL ACCOUNT-EOF
               ADD 1 TO WS-NO-CUST-COUNT
               PERFORM READ-ACCOUNT-RECORD
           END-PERFORM.
           PERFORM UNTIL SORT-EOF
               ADD 1 TO WS-ORPHAN-EV-COUNT
               PERFORM RETURN-EVIDENCE-RECORD
           END-PERFORM.

       RETURN-EVIDENCE-RECORD.
           RETURN SORT-WORK-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN.

       REVIEW-ONE-CUSTOMER.
           PERFORM GATHER-CUSTOMER-EVIDENCE.
      * Balance line against DELQTRK's file and the account extract,
      * both in customer-id order.
           PERFORM UNTIL DELQ-EOF
                   OR WS-DTK-CUST-ID >= WS-CFR-CUST-ID
               PERFORM READ-DELQ-RECORD
           END-PERFORM.
           MOVE 'N' TO WS-EV-DELQ-SW.
           MOVE ZERO TO WS-EV-DUN-LEVEL.
           IF NOT DELQ-EOF AND WS-DTK-CUST-ID = WS-CFR-CUST-ID
               SET CUST-IS-DELINQUENT TO TRUE
               MOVE WS-DTK-DUN-LEVEL TO WS-EV-DUN-LEVEL
           END-IF.
           PERFORM UNTIL ACCOUNT-EOF
                   OR WS-AFR-CUST-ID >= WS-CFR-CUST-ID
               ADD 1 TO WS-NO-CUST-COUNT
               PERFORM READ-ACCOUNT-RECORD
           END-PERFORM.
           PERFORM UNTIL ACCOUNT-EOF
                   OR WS-AFR-CUST-ID NOT = WS-CFR-CUST-ID
               PERFORM REVIEW-ONE-ACCOUNT
               PERFORM READ-ACCOUNT-RECORD
           END-PERFORM.
           PERFORM READ-CUSTOMER-RECORD.

       GATHER-CUSTOMER-EVIDENCE.
           MOVE ZERO TO WS-EV-PAYMENT-COUNT.
           MOVE ZERO TO WS-EV-LATE-FEE-COUNT.
           MOVE ZERO TO WS-EV-RETURNED-COUNT.
           MOVE ZERO TO WS-CRF-ENTRY-COUNT.
           PERFORM UNTIL SORT-EOF
                   OR WS-SRT-CUST-ID >= WS-CFR-CUST-ID
               ADD 1 TO WS-ORPHAN-EV-COUNT
               PERFORM RETURN-EVIDENCE-RECORD
           END-PERFORM.
           PERFORM UNTIL SORT-EOF
                   OR WS-SRT-CUST-ID NOT = WS-CFR-CUST-ID
               IF SRT-FROM-HISTORY
                   EVALUATE WS-SRT-TRAN-TYPE
                       WHEN 'P'
                           ADD 1 TO WS-EV-PAYMENT-COUNT
                       WHEN 'L'
                           ADD 1 TO WS-EV-LATE-FEE-COUNT
                       WHEN 'R'
                           ADD 1 TO WS-EV-RETURNED-COUNT
                   END-EVALUATE
               ELSE
                   PERFORM COUNT-REFERRAL-LINE
               END-IF
               PERFORM RETURN-EVIDENCE-RECORD
           END-PERFORM.

       COUNT-REFERRAL-LINE.
           MOVE ZERO TO WS-CRF-PICKED.
           PERFORM VARYING WS-CRF-IDX FROM 1 BY 1
                   UNTIL WS-CRF-IDX > WS-CRF-ENTRY-COUNT
                   OR WS-CRF-PICKED > ZERO
               IF WS-CRF-ACC-TYPE(WS-CRF-IDX) = WS-SRT-ACC-TYPE
                   MOVE WS-CRF-IDX TO WS-CRF-PICKED
               END-IF
           END-PERFORM.
           IF WS-CRF-PICKED = ZERO
               IF WS-CRF-ENTRY-COUNT >= WS-CRF-MAX-ENTRIES
                   ADD 1 TO WS-REFER-FULL-COUNT
               ELSE
                   ADD 1 TO WS-CRF-ENTRY-COUNT
                   MOVE WS-CRF-ENTRY-COUNT TO WS-CRF-PICKED
                   MOVE WS-SRT-ACC-TYPE
                       TO WS-CRF-ACC-TYPE(WS-CRF-PICKED)
                   MOVE ZERO TO WS-CRF-SEV1-COUNT(WS-CRF-PICKED)
                   MOVE ZERO TO WS-CRF-SEV2-COUNT(WS-CRF-PICKED)
               END-IF
           END-IF.
           IF WS-CRF-PICKED > ZERO
               IF WS-SRT-SEVERITY = '1'
                   ADD 1 TO WS-CRF-SEV1-COUNT(WS-CRF-PICKED)
               ELSE
                   ADD 1 TO WS-CRF-SEV2-COUNT(WS-CRF-PICKED)
               END-IF
           END-IF.

       REVIEW-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN AFR-ACCOUNT-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN WS-CFR-CUST-STATUS NOT = 'A'
                   ADD 1 TO WS-NOT-ACTIVE-COUNT
               WHEN WS-AFR-ACC-LIMIT NOT > ZERO
                   ADD 1 TO WS-NO-LIMIT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SCORED-COUNT
                   MOVE WS-AFR-ACC-LIMIT TO WS-ACCOUNT-LIMIT
                   PERFORM SCORE-ACCOUNT
                   PERFORM RECOMMEND-LIMIT
                   PERFORM WRITE-REVIEW-LINE
           END-EVALUATE.

       SCORE-ACCOUNT.
      * Payment behaviour: one payment a month for full marks.
           IF WS-EV-PAYMENT-COUNT >= WS-REVIEW-MONTHS
               MOVE 25 TO WS-PAYMENT-POINTS
           ELSE
               IF WS-EV-PAYMENT-COUNT = ZERO
                       AND WS-EV-LATE-FEE-COUNT = ZERO
                       AND WS-CFR-CUST-BALANCE NOT > ZERO
                   MOVE 25 TO WS-PAYMENT-POINTS
               ELSE
                   COMPUTE WS-PAYMENT-POINTS =
                       25 * WS-EV-PAYMENT-COUNT / WS-REVIEW-MONTHS
               END-IF
           END-IF.
           COMPUTE WS-PAYMENT-POINTS = WS-PAYMENT-POINTS
               - 5 * WS-EV-LATE-FEE-COUNT
               - 10 * WS-EV-RETURNED-COUNT.
           IF WS-PAYMENT-POINTS < ZERO
               MOVE ZERO TO WS-PAYMENT-POINTS
           END-IF.
      * Delinquency history from DELQTRK.
           IF CUST-IS-DELINQUENT
               EVALUATE WS-EV-DUN-LEVEL
                   WHEN 0
                       MOVE 15 TO WS-DELINQ-POINTS
                   WHEN 1
                       MOVE 10 TO WS-DELINQ-POINTS
                   WHEN 2
                       MOVE 5 TO WS-DELINQ-POINTS
                   WHEN OTHER
                       MOVE ZERO TO WS-DELINQ-POINTS
               END-EVALUATE
           ELSE
               MOVE 25 TO WS-DELINQ-POINTS
           END-IF.
      * Utilization of this account's limit.
           IF WS-CFR-CUST-BALANCE NOT > ZERO
               MOVE ZERO TO WS-UTIL-PCT
           ELSE
               COMPUTE WS-UTIL-PCT ROUNDED =
                   WS-CFR-CUST-BALANCE * 100 / WS-ACCOUNT-LIMIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-UTIL-PCT <= 30
                   MOVE 25 TO WS-UTIL-POINTS
               WHEN WS-UTIL-PCT <= 50
                   MOVE 20 TO WS-UTIL-POINTS
               WHEN WS-UTIL-PCT <= 75
                   MOVE 12 TO WS-UTIL-POINTS
               WHEN WS-UTIL-PCT <= 90
                   MOVE 5 TO WS-UTIL-POINTS
               WHEN OTHER
                   MOVE ZERO TO WS-UTIL-POINTS
           END-EVALUATE.
      * Referrals under this account's type.
           MOVE 25 TO WS-REFERRAL-POINTS.
           PERFORM VARYING WS-CRF-IDX FROM 1 BY 1
                   UNTIL WS-CRF-IDX > WS-CRF-ENTRY-COUNT
               IF WS-CRF-ACC-TYPE(WS-CRF-IDX) = WS-AFR-ACC-TYPE
                   COMPUTE WS-REFERRAL-POINTS = WS-REFERRAL-POINTS
                       - 10 * WS-CRF-SEV1-COUNT(WS-CRF-IDX)
                       - 3 * WS-CRF-SEV2-COUNT(WS-CRF-IDX)
               END-IF
           END-PERFORM.
           IF WS-REFERRAL-POINTS < ZERO
               MOVE ZERO TO WS-REFERRAL-POINTS
           END-IF.
           COMPUTE WS-TOTAL-SCORE = WS-PAYMENT-POINTS
               + WS-DELINQ-POINTS + WS-UTIL-POINTS
               + WS-REFERRAL-POINTS.

       RECOMMEND-LIMIT.
           PERFORM FIND-LIMIT-BAND.
           MOVE WS-ACCOUNT-LIMIT TO WS-NEW-LIMIT.
           MOVE SPACES TO WS-HOLD-REASON.
           SET RECOMMEND-HOLD TO TRUE.
           EVALUATE TRUE
               WHEN AFR-ACCOUNT-FROZEN
                   MOVE 'ACCOUNT FROZEN' TO WS-HOLD-REASON
               WHEN WS-TOTAL-SCORE >= WS-BND-INC-SCORE(WS-BND-PICKED)
                   PERFORM FIGURE-LIMIT-INCREASE
               WHEN WS-TOTAL-SCORE <= WS-BND-DEC-SCORE(WS-BND-PICKED)
                   PERFORM FIGURE-LIMIT-DECREASE
               WHEN OTHER
                   MOVE 'WITHIN BAND' TO WS-HOLD-REASON
           END-EVALUATE.
           EVALUATE TRUE
               WHEN RECOMMEND-INCREASE
                   ADD 1 TO WS-INCREASE-COUNT
                   COMPUTE WS-LIMIT-CHANGE =
                       WS-NEW-LIMIT - WS-ACCOUNT-LIMIT
                   ADD WS-LIMIT-CHANGE TO WS-INCREASE-TOTAL
                   PERFORM WRITE-LIMIT-REQUEST
               WHEN RECOMMEND-DECREASE
                   ADD 1 TO WS-DECREASE-COUNT
                   COMPUTE WS-LIMIT-CHANGE =
                       WS-ACCOUNT-LIMIT - WS-NEW-LIMIT
                   ADD WS-LIMIT-CHANGE TO WS-DECREASE-TOTAL
                   PERFORM WRITE-LIMIT-REQUEST
               WHEN OTHER
                   ADD 1 TO WS-HOLD-COUNT
           END-EVALUATE.

       FIND-LIMIT-BAND.
           MOVE ZERO TO WS-BND-PICKED.
           PERFORM VARYING WS-BND-IDX FROM 2 BY 1
                   UNTIL WS-BND-IDX > WS-BND-ENTRY-COUNT
                   OR WS-BND-PICKED > ZERO
               IF WS-BND-ACC-TYPE(WS-BND-IDX) = WS-AFR-ACC-TYPE
                   MOVE WS-BND-IDX TO WS-BND-PICKED
               END-IF
           END-PERFORM.
           IF WS-BND-PICKED = ZERO
               MOVE 1 TO WS-BND-PICKED
           END-IF.

       FIGURE-LIMIT-INCREASE.
      * Whole units, up to the band's ceiling.
           COMPUTE WS-NEW-LIMIT-WHOLE = WS-ACCOUNT-LIMIT
               * (100 + WS-BND-INC-PCT(WS-BND-PICKED)) / 100.
           IF WS-BND-CEILING(WS-BND-PICKED) > ZERO
                   AND WS-NEW-LIMIT-WHOLE
                       > WS-BND-CEILING(WS-BND-PICKED)
               MOVE WS-BND-CEILING(WS-BND-PICKED)
                   TO WS-NEW-LIMIT-WHOLE
           END-IF.
           IF WS-NEW-LIMIT-WHOLE > 9999999
               MOVE 9999999 TO WS-NEW-LIMIT-WHOLE
           END-IF.
           IF WS-NEW-LIMIT-WHOLE > WS-ACCOUNT-LIMIT
               MOVE WS-NEW-LIMIT-WHOLE TO WS-NEW-LIMIT
               SET RECOMMEND-INCREASE TO TRUE
           ELSE
               MOVE 'AT CEILING' TO WS-HOLD-REASON
           END-IF.

       FIGURE-LIMIT-DECREASE.
      * Whole units, not below the band's floor nor below what the
      * customer already owes (rounded up to the next whole unit).
           COMPUTE WS-NEW-LIMIT-WHOLE = WS-ACCOUNT-LIMIT
               * (100 - WS-BND-DEC-PCT(WS-BND-PICKED)) / 100.
           IF WS-NEW-LIMIT-WHOLE < WS-BND-FLOOR(WS-BND-PICKED)
               MOVE WS-BND-FLOOR(WS-BND-PICKED) TO WS-NEW-LIMIT-WHOLE
           END-IF.
           IF WS-CFR-CUST-BALANCE > WS-NEW-LIMIT-WHOLE
               COMPUTE WS-BALANCE-WHOLE =
                   WS-CFR-CUST-BALANCE + 0.99
               MOVE WS-BALANCE-WHOLE TO WS-NEW-LIMIT-WHOLE
           END-IF.
           IF WS-NEW-LIMIT-WHOLE < WS-ACCOUNT-LIMIT
               MOVE WS-NEW-LIMIT-WHOLE TO WS-NEW-LIMIT
               SET RECOMMEND-DECREASE TO TRUE
           ELSE
               MOVE 'AT FLOOR OR BALANCE' TO WS-HOLD-REASON
           END-IF.

       WRITE-LIMIT-REQUEST.
           MOVE SPACES TO WS-LIMIT-REQUEST-WORK.
           MOVE 'C' TO WS-LRQ-ACTION.
           MOVE WS-AFR-ACC-NUMBER TO WS-LRQ-ACC-NUMBER.
           MOVE WS-AFR-CUST-ID TO WS-LRQ-CUST-ID.
           MOVE WS-NEW-LIMIT TO WS-LRQ-ACC-LIMIT.
           MOVE WS-REVIEW-REQUESTER TO WS-LRQ-REQUESTER-ID.
           WRITE WS-LIMIT-REQUEST-RECORD FROM WS-LIMIT-REQUEST-WORK.
           ADD 1 TO WS-REQUEST-COUNT.

       WRITE-REVIEW-LINE.
           MOVE WS-AFR-CUST-ID TO WS-RPT-CUST-ID.
           MOVE WS-AFR-ACC-NUMBER TO WS-RPT-ACC-NUMBER.
           MOVE WS-AFR-ACC-TYPE TO WS-RPT-ACC-TYPE.
           MOVE WS-ACCOUNT-LIMIT TO WS-RPT-LIMIT.
           MOVE WS-CFR-CUST-BALANCE TO WS-RPT-BALANCE.
           IF WS-UTIL-PCT > 999
               MOVE 999 TO WS-RPT-UTIL-PCT
           ELSE
               MOVE WS-UTIL-PCT TO WS-RPT-UTIL-PCT
           END-IF.
           MOVE WS-PAYMENT-POINTS TO WS-RPT-PAY-PTS.
           MOVE WS-DELINQ-POINTS TO WS-RPT-DEL-PTS.
           MOVE WS-UTIL-POINTS TO WS-RPT-UTL-PTS.
           MOVE WS-REFERRAL-POINTS TO WS-RPT-REF-PTS.
           MOVE WS-TOTAL-SCORE TO WS-RPT-SCORE.
           MOVE WS-RECOMMENDATION TO WS-RPT-ACTION.
           MOVE WS-NEW-LIMIT TO WS-RPT-NEW-LIMIT.
           MOVE WS-HOLD-REASON TO WS-RPT-NOTE.
           WRITE WS-REVIEW-REPORT-LINE FROM WS-RPT-DETAIL-LINE.

       TERMINATION-PARAGRAPH.
           IF REVIEW-IS-DUE
               PERFORM WRITE-REVIEW-TOTALS
               CLOSE CUSTOMER-FILE
               CLOSE ACCOUNT-FILE
               IF WS-DELQ-FILE-STATUS = '00'
                       OR WS-DELQ-FILE-STATUS = '10'
                   CLOSE DELINQUENCY-TRACKING-FILE
               END-IF
           END-IF.
           CLOSE LIMIT-REQUEST-FILE.
           CLOSE REVIEW-REPORT-FILE.
           DISPLAY 'Customers read:           ' WS-CUST-READ-COUNT.
           DISPLAY 'Accounts read:            ' WS-ACCT-READ-COUNT.
           DISPLAY 'Delinquency records read: ' WS-DELQ-READ-COUNT.
           DISPLAY 'History records read:     ' WS-HIST-READ-COUNT.
           DISPLAY 'History items in window:  ' WS-HIST-USED-COUNT.
           DISPLAY 'Referral lines read:      ' WS-REFER-READ-COUNT.
           DISPLAY 'Referral lines counted:   ' WS-REFER-USED-COUNT.
           DISPLAY 'Limit band rows read:     ' WS-BAND-READ-COUNT.
           DISPLAY 'Limit band rows skipped:  ' WS-BAND-BAD-COUNT.
           DISPLAY 'Evidence, no customer:    ' WS-ORPHAN-EV-COUNT.
           DISPLAY 'Accounts, no customer:    ' WS-NO-CUST-COUNT.
           DISPLAY 'Accounts closed:          ' WS-CLOSED-COUNT.
           DISPLAY 'Accounts, cust not active:' WS-NOT-ACTIVE-COUNT.
           DISPLAY 'Accounts, no limit:       ' WS-NO-LIMIT-COUNT.
           DISPLAY 'Accounts scored:          ' WS-SCORED-COUNT.
           DISPLAY 'Increases recommended:    ' WS-INCREASE-COUNT
                   ' amount ' WS-INCREASE-TOTAL.
           DISPLAY 'Decreases recommended:    ' WS-DECREASE-COUNT
                   ' amount ' WS-DECREASE-TOTAL.
           DISPLAY 'Holds:                    ' WS-HOLD-COUNT.
           DISPLAY 'Change requests written:  ' WS-REQUEST-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           COMPUTE WS-CR-RECORDS-IN =
               WS-CUST-READ-COUNT + WS-ACCT-READ-COUNT.
           MOVE WS-REQUEST-COUNT   TO WS-CR-RECORDS-OUT.
           MOVE WS-NO-CUST-COUNT   TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE        TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program LIMREVW completed.'.
           EXIT PROGRAM.

       WRITE-REVIEW-TOTALS.
           MOVE 'INCREASES RECOMMENDED: COUNT=' TO WS-RTL-LABEL.
           MOVE WS-INCREASE-COUNT TO WS-RTL-COUNT.
           MOVE WS-INCREASE-TOTAL TO WS-RTL-AMOUNT.
           WRITE WS-REVIEW-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'DECREASES RECOMMENDED: COUNT=' TO WS-RTL-LABEL.
           MOVE WS-DECREASE-COUNT TO WS-RTL-COUNT.
           MOVE WS-DECREASE-TOTAL TO WS-RTL-AMOUNT.
           WRITE WS-REVIEW-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'HELD AT CURRENT LIMIT: COUNT=' TO WS-RCL-LABEL.
           MOVE WS-HOLD-COUNT TO WS-RCL-COUNT.
           WRITE WS-REVIEW-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE 'ACCOUNTS SCORED: COUNT=' TO WS-RCL-LABEL.
           MOVE WS-SCORED-COUNT TO WS-RCL-COUNT.
           WRITE WS-REVIEW-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE 'NOT SCORED, ACCOUNT CLOSED: COUNT=' TO WS-RCL-LABEL.
           MOVE WS-CLOSED-COUNT TO WS-RCL-COUNT.
           WRITE WS-REVIEW-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE 'NOT SCORED, CUSTOMER NOT ACTIVE: COUNT='
               TO WS-RCL-LABEL.
           MOVE WS-NOT-ACTIVE-COUNT TO WS-RCL-COUNT.
           WRITE WS-REVIEW-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE 'NOT SCORED, NO LIMIT SET: COUNT=' TO WS-RCL-LABEL.
           MOVE WS-NO-LIMIT-COUNT TO WS-RCL-COUNT.
           WRITE WS-REVIEW-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE 'NOT SCORED, NO CUSTOMER RECORD: COUNT='
               TO WS-RCL-LABEL.
           MOVE WS-NO-CUST-COUNT TO WS-RCL-COUNT.
           WRITE WS-REVIEW-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE 'CHANGE REQUESTS WRITTEN: COUNT=' TO WS-RCL-LABEL.
           MOVE WS-REQUEST-COUNT TO WS-RCL-COUNT.
           WRITE WS-REVIEW-REPORT-LINE FROM WS-RPT-COUNT-LINE.

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

       COPY CTLRPTPR.

       COPY DRYREFPR.
