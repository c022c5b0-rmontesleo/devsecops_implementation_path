       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNSUMM.
      * Annual interest and fee summary per customer, run in January
      * for the year just closed. PARM='YYYYMMDD,CCCC' names the run
      * date; the year summarized is the one before it, or the year
      * on the TAXYEAR control card. Every posting for the year is
      * taken from the live TRANHIST and from every HISTARCH
      * generation on the accumulated history archive HARCHIN, so a
      * year that has been partly archived still summarizes whole.
      * For each customer with activity or a balance in the year it
      * totals interest charged, fees charged, fee waivers (a credit
      * posted against a service or late fee), reversals, payments
      * and the balances the year opened and closed on.
      *
      * The balances are rebuilt the way BALASOF answers an as-of
      * question: the starting point is the balance on the customer
      * extract CUSTFILE, or for a customer no longer on it the
      * final balance CUSTARCH recorded on the customer archive
      * ARCHIN; every movement posted after the year end is backed
      * out of it to give the closing balance, and the year's own
      * movement backed out of that gives the opening balance.
      * Recoveries (type 'Y') never moved a balance and are left out
      * of both, the same rule BALAUDIT proves movement by.
      *
      * Outputs:
      *   ANNSUMRP - the printable annual summary, one block per
      *        customer, addressed from the ADDRFILE extract of
      *        ADDRMST with the standardized name. A summary for an
      *        address RTNMAIL has flagged undeliverable is held to
      *        the BADADRNT worklist (copybook BADADRRC) instead.
      *   ANNTAX   - the flat extract for the tax-reporting vendor
      *        (copybook ANNTAXRC) under the shop envelope, one
      *        record for every customer summarized, held or not.
      *   ANNCTLRP - the control report: customers with postings in
      *        the year but no balance on the extract or the archive
      *        (not summarized, listed), the summary totals proven
      *        back to history, and the tie-out of the year's history
      *        by transaction type to the year's GLEXTRCT vouchers,
      *        read from the concatenated GLVOUCHR generations on
      *        GLVCHIN. A type that does not tie, or no voucher input
      *        at all, ends the run with return code 4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

      * The accumulated customer archive, as BALASOF reads it.
           SELECT OPTIONAL CUSTOMER-ARCHIVE-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-ARCH-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO TRANHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      * The accumulated history archive: every HARCHOUT generation
      * HISTARCH has written, concatenated.
           SELECT OPTIONAL HISTORY-ARCHIVE-FILE ASSIGN TO HARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-ARCH-STATUS.

           SELECT OPTIONAL ADDRESS-FILE ASSIGN TO ADDRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.

      * The year's GLEXTRCT voucher files, concatenated.
           SELECT OPTIONAL GL-VOUCHER-FILE ASSIGN TO GLVCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-FILE-STATUS.

           SELECT SUMMARY-REPORT-FILE ASSIGN TO ANNSUMRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-FILE-STATUS.

           SELECT TAX-EXTRACT-FILE ASSIGN TO ANNTAX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAX-FILE-STATUS.

           SELECT CONTROL-REPORT-FILE ASSIGN TO ANNCTLRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

      * Summaries held for an undeliverable address, for follow-up.
           SELECT BAD-ADDRESS-FILE ASSIGN TO BADADRNT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BADADDR-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

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

      * Same 80-byte layout CUSTARCH writes to ARCHOUT.
       FD  CUSTOMER-ARCHIVE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-CUST-ARCHIVE-RECORD.
       01  WS-CUST-ARCHIVE-RECORD.
           05  WS-CAR-CUST-ID       PIC 9(10).
           05  WS-CAR-CUST-NAME     PIC X(30).
           05  WS-CAR-CUST-BALANCE  PIC S9(7)V99.
           05  WS-CAR-CUST-STATUS   PIC X(1).
           05  WS-CAR-ARC-DATE      PIC 9(8).
           05  WS-CAR-REASON        PIC X(20).
           05  FILLER               PIC X(2).

       FD  TRAN-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-HISTORY-FILE-RECORD.
       01  WS-HISTORY-FILE-RECORD   PIC X(60).

      * HISTARCH's archived record: the history record plus the date
      * of the run that archived it.
       FD  HISTORY-ARCHIVE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-HIST-ARCHIVE-RECORD.
       01  WS-HIST-ARCHIVE-RECORD.
           05  WS-HAR-HISTORY       PIC X(60).
           05  WS-HAR-ARC-DATE      PIC 9(8).
           05  FILLER               PIC X(12).

      * ADDRXTR's flat extract of the keyed address master (layout
      * in copybook ADDRREC), in customer-id order.
       FD  ADDRESS-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS WS-ADDRESS-FILE-RECORD.
       01  WS-ADDRESS-FILE-RECORD   PIC X(200).

      * GLEXTRCT's voucher line, inside the shop envelope.
       FD  GL-VOUCHER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-GL-VOUCHER-RECORD.
       01  WS-GL-VOUCHER-RECORD.
           05  WS-GLV-CYCLE-DATE    PIC 9(8).
           05  WS-GLV-SEQ           PIC 9(4).
           05  WS-GLV-GL-ACCOUNT    PIC X(8).
           05  WS-GLV-DR-CR         PIC X(2).
           05  WS-GLV-AMOUNT        PIC 9(11)V99.
           05  WS-GLV-TRAN-TYPE     PIC X(1).
           05  WS-GLV-DESC          PIC X(20).
           05  FILLER               PIC X(24).

       FD  SUMMARY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-SUMMARY-LINE.
       01  WS-SUMMARY-LINE          PIC X(132).

       FD  TAX-EXTRACT-FILE
           RECORD CONTAINS 250 CHARACTERS
           DATA RECORD IS WS-TAX-EXTRACT-RECORD.
       01  WS-TAX-EXTRACT-RECORD    PIC X(250).

       FD  CONTROL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-CONTROL-LINE.
       01  WS-CONTROL-LINE          PIC X(132).

       FD  BAD-ADDRESS-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-BAD-ADDRESS-RECORD.
       01  WS-BAD-ADDRESS-RECORD.
           COPY BADADRRC.

      * Everything known about a customer, in customer-id order and
      * release order within it: the extract record first, then any
      * archive records, then the history, so the starting balance
      * is settled before the first posting is met.
       SD  SORT-WORK-FILE.
       01  WS-SORT-RECORD.
           05  WS-SRT-CUST-ID       PIC 9(10).
           05  WS-SRT-SEQUENCE      PIC 9(9).
           05  WS-SRT-KIND          PIC X(1).
               88  SRT-FROM-EXTRACT     VALUE 'M'.
               88  SRT-FROM-ARCHIVE     VALUE 'A'.
               88  SRT-FROM-HISTORY     VALUE 'H'.
           05  WS-SRT-IMAGE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CUSTOMER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CUST-ARCH-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-HISTORY-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-HIST-ARCH-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ADDRESS-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-VOUCHER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-SUMMARY-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-TAX-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CONTROL-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-BADADDR-FILE-STATUS.

       01  WS-HISTORY-WORK-RECORD.
           COPY TRNHIST.

       01  WS-ADDRESS-WORK-RECORD.
           COPY ADDRREC.

       01  WS-ANNUAL-TAX-RECORD.
           COPY ANNTAXRC.

       01  WS-ENVELOPE-RECORD.
           COPY FILENVWS.

       01  WS-PARM-FIELDS.
           05  WS-PARM-LENGTH       PIC 9(4) VALUE ZERO.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY          PIC 9(4).
               10  WS-RUN-MMDD          PIC 9(4).
           05  WS-CYCLE-TYPE        PIC X(4) VALUE SPACES.

       COPY OPTPARWS.

       01  WS-SUMMARY-CONTROL-FIELDS.
      * The year summarized: the year before the run date, or the
      * TAXYEAR control card.
           05  WS-TAX-YEAR          PIC 9(4) VALUE ZERO.
           05  WS-YEAR-START        PIC 9(8) VALUE ZERO.
           05  WS-YEAR-END          PIC 9(8) VALUE ZERO.
           05  WS-RELEASE-SEQ       PIC 9(9) VALUE ZERO.
           05  WS-TAX-HASH          PIC 9(13)V99 VALUE ZERO.
           05  WS-CUST-EOF-SW       PIC X(1) VALUE 'N'.
               88  CUSTOMER-EOF         VALUE 'Y'.
           05  WS-CUST-DATA-SW      PIC X(1) VALUE 'N'.
               88  CUST-DATA-RECORD     VALUE 'Y'.
           05  WS-CUST-ARCH-EOF-SW  PIC X(1) VALUE 'N'.
               88  CUST-ARCHIVE-EOF     VALUE 'Y'.
           05  WS-HIST-EOF-SW       PIC X(1) VALUE 'N'.
               88  HISTORY-EOF          VALUE 'Y'.
           05  WS-HIST-ARCH-EOF-SW  PIC X(1) VALUE 'N'.
               88  HIST-ARCHIVE-EOF     VALUE 'Y'.
           05  WS-ADDR-EOF-SW       PIC X(1) VALUE 'N'.
               88  ADDRESS-EOF          VALUE 'Y'.
           05  WS-ADDR-DATA-SW      PIC X(1) VALUE 'N'.
               88  ADDR-DATA-RECORD     VALUE 'Y'.
           05  WS-ADDR-FOUND-SW     PIC X(1) VALUE 'N'.
               88  ADDRESS-REC-FOUND    VALUE 'Y'.
           05  WS-VOUCHER-EOF-SW    PIC X(1) VALUE 'N'.
               88  VOUCHER-EOF          VALUE 'Y'.
           05  WS-SORT-EOF-SW       PIC X(1) VALUE 'N'.
               88  SORT-EOF             VALUE 'Y'.

      * One customer's year, built up from the sorted records.
       01  WS-CUSTOMER-TOTALS.
           05  WS-CUR-CUST-ID       PIC 9(10).
           05  WS-CUR-CUST-NAME     PIC X(30).
           05  WS-CUR-CUST-STATUS   PIC X(1).
           05  WS-CUR-START-SOURCE  PIC X(1).
               88  CUR-FROM-EXTRACT     VALUE 'M'.
               88  CUR-FROM-ARCHIVE     VALUE 'A'.
               88  CUR-NO-BALANCE       VALUE ' '.
           05  WS-CUR-START-BALANCE PIC S9(9)V99.
      * The date the starting balance stands at: the archive date
      * for an archived customer, open-ended for the extract.
           05  WS-CUR-START-DATE    PIC 9(8).
           05  WS-CUR-LATER-MOVE    PIC S9(9)V99.
           05  WS-CUR-YEAR-COUNT    PIC 9(7).
           05  WS-CUR-INTEREST      PIC S9(9)V99.
           05  WS-CUR-FEES          PIC S9(9)V99.
           05  WS-CUR-WAIVERS       PIC S9(9)V99.
           05  WS-CUR-REVERSALS     PIC S9(9)V99.
           05  WS-CUR-PAYMENTS      PIC S9(9)V99.
      * Charges, write-offs and payoff residuals: movement the
      * summary does not itemize but the balances must account for.
           05  WS-CUR-OTHER-MOVE    PIC S9(9)V99.
           05  WS-CUR-YEAR-MOVE     PIC S9(9)V99.
           05  WS-CUR-OPENING       PIC S9(9)V99.
           05  WS-CUR-CLOSING       PIC S9(9)V99.

      * History posted in the year by transaction type, and the same
      * types as the year's vouchers booked them. Types are taken as
      * met on either side, so a type new to the ledger still ties.
       01  WS-TYPE-TIE-TABLE.
           05  WS-TIE-ENTRY-COUNT   PIC 9(2) VALUE ZERO.
           05  WS-TIE-MAX-ENTRIES   PIC 9(2) VALUE 20.
           05  WS-TIE-ENTRY OCCURS 20 TIMES.
               10  WS-TIE-TRAN-TYPE     PIC X(1).
               10  WS-TIE-DESC          PIC X(20).
               10  WS-TIE-HIST-NET      PIC S9(11)V99 COMP-3.
               10  WS-TIE-HIST-COUNT    PIC 9(9).
               10  WS-TIE-VCH-NET       PIC S9(11)V99 COMP-3.
           05  WS-TIE-IDX           PIC 9(2) VALUE ZERO.
           05  WS-TIE-PICKED        PIC 9(2) VALUE ZERO.
           05  WS-TIE-LOOKUP-TYPE   PIC X(1) VALUE SPACE.
           05  WS-TIE-DIFFERENCE    PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-RUN-COUNTERS.
           05  WS-CUST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-CUST-ARCH-READ    PIC 9(9) VALUE ZERO.
           05  WS-HIST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-HIST-ARCH-READ    PIC 9(9) VALUE ZERO.
           05  WS-HIST-YEAR-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-HIST-BAD-DATE     PIC 9(9) VALUE ZERO.
           05  WS-ADDR-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-VOUCHER-READ      PIC 9(9) VALUE ZERO.
           05  WS-VOUCHER-YEAR      PIC 9(9) VALUE ZERO.
           05  WS-CUSTOMER-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-SUMMARY-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-PRINTED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-NO-ADDRESS-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-HELD-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-QUIET-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-NO-BALANCE-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-TIE-FAIL-COUNT    PIC 9(4) VALUE ZERO.
           05  WS-UNTALLIED-COUNT   PIC 9(9) VALUE ZERO.

      * Summary totals, proven back to the history totals by type.
       01  WS-SUMMARY-TOTALS.
           05  WS-TOT-INTEREST      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-FEES          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-WAIVERS       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-REVERSALS     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-PAYMENTS      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-OPENING       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-CLOSING       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-NOT-SUMM-INTEREST PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-NOT-SUMM-PAYMENTS PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-HIST-INTEREST     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-HIST-PAYMENTS     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-PROOF-AMOUNT      PIC S9(11)V99 COMP-3 VALUE 0.

       COPY NAMSTDWS.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

       01  WS-RUN-CONTROL-RECORD.
           COPY RUNCTLRC.

       01  WS-SUMMARY-LINES.
           05  WS-SUM-TITLE-LINE.
               10  FILLER  PIC X(36) VALUE
                   'ANNUAL ACCOUNT SUMMARY FOR THE YEAR '.
               10  WS-SUM-TAX-YEAR  PIC 9(4).
               10  FILLER  PIC X(12) VALUE '   CUSTOMER '.
               10  WS-SUM-CUST-ID   PIC 9(10).
               10  FILLER  PIC X(70) VALUE SPACES.
           05  WS-SUM-NAME-LINE.
               10  FILLER           PIC X(4) VALUE SPACES.
               10  WS-SUM-NAME      PIC X(64).
               10  FILLER           PIC X(64) VALUE SPACES.
           05  WS-SUM-ADDR-LINE.
               10  FILLER           PIC X(4) VALUE SPACES.
               10  WS-SUM-ADDR      PIC X(30).
               10  FILLER           PIC X(98) VALUE SPACES.
           05  WS-SUM-CITY-LINE.
               10  FILLER           PIC X(4) VALUE SPACES.
               10  WS-SUM-CITY      PIC X(20).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-SUM-POSTAL    PIC X(10).
               10  FILLER           PIC X(97) VALUE SPACES.
           05  WS-SUM-NO-ADDR-LINE  PIC X(132) VALUE
               '    NO MAILING ADDRESS ON FILE'.
           05  WS-SUM-AMOUNT-LINE.
               10  FILLER           PIC X(4) VALUE SPACES.
               10  WS-SUM-LABEL     PIC X(30).
               10  WS-SUM-AMOUNT    PIC -ZZZZZZZZ9.99.
               10  FILLER           PIC X(85) VALUE SPACES.
           05  WS-SUM-BLANK-LINE    PIC X(132) VALUE SPACES.
           05  WS-SUM-RULE-LINE     PIC X(132) VALUE ALL '-'.

       01  WS-CONTROL-LINES.
           05  WS-CTL-TITLE-LINE.
               10  FILLER  PIC X(44) VALUE
                   'ANNSUMM - ANNUAL SUMMARY CONTROLS, TAX YEAR '.
               10  WS-CTL-TAX-YEAR  PIC 9(4).
               10  FILLER  PIC X(6) VALUE '  RUN '.
               10  WS-CTL-RUN-DATE  PIC 9(8).
               10  FILLER  PIC X(70) VALUE SPACES.
           05  WS-CTL-NO-BAL-HEAD.
               10  FILLER  PIC X(47) VALUE
                   'CUSTOMERS WITH POSTINGS IN THE YEAR BUT NO BALA'.
               10  FILLER  PIC X(47) VALUE
                   'NCE ON CUSTFILE OR ARCHIN - NOT SUMMARIZED     '.
               10  FILLER  PIC X(38) VALUE SPACES.
           05  WS-CTL-NO-BAL-LINE.
               10  FILLER           PIC X(4) VALUE SPACES.
               10  FILLER           PIC X(9) VALUE 'CUSTOMER '.
               10  WS-CNB-CUST-ID   PIC 9(10).
               10  FILLER           PIC X(10) VALUE ' INTEREST '.
               10  WS-CNB-INTEREST  PIC -ZZZZZZZZ9.99.
               10  FILLER           PIC X(10) VALUE ' PAYMENTS '.
               10  WS-CNB-PAYMENTS  PIC -ZZZZZZZZ9.99.
               10  FILLER           PIC X(63) VALUE SPACES.
           05  WS-CTL-NONE-LINE     PIC X(132) VALUE
               '    NONE.'.
           05  WS-CTL-COUNT-LINE.
               10  WS-CCL-LABEL     PIC X(40).
               10  WS-CCL-COUNT     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(83) VALUE SPACES.
           05  WS-CTL-AMOUNT-LINE.
               10  WS-CAL-LABEL     PIC X(40).
               10  WS-CAL-AMOUNT    PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-CAL-NOTE      PIC X(30).
               10  FILLER           PIC X(45) VALUE SPACES.
           05  WS-CTL-TIE-HEAD.
               10  FILLER  PIC X(48) VALUE
                   'GL TIE-OUT: HISTORY POSTED IN THE YEAR AGAINST T'.
               10  FILLER  PIC X(48) VALUE
                   'HE YEAR''S GLEXTRCT VOUCHERS                     '.
               10  FILLER  PIC X(36) VALUE SPACES.
           05  WS-CTL-TIE-COLUMNS.
               10  FILLER  PIC X(26) VALUE
                   'TYPE DESCRIPTION          '.
               10  FILLER  PIC X(32) VALUE
                   '    HISTORY NET     COUNT       '.
               10  FILLER  PIC X(32) VALUE
                   'VOUCHER NET      DIFFERENCE  NOT'.
               10  FILLER  PIC X(1) VALUE 'E'.
               10  FILLER  PIC X(41) VALUE SPACES.
           05  WS-CTL-TIE-LINE.
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-CTL-TYPE      PIC X(1).
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-CTL-DESC      PIC X(20).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-CTL-HIST-NET  PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-CTL-COUNT     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-CTL-VCH-NET   PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-CTL-DIFF      PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-CTL-NOTE      PIC X(20).
               10  FILLER           PIC X(27) VALUE SPACES.
           05  WS-CTL-NO-VOUCHER-LINE PIC X(132) VALUE
               'NO GLEXTRCT VOUCHER INPUT - TIE-OUT NOT PERFORMED'.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN          PIC S9(4) COMP.
           05  WS-PARM-DATA         PIC X(13).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PARAGRAPH.
           PERFORM PARSE-RUN-PARM.
           DISPLAY 'Program ANNSUMM started, run ' WS-RUN-DATE.
           MOVE 'ANNSUMM' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM GET-RUN-OPTIONS.
           PERFORM 8900-REFUSE-DRY-RUN-CUSTOMERS.
           PERFORM OPEN-OUTPUT-FILES.
           PERFORM OPEN-INPUT-FILES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY WS-SRT-CUST-ID WS-SRT-SEQUENCE
               INPUT PROCEDURE IS RELEASE-SUMMARY-INPUT
               OUTPUT PROCEDURE IS SUMMARIZE-CUSTOMERS.
           PERFORM LOAD-VOUCHER-TOTALS.
           PERFORM PRINT-CONTROL-TOTALS.
           PERFORM PRINT-GL-TIE-OUT.
           PERFORM TERMINATION-PARAGRAPH.
           GOBACK.

       PARSE-RUN-PARM.
           MOVE ZERO TO WS-RUN-DATE.
           MOVE 'ANNU' TO WS-CYCLE-TYPE.
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
           COMPUTE WS-TAX-YEAR = WS-RUN-YYYY - 1.
           MOVE 'TAXYEAR' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND RUN-OPTION-NUMERIC
                   AND WS-OPT-NUMVAL >= 1900
                   AND WS-OPT-NUMVAL <= WS-RUN-YYYY
               MOVE WS-OPT-NUMVAL TO WS-TAX-YEAR
           END-IF.
           DISPLAY 'OPTION IN EFFECT: TAXYEAR=' WS-TAX-YEAR.
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101.
           COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231.

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT SUMMARY-REPORT-FILE.
           IF WS-SUMMARY-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening annual summary report: '
                       WS-SUMMARY-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT TAX-EXTRACT-FILE.
           IF WS-TAX-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening tax extract: '
                       WS-TAX-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE SUMMARY-REPORT-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           IF WS-CONTROL-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening summary control report: '
                       WS-CONTROL-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE SUMMARY-REPORT-FILE
               CLOSE TAX-EXTRACT-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT BAD-ADDRESS-FILE.
           IF WS-BADADDR-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening bad-address worklist: '
                       WS-BADADDR-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE SUMMARY-REPORT-FILE
               CLOSE TAX-EXTRACT-FILE
               CLOSE CONTROL-REPORT-FILE
               GOBACK
           END-IF.
           PERFORM WRITE-EXTRACT-HEADER.
           MOVE WS-TAX-YEAR TO WS-CTL-TAX-YEAR.
           MOVE WS-RUN-DATE TO WS-CTL-RUN-DATE.
           WRITE WS-CONTROL-LINE FROM WS-CTL-TITLE-LINE.
           WRITE WS-CONTROL-LINE FROM WS-SUM-BLANK-LINE.
           WRITE WS-CONTROL-LINE FROM WS-CTL-NO-BAL-HEAD.

       OPEN-INPUT-FILES.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening customer file: '
                       WS-CUSTOMER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-OUTPUTS-ON-OPEN-FAIL
               GOBACK
           END-IF.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening transaction history: '
                       WS-HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               PERFORM CLOSE-OUTPUTS-ON-OPEN-FAIL
               GOBACK
           END-IF.
      * Neither archive need exist yet; without them only the live
      * files are covered and the control report says so.
           OPEN INPUT CUSTOMER-ARCHIVE-FILE.
           IF WS-CUST-ARCH-STATUS NOT = '00'
               DISPLAY 'No customer archive read, status '
                       WS-CUST-ARCH-STATUS
               SET CUST-ARCHIVE-EOF TO TRUE
           END-IF.
           OPEN INPUT HISTORY-ARCHIVE-FILE.
           IF WS-HIST-ARCH-STATUS NOT = '00'
               DISPLAY 'No history archive read, status '
                       WS-HIST-ARCH-STATUS
               SET HIST-ARCHIVE-EOF TO TRUE
           END-IF.
      * No address extract means every summary prints flagged as
      * having no address, and none is held.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = '00'
               DISPLAY 'No address file, status '
                       WS-ADDRESS-FILE-STATUS
                       ' - summaries carry no mailing address.'
               SET ADDRESS-EOF TO TRUE
           ELSE
               PERFORM READ-ADDRESS-RECORD
           END-IF.

       CLOSE-OUTPUTS-ON-OPEN-FAIL.
           CLOSE SUMMARY-REPORT-FILE.
           CLOSE TAX-EXTRACT-FILE.
           CLOSE CONTROL-REPORT-FILE.
           CLOSE BAD-ADDRESS-FILE.

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'HDR*' TO WS-ENV-MARKER.
           MOVE 'ANNTAX' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE WS-CYCLE-TYPE TO WS-ENV-CYCLE.
           MOVE ZERO TO WS-ENV-REC-COUNT.
           MOVE ZERO TO WS-ENV-HASH-TOTAL.
           WRITE WS-TAX-EXTRACT-RECORD FROM WS-ENVELOPE-RECORD.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'TRL*' TO WS-ENV-MARKER.
           MOVE 'ANNTAX' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE WS-CYCLE-TYPE TO WS-ENV-CYCLE.
           MOVE WS-SUMMARY-COUNT TO WS-ENV-REC-COUNT.
           MOVE WS-TAX-HASH TO WS-ENV-HASH-TOTAL.
           WRITE WS-TAX-EXTRACT-RECORD FROM WS-ENVELOPE-RECORD.

      * Envelope records (marker HDR*/TRL*) are not data.
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

      * ADDRXTR, not this run, owns the extract's envelope.
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

      * ----- sort input: extract, archive, history -----

       RELEASE-SUMMARY-INPUT.
           PERFORM READ-CUSTOMER-RECORD.
           PERFORM RELEASE-ONE-CUSTOMER
               UNTIL CUSTOMER-EOF.
           PERFORM RELEASE-ONE-ARCHIVED-CUSTOMER
               UNTIL CUST-ARCHIVE-EOF.
           PERFORM RELEASE-ONE-ARCHIVED-POSTING
               UNTIL HIST-ARCHIVE-EOF.
           PERFORM RELEASE-ONE-LIVE-POSTING
               UNTIL HISTORY-EOF.

       RELEASE-ONE-CUSTOMER.
           MOVE SPACES TO WS-SORT-RECORD.
           MOVE WS-CFR-CUST-ID TO WS-SRT-CUST-ID.
           SET SRT-FROM-EXTRACT TO TRUE.
           MOVE WS-CUSTOMER-FILE-RECORD TO WS-SRT-IMAGE.
           PERFORM RELEASE-SUMMARY-RECORD.
           PERFORM READ-CUSTOMER-RECORD.

       RELEASE-ONE-ARCHIVED-CUSTOMER.
           READ CUSTOMER-ARCHIVE-FILE
               AT END SET CUST-ARCHIVE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUST-ARCH-READ
                   MOVE SPACES TO WS-SORT-RECORD
                   MOVE WS-CAR-CUST-ID TO WS-SRT-CUST-ID
                   SET SRT-FROM-ARCHIVE TO TRUE
                   MOVE WS-CUST-ARCHIVE-RECORD TO WS-SRT-IMAGE
                   PERFORM RELEASE-SUMMARY-RECORD
           END-READ.

       RELEASE-ONE-ARCHIVED-POSTING.
           READ HISTORY-ARCHIVE-FILE
               AT END SET HIST-ARCHIVE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-ARCH-READ
                   MOVE WS-HAR-HISTORY TO WS-HISTORY-WORK-RECORD
                   PERFORM SELECT-POSTING
           END-READ.

       RELEASE-ONE-LIVE-POSTING.
           READ TRAN-HISTORY-FILE INTO WS-HISTORY-WORK-RECORD
               AT END SET HISTORY-EOF TO TRUE
               NOT AT END
                   PERFORM SELECT-POSTING
           END-READ.

      * Postings before the year moved neither the year nor the
      * closing balance and are not needed.
       SELECT-POSTING.
           ADD 1 TO WS-HIST-READ-COUNT.
           IF WS-TH-POST-DATE NOT NUMERIC
                   OR WS-TH-AMOUNT NOT NUMERIC
               ADD 1 TO WS-HIST-BAD-DATE
           ELSE
               IF WS-TH-POST-DATE >= WS-YEAR-START
                   IF WS-TH-POST-DATE <= WS-YEAR-END
                       ADD 1 TO WS-HIST-YEAR-COUNT
                       PERFORM TALLY-HISTORY-TYPE
                   END-IF
                   MOVE SPACES TO WS-SORT-RECORD
                   MOVE WS-TH-CUST-ID TO WS-SRT-CUST-ID
                   SET SRT-FROM-HISTORY TO TRUE
                   MOVE WS-HISTORY-WORK-RECORD TO WS-SRT-IMAGE
                   PERFORM RELEASE-SUMMARY-RECORD
               END-IF
           END-IF.

       RELEASE-SUMMARY-RECORD.
           ADD 1 TO WS-RELEASE-SEQ.
           MOVE WS-RELEASE-SEQ TO WS-SRT-SEQUENCE.
           RELEASE WS-SORT-RECORD.

       TALLY-HISTORY-TYPE.
           MOVE WS-TH-TRAN-TYPE TO WS-TIE-LOOKUP-TYPE.
           PERFORM FIND-TIE-ENTRY.
           IF WS-TIE-PICKED = ZERO
               ADD 1 TO WS-UNTALLIED-COUNT
           ELSE
               ADD WS-TH-AMOUNT TO WS-TIE-HIST-NET(WS-TIE-PICKED)
               ADD 1 TO WS-TIE-HIST-COUNT(WS-TIE-PICKED)
           END-IF.
           EVALUATE WS-TH-TRAN-TYPE
               WHEN 'I'
                   ADD WS-TH-AMOUNT TO WS-HIST-INTEREST
               WHEN 'P'
                   SUBTRACT WS-TH-AMOUNT FROM WS-HIST-PAYMENTS
           END-EVALUATE.

      * Finds the type's slot, opening one when the type is new.
      * WS-TIE-PICKED stays zero only when the table is full.
       FIND-TIE-ENTRY.
           MOVE ZERO TO WS-TIE-PICKED.
           PERFORM VARYING WS-TIE-IDX FROM 1 BY 1
                   UNTIL WS-TIE-IDX > WS-TIE-ENTRY-COUNT
                   OR WS-TIE-PICKED > ZERO
               IF WS-TIE-TRAN-TYPE(WS-TIE-IDX) = WS-TIE-LOOKUP-TYPE
                   MOVE WS-TIE-IDX TO WS-TIE-PICKED
               END-IF
           END-PERFORM.
           IF WS-TIE-PICKED = ZERO
                   AND WS-TIE-ENTRY-COUNT < WS-TIE-MAX-ENTRIES
               ADD 1 TO WS-TIE-ENTRY-COUNT
               MOVE WS-TIE-ENTRY-COUNT TO WS-TIE-PICKED
               MOVE WS-TIE-LOOKUP-TYPE
                   TO WS-TIE-TRAN-TYPE(WS-TIE-PICKED)
               MOVE SPACES TO WS-TIE-DESC(WS-TIE-PICKED)
               MOVE ZERO TO WS-TIE-HIST-NET(WS-TIE-PICKED)
                            WS-TIE-HIST-COUNT(WS-TIE-PICKED)
                            WS-TIE-VCH-NET(WS-TIE-PICKED)
           END-IF.

      * ----- sort output: one summary per customer -----

       SUMMARIZE-CUSTOMERS.
           PERFORM RETURN-SORTED-RECORD.
           PERFORM SUMMARIZE-ONE-CUSTOMER
               UNTIL SORT-EOF.
           IF WS-NO-BALANCE-COUNT = ZERO
               WRITE WS-CONTROL-LINE FROM WS-CTL-NONE-LINE
           END-IF.

       RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN.

       SUMMARIZE-ONE-CUSTOMER.
           INITIALIZE WS-CUSTOMER-TOTALS.
           MOVE WS-SRT-CUST-ID TO WS-CUR-CUST-ID.
           ADD 1 TO WS-CUSTOMER-COUNT.
           PERFORM ACCUMULATE-SORTED-RECORD
               UNTIL SORT-EOF
               OR WS-SRT-CUST-ID NOT = WS-CUR-CUST-ID.
           PERFORM FINISH-CUSTOMER-YEAR.

       ACCUMULATE-SORTED-RECORD.
           EVALUATE TRUE
               WHEN SRT-FROM-EXTRACT
                   MOVE WS-SRT-IMAGE TO WS-CUSTOMER-FILE-RECORD
                   SET CUR-FROM-EXTRACT TO TRUE
                   MOVE WS-CFR-CUST-NAME TO WS-CUR-CUST-NAME
                   MOVE WS-CFR-CUST-STATUS TO WS-CUR-CUST-STATUS
                   MOVE WS-CFR-CUST-BALANCE TO WS-CUR-START-BALANCE
                   MOVE 99999999 TO WS-CUR-START-DATE
               WHEN SRT-FROM-ARCHIVE
                   MOVE WS-SRT-IMAGE TO WS-CUST-ARCHIVE-RECORD
                   PERFORM NOTE-ARCHIVED-BALANCE
               WHEN SRT-FROM-HISTORY
                   MOVE WS-SRT-IMAGE TO WS-HISTORY-WORK-RECORD
                   PERFORM ACCUMULATE-POSTING
           END-EVALUATE.
           PERFORM RETURN-SORTED-RECORD.

      * The extract wins over the archive; among archive records
      * the latest archive date wins, a customer archived more than
      * once having been restored in between.
       NOTE-ARCHIVED-BALANCE.
           IF CUR-NO-BALANCE
                   OR (CUR-FROM-ARCHIVE
                       AND WS-CAR-ARC-DATE > WS-CUR-START-DATE)
               SET CUR-FROM-ARCHIVE TO TRUE
               MOVE WS-CAR-CUST-NAME TO WS-CUR-CUST-NAME
               MOVE WS-CAR-CUST-STATUS TO WS-CUR-CUST-STATUS
               MOVE WS-CAR-CUST-BALANCE TO WS-CUR-START-BALANCE
               MOVE WS-CAR-ARC-DATE TO WS-CUR-START-DATE
           END-IF.

      * A fee posted as a credit is a waiver; payments are carried
      * positive. Recoveries never moved the balance.
       ACCUMULATE-POSTING.
           IF WS-TH-POST-DATE > WS-YEAR-END
               IF WS-TH-POST-DATE <= WS-CUR-START-DATE
                       AND WS-TH-TRAN-TYPE NOT = 'Y'
                   ADD WS-TH-AMOUNT TO WS-CUR-LATER-MOVE
               END-IF
           ELSE
               ADD 1 TO WS-CUR-YEAR-COUNT
               EVALUATE WS-TH-TRAN-TYPE
                   WHEN 'I'
                       ADD WS-TH-AMOUNT TO WS-CUR-INTEREST
                   WHEN 'F'
                   WHEN 'L'
                       IF WS-TH-AMOUNT < ZERO
                           SUBTRACT WS-TH-AMOUNT FROM WS-CUR-WAIVERS
                       ELSE
                           ADD WS-TH-AMOUNT TO WS-CUR-FEES
                       END-IF
                   WHEN 'R'
                       ADD WS-TH-AMOUNT TO WS-CUR-REVERSALS
                   WHEN 'P'
                       SUBTRACT WS-TH-AMOUNT FROM WS-CUR-PAYMENTS
                   WHEN 'Y'
                       CONTINUE
                   WHEN OTHER
                       ADD WS-TH-AMOUNT TO WS-CUR-OTHER-MOVE
               END-EVALUATE
           END-IF.

       FINISH-CUSTOMER-YEAR.
           IF CUR-NO-BALANCE
               IF WS-CUR-YEAR-COUNT > ZERO
                   PERFORM LIST-CUSTOMER-WITHOUT-BALANCE
               ELSE
                   ADD 1 TO WS-QUIET-COUNT
               END-IF
           ELSE
               COMPUTE WS-CUR-CLOSING =
                   WS-CUR-START-BALANCE - WS-CUR-LATER-MOVE
               COMPUTE WS-CUR-YEAR-MOVE =
                   WS-CUR-INTEREST + WS-CUR-FEES - WS-CUR-WAIVERS
                   + WS-CUR-REVERSALS - WS-CUR-PAYMENTS
                   + WS-CUR-OTHER-MOVE
               COMPUTE WS-CUR-OPENING =
                   WS-CUR-CLOSING - WS-CUR-YEAR-MOVE
               IF WS-CUR-YEAR-COUNT = ZERO
                       AND WS-CUR-OPENING = ZERO
                       AND WS-CUR-CLOSING = ZERO
                   ADD 1 TO WS-QUIET-COUNT
               ELSE
                   PERFORM ISSUE-CUSTOMER-SUMMARY
               END-IF
           END-IF.

       LIST-CUSTOMER-WITHOUT-BALANCE.
           ADD 1 TO WS-NO-BALANCE-COUNT.
           ADD WS-CUR-INTEREST TO WS-NOT-SUMM-INTEREST.
           ADD WS-CUR-PAYMENTS TO WS-NOT-SUMM-PAYMENTS.
           MOVE WS-CUR-CUST-ID TO WS-CNB-CUST-ID.
           MOVE WS-CUR-INTEREST TO WS-CNB-INTEREST.
           MOVE WS-CUR-PAYMENTS TO WS-CNB-PAYMENTS.
           WRITE WS-CONTROL-LINE FROM WS-CTL-NO-BAL-LINE.

       ISSUE-CUSTOMER-SUMMARY.
           PERFORM ADVANCE-ADDRESS-TO-CUSTOMER.
           INITIALIZE WS-ANNUAL-TAX-RECORD.
           MOVE WS-TAX-YEAR TO WS-ATX-TAX-YEAR.
           MOVE WS-CUR-CUST-ID TO WS-ATX-CUST-ID.
           MOVE WS-CUR-CUST-NAME TO WS-SN-FREEFORM-NAME.
           PERFORM 8310-PARSE-AND-STANDARDIZE-NAME.
           MOVE WS-SN-STANDARDIZED TO WS-ATX-CUST-NAME.
           IF ADDRESS-REC-FOUND
               MOVE WS-ADR-LINE1 TO WS-ATX-ADDR-LINE1
               MOVE WS-ADR-LINE2 TO WS-ATX-ADDR-LINE2
               MOVE WS-ADR-CITY TO WS-ATX-CITY
               MOVE WS-ADR-POSTAL-CODE TO WS-ATX-POSTAL-CODE
               IF ADR-UNDELIVERABLE
                   SET ATX-HELD TO TRUE
               ELSE
                   SET ATX-MAILABLE TO TRUE
               END-IF
           ELSE
               SET ATX-NO-ADDRESS TO TRUE
           END-IF.
           MOVE WS-CUR-INTEREST TO WS-ATX-INTEREST.
           MOVE WS-CUR-FEES TO WS-ATX-FEES.
           MOVE WS-CUR-WAIVERS TO WS-ATX-WAIVERS.
           MOVE WS-CUR-REVERSALS TO WS-ATX-REVERSALS.
           MOVE WS-CUR-PAYMENTS TO WS-ATX-PAYMENTS.
           MOVE WS-CUR-OPENING TO WS-ATX-OPENING-BAL.
           MOVE WS-CUR-CLOSING TO WS-ATX-CLOSING-BAL.
           MOVE WS-CUR-CUST-STATUS TO WS-ATX-CUST-STATUS.
           WRITE WS-TAX-EXTRACT-RECORD FROM WS-ANNUAL-TAX-RECORD.
           ADD 1 TO WS-SUMMARY-COUNT.
           COMPUTE WS-TAX-HASH =
               WS-TAX-HASH + FUNCTION ABS(WS-CUR-INTEREST).
           ADD WS-CUR-INTEREST TO WS-TOT-INTEREST.
           ADD WS-CUR-FEES TO WS-TOT-FEES.
           ADD WS-CUR-WAIVERS TO WS-TOT-WAIVERS.
           ADD WS-CUR-REVERSALS TO WS-TOT-REVERSALS.
           ADD WS-CUR-PAYMENTS TO WS-TOT-PAYMENTS.
           ADD WS-CUR-OPENING TO WS-TOT-OPENING.
           ADD WS-CUR-CLOSING TO WS-TOT-CLOSING.
           IF ATX-HELD
               PERFORM HOLD-CUSTOMER-SUMMARY
           ELSE
               PERFORM PRINT-CUSTOMER-SUMMARY
           END-IF.

       ADVANCE-ADDRESS-TO-CUSTOMER.
      * The extract rides the same customer-id balance line.
           MOVE 'N' TO WS-ADDR-FOUND-SW.
           PERFORM UNTIL ADDRESS-EOF
                   OR WS-ADR-CUST-ID >= WS-CUR-CUST-ID
               PERFORM READ-ADDRESS-RECORD
           END-PERFORM.
           IF NOT ADDRESS-EOF
                   AND WS-ADR-CUST-ID = WS-CUR-CUST-ID
               MOVE 'Y' TO WS-ADDR-FOUND-SW
           END-IF.

       PRINT-CUSTOMER-SUMMARY.
           MOVE WS-TAX-YEAR TO WS-SUM-TAX-YEAR.
           MOVE WS-CUR-CUST-ID TO WS-SUM-CUST-ID.
           WRITE WS-SUMMARY-LINE FROM WS-SUM-TITLE-LINE.
           WRITE WS-SUMMARY-LINE FROM WS-SUM-BLANK-LINE.
           MOVE WS-ATX-CUST-NAME TO WS-SUM-NAME.
           WRITE WS-SUMMARY-LINE FROM WS-SUM-NAME-LINE.
           IF ATX-NO-ADDRESS
               WRITE WS-SUMMARY-LINE FROM WS-SUM-NO-ADDR-LINE
               ADD 1 TO WS-NO-ADDRESS-COUNT
           ELSE
               MOVE WS-ATX-ADDR-LINE1 TO WS-SUM-ADDR
               WRITE WS-SUMMARY-LINE FROM WS-SUM-ADDR-LINE
               IF WS-ATX-ADDR-LINE2 NOT = SPACES
                   MOVE WS-ATX-ADDR-LINE2 TO WS-SUM-ADDR
                   WRITE WS-SUMMARY-LINE FROM WS-SUM-ADDR-LINE
               END-IF
               MOVE WS-ATX-CITY TO WS-SUM-CITY
               MOVE WS-ATX-POSTAL-CODE TO WS-SUM-POSTAL
               WRITE WS-SUMMARY-LINE FROM WS-SUM-CITY-LINE
           END-IF.
           WRITE WS-SUMMARY-LINE FROM WS-SUM-BLANK-LINE.
           MOVE 'OPENING BALANCE' TO WS-SUM-LABEL.
           MOVE WS-CUR-OPENING TO WS-SUM-AMOUNT.
           WRITE WS-SUMMARY-LINE FROM WS-SUM-AMOUNT-LINE.
           MOVE 'INTEREST CHARGED' TO WS-SUM-LABEL.
           MOVE WS-CUR-INTEREST TO WS-SUM-AMOUNT.
           WRITE WS-SUMMARY-LINE FROM WS-SUM-AMOUNT-LINE.
           MOVE 'FEES CHARGED' TO WS-SUM-LABEL.
           MOVE WS-CUR-FEES TO WS-SUM-AMOUNT.
           WRITE WS-SUMMARY-LINE FROM WS-SUM-AMOUNT-LINE.
           MOVE 'FEES WAIVED' TO WS-SUM-LABEL.
           MOVE WS-CUR-WAIVERS TO WS-SUM-AMOUNT.
           WRITE WS-SUMMARY-LINE FROM WS-SUM-AMOUNT-LINE.
           MOVE 'REVERSALS' TO WS-SUM-LABEL.
           MOVE WS-CUR-REVERSALS TO WS-SUM-AMOUNT.
           WRITE WS-SUMMARY-LINE FROM WS-SUM-AMOUNT-LINE.
           MOVE 'PAYMENTS RECEIVED' TO WS-SUM-LABEL.
           MOVE WS-CUR-PAYMENTS TO WS-SUM-AMOUNT.
           WRITE WS-SUMMARY-LINE FROM WS-SUM-AMOUNT-LINE.
           MOVE 'PURCHASES AND OTHER ITEMS' TO WS-SUM-LABEL.
           MOVE WS-CUR-OTHER-MOVE TO WS-SUM-AMOUNT.
           WRITE WS-SUMMARY-LINE FROM WS-SUM-AMOUNT-LINE.
           MOVE 'CLOSING BALANCE' TO WS-SUM-LABEL.
           MOVE WS-CUR-CLOSING TO WS-SUM-AMOUNT.
           WRITE WS-SUMMARY-LINE FROM WS-SUM-AMOUNT-LINE.
           WRITE WS-SUMMARY-LINE FROM WS-SUM-RULE-LINE.
           ADD 1 TO WS-PRINTED-COUNT.

       HOLD-CUSTOMER-SUMMARY.
           MOVE SPACES TO WS-BAD-ADDRESS-RECORD.
           MOVE WS-CR-JOB-NAME TO WS-BAD-SOURCE-JOB.
           MOVE WS-CUR-CUST-ID TO WS-BAD-CUST-ID.
           MOVE WS-CUR-CUST-NAME TO WS-BAD-CUST-NAME.
           MOVE WS-ADR-RETURN-DATE TO WS-BAD-RETURN-DATE.
           MOVE WS-ADR-RETURN-REASON TO WS-BAD-RETURN-REASON.
           MOVE 'ANNUAL SUM' TO WS-BAD-HELD-ITEM.
           MOVE WS-CUR-CLOSING TO WS-BAD-HELD-AMOUNT.
           MOVE WS-RUN-DATE TO WS-BAD-CYCLE-DATE.
           WRITE WS-BAD-ADDRESS-RECORD.
           ADD 1 TO WS-HELD-COUNT.

      * ----- the year's vouchers -----

      * A debit line moved the receivable up, a credit line down, the
      * same sign history carries. The settlement offset line ('S')
      * is the set's balancing entry, not a type of its own.
       LOAD-VOUCHER-TOTALS.
           OPEN INPUT GL-VOUCHER-FILE.
           IF WS-VOUCHER-FILE-STATUS NOT = '00'
               SET VOUCHER-EOF TO TRUE
           ELSE
               PERFORM READ-ONE-VOUCHER-LINE
                   UNTIL VOUCHER-EOF
               CLOSE GL-VOUCHER-FILE
           END-IF.

       READ-ONE-VOUCHER-LINE.
           READ GL-VOUCHER-FILE
               AT END SET VOUCHER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-VOUCHER-READ
                   IF WS-GL-VOUCHER-RECORD(1:4) = 'HDR*'
                           OR WS-GL-VOUCHER-RECORD(1:4) = 'TRL*'
                           OR WS-GLV-TRAN-TYPE = 'S'
                       CONTINUE
                   ELSE
                       IF WS-GLV-CYCLE-DATE IS NUMERIC
                               AND WS-GLV-CYCLE-DATE >= WS-YEAR-START
                               AND WS-GLV-CYCLE-DATE <= WS-YEAR-END
                           PERFORM TALLY-VOUCHER-LINE
                       END-IF
                   END-IF
           END-READ.

       TALLY-VOUCHER-LINE.
           ADD 1 TO WS-VOUCHER-YEAR.
           MOVE WS-GLV-TRAN-TYPE TO WS-TIE-LOOKUP-TYPE.
           PERFORM FIND-TIE-ENTRY.
           IF WS-TIE-PICKED = ZERO
               ADD 1 TO WS-UNTALLIED-COUNT
           ELSE
               MOVE WS-GLV-DESC TO WS-TIE-DESC(WS-TIE-PICKED)
               IF WS-GLV-DR-CR = 'CR'
                   SUBTRACT WS-GLV-AMOUNT
                       FROM WS-TIE-VCH-NET(WS-TIE-PICKED)
               ELSE
                   ADD WS-GLV-AMOUNT
                       TO WS-TIE-VCH-NET(WS-TIE-PICKED)
               END-IF
           END-IF.

      * ----- control report -----

      * The summaries plus the customers that could not be
      * summarized must account for every interest and payment
      * posting in the year, or the extract cannot be released.
       PRINT-CONTROL-TOTALS.
           WRITE WS-CONTROL-LINE FROM WS-SUM-BLANK-LINE.
           MOVE 'HISTORY RECORDS READ' TO WS-CCL-LABEL.
           MOVE WS-HIST-READ-COUNT TO WS-CCL-COUNT.
           WRITE WS-CONTROL-LINE FROM WS-CTL-COUNT-LINE.
           MOVE '  OF WHICH FROM THE HISTORY ARCHIVE' TO WS-CCL-LABEL.
           MOVE WS-HIST-ARCH-READ TO WS-CCL-COUNT.
           WRITE WS-CONTROL-LINE FROM WS-CTL-COUNT-LINE.
           MOVE '  OF WHICH POSTED IN THE YEAR' TO WS-CCL-LABEL.
           MOVE WS-HIST-YEAR-COUNT TO WS-CCL-COUNT.
           WRITE WS-CONTROL-LINE FROM WS-CTL-COUNT-LINE.
           MOVE '  OF WHICH UNREADABLE' TO WS-CCL-LABEL.
           MOVE WS-HIST-BAD-DATE TO WS-CCL-COUNT.
           WRITE WS-CONTROL-LINE FROM WS-CTL-COUNT-LINE.
           MOVE 'CUSTOMERS CONSIDERED' TO WS-CCL-LABEL.
           MOVE WS-CUSTOMER-COUNT TO WS-CCL-COUNT.
           WRITE WS-CONTROL-LINE FROM WS-CTL-COUNT-LINE.
           MOVE 'SUMMARIES ON THE TAX EXTRACT' TO WS-CCL-LABEL.
           MOVE WS-SUMMARY-COUNT TO WS-CCL-COUNT.
           WRITE WS-CONTROL-LINE FROM WS-CTL-COUNT-LINE.
           MOVE '  PRINTED' TO WS-CCL-LABEL.
           MOVE WS-PRINTED-COUNT TO WS-CCL-COUNT.
           WRITE WS-CONTROL-LINE FROM WS-CTL-COUNT-LINE.
           MOVE '    OF WHICH WITH NO ADDRESS' TO WS-CCL-LABEL.
           MOVE WS-NO-ADDRESS-COUNT TO WS-CCL-COUNT.
           WRITE WS-CONTROL-LINE FROM WS-CTL-COUNT-LINE.
           MOVE '  HELD, ADDRESS UNDELIVERABLE' TO WS-CCL-LABEL.
           MOVE WS-HELD-COUNT TO WS-CCL-COUNT.
           WRITE WS-CONTROL-LINE FROM WS-CTL-COUNT-LINE.
           MOVE 'NO BALANCE OR ACTIVITY IN THE YEAR' TO WS-CCL-LABEL.
           MOVE WS-QUIET-COUNT TO WS-CCL-COUNT.
           WRITE WS-CONTROL-LINE FROM WS-CTL-COUNT-LINE.
           MOVE 'NOT SUMMARIZED, NO BALANCE ON FILE' TO WS-CCL-LABEL.
           MOVE WS-NO-BALANCE-COUNT TO WS-CCL-COUNT.
           WRITE WS-CONTROL-LINE FROM WS-CTL-COUNT-LINE.
           WRITE WS-CONTROL-LINE FROM WS-SUM-BLANK-LINE.
           MOVE SPACES TO WS-CAL-NOTE.
           MOVE 'TOTAL OPENING BALANCES' TO WS-CAL-LABEL.
           MOVE WS-TOT-OPENING TO WS-CAL-AMOUNT.
           WRITE WS-CONTROL-LINE FROM WS-CTL-AMOUNT-LINE.
           MOVE 'TOTAL FEES CHARGED' TO WS-CAL-LABEL.
           MOVE WS-TOT-FEES TO WS-CAL-AMOUNT.
           WRITE WS-CONTROL-LINE FROM WS-CTL-AMOUNT-LINE.
           MOVE 'TOTAL FEES WAIVED' TO WS-CAL-LABEL.
           MOVE WS-TOT-WAIVERS TO WS-CAL-AMOUNT.
           WRITE WS-CONTROL-LINE FROM WS-CTL-AMOUNT-LINE.
           MOVE 'TOTAL REVERSALS' TO WS-CAL-LABEL.
           MOVE WS-TOT-REVERSALS TO WS-CAL-AMOUNT.
           WRITE WS-CONTROL-LINE FROM WS-CTL-AMOUNT-LINE.
           MOVE 'TOTAL CLOSING BALANCES' TO WS-CAL-LABEL.
           MOVE WS-TOT-CLOSING TO WS-CAL-AMOUNT.
           WRITE WS-CONTROL-LINE FROM WS-CTL-AMOUNT-LINE.
           MOVE 'TOTAL INTEREST ON SUMMARIES' TO WS-CAL-LABEL.
           MOVE WS-TOT-INTEREST TO WS-CAL-AMOUNT.
           WRITE WS-CONTROL-LINE FROM WS-CTL-AMOUNT-LINE.
           MOVE '  PLUS INTEREST NOT SUMMARIZED' TO WS-CAL-LABEL.
           MOVE WS-NOT-SUMM-INTEREST TO WS-CAL-AMOUNT.
           WRITE WS-CONTROL-LINE FROM WS-CTL-AMOUNT-LINE.
           COMPUTE WS-PROOF-AMOUNT =
               WS-TOT-INTEREST + WS-NOT-SUMM-INTEREST.
           MOVE '  EQUALS INTEREST POSTED IN THE YEAR' TO WS-CAL-LABEL.
           MOVE WS-HIST-INTEREST TO WS-CAL-AMOUNT.
           IF WS-PROOF-AMOUNT = WS-HIST-INTEREST
               MOVE 'PROVEN' TO WS-CAL-NOTE
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-CAL-NOTE
               MOVE 12 TO RETURN-CODE
           END-IF.
           WRITE WS-CONTROL-LINE FROM WS-CTL-AMOUNT-LINE.
           MOVE SPACES TO WS-CAL-NOTE.
           MOVE 'TOTAL PAYMENTS ON SUMMARIES' TO WS-CAL-LABEL.
           MOVE WS-TOT-PAYMENTS TO WS-CAL-AMOUNT.
           WRITE WS-CONTROL-LINE FROM WS-CTL-AMOUNT-LINE.
           MOVE '  PLUS PAYMENTS NOT SUMMARIZED' TO WS-CAL-LABEL.
           MOVE WS-NOT-SUMM-PAYMENTS TO WS-CAL-AMOUNT.
           WRITE WS-CONTROL-LINE FROM WS-CTL-AMOUNT-LINE.
           COMPUTE WS-PROOF-AMOUNT =
               WS-TOT-PAYMENTS + WS-NOT-SUMM-PAYMENTS.
           MOVE '  EQUALS PAYMENTS POSTED IN THE YEAR' TO WS-CAL-LABEL.
           MOVE WS-HIST-PAYMENTS TO WS-CAL-AMOUNT.
           IF WS-PROOF-AMOUNT = WS-HIST-PAYMENTS
               MOVE 'PROVEN' TO WS-CAL-NOTE
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-CAL-NOTE
               MOVE 12 TO RETURN-CODE
           END-IF.
           WRITE WS-CONTROL-LINE FROM WS-CTL-AMOUNT-LINE.
           IF RETURN-CODE >= 12
               DISPLAY 'ANNUAL SUMMARY OUT OF BALANCE WITH HISTORY - '
                       'DO NOT RELEASE THE TAX EXTRACT'
           END-IF.

       PRINT-GL-TIE-OUT.
           WRITE WS-CONTROL-LINE FROM WS-SUM-BLANK-LINE.
           WRITE WS-CONTROL-LINE FROM WS-CTL-TIE-HEAD.
           IF WS-VOUCHER-FILE-STATUS NOT = '00'
                   AND WS-VOUCHER-READ = ZERO
               WRITE WS-CONTROL-LINE FROM WS-CTL-NO-VOUCHER-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           WRITE WS-CONTROL-LINE FROM WS-CTL-TIE-COLUMNS.
           PERFORM PRINT-ONE-TIE-LINE
               VARYING WS-TIE-IDX FROM 1 BY 1
               UNTIL WS-TIE-IDX > WS-TIE-ENTRY-COUNT.
           IF WS-UNTALLIED-COUNT > ZERO
               MOVE 'TYPES BEYOND THE TIE-OUT TABLE' TO WS-CCL-LABEL
               MOVE WS-UNTALLIED-COUNT TO WS-CCL-COUNT
               WRITE WS-CONTROL-LINE FROM WS-CTL-COUNT-LINE
               ADD 1 TO WS-TIE-FAIL-COUNT
           END-IF.
           IF WS-TIE-FAIL-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       PRINT-ONE-TIE-LINE.
           COMPUTE WS-TIE-DIFFERENCE =
               WS-TIE-HIST-NET(WS-TIE-IDX) - WS-TIE-VCH-NET(WS-TIE-IDX).
           MOVE WS-TIE-TRAN-TYPE(WS-TIE-IDX) TO WS-CTL-TYPE.
           MOVE WS-TIE-DESC(WS-TIE-IDX) TO WS-CTL-DESC.
           MOVE WS-TIE-HIST-NET(WS-TIE-IDX) TO WS-CTL-HIST-NET.
           MOVE WS-TIE-HIST-COUNT(WS-TIE-IDX) TO WS-CTL-COUNT.
           MOVE WS-TIE-VCH-NET(WS-TIE-IDX) TO WS-CTL-VCH-NET.
           MOVE WS-TIE-DIFFERENCE TO WS-CTL-DIFF.
           IF WS-TIE-DIFFERENCE = ZERO
               MOVE 'TIES' TO WS-CTL-NOTE
           ELSE
               MOVE 'DOES NOT TIE' TO WS-CTL-NOTE
               ADD 1 TO WS-TIE-FAIL-COUNT
           END-IF.
           WRITE WS-CONTROL-LINE FROM WS-CTL-TIE-LINE.

       TERMINATION-PARAGRAPH.
           PERFORM WRITE-EXTRACT-TRAILER.
           CLOSE CUSTOMER-FILE.
           CLOSE TRAN-HISTORY-FILE.
           IF WS-CUST-ARCH-STATUS = '00' OR WS-CUST-ARCH-STATUS = '10'
               CLOSE CUSTOMER-ARCHIVE-FILE
           END-IF.
           IF WS-HIST-ARCH-STATUS = '00' OR WS-HIST-ARCH-STATUS = '10'
               CLOSE HISTORY-ARCHIVE-FILE
           END-IF.
           IF WS-ADDRESS-FILE-STATUS = '00'
                   OR WS-ADDRESS-FILE-STATUS = '10'
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE SUMMARY-REPORT-FILE.
           CLOSE TAX-EXTRACT-FILE.
           CLOSE CONTROL-REPORT-FILE.
           CLOSE BAD-ADDRESS-FILE.
           DISPLAY 'Tax year summarized:      ' WS-TAX-YEAR.
           DISPLAY 'Customers read:           ' WS-CUST-READ-COUNT.
           DISPLAY 'Customer archive read:    ' WS-CUST-ARCH-READ.
           DISPLAY 'History records read:     ' WS-HIST-READ-COUNT.
           DISPLAY '  of which archived:      ' WS-HIST-ARCH-READ.
           DISPLAY '  posted in the year:     ' WS-HIST-YEAR-COUNT.
           DISPLAY 'Addresses read:           ' WS-ADDR-READ-COUNT.
           DISPLAY 'Voucher lines read:       ' WS-VOUCHER-READ.
           DISPLAY '  booked in the year:     ' WS-VOUCHER-YEAR.
           DISPLAY 'Summaries extracted:      ' WS-SUMMARY-COUNT.
           DISPLAY '  printed:                ' WS-PRINTED-COUNT.
           DISPLAY '  held, bad address:      ' WS-HELD-COUNT.
           DISPLAY 'Not summarized, no bal:   ' WS-NO-BALANCE-COUNT.
           DISPLAY 'GL types not tying:       ' WS-TIE-FAIL-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-CUSTOMER-COUNT   TO WS-CR-RECORDS-IN.
           MOVE WS-SUMMARY-COUNT    TO WS-CR-RECORDS-OUT.
           MOVE WS-NO-BALANCE-COUNT TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE         TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program ANNSUMM completed.'.
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

       COPY NAMSTDPR.

       COPY CTLRPTPR.

       COPY DRYREFPR.
