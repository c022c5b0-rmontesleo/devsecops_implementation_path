       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUREXTR.
      * Monthly credit bureau reporting extract. PARM='YYYYMMDD,CCCC'
      * names the month-end cycle; the cycle date is the activity
      * date reported for every account. Writes BUREAU in the
      * bureau's fixed layout (copybook BURSEGRC): a header segment
      * carrying the reporter id from the BURRPTID control card, one
      * base segment per reportable account on ACCTFILE, and a
      * trailer segment with the segment count, the balance total
      * and the counts by reported state.
      *
      * CUSTFILE, ACCTFILE, the ADDRFILE extract of ADDRMST and the
      * DELQTRK tracking file the month-end DELQTRK run carried
      * forward all arrive in customer-id order and ride one balance
      * line. The customer balance is carried on the customer's
      * primary account (the first on file, as the posting run
      * keeps it); any further account reports its limit with a
      * zero balance. The account status and payment rating come
      * from the customer's dunning level -- not tracked is current,
      * level 1 is reported 30 days late, level 2 60 days, level 3
      * 90 days -- and the amount past due is the balance above the
      * account's limit. A charged-off customer (status 'W') reports
      * every account charged off. The write-off cleared the balance
      * on the customer file, so the primary reports what is still
      * owed on the write-off -- the customer's 'W' items less any
      * 'Y' recoveries, read from TRANHIST and from the history
      * archive HARCHIN, since a charge-off outlives HISTARCH's
      * retention -- as both its balance and its amount past due. A
      * charged-off customer with no write-off on either is an
      * exception.
      * A closed account carries the grantor-closed special comment,
      * and with nothing owing reports closed and paid. An account
      * with an open dispute case on DISPMST carries the consumer
      * dispute compliance code 'XB'; one whose case closed this
      * month carries 'XC' if the charge was re-billed (the dispute
      * resolved against the consumer) or 'XR' if the credit was
      * made final (the dispute code withdrawn). An open case
      * outranks a closed one.
      *
      * The name is the customer name standardized by the shared
      * NAMSTDPR routine, the address the customer's ADDRMST record.
      * A surname, a first name, address line 1, the city and the
      * postal code are mandatory: an account missing any of them,
      * or whose address RTNMAIL has flagged undeliverable, or an
      * account with no customer record, goes to the BUREXC
      * exception report instead of the file, and so does a customer
      * owing a balance with no account to report it on. Exceptions
      * end the run with return code 4. An account reported wrongly
      * is amended by the BURECOR correction run.
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

           SELECT ADDRESS-FILE ASSIGN TO ADDRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.

      * The escalation state DELQTRK carried forward (its DELQTRKO).
           SELECT TRACKING-FILE ASSIGN TO DELQTRK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRACKING-FILE-STATUS.

      * Posted history, for the amounts charged-off customers had
      * written off.
           SELECT TRAN-HISTORY-FILE ASSIGN TO TRANHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      * The accumulated history archive: every HARCHOUT generation
      * HISTARCH has written, concatenated.
           SELECT OPTIONAL HISTORY-ARCHIVE-FILE ASSIGN TO HARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-ARCH-STATUS.

      * Dispute case master kept by DISPMNT. Absent means no account
      * is reported disputed.
           SELECT OPTIONAL DISPUTE-MASTER-FILE ASSIGN TO DISPMST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-FILE-STATUS.

           SELECT BUREAU-FILE ASSIGN TO BUREAU
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUREAU-FILE-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO BUREXC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

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
               88  AFR-ACCOUNT-CLOSED   VALUE 'C'.
           05  FILLER               PIC X(20).

      * ADDRXTR's flat extract of the keyed address master (layout
      * in copybook ADDRREC), in customer-id order.
       FD  ADDRESS-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS WS-ADDRESS-FILE-RECORD.
       01  WS-ADDRESS-FILE-RECORD   PIC X(200).

       FD  TRACKING-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS WS-TRACKING-FILE-RECORD.
       01  WS-TRACKING-FILE-RECORD  PIC X(30).

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

       FD  DISPUTE-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-DISPUTE-FILE-RECORD.
       01  WS-DISPUTE-FILE-RECORD   PIC X(100).

       FD  BUREAU-FILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS WS-BUREAU-FILE-RECORD.
       01  WS-BUREAU-FILE-RECORD    PIC X(300).

       FD  EXCEPTION-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-EXCEPTION-LINE.
       01  WS-EXCEPTION-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CUSTOMER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ACCOUNT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ADDRESS-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-TRACKING-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-HISTORY-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-HIST-ARCH-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-DISPUTE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-BUREAU-FILE-STATUS.
           COPY FILESTAT
               REPLACING FS-NAME BY WS-EXCEPTION-FILE-STATUS.

       01  WS-ADDRESS-WORK-RECORD.
           COPY ADDRREC.

       01  WS-DISPUTE-RECORD.
           COPY DISPREC.

       01  WS-HISTORY-WORK-RECORD.
           COPY TRNHIST.

       01  WS-BUREAU-SEGMENT.
           COPY BURSEGRC.

      * DELQTRK's tracking record.
       01  WS-TRACKING-RECORD.
           05  WS-TRK-CUST-ID       PIC 9(10).
           05  WS-TRK-OVER-CYCLES   PIC 9(3).
           05  WS-TRK-DUN-LEVEL     PIC 9(1).
           05  WS-TRK-FIRST-SEEN    PIC 9(8).
           05  FILLER               PIC X(8).

      * Dispute cases by customer and posting account, each with the
      * compliance code it calls for: open cases, and cases closed
      * since the first of the activity month. A case posted with no
      * account named is against the primary.
       01  WS-DISPUTE-TABLE.
           05  WS-DSP-ENTRY-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-DSP-MAX-ENTRIES   PIC 9(4) VALUE 3000.
           05  WS-DSP-ENTRY OCCURS 3000 TIMES.
               10  WS-DSP-CUST-ID       PIC 9(10).
               10  WS-DSP-ACC-NUMBER    PIC 9(10).
               10  WS-DSP-CODE          PIC X(2).
           05  WS-DSP-IDX           PIC 9(4) VALUE ZERO.
           05  WS-DSP-FOUND-SW      PIC X(1) VALUE 'N'.
               88  ACCOUNT-DISPUTED     VALUE 'Y'.
           05  WS-DSP-FOUND-CODE    PIC X(2) VALUE SPACES.
           05  WS-DSP-NEW-CODE      PIC X(2) VALUE SPACES.
           05  WS-DSP-MONTH-START   PIC 9(8) VALUE ZERO.

      * What is still owed on each customer's write-off: the 'W'
      * items turned positive (they land negative, taking the
      * receivable down) less the 'Y' recoveries (which land negative
      * too, like the payments they are).
       01  WS-WRITE-OFF-TABLE.
           05  WS-WOF-ENTRY-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-WOF-MAX-ENTRIES   PIC 9(4) VALUE 3000.
           05  WS-WOF-ENTRY OCCURS 3000 TIMES.
               10  WS-WOF-CUST-ID       PIC 9(10).
               10  WS-WOF-AMOUNT        PIC S9(7)V99.
               10  WS-WOF-W-SW          PIC X(1).
                   88  WOF-WRITE-OFF-SEEN   VALUE 'Y'.
           05  WS-WOF-IDX           PIC 9(4) VALUE ZERO.
           05  WS-WOF-PICKED        PIC 9(4) VALUE ZERO.

       01  WS-PARM-FIELDS.
           05  WS-PARM-LENGTH       PIC 9(4) VALUE ZERO.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05  WS-CYCLE-TYPE        PIC X(4) VALUE SPACES.

       COPY OPTPARWS.

       01  WS-EXTRACT-CONTROL-FIELDS.
      * Reporter id the bureau assigned this shop (BURRPTID).
           05  WS-REPORTER-ID       PIC X(10) VALUE SPACES.
           05  WS-DUN-LEVEL         PIC 9(1) VALUE ZERO.
           05  WS-ACC-SEQUENCE      PIC 9(3) VALUE ZERO.
           05  WS-REPORT-BALANCE    PIC S9(7)V99 VALUE ZERO.
           05  WS-PAST-DUE-WORK     PIC S9(9)V99 VALUE ZERO.
           05  WS-CUST-EXC-REASON   PIC X(20) VALUE SPACES.
           05  WS-EXCEPTION-REASON  PIC X(20) VALUE SPACES.
           05  WS-CUST-EOF-SW       PIC X(1) VALUE 'N'.
               88  CUSTOMER-EOF         VALUE 'Y'.
           05  WS-CUST-DATA-SW      PIC X(1) VALUE 'N'.
               88  CUST-DATA-RECORD     VALUE 'Y'.
           05  WS-ACCT-EOF-SW       PIC X(1) VALUE 'N'.
               88  ACCOUNT-EOF          VALUE 'Y'.
           05  WS-ACCT-DATA-SW      PIC X(1) VALUE 'N'.
               88  ACCT-DATA-RECORD     VALUE 'Y'.
           05  WS-ADDR-EOF-SW       PIC X(1) VALUE 'N'.
               88  ADDRESS-EOF          VALUE 'Y'.
           05  WS-ADDR-DATA-SW      PIC X(1) VALUE 'N'.
               88  ADDR-DATA-RECORD     VALUE 'Y'.
           05  WS-ADDR-FOUND-SW     PIC X(1) VALUE 'N'.
               88  ADDRESS-REC-FOUND    VALUE 'Y'.
           05  WS-TRACK-EOF-SW      PIC X(1) VALUE 'N'.
               88  TRACKING-EOF         VALUE 'Y'.
           05  WS-DISPUTE-EOF-SW    PIC X(1) VALUE 'N'.
               88  DISPUTE-EOF          VALUE 'Y'.
           05  WS-HISTORY-EOF-SW    PIC X(1) VALUE 'N'.
               88  HISTORY-EOF          VALUE 'Y'.
           05  WS-HIST-ARCH-EOF-SW  PIC X(1) VALUE 'N'.
               88  HIST-ARCHIVE-EOF     VALUE 'Y'.

       01  WS-RUN-COUNTERS.
           05  WS-CUST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ACCT-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ADDR-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-TRACK-READ-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-HIST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-HIST-ARCH-READ    PIC 9(9) VALUE ZERO.
           05  WS-BASE-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-BALANCE-TOTAL     PIC 9(13) VALUE ZERO.
           05  WS-CURRENT-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-DELINQ-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-CHGOFF-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-CLOSED-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-DISPUTED-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-RESOLVED-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-EXCEPTION-COUNT   PIC 9(9) VALUE ZERO.

       COPY NAMSTDWS.

      * Envelope view of CUSTFILE's first record (copybook
      * FILENVWS), for the dry-run check.
       01  WS-ENVELOPE-RECORD.
           COPY FILENVWS.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

       01  WS-RUN-CONTROL-RECORD.
           COPY RUNCTLRC.

       01  WS-EXCEPTION-LINES.
           05  WS-EXC-TITLE-LINE.
               10  FILLER  PIC X(42) VALUE
                   'BUREXTR - CREDIT BUREAU EXTRACT EXCEPTIONS'.
               10  FILLER  PIC X(15) VALUE '  ACTIVITY DATE'.
               10  FILLER  PIC X(1) VALUE SPACE.
               10  WS-EXC-RUN-DATE  PIC 9(8).
               10  FILLER  PIC X(14) VALUE '  REPORTER ID '.
               10  WS-EXC-REPORTER-ID PIC X(10).
               10  FILLER  PIC X(42) VALUE SPACES.
           05  WS-EXC-HEADING-LINE.
               10  FILLER  PIC X(36) VALUE
                   'CUSTOMER ID ACCOUNT NO  CUSTOMER NAM'.
               10  FILLER  PIC X(36) VALUE
                   'E                     BALANCE       '.
               10  FILLER  PIC X(20) VALUE 'REASON'.
               10  FILLER  PIC X(40) VALUE SPACES.
           05  WS-EXC-DETAIL-LINE.
               10  WS-EXC-CUST-ID   PIC 9(10).
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-EXC-ACC-NUMBER PIC 9(10).
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-EXC-CUST-NAME PIC X(30).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-EXC-BALANCE   PIC -ZZZZZZ9.99.
               10  FILLER           PIC X(6) VALUE SPACES.
               10  WS-EXC-REASON    PIC X(20).
               10  FILLER           PIC X(40) VALUE SPACES.
           05  WS-EXC-NONE-LINE     PIC X(132) VALUE
               'NO EXCEPTIONS.'.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN          PIC S9(4) COMP.
           05  WS-PARM-DATA         PIC X(13).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PARAGRAPH.
           PERFORM PARSE-RUN-PARM.
           DISPLAY 'Program BUREXTR started, cycle ' WS-RUN-DATE.
           MOVE 'BUREXTR' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM GET-RUN-OPTIONS.
           PERFORM 8900-REFUSE-DRY-RUN-CUSTOMERS.
           PERFORM LOAD-DISPUTES.
           PERFORM LOAD-WRITE-OFFS.
           PERFORM OPEN-OUTPUT-FILES.
           PERFORM OPEN-INPUT-FILES.
           PERFORM WRITE-BUREAU-HEADER.
           PERFORM READ-CUSTOMER-RECORD.
           PERFORM READ-ACCOUNT-RECORD.
           PERFORM READ-TRACKING-RECORD.
           PERFORM READ-ADDRESS-RECORD.
           PERFORM REPORT-ONE-CUSTOMER
               UNTIL CUSTOMER-EOF.
           PERFORM DRAIN-UNMATCHED-ACCOUNTS.
           PERFORM WRITE-BUREAU-TRAILER.
           PERFORM TERMINATION-PARAGRAPH.
           GOBACK.

       PARSE-RUN-PARM.
           MOVE ZERO TO WS-RUN-DATE.
           MOVE 'MEND' TO WS-CYCLE-TYPE.
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
      * The bureau refuses a file that does not name its reporter.
           MOVE 'BURRPTID' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND WS-OPT-VALUE NOT = SPACES
               MOVE WS-OPT-VALUE TO WS-REPORTER-ID
           ELSE
               DISPLAY 'Error: no BURRPTID control card, the bureau '
                       'file cannot be built.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY 'OPTION IN EFFECT: BURRPTID=' WS-REPORTER-ID.

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT BUREAU-FILE.
           IF WS-BUREAU-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening bureau file: '
                       WS-BUREAU-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           IF WS-EXCEPTION-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening bureau exception report: '
                       WS-EXCEPTION-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE BUREAU-FILE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO WS-EXC-RUN-DATE.
           MOVE WS-REPORTER-ID TO WS-EXC-REPORTER-ID.
           WRITE WS-EXCEPTION-LINE FROM WS-EXC-TITLE-LINE.
           WRITE WS-EXCEPTION-LINE FROM WS-EXC-HEADING-LINE.

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
      * Name and address are mandatory bureau data: without the
      * address extract every account would be an exception.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening address file: '
                       WS-ADDRESS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               CLOSE ACCOUNT-FILE
               PERFORM CLOSE-OUTPUTS-ON-OPEN-FAIL
               GOBACK
           END-IF.
           OPEN INPUT TRACKING-FILE.
           IF WS-TRACKING-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening delinquency tracking file: '
                       WS-TRACKING-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               CLOSE ACCOUNT-FILE
               CLOSE ADDRESS-FILE
               PERFORM CLOSE-OUTPUTS-ON-OPEN-FAIL
               GOBACK
           END-IF.

       CLOSE-OUTPUTS-ON-OPEN-FAIL.
           CLOSE BUREAU-FILE.
           CLOSE EXCEPTION-REPORT-FILE.

      * The dispute and write-off tables are loaded before any output
      * is opened: a table too small to hold them stops the run with
      * nothing written.
       LOAD-DISPUTES.
           MOVE WS-RUN-DATE TO WS-DSP-MONTH-START.
           MOVE '01' TO WS-DSP-MONTH-START(7:2).
           OPEN INPUT DISPUTE-MASTER-FILE.
           IF WS-DISPUTE-FILE-STATUS = '00'
               PERFORM LOAD-ONE-DISPUTE-RECORD
                   UNTIL DISPUTE-EOF
               CLOSE DISPUTE-MASTER-FILE
           ELSE
               DISPLAY 'No dispute master, status '
                       WS-DISPUTE-FILE-STATUS
                       ' - no account reported disputed.'
           END-IF.
           DISPLAY 'Disputes loaded: ' WS-DSP-ENTRY-COUNT.

       LOAD-ONE-DISPUTE-RECORD.
           READ DISPUTE-MASTER-FILE INTO WS-DISPUTE-RECORD
               AT END SET DISPUTE-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-DSP-NEW-CODE
                   EVALUATE TRUE
                       WHEN DS-CASE-OPEN
                           MOVE 'XB' TO WS-DSP-NEW-CODE
                       WHEN WS-DS-CLOSE-DATE NOT NUMERIC
                           CONTINUE
                       WHEN WS-DS-CLOSE-DATE < WS-DSP-MONTH-START
                               OR WS-DS-CLOSE-DATE > WS-RUN-DATE
                           CONTINUE
                       WHEN DS-CLOSED-REBILLED
                           MOVE 'XC' TO WS-DSP-NEW-CODE
                       WHEN DS-CLOSED-CREDITED
                           MOVE 'XR' TO WS-DSP-NEW-CODE
                   END-EVALUATE
                   IF WS-DSP-NEW-CODE NOT = SPACES
                       PERFORM STORE-DISPUTE-ENTRY
                   END-IF
           END-READ.

       STORE-DISPUTE-ENTRY.
           IF WS-DSP-ENTRY-COUNT >= WS-DSP-MAX-ENTRIES
               DISPLAY '*** DISPUTE TABLE FULL AT '
                       WS-DSP-MAX-ENTRIES ' - RUN STOPPED ***'
               MOVE 16 TO RETURN-CODE
               CLOSE DISPUTE-MASTER-FILE
               GOBACK
           END-IF.
           ADD 1 TO WS-DSP-ENTRY-COUNT.
           MOVE WS-DS-CUST-ID TO WS-DSP-CUST-ID(WS-DSP-ENTRY-COUNT).
           MOVE WS-DS-ACC-NUMBER
               TO WS-DSP-ACC-NUMBER(WS-DSP-ENTRY-COUNT).
           MOVE WS-DSP-NEW-CODE TO WS-DSP-CODE(WS-DSP-ENTRY-COUNT).

      * Without the history no charged-off account can be reported
      * for what it owes. The archive need not exist yet; without it
      * only write-offs still on the live history are found.
       LOAD-WRITE-OFFS.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening transaction history: '
                       WS-HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-ONE-HISTORY-RECORD
               UNTIL HISTORY-EOF.
           CLOSE TRAN-HISTORY-FILE.
           OPEN INPUT HISTORY-ARCHIVE-FILE.
           IF WS-HIST-ARCH-STATUS NOT = '00'
               DISPLAY 'No history archive read, status '
                       WS-HIST-ARCH-STATUS
           ELSE
               PERFORM LOAD-ONE-ARCHIVED-RECORD
                   UNTIL HIST-ARCHIVE-EOF
               CLOSE HISTORY-ARCHIVE-FILE
           END-IF.
           DISPLAY 'Customers with write-offs: ' WS-WOF-ENTRY-COUNT.

       LOAD-ONE-HISTORY-RECORD.
           READ TRAN-HISTORY-FILE INTO WS-HISTORY-WORK-RECORD
               AT END SET HISTORY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   PERFORM NOTE-CHARGE-OFF-ITEM
           END-READ.

       LOAD-ONE-ARCHIVED-RECORD.
           READ HISTORY-ARCHIVE-FILE
               AT END SET HIST-ARCHIVE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-ARCH-READ
                   MOVE WS-HAR-HISTORY TO WS-HISTORY-WORK-RECORD
                   PERFORM NOTE-CHARGE-OFF-ITEM
           END-READ.

       NOTE-CHARGE-OFF-ITEM.
           IF (WS-TH-TRAN-TYPE = 'W' OR WS-TH-TRAN-TYPE = 'Y')
                   AND WS-TH-AMOUNT IS NUMERIC
               PERFORM STORE-WRITE-OFF
           END-IF.

       STORE-WRITE-OFF.
           MOVE WS-TH-CUST-ID TO WS-CFR-CUST-ID.
           PERFORM FIND-WRITE-OFF.
           IF WS-WOF-PICKED = ZERO
               IF WS-WOF-ENTRY-COUNT >= WS-WOF-MAX-ENTRIES
                   DISPLAY '*** WRITE-OFF TABLE FULL AT '
                           WS-WOF-MAX-ENTRIES ' - RUN STOPPED ***'
                   MOVE 16 TO RETURN-CODE
                   IF HISTORY-EOF
                       CLOSE HISTORY-ARCHIVE-FILE
                   ELSE
                       CLOSE TRAN-HISTORY-FILE
                   END-IF
                   GOBACK
               END-IF
               ADD 1 TO WS-WOF-ENTRY-COUNT
               MOVE WS-WOF-ENTRY-COUNT TO WS-WOF-PICKED
               MOVE WS-TH-CUST-ID TO WS-WOF-CUST-ID(WS-WOF-PICKED)
               MOVE ZERO TO WS-WOF-AMOUNT(WS-WOF-PICKED)
               MOVE 'N' TO WS-WOF-W-SW(WS-WOF-PICKED)
           END-IF.
      * A write-off lands negative and is turned positive; a
      * recovery lands negative too and is added as it stands,
      * bringing down what is still owed.
           EVALUATE WS-TH-TRAN-TYPE
               WHEN 'W'
                   SUBTRACT WS-TH-AMOUNT
                       FROM WS-WOF-AMOUNT(WS-WOF-PICKED)
                   MOVE 'Y' TO WS-WOF-W-SW(WS-WOF-PICKED)
               WHEN 'Y'
                   ADD WS-TH-AMOUNT TO WS-WOF-AMOUNT(WS-WOF-PICKED)
           END-EVALUATE.

      * Caller sets WS-CFR-CUST-ID.
       FIND-WRITE-OFF.
           MOVE ZERO TO WS-WOF-PICKED.
           PERFORM VARYING WS-WOF-IDX FROM 1 BY 1
                   UNTIL WS-WOF-IDX > WS-WOF-ENTRY-COUNT
                   OR WS-WOF-PICKED > ZERO
               IF WS-WOF-CUST-ID(WS-WOF-IDX) = WS-CFR-CUST-ID
                   MOVE WS-WOF-IDX TO WS-WOF-PICKED
               END-IF
           END-PERFORM.

       WRITE-BUREAU-HEADER.
           MOVE SPACES TO WS-BUREAU-SEGMENT.
           SET BUR-HEADER-SEGMENT TO TRUE.
           MOVE WS-REPORTER-ID TO WS-BUR-HDR-REPORTER-ID.
           MOVE WS-RUN-DATE TO WS-BUR-HDR-ACTIVITY-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUR-HDR-CREATED-DATE.
           SET BUR-MONTHLY-FILE TO TRUE.
           MOVE WS-CR-JOB-NAME TO WS-BUR-HDR-PROGRAM.
           MOVE WS-CYCLE-TYPE TO WS-BUR-HDR-CYCLE.
           WRITE WS-BUREAU-FILE-RECORD FROM WS-BUREAU-SEGMENT.

       WRITE-BUREAU-TRAILER.
           MOVE SPACES TO WS-BUREAU-SEGMENT.
           SET BUR-TRAILER-SEGMENT TO TRUE.
           MOVE WS-BASE-COUNT TO WS-BUR-TRL-BASE-COUNT.
           MOVE WS-BALANCE-TOTAL TO WS-BUR-TRL-BALANCE-TOTAL.
           MOVE WS-CURRENT-COUNT TO WS-BUR-TRL-CURRENT-COUNT.
           MOVE WS-DELINQ-COUNT TO WS-BUR-TRL-DELINQ-COUNT.
           MOVE WS-CHGOFF-COUNT TO WS-BUR-TRL-CHGOFF-COUNT.
           MOVE WS-CLOSED-COUNT TO WS-BUR-TRL-CLOSED-COUNT.
           MOVE WS-DISPUTED-COUNT TO WS-BUR-TRL-DISPUTE-COUNT.
           MOVE ZERO TO WS-BUR-TRL-DELETE-COUNT.
           WRITE WS-BUREAU-FILE-RECORD FROM WS-BUREAU-SEGMENT.

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

       READ-TRACKING-RECORD.
           READ TRACKING-FILE INTO WS-TRACKING-RECORD
               AT END SET TRACKING-EOF TO TRUE
               NOT AT END ADD 1 TO WS-TRACK-READ-COUNT
           END-READ.

       REPORT-ONE-CUSTOMER.
      * Accounts below the customer line have no customer record.
           PERFORM UNTIL ACCOUNT-EOF
                   OR WS-AFR-CUST-ID >= WS-CFR-CUST-ID
               PERFORM REFUSE-UNMATCHED-ACCOUNT
           END-PERFORM.
           PERFORM ADVANCE-TRACKING-TO-CUSTOMER.
           PERFORM ADVANCE-ADDRESS-TO-CUSTOMER.
           PERFORM CHECK-MANDATORY-CUSTOMER-DATA.
           MOVE ZERO TO WS-ACC-SEQUENCE.
           PERFORM REPORT-ONE-ACCOUNT
               UNTIL ACCOUNT-EOF
               OR WS-AFR-CUST-ID NOT = WS-CFR-CUST-ID.
      * A balance with no account to carry it cannot be reported.
           IF WS-ACC-SEQUENCE = ZERO
                   AND WS-CFR-CUST-BALANCE NOT = ZERO
               MOVE ZERO TO WS-EXC-ACC-NUMBER
               MOVE 'NO ACCOUNT ON FILE' TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           PERFORM READ-CUSTOMER-RECORD.

       ADVANCE-TRACKING-TO-CUSTOMER.
      * A customer not on the tracking file is not delinquent.
           PERFORM UNTIL TRACKING-EOF
                   OR WS-TRK-CUST-ID >= WS-CFR-CUST-ID
               PERFORM READ-TRACKING-RECORD
           END-PERFORM.
           IF NOT TRACKING-EOF
                   AND WS-TRK-CUST-ID = WS-CFR-CUST-ID
               MOVE WS-TRK-DUN-LEVEL TO WS-DUN-LEVEL
           ELSE
               MOVE ZERO TO WS-DUN-LEVEL
           END-IF.

       ADVANCE-ADDRESS-TO-CUSTOMER.
           MOVE 'N' TO WS-ADDR-FOUND-SW.
           PERFORM UNTIL ADDRESS-EOF
                   OR WS-ADR-CUST-ID >= WS-CFR-CUST-ID
               PERFORM READ-ADDRESS-RECORD
           END-PERFORM.
           IF NOT ADDRESS-EOF
                   AND WS-ADR-CUST-ID = WS-CFR-CUST-ID
               MOVE 'Y' TO WS-ADDR-FOUND-SW
           END-IF.

       CHECK-MANDATORY-CUSTOMER-DATA.
      * The first failing item is the one reported; every account
      * of the customer goes to the exception report under it.
           MOVE WS-CFR-CUST-NAME TO WS-SN-FREEFORM-NAME.
           PERFORM 8310-PARSE-AND-STANDARDIZE-NAME.
           MOVE SPACES TO WS-CUST-EXC-REASON.
           EVALUATE TRUE
               WHEN WS-SN-STD-LAST = SPACES
                   MOVE 'NAME MISSING' TO WS-CUST-EXC-REASON
               WHEN WS-SN-STD-FIRST = SPACES
                   MOVE 'FIRST NAME MISSING' TO WS-CUST-EXC-REASON
               WHEN NOT ADDRESS-REC-FOUND
                   MOVE 'NO ADDRESS ON FILE' TO WS-CUST-EXC-REASON
               WHEN ADR-UNDELIVERABLE
                   MOVE 'UNDELIVERABLE ADDR' TO WS-CUST-EXC-REASON
               WHEN WS-ADR-LINE1 = SPACES
                       OR WS-ADR-CITY = SPACES
                       OR WS-ADR-POSTAL-CODE = SPACES
                   MOVE 'ADDRESS INCOMPLETE' TO WS-CUST-EXC-REASON
           END-EVALUATE.
           MOVE ZERO TO WS-WOF-PICKED.
           IF CFR-CHARGED-OFF
               PERFORM FIND-WRITE-OFF
               IF WS-WOF-PICKED > ZERO
                   IF NOT WOF-WRITE-OFF-SEEN(WS-WOF-PICKED)
                       MOVE ZERO TO WS-WOF-PICKED
                   END-IF
               END-IF
               IF WS-WOF-PICKED = ZERO
                       AND WS-CUST-EXC-REASON = SPACES
                   MOVE 'WRITE-OFF NOT FOUND' TO WS-CUST-EXC-REASON
               END-IF
           END-IF.

       REPORT-ONE-ACCOUNT.
      * The first account on file is the primary; it alone carries
      * the customer balance, or a charged-off customer's write-off.
           ADD 1 TO WS-ACC-SEQUENCE.
           EVALUATE TRUE
               WHEN WS-ACC-SEQUENCE NOT = 1
                   MOVE ZERO TO WS-REPORT-BALANCE
      * Recovered in full (or beyond) reports nothing owing.
               WHEN CFR-CHARGED-OFF AND WS-WOF-PICKED > ZERO
                   IF WS-WOF-AMOUNT(WS-WOF-PICKED) > ZERO
                       MOVE WS-WOF-AMOUNT(WS-WOF-PICKED)
                           TO WS-REPORT-BALANCE
                   ELSE
                       MOVE ZERO TO WS-REPORT-BALANCE
                   END-IF
               WHEN OTHER
                   MOVE WS-CFR-CUST-BALANCE TO WS-REPORT-BALANCE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-CUST-EXC-REASON NOT = SPACES
                   MOVE WS-CUST-EXC-REASON TO WS-EXCEPTION-REASON
                   MOVE WS-AFR-ACC-NUMBER TO WS-EXC-ACC-NUMBER
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN WS-AFR-ACC-LIMIT NOT NUMERIC
                   MOVE 'LIMIT NOT NUMERIC' TO WS-EXCEPTION-REASON
                   MOVE WS-AFR-ACC-NUMBER TO WS-EXC-ACC-NUMBER
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN OTHER
                   PERFORM BUILD-BASE-SEGMENT
                   PERFORM WRITE-BASE-SEGMENT
           END-EVALUATE.
           PERFORM READ-ACCOUNT-RECORD.

       BUILD-BASE-SEGMENT.
           MOVE SPACES TO WS-BUREAU-SEGMENT.
           SET BUR-BASE-SEGMENT TO TRUE.
           SET BUR-ORIGINAL-SEGMENT TO TRUE.
           MOVE WS-AFR-ACC-NUMBER TO WS-BUR-ACC-NUMBER.
           MOVE WS-CFR-CUST-ID TO WS-BUR-CUST-ID.
           MOVE WS-AFR-ACC-TYPE TO WS-BUR-ACC-TYPE.
           MOVE 'R' TO WS-BUR-PORTFOLIO-TYPE.
           MOVE '1' TO WS-BUR-ECOA-CODE.
           MOVE WS-RUN-DATE TO WS-BUR-ACTIVITY-DATE.
           IF WS-AFR-ACC-LIMIT > ZERO
               MOVE WS-AFR-ACC-LIMIT TO WS-BUR-CREDIT-LIMIT
           ELSE
               MOVE ZERO TO WS-BUR-CREDIT-LIMIT
           END-IF.
           IF WS-REPORT-BALANCE > ZERO
               MOVE WS-REPORT-BALANCE TO WS-BUR-CURRENT-BALANCE
           ELSE
               MOVE ZERO TO WS-BUR-CURRENT-BALANCE
           END-IF.
           MOVE ZERO TO WS-BUR-AMOUNT-PAST-DUE.
           EVALUATE TRUE
               WHEN CFR-CHARGED-OFF
                   MOVE '97' TO WS-BUR-ACCOUNT-STATUS
                   MOVE 'L' TO WS-BUR-PAYMENT-RATING
                   MOVE WS-BUR-CURRENT-BALANCE
                       TO WS-BUR-AMOUNT-PAST-DUE
               WHEN AFR-ACCOUNT-CLOSED
                       AND WS-BUR-CURRENT-BALANCE = ZERO
                   MOVE '13' TO WS-BUR-ACCOUNT-STATUS
                   PERFORM SET-RATING-FROM-DUN-LEVEL
               WHEN OTHER
                   PERFORM SET-STATUS-FROM-DUN-LEVEL
                   PERFORM SET-RATING-FROM-DUN-LEVEL
           END-EVALUATE.
           IF AFR-ACCOUNT-CLOSED
               MOVE 'M' TO WS-BUR-SPECIAL-COMMENT
           END-IF.
           PERFORM CHECK-ACCOUNT-DISPUTED.
           IF ACCOUNT-DISPUTED
               MOVE WS-DSP-FOUND-CODE TO WS-BUR-COMPLIANCE-CODE
           END-IF.
           MOVE WS-SN-STD-LAST TO WS-BUR-SURNAME.
           MOVE WS-SN-STD-FIRST TO WS-BUR-FIRST-NAME.
           MOVE WS-SN-STD-MIDDLE TO WS-BUR-MIDDLE-NAME.
           MOVE WS-ADR-LINE1 TO WS-BUR-ADDR-LINE1.
           MOVE WS-ADR-LINE2 TO WS-BUR-ADDR-LINE2.
           MOVE WS-ADR-CITY TO WS-BUR-CITY.
           MOVE WS-ADR-POSTAL-CODE TO WS-BUR-POSTAL-CODE.
           MOVE WS-ADR-PHONE TO WS-BUR-PHONE.

       SET-STATUS-FROM-DUN-LEVEL.
      * Past due is what the account owes above its limit.
           EVALUATE WS-DUN-LEVEL
               WHEN ZERO
                   MOVE '11' TO WS-BUR-ACCOUNT-STATUS
               WHEN 1
                   MOVE '71' TO WS-BUR-ACCOUNT-STATUS
               WHEN 2
                   MOVE '78' TO WS-BUR-ACCOUNT-STATUS
               WHEN OTHER
                   MOVE '80' TO WS-BUR-ACCOUNT-STATUS
           END-EVALUATE.
           IF WS-DUN-LEVEL > ZERO
               COMPUTE WS-PAST-DUE-WORK =
                   WS-REPORT-BALANCE - WS-AFR-ACC-LIMIT
               IF WS-PAST-DUE-WORK > ZERO
                   MOVE WS-PAST-DUE-WORK TO WS-BUR-AMOUNT-PAST-DUE
               END-IF
           END-IF.

       SET-RATING-FROM-DUN-LEVEL.
           IF WS-DUN-LEVEL > 3
               MOVE '3' TO WS-BUR-PAYMENT-RATING
           ELSE
               MOVE WS-DUN-LEVEL TO WS-BUR-PAYMENT-RATING
           END-IF.

       CHECK-ACCOUNT-DISPUTED.
      * An open case ('XB') outranks a closed one; of closed cases a
      * re-billed one ('XC') outranks a credited one ('XR').
           MOVE 'N' TO WS-DSP-FOUND-SW.
           MOVE SPACES TO WS-DSP-FOUND-CODE.
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                   UNTIL WS-DSP-IDX > WS-DSP-ENTRY-COUNT
                   OR WS-DSP-FOUND-CODE = 'XB'
               IF WS-DSP-CUST-ID(WS-DSP-IDX) = WS-CFR-CUST-ID
                   IF WS-DSP-ACC-NUMBER(WS-DSP-IDX)
                           = WS-AFR-ACC-NUMBER
                       OR (WS-DSP-ACC-NUMBER(WS-DSP-IDX) = ZERO
                           AND WS-ACC-SEQUENCE = 1)
                       MOVE 'Y' TO WS-DSP-FOUND-SW
                       IF WS-DSP-FOUND-CODE = SPACES
                               OR WS-DSP-CODE(WS-DSP-IDX) NOT = 'XR'
                           MOVE WS-DSP-CODE(WS-DSP-IDX)
                               TO WS-DSP-FOUND-CODE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-BASE-SEGMENT.
           WRITE WS-BUREAU-FILE-RECORD FROM WS-BUREAU-SEGMENT.
           ADD 1 TO WS-BASE-COUNT.
           ADD WS-BUR-CURRENT-BALANCE TO WS-BALANCE-TOTAL.
           EVALUATE TRUE
               WHEN BUR-STATUS-CHARGED-OFF
                   ADD 1 TO WS-CHGOFF-COUNT
               WHEN BUR-STATUS-DELINQUENT
                   ADD 1 TO WS-DELINQ-COUNT
               WHEN BUR-STATUS-CURRENT OR BUR-STATUS-CLOSED-PAID
                   ADD 1 TO WS-CURRENT-COUNT
           END-EVALUATE.
           IF BUR-GRANTOR-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
           END-IF.
           IF BUR-DISPUTED
               ADD 1 TO WS-DISPUTED-COUNT
           END-IF.
           IF WS-BUR-COMPLIANCE-CODE = 'XC'
                   OR WS-BUR-COMPLIANCE-CODE = 'XR'
               ADD 1 TO WS-RESOLVED-COUNT
           END-IF.

       REFUSE-UNMATCHED-ACCOUNT.
           MOVE WS-AFR-CUST-ID TO WS-EXC-CUST-ID.
           MOVE WS-AFR-ACC-NUMBER TO WS-EXC-ACC-NUMBER.
           MOVE SPACES TO WS-EXC-CUST-NAME.
           MOVE ZERO TO WS-EXC-BALANCE.
           MOVE 'NO CUSTOMER RECORD' TO WS-EXC-REASON.
           PERFORM PRINT-EXCEPTION-LINE.
           PERFORM READ-ACCOUNT-RECORD.

       DRAIN-UNMATCHED-ACCOUNTS.
           PERFORM REFUSE-UNMATCHED-ACCOUNT
               UNTIL ACCOUNT-EOF.

       WRITE-EXCEPTION-LINE.
           MOVE WS-CFR-CUST-ID TO WS-EXC-CUST-ID.
           MOVE WS-CFR-CUST-NAME TO WS-EXC-CUST-NAME.
           MOVE WS-REPORT-BALANCE TO WS-EXC-BALANCE.
           IF WS-ACC-SEQUENCE = ZERO
               MOVE WS-CFR-CUST-BALANCE TO WS-EXC-BALANCE
           END-IF.
           MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON.
           PERFORM PRINT-EXCEPTION-LINE.

       PRINT-EXCEPTION-LINE.
           WRITE WS-EXCEPTION-LINE FROM WS-EXC-DETAIL-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE 4 TO RETURN-CODE.

       TERMINATION-PARAGRAPH.
           IF WS-EXCEPTION-COUNT = ZERO
               WRITE WS-EXCEPTION-LINE FROM WS-EXC-NONE-LINE
           END-IF.
           CLOSE CUSTOMER-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE ADDRESS-FILE.
           CLOSE TRACKING-FILE.
           CLOSE BUREAU-FILE.
           CLOSE EXCEPTION-REPORT-FILE.
           DISPLAY 'Customers read:           ' WS-CUST-READ-COUNT.
           DISPLAY 'Accounts read:            ' WS-ACCT-READ-COUNT.
           DISPLAY 'Addresses read:           ' WS-ADDR-READ-COUNT.
           DISPLAY 'Tracking records read:    ' WS-TRACK-READ-COUNT.
           DISPLAY 'History records read:     ' WS-HIST-READ-COUNT.
           DISPLAY 'Archived history read:    ' WS-HIST-ARCH-READ.
           DISPLAY 'Base segments written:    ' WS-BASE-COUNT.
           DISPLAY '  current:                ' WS-CURRENT-COUNT.
           DISPLAY '  delinquent:             ' WS-DELINQ-COUNT.
           DISPLAY '  charged off:            ' WS-CHGOFF-COUNT.
           DISPLAY '  closed:                 ' WS-CLOSED-COUNT.
           DISPLAY '  disputed:               ' WS-DISPUTED-COUNT.
           DISPLAY '  dispute resolved:       ' WS-RESOLVED-COUNT.
           DISPLAY 'Balance reported:         ' WS-BALANCE-TOTAL.
           DISPLAY 'Exceptions, not reported: ' WS-EXCEPTION-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-ACCT-READ-COUNT TO WS-CR-RECORDS-IN.
           MOVE WS-BASE-COUNT      TO WS-CR-RECORDS-OUT.
           MOVE WS-EXCEPTION-COUNT TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE        TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program BUREXTR completed.'.

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
