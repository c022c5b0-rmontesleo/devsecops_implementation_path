       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGNOTC.
      * Notice-of-change run. Follows the day's maintenance runs and
      * reads the change events they wrote (copybook CHGEVTRC): new
      * rate periods from RATEMNT on RATEEVT, lowered limits, freezes
      * and closes from ACCTMNT on ACCTEVT, deactivations and
      * reactivations from CUSTMNT on CUSTEVT. Each becomes a notice
      * record on NOTICES (copybook NOTCREC) for the letter shop,
      * with the old and new values and the effective date, the
      * customer's standardized name from CUSTFILE and the mailing
      * address from the ADDRFILE extract.
      *
      * An account or customer event names its customer. A rate
      * event names only an account type, so it goes to every
      * customer holding an open account of that type on ACCTFILE,
      * one notice per account.
      *
      * A rate change needs advance notice: NOTCDAYS days (control
      * card, default 45) between the notice date and the day the
      * new period takes effect. A rate event with less than that
      * gets no notice at all; it prints on the NOTCEXC exception
      * report with its requester, the rate owner, who must move the
      * period out (RATEMNT drop and re-add) before customers can be
      * told. A notice for a customer whose address RTNMAIL has
      * flagged undeliverable is held to the BADADRNT worklist
      * (copybook BADADRRC) instead. Any event file may be absent on
      * a day its maintenance run did not run; ADDRFILE is optional,
      * and without it notices go out flagged as having no address.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATE-EVENT-FILE ASSIGN TO RATEEVT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-EVENT-STATUS.

           SELECT OPTIONAL ACCOUNT-EVENT-FILE ASSIGN TO ACCTEVT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-EVENT-STATUS.

           SELECT OPTIONAL CUSTOMER-EVENT-FILE ASSIGN TO CUSTEVT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-EVENT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT OPTIONAL ADDRESS-FILE ASSIGN TO ADDRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.

           SELECT NOTICE-FILE ASSIGN TO NOTICES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO NOTCEXC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

      * Notices held for an undeliverable address, for follow-up.
           SELECT BAD-ADDRESS-FILE ASSIGN TO BADADRNT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BADADDR-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-EVENT-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS WS-RATE-EVENT-RECORD.
       01  WS-RATE-EVENT-RECORD     PIC X(120).

       FD  ACCOUNT-EVENT-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS WS-ACCT-EVENT-RECORD.
       01  WS-ACCT-EVENT-RECORD     PIC X(120).

       FD  CUSTOMER-EVENT-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS WS-CUST-EVENT-RECORD.
       01  WS-CUST-EVENT-RECORD     PIC X(120).

       FD  CUSTOMER-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS WS-CUSTOMER-FILE-RECORD.
       01  WS-CUSTOMER-FILE-RECORD.
           05  WS-CFR-CUST-ID       PIC 9(10).
           05  WS-CFR-CUST-NAME     PIC X(30).
           05  WS-CFR-CUST-BALANCE  PIC S9(7)V99.
           05  WS-CFR-CUST-STATUS   PIC X(1).

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

       FD  NOTICE-FILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS WS-NOTICE-RECORD.
       01  WS-NOTICE-RECORD.
           COPY NOTCREC.

       FD  EXCEPTION-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-EXCEPTION-LINE.
       01  WS-EXCEPTION-LINE        PIC X(132).

       FD  BAD-ADDRESS-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-BAD-ADDRESS-RECORD.
       01  WS-BAD-ADDRESS-RECORD.
           COPY BADADRRC.

      * Notices in customer-id order, arrival order within a
      * customer, so the customer file and the address extract ride
      * one balance line.
       SD  SORT-WORK-FILE.
       01  WS-SORT-RECORD.
           05  WS-SRT-CUST-ID       PIC 9(10).
           05  WS-SRT-SEQUENCE      PIC 9(7).
           05  WS-SRT-EVENT-IMAGE   PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-RATE-EVENT-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ACCT-EVENT-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CUST-EVENT-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CUSTOMER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ACCOUNT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ADDRESS-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-NOTICE-FILE-STATUS.
           COPY FILESTAT
               REPLACING FS-NAME BY WS-EXCEPTION-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-BADADDR-FILE-STATUS.

       01  WS-CHANGE-EVENT-RECORD.
           COPY CHGEVTRC.

       01  WS-ADDRESS-WORK-RECORD.
           COPY ADDRREC.

      * Rate events that cleared the notice period, held for the
      * pass over the account file.
       01  WS-RATE-EVENT-TABLE.
           05  WS-RET-ENTRY-COUNT   PIC 9(3) VALUE ZERO.
           05  WS-RET-MAX-ENTRIES   PIC 9(3) VALUE 100.
           05  WS-RET-ENTRY OCCURS 100 TIMES.
               10  WS-RET-EVENT-IMAGE   PIC X(120).
               10  WS-RET-ACC-TYPE      PIC X(10).
           05  WS-RET-IDX           PIC 9(3) VALUE ZERO.

       COPY OPTPARWS.

       01  WS-RUN-DATE-FIELDS.
      * Notice date: the RUNDATE control card when present, today's
      * date otherwise.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.

       01  WS-NOTICE-CONTROL-FIELDS.
      * Least number of days a rate change may be noticed ahead of
      * taking effect (NOTCDAYS).
           05  WS-NOTICE-DAYS       PIC 9(3) VALUE 45.
           05  WS-DAYS-GIVEN        PIC S9(7) VALUE ZERO.
           05  WS-EXCEPTION-REASON  PIC X(20) VALUE SPACES.
           05  WS-SORT-SEQUENCE     PIC 9(7) VALUE ZERO.
           05  WS-NOTICE-SEQUENCE   PIC 9(5) VALUE ZERO.
           05  WS-NOTICE-ID-WORK.
               10  FILLER               PIC X(1) VALUE 'N'.
               10  WS-NID-DATE          PIC 9(8).
               10  WS-NID-SEQUENCE      PIC 9(5).
           05  WS-EVENT-EOF-SW      PIC X(1) VALUE 'N'.
               88  EVENT-EOF            VALUE 'Y'.
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
           05  WS-ADDR-EOF-SW       PIC X(1) VALUE 'N'.
               88  ADDRESS-EOF          VALUE 'Y'.
           05  WS-ADDR-DATA-SW      PIC X(1) VALUE 'N'.
               88  ADDR-DATA-RECORD     VALUE 'Y'.
           05  WS-ADDR-FOUND-SW     PIC X(1) VALUE 'N'.
               88  ADDRESS-REC-FOUND    VALUE 'Y'.

       01  WS-RUN-COUNTERS.
           05  WS-RATE-EVENT-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-ACCT-EVENT-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-CUST-EVENT-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-EVENT-READ-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-CUST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ACCT-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ADDR-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-RATE-REFUSED-COUNT PIC 9(9) VALUE ZERO.
           05  WS-EXCEPTION-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-NOTICE-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-RATE-NOTICE-COUNT PIC 9(9) VALUE ZERO.
           05  WS-NO-ADDRESS-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-NOTICE-HELD-COUNT PIC 9(9) VALUE ZERO.

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
               10  FILLER  PIC X(37) VALUE
                   'CHGNOTC - NOTICE-OF-CHANGE EXCEPTIONS'.
               10  FILLER  PIC X(13) VALUE '  NOTICE DATE'.
               10  FILLER  PIC X(1) VALUE SPACE.
               10  WS-EXC-RUN-DATE  PIC 9(8).
               10  FILLER  PIC X(23) VALUE
                   '  NOTICE PERIOD (DAYS) '.
               10  WS-EXC-NOTICE-DAYS PIC ZZ9.
               10  FILLER  PIC X(47) VALUE SPACES.
           05  WS-EXC-HEADING-LINE.
               10  FILLER  PIC X(36) VALUE
                   'RATE OWNER ACC TYPE   EFF-FROM  DAYS'.
               10  FILLER  PIC X(36) VALUE
                   '  OLD PCT NEW PCT  OLD FEE  NEW FEE '.
               10  FILLER  PIC X(20) VALUE 'REASON'.
               10  FILLER  PIC X(40) VALUE SPACES.
           05  WS-EXC-DETAIL-LINE.
               10  WS-EXC-OWNER     PIC X(8).
               10  FILLER           PIC X(3) VALUE SPACES.
               10  WS-EXC-ACC-TYPE  PIC X(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-EXC-EFF-DATE  PIC 9(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-EXC-DAYS      PIC -ZZZ9.
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-EXC-OLD-PCT   PIC ZZ9.99.
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-EXC-NEW-PCT   PIC ZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-EXC-OLD-FEE   PIC ZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-EXC-NEW-FEE   PIC ZZZZ9.99.
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-EXC-REASON    PIC X(20).
               10  FILLER           PIC X(40) VALUE SPACES.
           05  WS-EXC-NONE-LINE     PIC X(132) VALUE
               'NO EXCEPTIONS.'.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY 'Program CHGNOTC started.'.
           MOVE 'CHGNOTC' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM GET-RUN-OPTIONS.
           PERFORM 8900-REFUSE-DRY-RUN-CUSTOMERS.
           PERFORM OPEN-OUTPUT-FILES.
           PERFORM OPEN-INPUT-FILES.
           PERFORM LOAD-RATE-EVENTS.
           PERFORM READ-CUSTOMER-RECORD.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY WS-SRT-CUST-ID WS-SRT-SEQUENCE
               INPUT PROCEDURE IS RELEASE-NOTICE-EVENTS
               OUTPUT PROCEDURE IS ISSUE-NOTICES.
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
           MOVE 'NOTCDAYS' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND RUN-OPTION-NUMERIC
                   AND WS-OPT-NUMVAL > ZERO
                   AND WS-OPT-NUMVAL <= 999
               MOVE WS-OPT-NUMVAL TO WS-NOTICE-DAYS
           END-IF.
           DISPLAY 'OPTION IN EFFECT: NOTCDAYS=' WS-NOTICE-DAYS.

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT NOTICE-FILE.
           IF WS-NOTICE-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening notice file: '
                       WS-NOTICE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           IF WS-EXCEPTION-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening notice exception report: '
                       WS-EXCEPTION-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE NOTICE-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT BAD-ADDRESS-FILE.
           IF WS-BADADDR-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening bad-address worklist: '
                       WS-BADADDR-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE NOTICE-FILE
               CLOSE EXCEPTION-REPORT-FILE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO WS-EXC-RUN-DATE.
           MOVE WS-NOTICE-DAYS TO WS-EXC-NOTICE-DAYS.
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
      * No address extract means every notice goes out flagged as
      * having no address, and none is held.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = '00'
               DISPLAY 'No address file, status '
                       WS-ADDRESS-FILE-STATUS
                       ' - notices carry no mailing address.'
               SET ADDRESS-EOF TO TRUE
           ELSE
               PERFORM READ-ADDRESS-RECORD
           END-IF.

       CLOSE-OUTPUTS-ON-OPEN-FAIL.
           CLOSE NOTICE-FILE.
           CLOSE EXCEPTION-REPORT-FILE.
           CLOSE BAD-ADDRESS-FILE.

       LOAD-RATE-EVENTS.
      * No rate events is an ordinary day: RATEMNT did not run or
      * added no period.
           MOVE 'N' TO WS-EVENT-EOF-SW.
           OPEN INPUT RATE-EVENT-FILE.
           IF WS-RATE-EVENT-STATUS NOT = '00'
               DISPLAY 'No rate change events, status '
                       WS-RATE-EVENT-STATUS
               SET EVENT-EOF TO TRUE
           END-IF.
           PERFORM LOAD-ONE-RATE-EVENT
               UNTIL EVENT-EOF.
           IF WS-RATE-EVENT-STATUS = '00'
                   OR WS-RATE-EVENT-STATUS = '10'
               CLOSE RATE-EVENT-FILE
           END-IF.
           DISPLAY 'Rate events read: ' WS-RATE-EVENT-COUNT
                   ', refused for short notice: '
                   WS-RATE-REFUSED-COUNT.

       LOAD-ONE-RATE-EVENT.
           READ RATE-EVENT-FILE INTO WS-CHANGE-EVENT-RECORD
               AT END SET EVENT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RATE-EVENT-COUNT
                   ADD 1 TO WS-EVENT-READ-COUNT
                   PERFORM SCREEN-RATE-EVENT
           END-READ.

       SCREEN-RATE-EVENT.
      * Days of notice run from the notice date to the day the new
      * period takes effect; an unusable date gives none.
           MOVE ZERO TO WS-DAYS-GIVEN.
           IF WS-CEV-EFF-DATE > WS-RUN-DATE
               COMPUTE WS-DAYS-GIVEN =
                   FUNCTION INTEGER-OF-DATE(WS-CEV-EFF-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           END-IF.
           EVALUATE TRUE
               WHEN NOT CEV-RATE-ADDED
                   MOVE 'NOT A RATE EVENT' TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN WS-DAYS-GIVEN < WS-NOTICE-DAYS
                   MOVE 'SHORT NOTICE PERIOD' TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-RATE-REFUSED-COUNT
               WHEN WS-RET-ENTRY-COUNT >= WS-RET-MAX-ENTRIES
                   MOVE 'EVENT TABLE FULL' TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   ADD 1 TO WS-RET-ENTRY-COUNT
                   MOVE WS-CHANGE-EVENT-RECORD
                       TO WS-RET-EVENT-IMAGE(WS-RET-ENTRY-COUNT)
                   MOVE WS-CEV-ACC-TYPE
                       TO WS-RET-ACC-TYPE(WS-RET-ENTRY-COUNT)
           END-EVALUATE.

       WRITE-EXCEPTION-LINE.
           MOVE WS-CEV-REQUESTER-ID TO WS-EXC-OWNER.
           MOVE WS-CEV-ACC-TYPE TO WS-EXC-ACC-TYPE.
           MOVE WS-CEV-EFF-DATE TO WS-EXC-EFF-DATE.
           MOVE WS-DAYS-GIVEN TO WS-EXC-DAYS.
           MOVE WS-CEV-OLD-PCT TO WS-EXC-OLD-PCT.
           MOVE WS-CEV-NEW-PCT TO WS-EXC-NEW-PCT.
           MOVE WS-CEV-OLD-FEE TO WS-EXC-OLD-FEE.
           MOVE WS-CEV-NEW-FEE TO WS-EXC-NEW-FEE.
           MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON.
           WRITE WS-EXCEPTION-LINE FROM WS-EXC-DETAIL-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           DISPLAY 'Rate change not noticed, ' WS-EXCEPTION-REASON
                   ', type ' WS-CEV-ACC-TYPE
                   ' from ' WS-CEV-EFF-DATE
                   ', owner ' WS-CEV-REQUESTER-ID.

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

       RELEASE-NOTICE-EVENTS.
           PERFORM RELEASE-ACCOUNT-EVENTS.
           PERFORM RELEASE-CUSTOMER-EVENTS.
           IF WS-RET-ENTRY-COUNT > ZERO
               PERFORM READ-ACCOUNT-RECORD
               PERFORM RELEASE-RATE-NOTICES
                   UNTIL ACCOUNT-EOF
           END-IF.

       RELEASE-ACCOUNT-EVENTS.
           MOVE 'N' TO WS-EVENT-EOF-SW.
           OPEN INPUT ACCOUNT-EVENT-FILE.
           IF WS-ACCT-EVENT-STATUS NOT = '00'
               DISPLAY 'No account change events, status '
                       WS-ACCT-EVENT-STATUS
               SET EVENT-EOF TO TRUE
           END-IF.
           PERFORM RELEASE-ONE-ACCOUNT-EVENT
               UNTIL EVENT-EOF.
           IF WS-ACCT-EVENT-STATUS = '00'
                   OR WS-ACCT-EVENT-STATUS = '10'
               CLOSE ACCOUNT-EVENT-FILE
           END-IF.

       RELEASE-ONE-ACCOUNT-EVENT.
           READ ACCOUNT-EVENT-FILE INTO WS-CHANGE-EVENT-RECORD
               AT END SET EVENT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCT-EVENT-COUNT
                   ADD 1 TO WS-EVENT-READ-COUNT
                   PERFORM RELEASE-CHANGE-EVENT
           END-READ.

       RELEASE-CUSTOMER-EVENTS.
           MOVE 'N' TO WS-EVENT-EOF-SW.
           OPEN INPUT CUSTOMER-EVENT-FILE.
           IF WS-CUST-EVENT-STATUS NOT = '00'
               DISPLAY 'No customer change events, status '
                       WS-CUST-EVENT-STATUS
               SET EVENT-EOF TO TRUE
           END-IF.
           PERFORM RELEASE-ONE-CUSTOMER-EVENT
               UNTIL EVENT-EOF.
           IF WS-CUST-EVENT-STATUS = '00'
                   OR WS-CUST-EVENT-STATUS = '10'
               CLOSE CUSTOMER-EVENT-FILE
           END-IF.

       RELEASE-ONE-CUSTOMER-EVENT.
           READ CUSTOMER-EVENT-FILE INTO WS-CHANGE-EVENT-RECORD
               AT END SET EVENT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUST-EVENT-COUNT
                   ADD 1 TO WS-EVENT-READ-COUNT
                   PERFORM RELEASE-CHANGE-EVENT
           END-READ.

       RELEASE-RATE-NOTICES.
      * Every open account of a type whose rate changes gets its own
      * notice of each change.
           IF NOT AFR-ACCOUNT-CLOSED
               PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                       UNTIL WS-RET-IDX > WS-RET-ENTRY-COUNT
                   IF WS-RET-ACC-TYPE(WS-RET-IDX) = WS-AFR-ACC-TYPE
                       MOVE WS-RET-EVENT-IMAGE(WS-RET-IDX)
                           TO WS-CHANGE-EVENT-RECORD
                       MOVE WS-AFR-CUST-ID TO WS-CEV-CUST-ID
                       MOVE WS-AFR-ACC-NUMBER TO WS-CEV-ACC-NUMBER
                       PERFORM RELEASE-CHANGE-EVENT
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM READ-ACCOUNT-RECORD.

       RELEASE-CHANGE-EVENT.
           ADD 1 TO WS-SORT-SEQUENCE.
           MOVE WS-CEV-CUST-ID TO WS-SRT-CUST-ID.
           MOVE WS-SORT-SEQUENCE TO WS-SRT-SEQUENCE.
           MOVE WS-CHANGE-EVENT-RECORD TO WS-SRT-EVENT-IMAGE.
           RELEASE WS-SORT-RECORD.

       ISSUE-NOTICES.
           PERFORM RETURN-SORTED-NOTICE.
           PERFORM ISSUE-ONE-NOTICE
               UNTIL SORT-EOF.

       RETURN-SORTED-NOTICE.
           RETURN SORT-WORK-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN.

       ISSUE-ONE-NOTICE.
           MOVE WS-SRT-EVENT-IMAGE TO WS-CHANGE-EVENT-RECORD.
           PERFORM ADVANCE-CUSTOMER-TO-NOTICE.
           PERFORM ADVANCE-ADDRESS-TO-NOTICE.
           IF ADDRESS-REC-FOUND AND ADR-UNDELIVERABLE
               PERFORM HOLD-NOTICE
           ELSE
               PERFORM WRITE-NOTICE-RECORD
           END-IF.
           PERFORM RETURN-SORTED-NOTICE.

       ADVANCE-CUSTOMER-TO-NOTICE.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           PERFORM UNTIL CUSTOMER-EOF
                   OR WS-CFR-CUST-ID >= WS-SRT-CUST-ID
               PERFORM READ-CUSTOMER-RECORD
           END-PERFORM.
           IF NOT CUSTOMER-EOF
                   AND WS-CFR-CUST-ID = WS-SRT-CUST-ID
               MOVE 'Y' TO WS-CUST-FOUND-SW
           END-IF.

       ADVANCE-ADDRESS-TO-NOTICE.
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

       WRITE-NOTICE-RECORD.
           ADD 1 TO WS-NOTICE-SEQUENCE.
           MOVE WS-RUN-DATE TO WS-NID-DATE.
           MOVE WS-NOTICE-SEQUENCE TO WS-NID-SEQUENCE.
           INITIALIZE WS-NOTICE-RECORD.
           MOVE WS-NOTICE-ID-WORK TO WS-NTC-NOTICE-ID.
           MOVE WS-RUN-DATE TO WS-NTC-NOTICE-DATE.
           MOVE WS-SRT-CUST-ID TO WS-NTC-CUST-ID.
           IF CUSTOMER-FOUND
               MOVE WS-CFR-CUST-NAME TO WS-SN-FREEFORM-NAME
               PERFORM 8310-PARSE-AND-STANDARDIZE-NAME
               MOVE WS-SN-STANDARDIZED TO WS-NTC-CUST-NAME
           END-IF.
           IF ADDRESS-REC-FOUND
               MOVE WS-ADR-LINE1 TO WS-NTC-ADDR-LINE1
               MOVE WS-ADR-LINE2 TO WS-NTC-ADDR-LINE2
               MOVE WS-ADR-CITY TO WS-NTC-CITY
               MOVE WS-ADR-POSTAL-CODE TO WS-NTC-POSTAL-CODE
               SET NTC-MAILABLE TO TRUE
           ELSE
               SET NTC-NO-ADDRESS TO TRUE
               ADD 1 TO WS-NO-ADDRESS-COUNT
           END-IF.
           MOVE WS-CEV-EVENT-TYPE TO WS-NTC-CHANGE-TYPE.
           MOVE WS-CEV-ACC-NUMBER TO WS-NTC-ACC-NUMBER.
           MOVE WS-CEV-ACC-TYPE TO WS-NTC-ACC-TYPE.
           MOVE WS-CEV-EFF-DATE TO WS-NTC-EFF-DATE.
           MOVE WS-CEV-OLD-PCT TO WS-NTC-OLD-PCT.
           MOVE WS-CEV-NEW-PCT TO WS-NTC-NEW-PCT.
           MOVE WS-CEV-OLD-FEE TO WS-NTC-OLD-FEE.
           MOVE WS-CEV-NEW-FEE TO WS-NTC-NEW-FEE.
           MOVE WS-CEV-OLD-LIMIT TO WS-NTC-OLD-LIMIT.
           MOVE WS-CEV-NEW-LIMIT TO WS-NTC-NEW-LIMIT.
           MOVE WS-CEV-OLD-STATUS TO WS-NTC-OLD-STATUS.
           MOVE WS-CEV-NEW-STATUS TO WS-NTC-NEW-STATUS.
           MOVE WS-CEV-SOURCE-JOB TO WS-NTC-SOURCE-JOB.
           WRITE WS-NOTICE-RECORD.
           ADD 1 TO WS-NOTICE-COUNT.
           IF CEV-RATE-ADDED
               ADD 1 TO WS-RATE-NOTICE-COUNT
           END-IF.

       HOLD-NOTICE.
           MOVE SPACES TO WS-BAD-ADDRESS-RECORD.
           MOVE WS-CR-JOB-NAME TO WS-BAD-SOURCE-JOB.
           MOVE WS-SRT-CUST-ID TO WS-BAD-CUST-ID.
           IF CUSTOMER-FOUND
               MOVE WS-CFR-CUST-NAME TO WS-BAD-CUST-NAME
           END-IF.
           MOVE WS-ADR-RETURN-DATE TO WS-BAD-RETURN-DATE.
           MOVE WS-ADR-RETURN-REASON TO WS-BAD-RETURN-REASON.
           MOVE 'NOTICE' TO WS-BAD-HELD-ITEM.
           MOVE ZERO TO WS-BAD-HELD-AMOUNT.
           MOVE WS-RUN-DATE TO WS-BAD-CYCLE-DATE.
           WRITE WS-BAD-ADDRESS-RECORD.
           ADD 1 TO WS-NOTICE-HELD-COUNT.

       TERMINATION-PARAGRAPH.
           IF WS-EXCEPTION-COUNT = ZERO
               WRITE WS-EXCEPTION-LINE FROM WS-EXC-NONE-LINE
           END-IF.
           CLOSE CUSTOMER-FILE.
           CLOSE ACCOUNT-FILE.
           IF WS-ADDRESS-FILE-STATUS = '00'
                   OR WS-ADDRESS-FILE-STATUS = '10'
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE NOTICE-FILE.
           CLOSE EXCEPTION-REPORT-FILE.
           CLOSE BAD-ADDRESS-FILE.
           DISPLAY 'Change events read:       ' WS-EVENT-READ-COUNT
                   ' (rate ' WS-RATE-EVENT-COUNT
                   ' account ' WS-ACCT-EVENT-COUNT
                   ' customer ' WS-CUST-EVENT-COUNT ')'.
           DISPLAY 'Accounts read:            ' WS-ACCT-READ-COUNT.
           DISPLAY 'Customers read:           ' WS-CUST-READ-COUNT.
           DISPLAY 'Addresses read:           ' WS-ADDR-READ-COUNT.
           DISPLAY 'Notices written:          ' WS-NOTICE-COUNT
                   ' (rate ' WS-RATE-NOTICE-COUNT ')'.
           DISPLAY 'Notices, no address:      ' WS-NO-ADDRESS-COUNT.
           DISPLAY 'Notices held, bad address:' WS-NOTICE-HELD-COUNT.
           DISPLAY 'Rate events refused:      ' WS-RATE-REFUSED-COUNT.
           DISPLAY 'Exception lines:          ' WS-EXCEPTION-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-EVENT-READ-COUNT TO WS-CR-RECORDS-IN.
           MOVE WS-NOTICE-COUNT    TO WS-CR-RECORDS-OUT.
           MOVE WS-EXCEPTION-COUNT TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE        TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program CHGNOTC completed.'.

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

       COPY NAMSTDPR.

       COPY CTLRPTPR.

       COPY DRYREFPR.
