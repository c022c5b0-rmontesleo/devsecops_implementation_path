      * REFRPT arrives in customer-id order with one line per
      * referred account; a customer is over limit when ANY of its
      * lines carries severity 1.
      *
      * A customer keeping a promise-to-pay arrangement (on ARRACTV,
      * the active-arrangement file ARRCHK writes in customer-id
      * order) is frozen: still over limit, its tracking record goes
      * forward exactly as it came in, with no cycle counted and no
      * dunning letter. When the arrangement breaks or ends it drops
      * off ARRACTV and escalation resumes from the frozen level.
      *
      * A customer whose address is flagged undeliverable on the
      * ADDRFILE extract (status 'U', set by RTNMAIL) still escalates
      * -- the debt does not age any slower for a bad address -- but
      * the letter is held: it goes to the BADADRDL bad-address
      * worklist (copybook BADADRRC) instead of the letter file.
      * ADDRFILE is optional; without it every letter is cut.
      *
      * A customer under a restriction that stops dunning on the
      * cycle date (RSTRMST, kept by RSTRMNT -- a bankruptcy stay, an
      * estate, a court order) is frozen the same way an arrangement
      * freezes it, and counted apart. RSTRMST is optional.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT OPTIONAL ACTIVE-ARRANGEMENT-FILE ASSIGN TO ARRACTV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRANGE-FILE-STATUS.

           SELECT OPTIONAL ADDRESS-FILE ASSIGN TO ADDRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.

           SELECT OPTIONAL RESTRICTION-MASTER-FILE ASSIGN TO RSTRMST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTRICTION-FILE-STATUS.

      * Letters held for an undeliverable address, for follow-up.
           SELECT BAD-ADDRESS-FILE ASSIGN TO BADADRDL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BADADDR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFERRAL-REPORT-FILE
           DATA RECORD IS WS-ESCALATION-REPORT-LINE.
       01  WS-ESCALATION-REPORT-LINE PIC X(80).

       FD  ACTIVE-ARRANGEMENT-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS WS-ACTIVE-ARRANGEMENT-RECORD.
       01  WS-ACTIVE-ARRANGEMENT-RECORD.
           05  WS-AAR-CUST-ID       PIC 9(10).
           05  WS-AAR-SETUP-DATE    PIC 9(8).
           05  FILLER               PIC X(2).

       FD  ADDRESS-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS WS-ADDRESS-FILE-RECORD.
       01  WS-ADDRESS-FILE-RECORD   PIC X(200).

       FD  RESTRICTION-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-RESTRICTION-FILE-RECORD.
       01  WS-RESTRICTION-FILE-RECORD PIC X(100).

       FD  BAD-ADDRESS-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-BAD-ADDRESS-RECORD.
       01  WS-BAD-ADDRESS-RECORD.
           COPY BADADRRC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REFERRAL-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-TRACK-OUT-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-LETTER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REPORT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ARRANGE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ADDRESS-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-BADADDR-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY
               WS-RESTRICTION-FILE-STATUS.

      * The address extract record in its structured form (copybook
      * ADDRREC), advanced on the same balance line as the referrals.
       01  WS-ADDRESS-WORK-RECORD.
           COPY ADDRREC.

      * The restriction master record (copybook RSTRREC), advanced on
      * the same balance line; a customer can have several rows.
       01  WS-RESTRICTION-WORK-RECORD.
           COPY RSTRREC.

      * Structured views of the flat tracking records: the IN view is
      * the prior cycle's state, the OUT view is composed fresh for
               88  REF-DATA-HELD        VALUE 'Y'.
           05  WS-TRACKED-SW        PIC X(1) VALUE 'N'.
               88  CUST-IS-TRACKED      VALUE 'Y'.
           05  WS-ARRANGE-EOF-SW    PIC X(1) VALUE 'N'.
               88  ARRANGEMENT-EOF      VALUE 'Y'.
           05  WS-ARRANGED-SW       PIC X(1) VALUE 'N'.
               88  CUST-HAS-ARRANGEMENT VALUE 'Y'.
           05  WS-ADDR-EOF-SW       PIC X(1) VALUE 'N'.
               88  ADDRESS-EOF          VALUE 'Y'.
           05  WS-ADDR-DATA-SW      PIC X(1) VALUE 'N'.
               88  ADDR-DATA-RECORD     VALUE 'Y'.
           05  WS-BAD-ADDR-SW       PIC X(1) VALUE 'N'.
               88  CUST-ADDRESS-IS-BAD  VALUE 'Y'.
           05  WS-RSTR-EOF-SW       PIC X(1) VALUE 'N'.
               88  RESTRICTION-EOF      VALUE 'Y'.
           05  WS-DUN-STOP-SW       PIC X(1) VALUE 'N'.
               88  CUST-DUNNING-STOPPED VALUE 'Y'.
           05  WS-GROUP-CUST-ID     PIC 9(10) VALUE ZERO.
           05  WS-GROUP-CUST-NAME   PIC X(30) VALUE SPACES.
           05  WS-GROUP-OVER-SW     PIC X(1) VALUE 'N'.
           05  WS-NEW-TRACK-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-LETTER-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-ESCALATED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ARRANGE-READ-COUNT PIC 9(9) VALUE ZERO.
           05  WS-FROZEN-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-RESTRICTED-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-LETTER-HELD-COUNT PIC 9(9) VALUE ZERO.
           05  WS-LEVEL-COUNT-TBL.
               10  WS-LEVEL-COUNT PIC 9(9) OCCURS 4 TIMES.
           05  WS-LEVEL-IDX         PIC 9(1) VALUE ZERO.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
      * Envelope view: a real referral report carries none, but the
      * posting run's dry run envelopes its projection with the
      * dry-run mark (copybook FILENVWS).
       01  WS-ENVELOPE-RECORD.
           COPY FILENVWS.

       COPY CTLRPTWS.

       01  WS-REPORT-LINES.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM REFUSE-DRY-RUN-REFERRALS.
           OPEN OUTPUT TRACKING-FILE-OUT.
           IF WS-TRACK-OUT-STATUS NOT = '00'
               DISPLAY 'Error opening tracking out file: '
               CLOSE DUNNING-LETTER-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT BAD-ADDRESS-FILE.
           IF WS-BADADDR-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening bad-address worklist: '
                       WS-BADADDR-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE REFERRAL-REPORT-FILE
               CLOSE TRACKING-FILE-OUT
               CLOSE DUNNING-LETTER-FILE
               CLOSE ESCALATION-REPORT-FILE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO WS-RPT-CYCLE-DATE.
           WRITE WS-ESCALATION-REPORT-LINE FROM WS-RPT-TITLE-LINE.
      * Prior tracking file may not exist on the first run ever.
           ELSE
               PERFORM READ-TRACKING-RECORD
           END-IF.
      * No active-arrangement file means no arrangements: everyone
      * escalates as before.
           OPEN INPUT ACTIVE-ARRANGEMENT-FILE.
           IF WS-ARRANGE-FILE-STATUS NOT = '00'
               DISPLAY 'No active arrangements carried in, status '
                       WS-ARRANGE-FILE-STATUS
               SET ARRANGEMENT-EOF TO TRUE
           ELSE
               PERFORM READ-ARRANGEMENT-RECORD
           END-IF.
      * No address extract means no returned-mail flags to honor.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = '00'
               DISPLAY 'No address extract, status '
                       WS-ADDRESS-FILE-STATUS
                       ' - no letters held for bad address.'
               SET ADDRESS-EOF TO TRUE
           ELSE
               PERFORM READ-ADDRESS-RECORD
           END-IF.
      * No restriction master means no customer is restricted.
           OPEN INPUT RESTRICTION-MASTER-FILE.
           IF WS-RESTRICTION-FILE-STATUS NOT = '00'
               DISPLAY 'No restriction master, status '
                       WS-RESTRICTION-FILE-STATUS
                       ' - no dunning stopped by restriction.'
               SET RESTRICTION-EOF TO TRUE
           ELSE
               PERFORM READ-RESTRICTION-RECORD
           END-IF.

       REFUSE-DRY-RUN-REFERRALS.
      * A projection from the posting run's dry run opens with its
      * envelope; escalating from it would dun customers for a
      * night that never posted. A real report is reopened so its
      * first line is read again.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           READ REFERRAL-REPORT-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE WS-REFERRAL-REPORT-LINE(1:80)
                       TO WS-ENVELOPE-RECORD
           END-READ.
           CLOSE REFERRAL-REPORT-FILE.
           IF ENV-IS-HEADER AND ENV-IS-DRY-RUN
               DISPLAY '*** REFRPT IS A DRY-RUN PROJECTION - RUN '
                       'REFUSED, NOTHING ESCALATED ***'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT REFERRAL-REPORT-FILE.
           IF WS-REFERRAL-FILE-STATUS NOT = '00'
               DISPLAY 'Error reopening referral report: '
                       WS-REFERRAL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * Report lines whose first four id bytes are not numeric are
      * headings, not data; they are read past, the same way the
               NOT AT END ADD 1 TO WS-TRACK-READ-COUNT
           END-READ.

       READ-ARRANGEMENT-RECORD.
           READ ACTIVE-ARRANGEMENT-FILE
               AT END SET ARRANGEMENT-EOF TO TRUE
               NOT AT END ADD 1 TO WS-ARRANGE-READ-COUNT
           END-READ.

      * Envelope records (marker HDR*/TRL*) are not data; ADDRXTR,
      * the extract's producer, owns envelope verification.
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
                       END-IF
               END-READ
           END-PERFORM.

       READ-RESTRICTION-RECORD.
           READ RESTRICTION-MASTER-FILE
                   INTO WS-RESTRICTION-WORK-RECORD
               AT END SET RESTRICTION-EOF TO TRUE
           END-READ.

       PROCESS-ONE-REFERRED-CUSTOMER.
      * Gather all of one customer's report lines (one per referred
      * account) into a single over-limit verdict, then play it
               OR WS-RFL-CUST-ID NOT = WS-GROUP-CUST-ID.
           ADD 1 TO WS-REF-CUST-COUNT.
           PERFORM ADVANCE-TRACKING-TO-CUSTOMER.
           PERFORM ADVANCE-ARRANGEMENT-TO-CUSTOMER.
           PERFORM ADVANCE-ADDRESS-TO-CUSTOMER.
           PERFORM ADVANCE-RESTRICTION-TO-CUSTOMER.
           IF GROUP-IS-OVER-LIMIT
               EVALUATE TRUE
                   WHEN CUST-DUNNING-STOPPED
                       PERFORM FREEZE-CUSTOMER
                       ADD 1 TO WS-RESTRICTED-COUNT
                   WHEN CUST-HAS-ARRANGEMENT
                       PERFORM FREEZE-CUSTOMER
                       ADD 1 TO WS-FROZEN-COUNT
                   WHEN OTHER
                       PERFORM ESCALATE-CUSTOMER
               END-EVALUATE
           ELSE
      * Near the limit is not over it: a tracked customer seen only
      * at severity 2 has cured and falls off the tracking file.
               SET CUST-IS-TRACKED TO TRUE
           END-IF.

       ADVANCE-ARRANGEMENT-TO-CUSTOMER.
      * Same balance line against the active-arrangement file;
      * arrangements for customers not referred today pass by.
           PERFORM UNTIL ARRANGEMENT-EOF
                   OR WS-AAR-CUST-ID >= WS-GROUP-CUST-ID
               PERFORM READ-ARRANGEMENT-RECORD
           END-PERFORM.
           MOVE 'N' TO WS-ARRANGED-SW.
           IF NOT ARRANGEMENT-EOF
                   AND WS-AAR-CUST-ID = WS-GROUP-CUST-ID
               SET CUST-HAS-ARRANGEMENT TO TRUE
           END-IF.

       ADVANCE-ADDRESS-TO-CUSTOMER.
      * Same balance line against the address extract; only a
      * customer whose address is flagged undeliverable matters.
           PERFORM UNTIL ADDRESS-EOF
                   OR WS-ADR-CUST-ID >= WS-GROUP-CUST-ID
               PERFORM READ-ADDRESS-RECORD
           END-PERFORM.
           MOVE 'N' TO WS-BAD-ADDR-SW.
           IF NOT ADDRESS-EOF
                   AND WS-ADR-CUST-ID = WS-GROUP-CUST-ID
                   AND ADR-UNDELIVERABLE
               SET CUST-ADDRESS-IS-BAD TO TRUE
           END-IF.

       ADVANCE-RESTRICTION-TO-CUSTOMER.
      * Same balance line against the restriction master, except a
      * customer may hold several restrictions: every row for this
      * customer is read through, and any one in force on the cycle
      * date that stops dunning stops it.
           PERFORM UNTIL RESTRICTION-EOF
                   OR WS-RS-CUST-ID >= WS-GROUP-CUST-ID
               PERFORM READ-RESTRICTION-RECORD
           END-PERFORM.
           MOVE 'N' TO WS-DUN-STOP-SW.
           PERFORM UNTIL RESTRICTION-EOF
                   OR WS-RS-CUST-ID NOT = WS-GROUP-CUST-ID
               IF RS-STOPS-DUNNING
                       AND WS-RS-EFF-FROM <= WS-RUN-DATE
                       AND (WS-RS-EFF-TO = ZERO
                           OR WS-RS-EFF-TO >= WS-RUN-DATE)
                   SET CUST-DUNNING-STOPPED TO TRUE
               END-IF
               PERFORM READ-RESTRICTION-RECORD
           END-PERFORM.

       FREEZE-CUSTOMER.
      * The level stands where it was; a customer not yet tracked
      * goes on at level zero so a later break starts from there.
           IF CUST-IS-TRACKED
               MOVE WS-TRK-FIRST-SEEN   TO WS-TRKO-FIRST-SEEN
               MOVE WS-TRK-OVER-CYCLES  TO WS-TRKO-OVER-CYCLES
               MOVE WS-TRK-DUN-LEVEL    TO WS-TRKO-DUN-LEVEL
           ELSE
               ADD 1 TO WS-NEW-TRACK-COUNT
               MOVE WS-RUN-DATE TO WS-TRKO-FIRST-SEEN
               MOVE ZERO TO WS-TRKO-OVER-CYCLES
               MOVE ZERO TO WS-TRKO-DUN-LEVEL
           END-IF.
           MOVE WS-GROUP-CUST-ID TO WS-TRKO-CUST-ID.
           WRITE WS-TRACKING-RECORD-OUT
               FROM WS-TRACKING-WORK-RECORD.
           ADD 1 TO WS-TRACK-OUT-COUNT.
           COMPUTE WS-LEVEL-SLOT = WS-TRKO-DUN-LEVEL + 1.
           ADD 1 TO WS-LEVEL-COUNT(WS-LEVEL-SLOT).

       ESCALATE-CUSTOMER.
           IF CUST-IS-TRACKED
               MOVE WS-TRK-FIRST-SEEN TO WS-TRKO-FIRST-SEEN
           COMPUTE WS-LEVEL-SLOT = WS-NEW-LEVEL + 1.
           ADD 1 TO WS-LEVEL-COUNT(WS-LEVEL-SLOT).
           IF WS-NEW-LEVEL >= 1
               IF CUST-ADDRESS-IS-BAD
                   PERFORM HOLD-DUNNING-LETTER
               ELSE
                   PERFORM WRITE-DUNNING-LETTER
               END-IF
           END-IF.

       WRITE-DUNNING-LETTER.
           WRITE WS-DUNNING-LETTER-RECORD.
           ADD 1 TO WS-LETTER-COUNT.

       HOLD-DUNNING-LETTER.
           MOVE SPACES TO WS-BAD-ADDRESS-RECORD.
           MOVE WS-CR-JOB-NAME     TO WS-BAD-SOURCE-JOB.
           MOVE WS-GROUP-CUST-ID   TO WS-BAD-CUST-ID.
           MOVE WS-GROUP-CUST-NAME TO WS-BAD-CUST-NAME.
           MOVE WS-ADR-RETURN-DATE TO WS-BAD-RETURN-DATE.
           MOVE WS-ADR-RETURN-REASON TO WS-BAD-RETURN-REASON.
           MOVE 'DUN LVL' TO WS-BAD-HELD-ITEM.
           MOVE WS-TRKO-DUN-LEVEL  TO WS-BAD-HELD-ITEM(9:1).
           MOVE ZERO               TO WS-BAD-HELD-AMOUNT.
           MOVE WS-RUN-DATE        TO WS-BAD-CYCLE-DATE.
           WRITE WS-BAD-ADDRESS-RECORD.
           ADD 1 TO WS-LETTER-HELD-COUNT.

       DRAIN-CURED-TRACKING.
      * Tracked customers past the last referral cured this cycle.
           PERFORM UNTIL TRACKING-EOF
           MOVE 'CUSTOMERS ESCALATED THIS CYCLE' TO WS-RPT-LABEL.
           MOVE WS-ESCALATED-COUNT TO WS-RPT-COUNT.
           WRITE WS-ESCALATION-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'CUSTOMERS FROZEN BY ARRANGEMENT' TO WS-RPT-LABEL.
           MOVE WS-FROZEN-COUNT TO WS-RPT-COUNT.
           WRITE WS-ESCALATION-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'CUSTOMERS FROZEN BY RESTRICTION' TO WS-RPT-LABEL.
           MOVE WS-RESTRICTED-COUNT TO WS-RPT-COUNT.
           WRITE WS-ESCALATION-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'CUSTOMERS NEW TO TRACKING' TO WS-RPT-LABEL.
           MOVE WS-NEW-TRACK-COUNT TO WS-RPT-COUNT.
           WRITE WS-ESCALATION-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'DUNNING LETTERS CUT' TO WS-RPT-LABEL.
           MOVE WS-LETTER-COUNT TO WS-RPT-COUNT.
           WRITE WS-ESCALATION-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'DUNNING LETTERS HELD - BAD ADDRESS' TO WS-RPT-LABEL.
           MOVE WS-LETTER-HELD-COUNT TO WS-RPT-COUNT.
           WRITE WS-ESCALATION-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

       WRITE-ONE-LEVEL-LINE.
           MOVE WS-LEVEL-IDX TO WS-RPL-LEVEL.
           CLOSE TRACKING-FILE-OUT.
           CLOSE DUNNING-LETTER-FILE.
           CLOSE ESCALATION-REPORT-FILE.
           IF WS-ARRANGE-FILE-STATUS = '00'
                   OR WS-ARRANGE-FILE-STATUS = '10'
               CLOSE ACTIVE-ARRANGEMENT-FILE
           END-IF.
           IF WS-ADDRESS-FILE-STATUS = '00'
                   OR WS-ADDRESS-FILE-STATUS = '10'
               CLOSE ADDRESS-FILE
           END-IF.
           IF WS-RESTRICTION-FILE-STATUS = '00'
                   OR WS-RESTRICTION-FILE-STATUS = '10'
               CLOSE RESTRICTION-MASTER-FILE
           END-IF.
           CLOSE BAD-ADDRESS-FILE.
           DISPLAY 'Referral lines read:      ' WS-REF-LINE-COUNT.
           DISPLAY 'Referred customers:       ' WS-REF-CUST-COUNT.
           DISPLAY 'Tracking records read:    ' WS-TRACK-READ-COUNT.
           DISPLAY 'Tracking records written: ' WS-TRACK-OUT-COUNT.
           DISPLAY 'Customers cured:          ' WS-CURED-COUNT.
           DISPLAY 'Dunning letters cut:      ' WS-LETTER-COUNT.
           DISPLAY 'Letters held, bad addr:   ' WS-LETTER-HELD-COUNT.
           DISPLAY 'Arrangements read:        ' WS-ARRANGE-READ-COUNT.
           DISPLAY 'Frozen by arrangement:    ' WS-FROZEN-COUNT.
           DISPLAY 'Frozen by restriction:    ' WS-RESTRICTED-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-REF-CUST-COUNT  TO WS-CR-RECORDS-IN.
           MOVE WS-TRACK-OUT-COUNT TO WS-CR-RECORDS-OUT.
