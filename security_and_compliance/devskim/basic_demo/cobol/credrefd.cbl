      * transaction. The refund register's count and amount totals
      * tie to the generated file's trailer. A refunded or cured
      * customer falls off the tracking file.
      *
      * A refund due to a customer whose address is flagged
      * undeliverable on the ADDRFILE extract (status 'U', set by
      * RTNMAIL) is held rather than mailed to a bad address: no
      * refund generates, the customer stays on the tracking file
      * with its cycles still counting, and the held refund goes to
      * the BADADRCR bad-address worklist (copybook BADADRRC) and the
      * register's held total. The refund cuts on the first run
      * after ADDRMNT applies a new address. ADDRFILE is optional;
      * without it no refund is held.
      *
      * A refund due to a customer under a restriction that holds
      * refunds on the cycle date (RSTRMST, kept by RSTRMNT -- an
      * estate, a bankruptcy trustee, a court order) is held the
      * same way: the customer stays tracked, and the refund prints
      * on the register as held with its own total, but it is not a
      * mail problem and goes to no worklist. It cuts on the first
      * run after the restriction ends. RSTRMST is optional.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT OPTIONAL ADDRESS-FILE ASSIGN TO ADDRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.

           SELECT OPTIONAL RESTRICTION-MASTER-FILE ASSIGN TO RSTRMST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTRICTION-FILE-STATUS.

      * Refunds held for an undeliverable address, for follow-up.
           SELECT BAD-ADDRESS-FILE ASSIGN TO BADADRCR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BADADDR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
           DATA RECORD IS WS-REFUND-REGISTER-LINE.
       01  WS-REFUND-REGISTER-LINE PIC X(132).

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
           COPY FILESTAT REPLACING FS-NAME BY WS-CUSTOMER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-TRACK-OUT-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REFUND-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REGISTER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ADDRESS-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-BADADDR-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY
               WS-RESTRICTION-FILE-STATUS.

      * The address extract record in its structured form (copybook
      * ADDRREC), advanced on the same balance line as the master.
       01  WS-ADDRESS-WORK-RECORD.
           COPY ADDRREC.

      * The restriction master record (copybook RSTRREC), advanced on
      * the same balance line; a customer can have several rows.
       01  WS-RESTRICTION-WORK-RECORD.
           COPY RSTRREC.

      * Structured views of the flat tracking records.
       01  WS-TRACKING-RECORD.
               88  CUST-DATA-RECORD     VALUE 'Y'.
           05  WS-TRACKED-SW        PIC X(1) VALUE 'N'.
               88  CUST-IS-TRACKED      VALUE 'Y'.
           05  WS-ADDR-EOF-SW       PIC X(1) VALUE 'N'.
               88  ADDRESS-EOF          VALUE 'Y'.
           05  WS-ADDR-DATA-SW      PIC X(1) VALUE 'N'.
               88  ADDR-DATA-RECORD     VALUE 'Y'.
           05  WS-BAD-ADDR-SW       PIC X(1) VALUE 'N'.
               88  CUST-ADDRESS-IS-BAD  VALUE 'Y'.
           05  WS-RSTR-EOF-SW       PIC X(1) VALUE 'N'.
               88  RESTRICTION-EOF      VALUE 'Y'.
           05  WS-REFUND-HOLD-SW    PIC X(1) VALUE 'N'.
               88  CUST-REFUNDS-HELD    VALUE 'Y'.
           05  WS-CYCLES-IN-CREDIT  PIC 9(3) VALUE ZERO.
           05  WS-REFUND-AMOUNT     PIC 9(7)V99 VALUE ZERO.

           05  WS-REFUND-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-REFUND-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-REFUND-HASH       PIC 9(13)V99 VALUE ZERO.
           05  WS-HELD-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-HELD-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-RSTR-HELD-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-RSTR-HELD-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.

      * The generated file wears the TRANFILE envelope so the
      * posting run's own check accepts it.
               10  WS-REG-CYCLE-DATE PIC 9(8).
               10  FILLER  PIC X(83) VALUE SPACES.
           05  WS-REG-DETAIL-LINE.
               10  WS-REG-ACTION    PIC X(7) VALUE 'REFUND '.
               10  WS-REG-CUST-ID   PIC 9(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-CUST-NAME PIC X(30).
           DISPLAY 'OPTION IN EFFECT: CREDCYCL=' WS-CREDIT-CYCLES.
           MOVE 'CREDREFD' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM 8900-REFUSE-DRY-RUN-CUSTOMERS.
           PERFORM OPEN-FILES.
           PERFORM READ-CUSTOMER-RECORD.
           PERFORM PROCESS-ONE-CUSTOMER
               CLOSE REFUND-TRAN-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT BAD-ADDRESS-FILE.
           IF WS-BADADDR-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening bad-address worklist: '
                       WS-BADADDR-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               CLOSE TRACKING-FILE-OUT
               CLOSE REFUND-TRAN-FILE
               CLOSE REFUND-REGISTER-FILE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO WS-REG-CYCLE-DATE.
           WRITE WS-REFUND-REGISTER-LINE FROM WS-REG-TITLE-LINE.
      * Prior tracking file may not exist on the first run ever.
           ELSE
               PERFORM READ-TRACKING-RECORD
           END-IF.
      * No address extract means no returned-mail flags to honor.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = '00'
               DISPLAY 'No address extract, status '
                       WS-ADDRESS-FILE-STATUS
                       ' - no refunds held for bad address.'
               SET ADDRESS-EOF TO TRUE
           ELSE
               PERFORM READ-ADDRESS-RECORD
           END-IF.
      * No restriction master means no customer is restricted.
           OPEN INPUT RESTRICTION-MASTER-FILE.
           IF WS-RESTRICTION-FILE-STATUS NOT = '00'
               DISPLAY 'No restriction master, status '
                       WS-RESTRICTION-FILE-STATUS
                       ' - no refunds held by restriction.'
               SET RESTRICTION-EOF TO TRUE
           ELSE
               PERFORM READ-RESTRICTION-RECORD
           END-IF.

      * Transfer-envelope records (marker HDR*/TRL*) are not data;
      * this reader skips them rather than verifying (the nightly
               END-READ
           END-PERFORM.

      * Same envelope-skipping convention for the address extract;
      * its producer (ADDRXTR) owns envelope verification.
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

       READ-TRACKING-RECORD.
           READ TRACKING-FILE-IN INTO WS-TRACKING-RECORD
               AT END SET TRACKING-EOF TO TRUE
               MOVE WS-RUN-DATE TO WS-TRKO-FIRST-SEEN
           END-IF.
           IF WS-CYCLES-IN-CREDIT > WS-CREDIT-CYCLES
               PERFORM ADVANCE-ADDRESS-TO-CUSTOMER
               PERFORM ADVANCE-RESTRICTION-TO-CUSTOMER
           END-IF.
           IF WS-CYCLES-IN-CREDIT > WS-CREDIT-CYCLES
                   AND NOT CUST-ADDRESS-IS-BAD
                   AND NOT CUST-REFUNDS-HELD
      * Refund cuts: the generated charge brings the balance to
      * zero through the posting run, so the customer leaves the
      * tracking file now rather than refunding twice.
               PERFORM GENERATE-REFUND-TRAN
           ELSE
      * A restriction outranks the address: a restricted customer's
      * refund is not a mail problem until the restriction ends.
               IF WS-CYCLES-IN-CREDIT > WS-CREDIT-CYCLES
                   IF CUST-REFUNDS-HELD
                       PERFORM HOLD-RESTRICTED-REFUND
                   ELSE
                       PERFORM HOLD-REFUND
                   END-IF
               END-IF
               MOVE WS-CFR-CUST-ID TO WS-TRKO-CUST-ID
               MOVE WS-CYCLES-IN-CREDIT TO WS-TRKO-CRED-CYCLES
               WRITE WS-TRACKING-RECORD-OUT
           ADD 1 TO WS-REFUND-COUNT.
           ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL.
           ADD WS-RFD-AMOUNT TO WS-REFUND-HASH.
           MOVE 'REFUND ' TO WS-REG-ACTION.
           MOVE WS-CFR-CUST-ID TO WS-REG-CUST-ID.
           MOVE WS-CFR-CUST-NAME TO WS-REG-CUST-NAME.
           MOVE WS-REFUND-AMOUNT TO WS-REG-AMOUNT.
           MOVE WS-CYCLES-IN-CREDIT TO WS-REG-CYCLES.
           WRITE WS-REFUND-REGISTER-LINE FROM WS-REG-DETAIL-LINE.

       ADVANCE-ADDRESS-TO-CUSTOMER.
      * Balance line against the address extract; only a refund due
      * needs the address, and the master only ever advances.
           PERFORM UNTIL ADDRESS-EOF
                   OR WS-ADR-CUST-ID >= WS-CFR-CUST-ID
               PERFORM READ-ADDRESS-RECORD
           END-PERFORM.
           MOVE 'N' TO WS-BAD-ADDR-SW.
           IF NOT ADDRESS-EOF
                   AND WS-ADR-CUST-ID = WS-CFR-CUST-ID
                   AND ADR-UNDELIVERABLE
               SET CUST-ADDRESS-IS-BAD TO TRUE
           END-IF.

       ADVANCE-RESTRICTION-TO-CUSTOMER.
      * Balance line against the restriction master, which may hold
      * several rows per customer: every row for this customer is
      * read through, and any one in force on the cycle date that
      * holds refunds holds this one.
           PERFORM UNTIL RESTRICTION-EOF
                   OR WS-RS-CUST-ID >= WS-CFR-CUST-ID
               PERFORM READ-RESTRICTION-RECORD
           END-PERFORM.
           MOVE 'N' TO WS-REFUND-HOLD-SW.
           PERFORM UNTIL RESTRICTION-EOF
                   OR WS-RS-CUST-ID NOT = WS-CFR-CUST-ID
               IF RS-HOLDS-REFUNDS
                       AND WS-RS-EFF-FROM <= WS-RUN-DATE
                       AND (WS-RS-EFF-TO = ZERO
                           OR WS-RS-EFF-TO >= WS-RUN-DATE)
                   SET CUST-REFUNDS-HELD TO TRUE
               END-IF
               PERFORM READ-RESTRICTION-RECORD
           END-PERFORM.

       HOLD-RESTRICTED-REFUND.
      * The customer stays tracked (the caller writes the record
      * forward), so the refund cuts once the restriction ends.
           COMPUTE WS-REFUND-AMOUNT = 0 - WS-CFR-CUST-BALANCE.
           ADD 1 TO WS-RSTR-HELD-COUNT.
           ADD WS-REFUND-AMOUNT TO WS-RSTR-HELD-TOTAL.
           MOVE 'HELD   ' TO WS-REG-ACTION.
           MOVE WS-CFR-CUST-ID TO WS-REG-CUST-ID.
           MOVE WS-CFR-CUST-NAME TO WS-REG-CUST-NAME.
           MOVE WS-REFUND-AMOUNT TO WS-REG-AMOUNT.
           MOVE WS-CYCLES-IN-CREDIT TO WS-REG-CYCLES.
           WRITE WS-REFUND-REGISTER-LINE FROM WS-REG-DETAIL-LINE.

       HOLD-REFUND.
      * The customer stays tracked (the caller writes the record
      * forward), so the refund cuts once the address is good.
           COMPUTE WS-REFUND-AMOUNT = 0 - WS-CFR-CUST-BALANCE.
           ADD 1 TO WS-HELD-COUNT.
           ADD WS-REFUND-AMOUNT TO WS-HELD-TOTAL.
           MOVE SPACES TO WS-BAD-ADDRESS-RECORD.
           MOVE WS-CR-JOB-NAME TO WS-BAD-SOURCE-JOB.
           MOVE WS-CFR-CUST-ID TO WS-BAD-CUST-ID.
           MOVE WS-CFR-CUST-NAME TO WS-BAD-CUST-NAME.
           MOVE WS-ADR-RETURN-DATE TO WS-BAD-RETURN-DATE.
           MOVE WS-ADR-RETURN-REASON TO WS-BAD-RETURN-REASON.
           MOVE 'REFUND' TO WS-BAD-HELD-ITEM.
           MOVE WS-REFUND-AMOUNT TO WS-BAD-HELD-AMOUNT.
           MOVE WS-RUN-DATE TO WS-BAD-CYCLE-DATE.
           WRITE WS-BAD-ADDRESS-RECORD.
           MOVE 'HELD   ' TO WS-REG-ACTION.
           MOVE WS-CFR-CUST-ID TO WS-REG-CUST-ID.
           MOVE WS-CFR-CUST-NAME TO WS-REG-CUST-NAME.
           MOVE WS-REFUND-AMOUNT TO WS-REG-AMOUNT.
           MOVE WS-REFUND-COUNT TO WS-RGT-COUNT.
           MOVE WS-REFUND-TOTAL TO WS-RGT-AMOUNT.
           WRITE WS-REFUND-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE 'HELD, BAD ADDRESS: COUNT=' TO WS-RGT-LABEL.
           MOVE WS-HELD-COUNT TO WS-RGT-COUNT.
           MOVE WS-HELD-TOTAL TO WS-RGT-AMOUNT.
           WRITE WS-REFUND-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE 'HELD, RESTRICTED: COUNT=' TO WS-RGT-LABEL.
           MOVE WS-RSTR-HELD-COUNT TO WS-RGT-COUNT.
           MOVE WS-RSTR-HELD-TOTAL TO WS-RGT-AMOUNT.
           WRITE WS-REFUND-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           IF WS-ADDRESS-FILE-STATUS = '00'
                   OR WS-ADDRESS-FILE-STATUS = '10'
               CLOSE ADDRESS-FILE
           END-IF.
           IF WS-RESTRICTION-FILE-STATUS = '00'
                   OR WS-RESTRICTION-FILE-STATUS = '10'
               CLOSE RESTRICTION-MASTER-FILE
           END-IF.
           CLOSE BAD-ADDRESS-FILE.
           IF WS-TRACK-IN-STATUS = '00' OR WS-TRACK-IN-STATUS = '10'
               CLOSE TRACKING-FILE-IN
           END-IF.
           DISPLAY 'Customers cured:          ' WS-CURED-COUNT.
           DISPLAY 'Refunds generated:        ' WS-REFUND-COUNT.
           DISPLAY 'Refund amount total:      ' WS-REFUND-TOTAL.
           DISPLAY 'Refunds held, bad addr:   ' WS-HELD-COUNT
                   ' amount ' WS-HELD-TOTAL.
           DISPLAY 'Refunds held, restricted: ' WS-RSTR-HELD-COUNT
                   ' amount ' WS-RSTR-HELD-TOTAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-CUST-READ-COUNT TO WS-CR-RECORDS-IN.
           MOVE WS-REFUND-COUNT    TO WS-CR-RECORDS-OUT.
           CALL 'RUNCTLWR' USING WS-RUN-CONTROL-RECORD.

       COPY CTLRPTPR.

       COPY DRYREFPR.
