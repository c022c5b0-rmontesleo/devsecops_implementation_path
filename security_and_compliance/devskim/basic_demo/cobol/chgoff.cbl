       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGOFF.
      * Charge-off of customers stuck at the top dunning level.
      * PARM='YYYYMMDD,CCCC' names the cycle; runs after DELQTRK.
      * DELQTRK caps escalation at level 3 and a customer can sit
      * there indefinitely with the balance still carried as
      * collectable. This run keeps its own carried-forward tracking
      * file (the CREDREFD pattern) of customers on DELQTRK's
      * tracking output at level 3, counting the cycles each has
      * stayed there. A cycle counts only when DELQTRK counted one
      * too -- its over-limit cycle count moved -- so a customer
      * frozen by a promise-to-pay arrangement does not age toward
      * charge-off either. A customer at level 3 for CHGCYCL cycles
      * (control card, default 6) who is still active with a
      * balance owing on the customer file gets a write-off
      * generated in the posting run's own TRANFILE layout -- type
      * 'W', 'CHGOFF' and the run date in its reference bytes, the
      * whole balance as the amount -- wrapped in the standard
      * TRANFILE envelope. The posting run clears the balance with
      * it and marks the customer charged off (status 'W'); from
      * then on the customer is not billed, accrued, or referred,
      * and payments received post as recoveries.
      *
      * A customer stays on the tracking file after the write-off is
      * generated: once the write-off posts the customer is no
      * longer over limit, falls off DELQTRK, and so falls off here;
      * a write-off the posting run refuses (the balance moved in the
      * meantime) is simply generated again, for the new balance, on
      * the next run.
      *
      * The charge-off register lists each write-off generated, ties
      * its count and amount to the generated file's trailer, and
      * closes with the month-to-date totals of write-offs and
      * recoveries actually posted, taken from TRANHIST under the
      * same history types the GL extract vouchers, so the month-end
      * register totals are the month's charge-off and recovery
      * figures.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELINQUENCY-TRACKING-FILE ASSIGN TO DELQTRKO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELQ-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT TRACKING-FILE-IN ASSIGN TO CHGTRKI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRACK-IN-STATUS.

           SELECT TRACKING-FILE-OUT ASSIGN TO CHGTRKO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRACK-OUT-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO TRANHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT WRITE-OFF-TRAN-FILE ASSIGN TO CHGTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WRITE-OFF-FILE-STATUS.

           SELECT CHARGE-OFF-REGISTER-FILE ASSIGN TO CHGREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * DELQTRK's tracking output, in customer-id order.
       FD  DELINQUENCY-TRACKING-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS WS-DELQ-TRACKING-RECORD.
       01  WS-DELQ-TRACKING-RECORD  PIC X(30).

       FD  CUSTOMER-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS WS-CUSTOMER-FILE-RECORD.
       01  WS-CUSTOMER-FILE-RECORD.
           05  WS-CFR-CUST-ID       PIC 9(10).
           05  WS-CFR-CUST-NAME     PIC X(30).
           05  WS-CFR-CUST-BALANCE  PIC S9(7)V99.
           05  WS-CFR-CUST-STATUS   PIC X(1).

       FD  TRACKING-FILE-IN
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS WS-TRACKING-RECORD-IN.
       01  WS-TRACKING-RECORD-IN    PIC X(30).

       FD  TRACKING-FILE-OUT
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS WS-TRACKING-RECORD-OUT.
       01  WS-TRACKING-RECORD-OUT   PIC X(30).

       FD  TRAN-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-HISTORY-FILE-RECORD.
       01  WS-HISTORY-FILE-RECORD   PIC X(60).

      * Generated write-offs, in the posting run's 100-byte TRANFILE
      * layout under the standard envelope.
       FD  WRITE-OFF-TRAN-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-WRITE-OFF-TRAN-RECORD.
       01  WS-WRITE-OFF-TRAN-RECORD PIC X(100).

       FD  CHARGE-OFF-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-CHARGE-OFF-REGISTER-LINE.
       01  WS-CHARGE-OFF-REGISTER-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-DELQ-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CUSTOMER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-TRACK-IN-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-TRACK-OUT-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-HISTORY-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-WRITE-OFF-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REGISTER-FILE-STATUS.

      * DELQTRK's own tracking layout.
       01  WS-DELQ-RECORD.
           05  WS-DTK-CUST-ID       PIC 9(10).
           05  WS-DTK-OVER-CYCLES   PIC 9(3).
           05  WS-DTK-DUN-LEVEL     PIC 9(1).
           05  WS-DTK-FIRST-SEEN    PIC 9(8).
           05  FILLER               PIC X(8).

      * Structured views of the flat charge-off tracking records:
      * cycles counted at level 3, DELQTRK's over-limit count when
      * last seen (a count that has not moved is a cycle DELQTRK
      * did not count), and the date the customer was first seen
      * at level 3.
       01  WS-TRACKING-RECORD.
           05  WS-TRK-CUST-ID       PIC 9(10).
           05  WS-TRK-TOP-CYCLES    PIC 9(3).
           05  WS-TRK-LAST-OVER     PIC 9(3).
           05  WS-TRK-TOP-SINCE     PIC 9(8).
           05  FILLER               PIC X(6).

       01  WS-TRACKING-WORK-RECORD.
           05  WS-TRKO-CUST-ID      PIC 9(10).
           05  WS-TRKO-TOP-CYCLES   PIC 9(3).
           05  WS-TRKO-LAST-OVER    PIC 9(3).
           05  WS-TRKO-TOP-SINCE    PIC 9(8).
           05  FILLER               PIC X(6).

       01  WS-HISTORY-WORK-RECORD.
           COPY TRNHIST.

      * Customers due for charge-off this run, in customer-id order
      * (the order DELQTRK's file delivers them), matched against
      * the customer file on a second pass.
       01  WS-CANDIDATE-TABLE.
           05  WS-CAN-ENTRY-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-CAN-MAX-ENTRIES   PIC 9(5) VALUE 5000.
           05  WS-CAN-ENTRY OCCURS 5000 TIMES.
               10  WS-CAN-CUST-ID       PIC 9(10).
               10  WS-CAN-TOP-CYCLES    PIC 9(3).
               10  WS-CAN-TOP-SINCE     PIC 9(8).
           05  WS-CAN-IDX           PIC 9(5) VALUE ZERO.

      * The generated transaction in the posting run's typed layout:
      * customer key, blank account (primary applies), type 'W',
      * 'CHGOFF' and the run date in the reference bytes, amount in
      * the 17 amount bytes with the implied V99.
       01  WS-WRITE-OFF-WORK-RECORD.
           05  WS-WOT-CUST-KEY      PIC 9(10).
           05  WS-WOT-ACC-NUMBER    PIC X(10).
           05  WS-WOT-TRAN-TYPE     PIC X(1).
           05  FILLER               PIC X(1).
           05  WS-WOT-REF.
               10  WS-WOT-REF-TAG   PIC X(6).
               10  WS-WOT-REF-DATE  PIC 9(8).
           05  FILLER               PIC X(6).
           05  WS-WOT-EFF-DATE      PIC X(8).
           05  WS-WOT-AMOUNT        PIC 9(15)V99.
           05  FILLER               PIC X(33).

       01  WS-PARM-FIELDS.
           05  WS-PARM-LENGTH       PIC 9(4) VALUE ZERO.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05  WS-CYCLE-TYPE        PIC X(4) VALUE SPACES.

       COPY OPTPARWS.

       01  WS-CHARGE-OFF-CONTROL-FIELDS.
      * Cycles at the top dunning level before charge-off. CHGCYCL
      * control card overrides the default.
           05  WS-CHARGE-OFF-CYCLES PIC 9(3) VALUE 6.
           05  WS-TOP-DUN-LEVEL     PIC 9(1) VALUE 3.
           05  WS-DELQ-EOF-SW       PIC X(1) VALUE 'N'.
               88  DELQ-EOF             VALUE 'Y'.
           05  WS-CUST-EOF-SW       PIC X(1) VALUE 'N'.
               88  CUSTOMER-EOF         VALUE 'Y'.
           05  WS-TRACK-EOF-SW      PIC X(1) VALUE 'N'.
               88  TRACKING-EOF         VALUE 'Y'.
           05  WS-HIST-EOF-SW       PIC X(1) VALUE 'N'.
               88  HISTORY-EOF          VALUE 'Y'.
           05  WS-CUST-DATA-SW      PIC X(1) VALUE 'N'.
               88  CUST-DATA-RECORD     VALUE 'Y'.
           05  WS-TRACKED-SW        PIC X(1) VALUE 'N'.
               88  CUST-IS-TRACKED      VALUE 'Y'.
           05  WS-WRITE-OFF-AMOUNT  PIC 9(7)V99 VALUE ZERO.
           05  WS-MONTH-START       PIC 9(8) VALUE ZERO.

       01  WS-RUN-COUNTERS.
           05  WS-DELQ-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-TOP-LEVEL-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-TRACK-READ-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-TRACK-OUT-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-LEFT-TOP-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-NOT-COUNTED-COUNT PIC 9(9) VALUE ZERO.
           05  WS-DROPPED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-CUST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-NOT-ON-FILE-COUNT PIC 9(9) VALUE ZERO.
           05  WS-ALREADY-OFF-COUNT PIC 9(9) VALUE ZERO.
           05  WS-NOT-ACTIVE-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-NO-BALANCE-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-WRITE-OFF-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-WRITE-OFF-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-WRITE-OFF-HASH    PIC 9(13)V99 VALUE ZERO.
           05  WS-HIST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-MTD-WO-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-MTD-WO-AMOUNT     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-MTD-REC-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-MTD-REC-AMOUNT    PIC S9(11)V99 COMP-3 VALUE 0.

      * The generated file wears the TRANFILE envelope so the
      * posting run's own check accepts it.
       01  WS-ENVELOPE-RECORD.
           COPY FILENVWS.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

       01  WS-REGISTER-LINES.
           05  WS-REG-TITLE-LINE.
               10  FILLER  PIC X(36) VALUE
                   'CHGOFF - CHARGE-OFF REGISTER, CYCLE '.
               10  WS-REG-CYCLE-DATE PIC 9(8).
               10  FILLER  PIC X(88) VALUE SPACES.
           05  WS-REG-DETAIL-LINE.
               10  FILLER           PIC X(10) VALUE 'WRITE-OFF '.
               10  WS-REG-CUST-ID   PIC 9(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-CUST-NAME PIC X(30).
               10  FILLER           PIC X(16) VALUE
                   ' LEVEL 3 SINCE='.
               10  WS-REG-TOP-SINCE PIC 9(8).
               10  FILLER           PIC X(8) VALUE ' CYCLES='.
               10  WS-REG-CYCLES    PIC ZZ9.
               10  FILLER           PIC X(8) VALUE ' AMOUNT='.
               10  WS-REG-AMOUNT    PIC ZZZZZZ9.99.
               10  FILLER           PIC X(28) VALUE SPACES.
           05  WS-REG-TOTAL-LINE.
               10  WS-RGT-LABEL     PIC X(40).
               10  WS-RGT-COUNT     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(9) VALUE ' AMOUNT='.
               10  WS-RGT-AMOUNT    PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(59) VALUE SPACES.
           05  WS-REG-MONTH-LINE.
               10  FILLER           PIC X(34) VALUE
                   'MONTH-TO-DATE POSTED, MONTH BEGUN '.
               10  WS-REG-MONTH-START PIC 9(8).
               10  FILLER           PIC X(90) VALUE SPACES.

       01  WS-RUN-CONTROL-RECORD.
           COPY RUNCTLRC.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN          PIC S9(4) COMP.
           05  WS-PARM-DATA         PIC X(13).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PARAGRAPH.
           PERFORM PARSE-RUN-PARM.
           DISPLAY 'Program CHGOFF started, cycle ' WS-RUN-DATE.
           MOVE 'CHGCYCL' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND RUN-OPTION-NUMERIC
                   AND WS-OPT-NUMVAL > ZERO
               MOVE WS-OPT-NUMVAL TO WS-CHARGE-OFF-CYCLES
           END-IF.
           DISPLAY 'OPTION IN EFFECT: CHGCYCL=' WS-CHARGE-OFF-CYCLES.
           MOVE 'CHGOFF' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM 8900-REFUSE-DRY-RUN-CUSTOMERS.
           PERFORM OPEN-FILES.
           PERFORM READ-DELQ-RECORD.
           PERFORM PROCESS-ONE-DELQ-RECORD
               UNTIL DELQ-EOF.
           PERFORM DRAIN-LEFT-TOP-LEVEL.
           IF WS-CAN-ENTRY-COUNT > ZERO
               MOVE 1 TO WS-CAN-IDX
               PERFORM READ-CUSTOMER-RECORD
               PERFORM MATCH-ONE-CUSTOMER
                   UNTIL CUSTOMER-EOF
                   OR WS-CAN-IDX > WS-CAN-ENTRY-COUNT
               IF WS-CAN-IDX <= WS-CAN-ENTRY-COUNT
                   COMPUTE WS-NOT-ON-FILE-COUNT = WS-NOT-ON-FILE-COUNT
                       + WS-CAN-ENTRY-COUNT - WS-CAN-IDX + 1
               END-IF
           END-IF.
           PERFORM WRITE-WRITE-OFF-TRAILER.
           PERFORM TOTAL-MONTH-FROM-HISTORY.
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

       OPEN-FILES.
           OPEN INPUT DELINQUENCY-TRACKING-FILE.
           IF WS-DELQ-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening delinquency tracking file: '
                       WS-DELQ-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening customer file: '
                       WS-CUSTOMER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE DELINQUENCY-TRACKING-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT TRACKING-FILE-OUT.
           IF WS-TRACK-OUT-STATUS NOT = '00'
               DISPLAY 'Error opening tracking out file: '
                       WS-TRACK-OUT-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE DELINQUENCY-TRACKING-FILE
               CLOSE CUSTOMER-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT WRITE-OFF-TRAN-FILE.
           IF WS-WRITE-OFF-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening write-off transaction file: '
                       WS-WRITE-OFF-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE DELINQUENCY-TRACKING-FILE
               CLOSE CUSTOMER-FILE
               CLOSE TRACKING-FILE-OUT
               GOBACK
           END-IF.
           PERFORM WRITE-WRITE-OFF-HEADER.
           OPEN OUTPUT CHARGE-OFF-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening charge-off register: '
                       WS-REGISTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE DELINQUENCY-TRACKING-FILE
               CLOSE CUSTOMER-FILE
               CLOSE TRACKING-FILE-OUT
               CLOSE WRITE-OFF-TRAN-FILE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO WS-REG-CYCLE-DATE.
           WRITE WS-CHARGE-OFF-REGISTER-LINE FROM WS-REG-TITLE-LINE.
      * Prior tracking file may not exist on the first run ever.
           OPEN INPUT TRACKING-FILE-IN.
           IF WS-TRACK-IN-STATUS NOT = '00'
               DISPLAY 'No prior charge-off tracking file, every '
                       'level 3 customer starts at cycle one today.'
               SET TRACKING-EOF TO TRUE
           ELSE
               PERFORM READ-TRACKING-RECORD
           END-IF.

       READ-DELQ-RECORD.
           READ DELINQUENCY-TRACKING-FILE INTO WS-DELQ-RECORD
               AT END SET DELQ-EOF TO TRUE
               NOT AT END ADD 1 TO WS-DELQ-READ-COUNT
           END-READ.

      * Transfer-envelope records (marker HDR*/TRL*) are not data;
      * this reader skips them rather than verifying (the nightly
      * posting run owns CUSTFILE envelope verification).
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

       READ-TRACKING-RECORD.
           READ TRACKING-FILE-IN INTO WS-TRACKING-RECORD
               AT END SET TRACKING-EOF TO TRUE
               NOT AT END ADD 1 TO WS-TRACK-READ-COUNT
           END-READ.

       PROCESS-ONE-DELQ-RECORD.
      * Balance line against the charge-off tracking file: tracked
      * ids below this one have left level 3 (cured, or gone from
      * DELQTRK altogether) and fall away.
           PERFORM UNTIL TRACKING-EOF
                   OR WS-TRK-CUST-ID >= WS-DTK-CUST-ID
               ADD 1 TO WS-LEFT-TOP-COUNT
               PERFORM READ-TRACKING-RECORD
           END-PERFORM.
           MOVE 'N' TO WS-TRACKED-SW.
           IF NOT TRACKING-EOF
                   AND WS-TRK-CUST-ID = WS-DTK-CUST-ID
               SET CUST-IS-TRACKED TO TRUE
           END-IF.
           IF WS-DTK-DUN-LEVEL >= WS-TOP-DUN-LEVEL
               ADD 1 TO WS-TOP-LEVEL-COUNT
               PERFORM AGE-TOP-LEVEL-CUSTOMER
           ELSE
               IF CUST-IS-TRACKED
                   ADD 1 TO WS-LEFT-TOP-COUNT
               END-IF
           END-IF.
      * The matched tracking record is spent either way.
           IF CUST-IS-TRACKED
               PERFORM READ-TRACKING-RECORD
           END-IF.
           PERFORM READ-DELQ-RECORD.

       AGE-TOP-LEVEL-CUSTOMER.
           MOVE SPACES TO WS-TRACKING-WORK-RECORD.
           MOVE WS-DTK-CUST-ID TO WS-TRKO-CUST-ID.
           MOVE WS-DTK-OVER-CYCLES TO WS-TRKO-LAST-OVER.
           IF CUST-IS-TRACKED
               MOVE WS-TRK-TOP-SINCE TO WS-TRKO-TOP-SINCE
               IF WS-DTK-OVER-CYCLES NOT = WS-TRK-LAST-OVER
                   COMPUTE WS-TRKO-TOP-CYCLES =
                       WS-TRK-TOP-CYCLES + 1
               ELSE
      * DELQTRK carried the customer unchanged (frozen by an
      * arrangement), so this cycle does not count here either.
                   MOVE WS-TRK-TOP-CYCLES TO WS-TRKO-TOP-CYCLES
                   ADD 1 TO WS-NOT-COUNTED-COUNT
               END-IF
           ELSE
               MOVE 1 TO WS-TRKO-TOP-CYCLES
               MOVE WS-RUN-DATE TO WS-TRKO-TOP-SINCE
           END-IF.
           WRITE WS-TRACKING-RECORD-OUT FROM WS-TRACKING-WORK-RECORD.
           ADD 1 TO WS-TRACK-OUT-COUNT.
           IF WS-TRKO-TOP-CYCLES >= WS-CHARGE-OFF-CYCLES
               PERFORM STORE-CANDIDATE
           END-IF.

       STORE-CANDIDATE.
      * A full table leaves the customer on the tracking file, so
      * the next run (with a larger table) still charges it off.
           IF WS-CAN-ENTRY-COUNT >= WS-CAN-MAX-ENTRIES
               DISPLAY 'WARNING: CHARGE-OFF TABLE FULL AT '
                       WS-CAN-MAX-ENTRIES ', CUSTOMER '
                       WS-DTK-CUST-ID ' NOT CHARGED OFF'
               ADD 1 TO WS-DROPPED-COUNT
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-CAN-ENTRY-COUNT
               MOVE WS-TRKO-CUST-ID
                   TO WS-CAN-CUST-ID(WS-CAN-ENTRY-COUNT)
               MOVE WS-TRKO-TOP-CYCLES
                   TO WS-CAN-TOP-CYCLES(WS-CAN-ENTRY-COUNT)
               MOVE WS-TRKO-TOP-SINCE
                   TO WS-CAN-TOP-SINCE(WS-CAN-ENTRY-COUNT)
           END-IF.

       DRAIN-LEFT-TOP-LEVEL.
           PERFORM UNTIL TRACKING-EOF
               ADD 1 TO WS-LEFT-TOP-COUNT
               PERFORM READ-TRACKING-RECORD
           END-PERFORM.

       MATCH-ONE-CUSTOMER.
      * The candidates and the customer file are both in customer-id
      * order; a candidate below this customer is not on the file.
           PERFORM UNTIL WS-CAN-IDX > WS-CAN-ENTRY-COUNT
                   OR WS-CAN-CUST-ID(WS-CAN-IDX) >= WS-CFR-CUST-ID
               ADD 1 TO WS-NOT-ON-FILE-COUNT
               ADD 1 TO WS-CAN-IDX
           END-PERFORM.
           IF WS-CAN-IDX <= WS-CAN-ENTRY-COUNT
                   AND WS-CAN-CUST-ID(WS-CAN-IDX) = WS-CFR-CUST-ID
               EVALUATE TRUE
                   WHEN WS-CFR-CUST-STATUS = 'W'
                       ADD 1 TO WS-ALREADY-OFF-COUNT
                   WHEN WS-CFR-CUST-STATUS NOT = 'A'
                       ADD 1 TO WS-NOT-ACTIVE-COUNT
                   WHEN WS-CFR-CUST-BALANCE NOT > ZERO
                       ADD 1 TO WS-NO-BALANCE-COUNT
                   WHEN OTHER
                       PERFORM GENERATE-WRITE-OFF-TRAN
               END-EVALUATE
               ADD 1 TO WS-CAN-IDX
           END-IF.
           PERFORM READ-CUSTOMER-RECORD.

       GENERATE-WRITE-OFF-TRAN.
           MOVE WS-CFR-CUST-BALANCE TO WS-WRITE-OFF-AMOUNT.
           MOVE SPACES TO WS-WRITE-OFF-WORK-RECORD.
           MOVE WS-CFR-CUST-ID TO WS-WOT-CUST-KEY.
           MOVE ZEROS TO WS-WOT-ACC-NUMBER.
           MOVE 'W' TO WS-WOT-TRAN-TYPE.
           MOVE 'CHGOFF' TO WS-WOT-REF-TAG.
           MOVE WS-RUN-DATE TO WS-WOT-REF-DATE.
           MOVE SPACES TO WS-WOT-EFF-DATE.
           MOVE WS-WRITE-OFF-AMOUNT TO WS-WOT-AMOUNT.
           WRITE WS-WRITE-OFF-TRAN-RECORD
               FROM WS-WRITE-OFF-WORK-RECORD.
           ADD 1 TO WS-WRITE-OFF-COUNT.
           ADD WS-WRITE-OFF-AMOUNT TO WS-WRITE-OFF-TOTAL.
           ADD WS-WOT-AMOUNT TO WS-WRITE-OFF-HASH.
           MOVE WS-CFR-CUST-ID TO WS-REG-CUST-ID.
           MOVE WS-CFR-CUST-NAME TO WS-REG-CUST-NAME.
           MOVE WS-CAN-TOP-SINCE(WS-CAN-IDX) TO WS-REG-TOP-SINCE.
           MOVE WS-CAN-TOP-CYCLES(WS-CAN-IDX) TO WS-REG-CYCLES.
           MOVE WS-WRITE-OFF-AMOUNT TO WS-REG-AMOUNT.
           WRITE WS-CHARGE-OFF-REGISTER-LINE FROM WS-REG-DETAIL-LINE.

       TOTAL-MONTH-FROM-HISTORY.
      * Write-offs and recoveries the posting run has put on history
      * since the first of the run month. Both land negative (they
      * take the receivable down), so the register shows them
      * turned positive.
           MOVE WS-RUN-DATE TO WS-MONTH-START.
           MOVE '01' TO WS-MONTH-START(7:2).
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening transaction history: '
                       WS-HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM TERMINATION-PARAGRAPH
               GOBACK
           END-IF.
           PERFORM READ-ONE-HISTORY-RECORD
               UNTIL HISTORY-EOF.
           CLOSE TRAN-HISTORY-FILE.

       READ-ONE-HISTORY-RECORD.
           READ TRAN-HISTORY-FILE INTO WS-HISTORY-WORK-RECORD
               AT END SET HISTORY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   IF WS-TH-POST-DATE >= WS-MONTH-START
                           AND WS-TH-POST-DATE <= WS-RUN-DATE
                       EVALUATE WS-TH-TRAN-TYPE
                           WHEN 'W'
                               ADD 1 TO WS-MTD-WO-COUNT
                               SUBTRACT WS-TH-AMOUNT
                                   FROM WS-MTD-WO-AMOUNT
                           WHEN 'Y'
                               ADD 1 TO WS-MTD-REC-COUNT
                               SUBTRACT WS-TH-AMOUNT
                                   FROM WS-MTD-REC-AMOUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       WRITE-WRITE-OFF-HEADER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'HDR*' TO WS-ENV-MARKER.
           MOVE 'TRANFILE' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE WS-CYCLE-TYPE TO WS-ENV-CYCLE.
           MOVE ZERO TO WS-ENV-REC-COUNT.
           MOVE ZERO TO WS-ENV-HASH-TOTAL.
           WRITE WS-WRITE-OFF-TRAN-RECORD FROM WS-ENVELOPE-RECORD.

       WRITE-WRITE-OFF-TRAILER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'TRL*' TO WS-ENV-MARKER.
           MOVE 'TRANFILE' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE WS-CYCLE-TYPE TO WS-ENV-CYCLE.
           MOVE WS-WRITE-OFF-COUNT TO WS-ENV-REC-COUNT.
           MOVE WS-WRITE-OFF-HASH TO WS-ENV-HASH-TOTAL.
           WRITE WS-WRITE-OFF-TRAN-RECORD FROM WS-ENVELOPE-RECORD.

       TERMINATION-PARAGRAPH.
           MOVE 'WRITE-OFFS GENERATED: COUNT=' TO WS-RGT-LABEL.
           MOVE WS-WRITE-OFF-COUNT TO WS-RGT-COUNT.
           MOVE WS-WRITE-OFF-TOTAL TO WS-RGT-AMOUNT.
           WRITE WS-CHARGE-OFF-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE WS-MONTH-START TO WS-REG-MONTH-START.
           WRITE WS-CHARGE-OFF-REGISTER-LINE FROM WS-REG-MONTH-LINE.
           MOVE '  WRITE-OFFS POSTED: COUNT=' TO WS-RGT-LABEL.
           MOVE WS-MTD-WO-COUNT TO WS-RGT-COUNT.
           MOVE WS-MTD-WO-AMOUNT TO WS-RGT-AMOUNT.
           WRITE WS-CHARGE-OFF-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE '  RECOVERIES POSTED: COUNT=' TO WS-RGT-LABEL.
           MOVE WS-MTD-REC-COUNT TO WS-RGT-COUNT.
           MOVE WS-MTD-REC-AMOUNT TO WS-RGT-AMOUNT.
           WRITE WS-CHARGE-OFF-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           IF WS-TRACK-IN-STATUS = '00' OR WS-TRACK-IN-STATUS = '10'
               CLOSE TRACKING-FILE-IN
           END-IF.
           CLOSE DELINQUENCY-TRACKING-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE TRACKING-FILE-OUT.
           CLOSE WRITE-OFF-TRAN-FILE.
           CLOSE CHARGE-OFF-REGISTER-FILE.
           DISPLAY 'Delinquency records read: ' WS-DELQ-READ-COUNT.
           DISPLAY 'Customers at level 3:     ' WS-TOP-LEVEL-COUNT.
           DISPLAY 'Tracking records read:    ' WS-TRACK-READ-COUNT.
           DISPLAY 'Tracking records written: ' WS-TRACK-OUT-COUNT.
           DISPLAY 'Cycles frozen, not aged:  ' WS-NOT-COUNTED-COUNT.
           DISPLAY 'Left level 3:             ' WS-LEFT-TOP-COUNT.
           DISPLAY 'Due, not in table:        ' WS-DROPPED-COUNT.
           DISPLAY 'Customers read:           ' WS-CUST-READ-COUNT.
           DISPLAY 'Due, not on master:       ' WS-NOT-ON-FILE-COUNT.
           DISPLAY 'Due, already charged off: ' WS-ALREADY-OFF-COUNT.
           DISPLAY 'Due, customer not active: ' WS-NOT-ACTIVE-COUNT.
           DISPLAY 'Due, no balance owing:    ' WS-NO-BALANCE-COUNT.
           DISPLAY 'Write-offs generated:     ' WS-WRITE-OFF-COUNT.
           DISPLAY 'Write-off amount total:   ' WS-WRITE-OFF-TOTAL.
           DISPLAY 'History records read:     ' WS-HIST-READ-COUNT.
           DISPLAY 'Month write-offs posted:  ' WS-MTD-WO-COUNT
                   ' amount ' WS-MTD-WO-AMOUNT.
           DISPLAY 'Month recoveries posted:  ' WS-MTD-REC-COUNT
                   ' amount ' WS-MTD-REC-AMOUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           COMPUTE WS-CR-RECORDS-IN =
               WS-DELQ-READ-COUNT + WS-CUST-READ-COUNT.
           MOVE WS-WRITE-OFF-COUNT TO WS-CR-RECORDS-OUT.
           MOVE WS-DROPPED-COUNT   TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE        TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program CHGOFF completed.'.
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

       COPY CTLRPTPR.

       COPY DRYREFPR.
