       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRCHK.
      * Daily promise-to-pay check. PARM='YYYYMMDD,CCCC' names the
      * cycle. Runs after the posting run and before DELQTRK. Every
      * active arrangement on the keyed arrangement master ARRMST
      * (copybook ARRREC, kept by ARRMNT) is matched against the
      * payments the posting run wrote to TRANHIST since the
      * arrangement was set up: payments less reversed payments,
      * applied to the promises in date order. A promise whose date
      * has come is kept when what was applied to it covers it, and
      * otherwise short (something paid) or missed (nothing paid).
      * One short or missed promise breaks the arrangement: it lands
      * on the broken-promise report for collections and drops off
      * the active-arrangement file, so DELQTRK takes the customer
      * back into escalation at the level it had held frozen. An
      * arrangement whose every promise is kept is complete.
      *
      * Arrangements still active go forward on ARRACTV, a flat file
      * in customer-id order that DELQTRK matches against the
      * referral report the way it matches its own tracking file.
      * Accruals, fees, and credits are not payments and count for
      * nothing here; a reversed charge (a negative reversal) is a
      * credit, not a payment, and is ignored the same way.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARRANGEMENT-MASTER-FILE ASSIGN TO ARRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-AR-CUST-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO TRANHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT ACTIVE-ARRANGEMENT-FILE ASSIGN TO ARRACTV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTIVE-FILE-STATUS.

           SELECT BROKEN-PROMISE-FILE ASSIGN TO ARRBRKN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BROKEN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARRANGEMENT-MASTER-FILE
           RECORD CONTAINS 360 CHARACTERS
           DATA RECORD IS WS-ARRANGEMENT-MASTER-RECORD.
       01  WS-ARRANGEMENT-MASTER-RECORD.
           COPY ARRREC.

       FD  TRAN-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-HISTORY-FILE-RECORD.
       01  WS-HISTORY-FILE-RECORD   PIC X(60).

      * One record per arrangement still active after today's check.
       FD  ACTIVE-ARRANGEMENT-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS WS-ACTIVE-ARRANGEMENT-RECORD.
       01  WS-ACTIVE-ARRANGEMENT-RECORD.
           05  WS-AAR-CUST-ID       PIC 9(10).
           05  WS-AAR-SETUP-DATE    PIC 9(8).
           05  FILLER               PIC X(2).

       FD  BROKEN-PROMISE-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-BROKEN-PROMISE-LINE.
       01  WS-BROKEN-PROMISE-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-MASTER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-HISTORY-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ACTIVE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-BROKEN-FILE-STATUS.

       01  WS-HISTORY-WORK-RECORD.
           COPY TRNHIST.

       01  WS-PARM-FIELDS.
           05  WS-PARM-LENGTH       PIC 9(4) VALUE ZERO.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05  WS-CYCLE-TYPE        PIC X(4) VALUE SPACES.

      * Active arrangements and what has been paid since each was
      * set up, gathered in one pass of the history file.
       01  WS-ARRANGEMENT-TABLE.
           05  WS-ACT-ENTRY-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-ACT-MAX-ENTRIES   PIC 9(4) VALUE 2000.
           05  WS-ACT-ENTRY OCCURS 2000 TIMES.
               10  WS-ACT-CUST-ID       PIC 9(10).
               10  WS-ACT-SETUP-DATE    PIC 9(8).
               10  WS-ACT-PAID          PIC S9(9)V99 COMP-3.
           05  WS-ACT-IDX           PIC 9(4) VALUE ZERO.
           05  WS-ACT-PICKED        PIC 9(4) VALUE ZERO.

       01  WS-CHECK-CONTROL-FIELDS.
           05  WS-MASTER-EOF-SW     PIC X(1) VALUE 'N'.
               88  MASTER-EOF           VALUE 'Y'.
           05  WS-HIST-EOF-SW       PIC X(1) VALUE 'N'.
               88  HISTORY-EOF          VALUE 'Y'.
           05  WS-HIST-READ-SW      PIC X(1) VALUE 'N'.
               88  HISTORY-WAS-READ     VALUE 'Y'.
           05  WS-BROKEN-SW         PIC X(1) VALUE 'N'.
               88  ARRANGEMENT-BROKEN   VALUE 'Y'.
           05  WS-ALL-KEPT-SW       PIC X(1) VALUE 'N'.
               88  ALL-PROMISES-KEPT    VALUE 'Y'.
           05  WS-PRM-IDX           PIC 9(2) VALUE ZERO.
           05  WS-BROKEN-PRM        PIC 9(2) VALUE ZERO.
           05  WS-PAID-REMAINING    PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-SHORTFALL         PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-RUN-COUNTERS.
           05  WS-MASTER-READ-COUNT PIC 9(9) VALUE ZERO.
           05  WS-HIST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-HIST-PAY-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-CHECKED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-UNCHECKED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-KEPT-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-COMPLETED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-BROKEN-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-ACTIVE-OUT-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-SHORTFALL-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

       01  WS-RUN-CONTROL-RECORD.
           COPY RUNCTLRC.

       01  WS-BROKEN-REPORT-LINES.
           05  WS-BRK-TITLE-LINE.
               10  FILLER  PIC X(42) VALUE
                   'ARRCHK - BROKEN PROMISE-TO-PAY REPORT FOR '.
               10  WS-BRK-TITLE-DATE PIC 9(8).
               10  FILLER  PIC X(82) VALUE SPACES.
           05  WS-BRK-HEADING-LINE.
               10  FILLER  PIC X(11) VALUE 'CUST-ID'.
               10  FILLER  PIC X(9) VALUE 'SET-UP'.
               10  FILLER  PIC X(9) VALUE 'PROMISED'.
               10  FILLER  PIC X(11) VALUE '    AMOUNT'.
               10  FILLER  PIC X(11) VALUE '      PAID'.
               10  FILLER  PIC X(11) VALUE ' SHORTFALL'.
               10  FILLER  PIC X(70) VALUE 'STATE'.
           05  WS-BRK-DETAIL-LINE.
               10  WS-BRK-CUST-ID   PIC 9(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-BRK-SETUP-DATE PIC 9(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-BRK-PRM-DATE  PIC 9(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-BRK-PRM-AMOUNT PIC ZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-BRK-PRM-PAID  PIC ZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-BRK-SHORTFALL PIC ZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-BRK-STATE     PIC X(6).
               10  FILLER           PIC X(63) VALUE SPACES.
           05  WS-BRK-TOTAL-LINE.
               10  WS-BKT-LABEL     PIC X(28).
               10  WS-BKT-COUNT     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(9) VALUE ' AMOUNT='.
               10  WS-BKT-AMOUNT    PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(71) VALUE SPACES.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN          PIC S9(4) COMP.
           05  WS-PARM-DATA         PIC X(13).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PARAGRAPH.
           PERFORM PARSE-RUN-PARM.
           DISPLAY 'Program ARRCHK started, cycle ' WS-RUN-DATE.
           MOVE 'ARRCHK' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM LOAD-ACTIVE-ARRANGEMENTS.
           PERFORM OPEN-FILES.
           IF WS-ACT-ENTRY-COUNT > ZERO
               PERFORM GATHER-PAYMENTS-FROM-HISTORY
           END-IF.
           PERFORM CHECK-ONE-ARRANGEMENT
               UNTIL MASTER-EOF.
           PERFORM WRITE-BROKEN-TOTALS.
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

       LOAD-ACTIVE-ARRANGEMENTS.
      * First pass of the master, read only: which customers have an
      * arrangement to check, and since when.
           OPEN INPUT ARRANGEMENT-MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening arrangement master: '
                       WS-MASTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-ONE-ARRANGEMENT
               UNTIL MASTER-EOF.
           CLOSE ARRANGEMENT-MASTER-FILE.
           MOVE 'N' TO WS-MASTER-EOF-SW.
           DISPLAY 'Active arrangements to check: '
                   WS-ACT-ENTRY-COUNT.

       LOAD-ONE-ARRANGEMENT.
           READ ARRANGEMENT-MASTER-FILE
               AT END SET MASTER-EOF TO TRUE
               NOT AT END
                   IF AR-ACTIVE
                       PERFORM STORE-ONE-ARRANGEMENT
                   END-IF
           END-READ.

       STORE-ONE-ARRANGEMENT.
      * An arrangement past the cap could not be judged, yet would
      * still go forward on ARRACTV and keep DELQTRK frozen, so the
      * run stops here -- nothing has been opened for output yet.
           IF WS-ACT-ENTRY-COUNT >= WS-ACT-MAX-ENTRIES
               DISPLAY '*** ARRANGEMENT TABLE FULL AT '
                       WS-ACT-MAX-ENTRIES ' - RUN STOPPED ***'
               MOVE 16 TO RETURN-CODE
               CLOSE ARRANGEMENT-MASTER-FILE
               GOBACK
           ELSE
               ADD 1 TO WS-ACT-ENTRY-COUNT
               MOVE WS-AR-CUST-ID TO WS-ACT-CUST-ID(WS-ACT-ENTRY-COUNT)
               MOVE WS-AR-SETUP-DATE
                   TO WS-ACT-SETUP-DATE(WS-ACT-ENTRY-COUNT)
               MOVE ZERO TO WS-ACT-PAID(WS-ACT-ENTRY-COUNT)
           END-IF.

       OPEN-FILES.
           OPEN I-O ARRANGEMENT-MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Error reopening arrangement master: '
                       WS-MASTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ACTIVE-ARRANGEMENT-FILE.
           IF WS-ACTIVE-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening active arrangement file: '
                       WS-ACTIVE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE ARRANGEMENT-MASTER-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT BROKEN-PROMISE-FILE.
           IF WS-BROKEN-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening broken-promise report: '
                       WS-BROKEN-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE ARRANGEMENT-MASTER-FILE
               CLOSE ACTIVE-ARRANGEMENT-FILE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO WS-BRK-TITLE-DATE.
           WRITE WS-BROKEN-PROMISE-LINE FROM WS-BRK-TITLE-LINE.
           WRITE WS-BROKEN-PROMISE-LINE FROM WS-BRK-HEADING-LINE.

       GATHER-PAYMENTS-FROM-HISTORY.
      * Without history nothing can be proven either way: every
      * arrangement is carried forward active and unjudged rather
      * than broken for want of a file.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening transaction history: '
                       WS-HISTORY-FILE-STATUS
                       ' - NO PROMISES JUDGED TODAY'
               MOVE 8 TO RETURN-CODE
           ELSE
               SET HISTORY-WAS-READ TO TRUE
               PERFORM READ-ONE-HISTORY-RECORD
                   UNTIL HISTORY-EOF
               CLOSE TRAN-HISTORY-FILE
           END-IF.

       READ-ONE-HISTORY-RECORD.
           READ TRAN-HISTORY-FILE INTO WS-HISTORY-WORK-RECORD
               AT END SET HISTORY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   IF WS-TH-TRAN-TYPE = 'P'
                           OR (WS-TH-TRAN-TYPE = 'R'
                               AND WS-TH-AMOUNT > ZERO)
                       PERFORM APPLY-HISTORY-PAYMENT
                   END-IF
           END-READ.

       APPLY-HISTORY-PAYMENT.
      * A payment is history-signed negative and adds to what was
      * paid; a reversed payment is positive and takes it back.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-ENTRY-COUNT
               IF WS-ACT-CUST-ID(WS-ACT-IDX) = WS-TH-CUST-ID
                       AND WS-TH-POST-DATE
                           >= WS-ACT-SETUP-DATE(WS-ACT-IDX)
                   SUBTRACT WS-TH-AMOUNT FROM WS-ACT-PAID(WS-ACT-IDX)
                   ADD 1 TO WS-HIST-PAY-COUNT
               END-IF
           END-PERFORM.

       CHECK-ONE-ARRANGEMENT.
           READ ARRANGEMENT-MASTER-FILE
               AT END SET MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
                   IF AR-ACTIVE
                       PERFORM FIND-ARRANGEMENT-ENTRY
                       IF WS-ACT-PICKED = ZERO
                               OR NOT HISTORY-WAS-READ
                           ADD 1 TO WS-UNCHECKED-COUNT
                           PERFORM WRITE-ACTIVE-ARRANGEMENT
                       ELSE
                           PERFORM JUDGE-ARRANGEMENT
                       END-IF
                   END-IF
           END-READ.

       FIND-ARRANGEMENT-ENTRY.
           MOVE ZERO TO WS-ACT-PICKED.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-ENTRY-COUNT
                   OR WS-ACT-PICKED > ZERO
               IF WS-ACT-CUST-ID(WS-ACT-IDX) = WS-AR-CUST-ID
                   MOVE WS-ACT-IDX TO WS-ACT-PICKED
               END-IF
           END-PERFORM.

       JUDGE-ARRANGEMENT.
      * What was paid is spread over the promises in date order,
      * each taking no more than it asked for. The first promise
      * due and not covered breaks the arrangement.
           ADD 1 TO WS-CHECKED-COUNT.
           MOVE 'N' TO WS-BROKEN-SW.
           MOVE 'Y' TO WS-ALL-KEPT-SW.
           MOVE ZERO TO WS-BROKEN-PRM.
           MOVE WS-ACT-PAID(WS-ACT-PICKED) TO WS-PAID-REMAINING.
           IF WS-PAID-REMAINING < ZERO
               MOVE ZERO TO WS-PAID-REMAINING
           END-IF.
           PERFORM JUDGE-ONE-PROMISE
               VARYING WS-PRM-IDX FROM 1 BY 1
               UNTIL WS-PRM-IDX > WS-AR-PROMISE-COUNT
               OR ARRANGEMENT-BROKEN.
           EVALUATE TRUE
               WHEN ARRANGEMENT-BROKEN
                   MOVE 'B' TO WS-AR-STATUS
                   MOVE WS-RUN-DATE TO WS-AR-CLOSE-DATE
                   ADD 1 TO WS-BROKEN-COUNT
                   PERFORM WRITE-BROKEN-PROMISE-LINE
               WHEN ALL-PROMISES-KEPT
                   MOVE 'C' TO WS-AR-STATUS
                   MOVE WS-RUN-DATE TO WS-AR-CLOSE-DATE
                   ADD 1 TO WS-COMPLETED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-KEPT-COUNT
                   PERFORM WRITE-ACTIVE-ARRANGEMENT
           END-EVALUATE.
           REWRITE WS-ARRANGEMENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'Error rewriting arrangement for customer '
                           WS-AR-CUST-ID ': ' WS-MASTER-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
           END-REWRITE.

       JUDGE-ONE-PROMISE.
           IF WS-PAID-REMAINING >= WS-AR-PRM-AMOUNT(WS-PRM-IDX)
               MOVE WS-AR-PRM-AMOUNT(WS-PRM-IDX)
                   TO WS-AR-PRM-PAID(WS-PRM-IDX)
           ELSE
               MOVE WS-PAID-REMAINING TO WS-AR-PRM-PAID(WS-PRM-IDX)
           END-IF.
           SUBTRACT WS-AR-PRM-PAID(WS-PRM-IDX) FROM WS-PAID-REMAINING.
           IF AR-PRM-OPEN(WS-PRM-IDX)
               IF WS-AR-PRM-DATE(WS-PRM-IDX) <= WS-RUN-DATE
                   EVALUATE TRUE
                       WHEN WS-AR-PRM-PAID(WS-PRM-IDX)
                               >= WS-AR-PRM-AMOUNT(WS-PRM-IDX)
                           MOVE 'K' TO WS-AR-PRM-STATUS(WS-PRM-IDX)
                       WHEN WS-AR-PRM-PAID(WS-PRM-IDX) = ZERO
                           MOVE 'M' TO WS-AR-PRM-STATUS(WS-PRM-IDX)
                           SET ARRANGEMENT-BROKEN TO TRUE
                           MOVE WS-PRM-IDX TO WS-BROKEN-PRM
                       WHEN OTHER
                           MOVE 'S' TO WS-AR-PRM-STATUS(WS-PRM-IDX)
                           SET ARRANGEMENT-BROKEN TO TRUE
                           MOVE WS-PRM-IDX TO WS-BROKEN-PRM
                   END-EVALUATE
               ELSE
                   MOVE 'N' TO WS-ALL-KEPT-SW
               END-IF
           END-IF.

       WRITE-ACTIVE-ARRANGEMENT.
           MOVE SPACES TO WS-ACTIVE-ARRANGEMENT-RECORD.
           MOVE WS-AR-CUST-ID TO WS-AAR-CUST-ID.
           MOVE WS-AR-SETUP-DATE TO WS-AAR-SETUP-DATE.
           WRITE WS-ACTIVE-ARRANGEMENT-RECORD.
           ADD 1 TO WS-ACTIVE-OUT-COUNT.

       WRITE-BROKEN-PROMISE-LINE.
           MOVE WS-AR-CUST-ID TO WS-BRK-CUST-ID.
           MOVE WS-AR-SETUP-DATE TO WS-BRK-SETUP-DATE.
           MOVE WS-AR-PRM-DATE(WS-BROKEN-PRM) TO WS-BRK-PRM-DATE.
           MOVE WS-AR-PRM-AMOUNT(WS-BROKEN-PRM) TO WS-BRK-PRM-AMOUNT.
           MOVE WS-AR-PRM-PAID(WS-BROKEN-PRM) TO WS-BRK-PRM-PAID.
           COMPUTE WS-SHORTFALL = WS-AR-PRM-AMOUNT(WS-BROKEN-PRM)
               - WS-AR-PRM-PAID(WS-BROKEN-PRM).
           MOVE WS-SHORTFALL TO WS-BRK-SHORTFALL.
           ADD WS-SHORTFALL TO WS-SHORTFALL-TOTAL.
           IF AR-PRM-MISSED(WS-BROKEN-PRM)
               MOVE 'MISSED' TO WS-BRK-STATE
           ELSE
               MOVE 'SHORT' TO WS-BRK-STATE
           END-IF.
           WRITE WS-BROKEN-PROMISE-LINE FROM WS-BRK-DETAIL-LINE.

       WRITE-BROKEN-TOTALS.
           MOVE 'BROKEN ARRANGEMENTS: COUNT=' TO WS-BKT-LABEL.
           MOVE WS-BROKEN-COUNT TO WS-BKT-COUNT.
           MOVE WS-SHORTFALL-TOTAL TO WS-BKT-AMOUNT.
           WRITE WS-BROKEN-PROMISE-LINE FROM WS-BRK-TOTAL-LINE.

       TERMINATION-PARAGRAPH.
           CLOSE ARRANGEMENT-MASTER-FILE.
           CLOSE ACTIVE-ARRANGEMENT-FILE.
           CLOSE BROKEN-PROMISE-FILE.
           DISPLAY 'Arrangements read:        ' WS-MASTER-READ-COUNT.
           DISPLAY 'History records read:     ' WS-HIST-READ-COUNT.
           DISPLAY 'Payments matched:         ' WS-HIST-PAY-COUNT.
           DISPLAY 'Arrangements checked:     ' WS-CHECKED-COUNT.
           DISPLAY 'Kept, still active:       ' WS-KEPT-COUNT.
           DISPLAY 'Completed:                ' WS-COMPLETED-COUNT.
           DISPLAY 'Broken:                   ' WS-BROKEN-COUNT.
           DISPLAY 'Carried unchecked:        ' WS-UNCHECKED-COUNT.
           DISPLAY 'Active arrangements out:  ' WS-ACTIVE-OUT-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-MASTER-READ-COUNT TO WS-CR-RECORDS-IN.
           MOVE WS-ACTIVE-OUT-COUNT  TO WS-CR-RECORDS-OUT.
           MOVE ZERO                 TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE          TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program ARRCHK completed.'.
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
