       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATEFEE.
      * Late-fee assessment. PARM='YYYYMMDD,CCCC' names the cycle.
      * STMTGEN writes a minimum-due record (copybook MINDUERC) for
      * every statement with a balance owing; this run holds them on
      * a carried-forward tracking file (the CREDREFD pattern) until
      * the payment due date has passed, then proves each one
      * against the payments the posting run put on history between
      * the statement date and the due date, both inclusive of the
      * due date and exclusive of the statement date. Payments land
      * negative on history; a reversed payment lands positive and
      * takes its payment back off the total. A customer who paid
      * less than the minimum gets a late fee generated in the
      * posting run's own TRANFILE layout -- type 'L', 'LATE' and
      * the due date in its reference bytes -- wrapped in the
      * standard TRANFILE envelope, so the fee posts through the
      * normal typed path, lands on history under its own type, and
      * the GL extract vouchers it apart from the monthly service
      * fee. The fee amount is the LATEFEE control card (whole
      * currency units, default 25). Every minimum that reaches its
      * due date leaves the tracking file, paid or fined; the
      * late-fee register's count and amount tie to the generated
      * file's trailer.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MINIMUM-DUE-FILE ASSIGN TO MINDUE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MINDUE-FILE-STATUS.

           SELECT TRACKING-FILE-IN ASSIGN TO DUETRKI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRACK-IN-STATUS.

           SELECT TRACKING-FILE-OUT ASSIGN TO DUETRKO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRACK-OUT-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO TRANHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT LATE-FEE-TRAN-FILE ASSIGN TO LATETRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LATE-FILE-STATUS.

           SELECT LATE-FEE-REGISTER-FILE ASSIGN TO LATEREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Tonight's minimums from STMTGEN; the tracking files carry
      * the same 60-byte layout forward.
       FD  MINIMUM-DUE-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-MINIMUM-DUE-FILE-RECORD.
       01  WS-MINIMUM-DUE-FILE-RECORD PIC X(60).

       FD  TRACKING-FILE-IN
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-TRACKING-RECORD-IN.
       01  WS-TRACKING-RECORD-IN    PIC X(60).

       FD  TRACKING-FILE-OUT
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-TRACKING-RECORD-OUT.
       01  WS-TRACKING-RECORD-OUT   PIC X(60).

       FD  TRAN-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-HISTORY-FILE-RECORD.
       01  WS-HISTORY-FILE-RECORD   PIC X(60).

      * Generated late fees, in the posting run's 100-byte TRANFILE
      * layout under the standard envelope.
       FD  LATE-FEE-TRAN-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-LATE-FEE-TRAN-RECORD.
       01  WS-LATE-FEE-TRAN-RECORD  PIC X(100).

       FD  LATE-FEE-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-LATE-FEE-REGISTER-LINE.
       01  WS-LATE-FEE-REGISTER-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-MINDUE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-TRACK-IN-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-TRACK-OUT-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-HISTORY-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-LATE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REGISTER-FILE-STATUS.

      * Structured view of a minimum-due record, whichever file it
      * came from.
       01  WS-MINIMUM-DUE-RECORD.
           COPY MINDUERC.

       01  WS-HISTORY-WORK-RECORD.
           COPY TRNHIST.

      * Every open minimum for the run: tonight's new ones plus
      * those carried in. Payments are totalled against the ones
      * whose due date has passed.
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-DUE-MAX-ENTRIES   PIC 9(5) VALUE 5000.
           05  WS-DUE-ENTRY OCCURS 5000 TIMES.
               10  WS-DUE-CUST-ID       PIC 9(10).
               10  WS-DUE-STMT-DATE     PIC 9(8).
               10  WS-DUE-DUE-DATE      PIC 9(8).
               10  WS-DUE-MIN-DUE       PIC 9(7)V99.
               10  WS-DUE-CLOSING-BAL   PIC S9(7)V99.
               10  WS-DUE-ACC-TYPE      PIC X(10).
               10  WS-DUE-PAID          PIC S9(9)V99 COMP-3.
               10  WS-DUE-PAST-SW       PIC X(1).
                   88  DUE-DATE-PASSED      VALUE 'Y'.
           05  WS-DUE-IDX           PIC 9(5) VALUE ZERO.

      * The generated transaction in the posting run's typed layout:
      * customer key, blank account (primary applies), type 'L',
      * 'LATE' and the due date in the reference bytes, amount in
      * the 17 amount bytes with the implied V99.
       01  WS-LATE-FEE-WORK-RECORD.
           05  WS-LFT-CUST-KEY      PIC 9(10).
           05  WS-LFT-ACC-NUMBER    PIC X(10).
           05  WS-LFT-TRAN-TYPE     PIC X(1).
           05  FILLER               PIC X(1).
           05  WS-LFT-REF.
               10  WS-LFT-REF-TAG   PIC X(5).
               10  WS-LFT-REF-DUE   PIC 9(8).
               10  FILLER           PIC X(1).
           05  FILLER               PIC X(6).
           05  WS-LFT-EFF-DATE      PIC X(8).
           05  WS-LFT-AMOUNT        PIC 9(15)V99.
           05  FILLER               PIC X(33).

       01  WS-PARM-FIELDS.
           05  WS-PARM-LENGTH       PIC 9(4) VALUE ZERO.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05  WS-CYCLE-TYPE        PIC X(4) VALUE SPACES.

       COPY OPTPARWS.

       01  WS-LATE-FEE-CONTROL-FIELDS.
      * Fee per missed minimum. LATEFEE control card overrides the
      * default.
           05  WS-LATE-FEE-AMOUNT   PIC 9(7)V99 VALUE 25.
           05  WS-MINDUE-EOF-SW     PIC X(1) VALUE 'N'.
               88  MINDUE-EOF           VALUE 'Y'.
           05  WS-TRACK-EOF-SW      PIC X(1) VALUE 'N'.
               88  TRACKING-EOF         VALUE 'Y'.
           05  WS-HIST-EOF-SW       PIC X(1) VALUE 'N'.
               88  HISTORY-EOF          VALUE 'Y'.
           05  WS-PAST-DUE-SW       PIC X(1) VALUE 'N'.
               88  ANY-DUE-DATE-PASSED  VALUE 'Y'.

       01  WS-RUN-COUNTERS.
           05  WS-MINDUE-READ-COUNT PIC 9(9) VALUE ZERO.
           05  WS-TRACK-READ-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-TRACK-OUT-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-HIST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-PAYMENTS-MATCHED  PIC 9(9) VALUE ZERO.
           05  WS-SATISFIED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-DROPPED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-LATE-FEE-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-LATE-FEE-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-LATE-FEE-HASH     PIC 9(13)V99 VALUE ZERO.

      * The generated file wears the TRANFILE envelope so the
      * posting run's own check accepts it.
       01  WS-ENVELOPE-RECORD.
           COPY FILENVWS.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

       01  WS-REGISTER-LINES.
           05  WS-REG-TITLE-LINE.
               10  FILLER  PIC X(40) VALUE
                   'LATEFEE - LATE-FEE ASSESSMENT REGISTER, '.
               10  FILLER  PIC X(6) VALUE 'CYCLE '.
               10  WS-REG-CYCLE-DATE PIC 9(8).
               10  FILLER  PIC X(78) VALUE SPACES.
           05  WS-REG-DETAIL-LINE.
               10  FILLER           PIC X(9) VALUE 'LATE FEE '.
               10  WS-REG-CUST-ID   PIC 9(10).
               10  FILLER           PIC X(6) VALUE ' STMT='.
               10  WS-REG-STMT-DATE PIC 9(8).
               10  FILLER           PIC X(5) VALUE ' DUE='.
               10  WS-REG-DUE-DATE  PIC 9(8).
               10  FILLER           PIC X(5) VALUE ' MIN='.
               10  WS-REG-MIN-DUE   PIC ZZZZZZ9.99.
               10  FILLER           PIC X(6) VALUE ' PAID='.
               10  WS-REG-PAID      PIC -ZZZZZZ9.99.
               10  FILLER           PIC X(5) VALUE ' FEE='.
               10  WS-REG-FEE       PIC ZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-ACC-TYPE  PIC X(10).
               10  FILLER           PIC X(28) VALUE SPACES.
           05  WS-REG-TOTAL-LINE.
               10  WS-RGT-LABEL     PIC X(28).
               10  WS-RGT-COUNT     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(9) VALUE ' AMOUNT='.
               10  WS-RGT-AMOUNT    PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(71) VALUE SPACES.

       01  WS-RUN-CONTROL-RECORD.
           COPY RUNCTLRC.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN          PIC S9(4) COMP.
           05  WS-PARM-DATA         PIC X(13).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PARAGRAPH.
           PERFORM PARSE-RUN-PARM.
           DISPLAY 'Program LATEFEE started, cycle ' WS-RUN-DATE.
           MOVE 'LATEFEE' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND RUN-OPTION-NUMERIC
                   AND WS-OPT-NUMVAL > ZERO
               MOVE WS-OPT-NUMVAL TO WS-LATE-FEE-AMOUNT
           END-IF.
           DISPLAY 'OPTION IN EFFECT: LATEFEE=' WS-LATE-FEE-AMOUNT.
           MOVE 'LATEFEE' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-ONE-TRACKING-ITEM
               UNTIL TRACKING-EOF.
           PERFORM LOAD-ONE-NEW-MINIMUM
               UNTIL MINDUE-EOF.
           IF ANY-DUE-DATE-PASSED
               PERFORM TOTAL-PAYMENTS-FROM-HISTORY
           END-IF.
           PERFORM SETTLE-ONE-MINIMUM
               VARYING WS-DUE-IDX FROM 1 BY 1
               UNTIL WS-DUE-IDX > WS-DUE-ENTRY-COUNT.
           PERFORM WRITE-LATE-FEE-TRAILER.
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
      * History is proven before any output is opened, so a missing
      * TRANHIST leaves last night's tracking file and no half-built
      * late-fee file behind.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening transaction history: '
                       WS-HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT TRACKING-FILE-OUT.
           IF WS-TRACK-OUT-STATUS NOT = '00'
               DISPLAY 'Error opening tracking out file: '
                       WS-TRACK-OUT-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE TRAN-HISTORY-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT LATE-FEE-TRAN-FILE.
           IF WS-LATE-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening late-fee transaction file: '
                       WS-LATE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE TRAN-HISTORY-FILE
               CLOSE TRACKING-FILE-OUT
               GOBACK
           END-IF.
           PERFORM WRITE-LATE-FEE-HEADER.
           OPEN OUTPUT LATE-FEE-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening late-fee register: '
                       WS-REGISTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE TRAN-HISTORY-FILE
               CLOSE TRACKING-FILE-OUT
               CLOSE LATE-FEE-TRAN-FILE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO WS-REG-CYCLE-DATE.
           WRITE WS-LATE-FEE-REGISTER-LINE FROM WS-REG-TITLE-LINE.
      * A night with no statements has no new minimums, and the
      * first run ever has no tracking file; neither is an error.
           OPEN INPUT MINIMUM-DUE-FILE.
           IF WS-MINDUE-FILE-STATUS NOT = '00'
               DISPLAY 'No new minimum-due file tonight, status '
                       WS-MINDUE-FILE-STATUS
               SET MINDUE-EOF TO TRUE
           END-IF.
           OPEN INPUT TRACKING-FILE-IN.
           IF WS-TRACK-IN-STATUS NOT = '00'
               DISPLAY 'No prior due-date tracking file, only '
                       'tonight''s minimums are tracked.'
               SET TRACKING-EOF TO TRUE
           END-IF.

       LOAD-ONE-TRACKING-ITEM.
           READ TRACKING-FILE-IN INTO WS-MINIMUM-DUE-RECORD
               AT END SET TRACKING-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRACK-READ-COUNT
                   PERFORM STORE-DUE-ITEM
           END-READ.

       LOAD-ONE-NEW-MINIMUM.
           READ MINIMUM-DUE-FILE INTO WS-MINIMUM-DUE-RECORD
               AT END SET MINDUE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MINDUE-READ-COUNT
                   PERFORM STORE-DUE-ITEM
           END-READ.

       STORE-DUE-ITEM.
      * A full table cannot silently forgive a minimum: an item that
      * does not fit is written straight to the outgoing tracking
      * file unassessed, so the next run (with a larger table) still
      * proves it, and the run warns.
           IF WS-DUE-ENTRY-COUNT >= WS-DUE-MAX-ENTRIES
               DISPLAY 'WARNING: DUE-DATE TABLE FULL AT '
                       WS-DUE-MAX-ENTRIES ', CUSTOMER '
                       WS-MD-CUST-ID ' CARRIED UNASSESSED'
               WRITE WS-TRACKING-RECORD-OUT FROM WS-MINIMUM-DUE-RECORD
               ADD 1 TO WS-TRACK-OUT-COUNT
               ADD 1 TO WS-DROPPED-COUNT
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-DUE-ENTRY-COUNT
               MOVE WS-MD-CUST-ID
                   TO WS-DUE-CUST-ID(WS-DUE-ENTRY-COUNT)
               MOVE WS-MD-STMT-DATE
                   TO WS-DUE-STMT-DATE(WS-DUE-ENTRY-COUNT)
               MOVE WS-MD-DUE-DATE
                   TO WS-DUE-DUE-DATE(WS-DUE-ENTRY-COUNT)
               MOVE WS-MD-MIN-DUE
                   TO WS-DUE-MIN-DUE(WS-DUE-ENTRY-COUNT)
               MOVE WS-MD-CLOSING-BAL
                   TO WS-DUE-CLOSING-BAL(WS-DUE-ENTRY-COUNT)
               MOVE WS-MD-ACC-TYPE
                   TO WS-DUE-ACC-TYPE(WS-DUE-ENTRY-COUNT)
               MOVE ZERO TO WS-DUE-PAID(WS-DUE-ENTRY-COUNT)
               IF WS-MD-DUE-DATE < WS-RUN-DATE
                   MOVE 'Y' TO WS-DUE-PAST-SW(WS-DUE-ENTRY-COUNT)
                   SET ANY-DUE-DATE-PASSED TO TRUE
               ELSE
                   MOVE 'N' TO WS-DUE-PAST-SW(WS-DUE-ENTRY-COUNT)
               END-IF
           END-IF.

       TOTAL-PAYMENTS-FROM-HISTORY.
           PERFORM READ-ONE-HISTORY-RECORD
               UNTIL HISTORY-EOF.

       READ-ONE-HISTORY-RECORD.
           READ TRAN-HISTORY-FILE INTO WS-HISTORY-WORK-RECORD
               AT END SET HISTORY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   IF WS-TH-TRAN-TYPE = 'P'
                           OR (WS-TH-TRAN-TYPE = 'R'
                               AND WS-TH-AMOUNT > ZERO)
                       PERFORM APPLY-PAYMENT-TO-MINIMUMS
                   END-IF
           END-READ.

       APPLY-PAYMENT-TO-MINIMUMS.
      * The amount is signed by its effect on the balance, so
      * subtracting it adds a payment and takes a reversed payment
      * back off.
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-ENTRY-COUNT
               IF DUE-DATE-PASSED(WS-DUE-IDX)
                       AND WS-DUE-CUST-ID(WS-DUE-IDX) = WS-TH-CUST-ID
                       AND WS-TH-POST-DATE
                           > WS-DUE-STMT-DATE(WS-DUE-IDX)
                       AND WS-TH-POST-DATE
                           <= WS-DUE-DUE-DATE(WS-DUE-IDX)
                   SUBTRACT WS-TH-AMOUNT FROM WS-DUE-PAID(WS-DUE-IDX)
                   ADD 1 TO WS-PAYMENTS-MATCHED
               END-IF
           END-PERFORM.

       SETTLE-ONE-MINIMUM.
           IF NOT DUE-DATE-PASSED(WS-DUE-IDX)
               PERFORM CARRY-MINIMUM-FORWARD
           ELSE
               IF WS-DUE-PAID(WS-DUE-IDX)
                       >= WS-DUE-MIN-DUE(WS-DUE-IDX)
                   ADD 1 TO WS-SATISFIED-COUNT
               ELSE
                   PERFORM GENERATE-LATE-FEE-TRAN
               END-IF
           END-IF.

       CARRY-MINIMUM-FORWARD.
           MOVE SPACES TO WS-MINIMUM-DUE-RECORD.
           MOVE WS-DUE-CUST-ID(WS-DUE-IDX) TO WS-MD-CUST-ID.
           MOVE WS-DUE-STMT-DATE(WS-DUE-IDX) TO WS-MD-STMT-DATE.
           MOVE WS-DUE-DUE-DATE(WS-DUE-IDX) TO WS-MD-DUE-DATE.
           MOVE WS-DUE-MIN-DUE(WS-DUE-IDX) TO WS-MD-MIN-DUE.
           MOVE WS-DUE-CLOSING-BAL(WS-DUE-IDX) TO WS-MD-CLOSING-BAL.
           MOVE WS-DUE-ACC-TYPE(WS-DUE-IDX) TO WS-MD-ACC-TYPE.
           WRITE WS-TRACKING-RECORD-OUT FROM WS-MINIMUM-DUE-RECORD.
           ADD 1 TO WS-TRACK-OUT-COUNT.

       GENERATE-LATE-FEE-TRAN.
           MOVE SPACES TO WS-LATE-FEE-WORK-RECORD.
           MOVE WS-DUE-CUST-ID(WS-DUE-IDX) TO WS-LFT-CUST-KEY.
           MOVE ZEROS TO WS-LFT-ACC-NUMBER.
           MOVE 'L' TO WS-LFT-TRAN-TYPE.
           MOVE 'LATE' TO WS-LFT-REF-TAG.
           MOVE WS-DUE-DUE-DATE(WS-DUE-IDX) TO WS-LFT-REF-DUE.
           MOVE SPACES TO WS-LFT-EFF-DATE.
           MOVE WS-LATE-FEE-AMOUNT TO WS-LFT-AMOUNT.
           WRITE WS-LATE-FEE-TRAN-RECORD FROM WS-LATE-FEE-WORK-RECORD.
           ADD 1 TO WS-LATE-FEE-COUNT.
           ADD WS-LATE-FEE-AMOUNT TO WS-LATE-FEE-TOTAL.
           ADD WS-LFT-AMOUNT TO WS-LATE-FEE-HASH.
           MOVE WS-DUE-CUST-ID(WS-DUE-IDX) TO WS-REG-CUST-ID.
           MOVE WS-DUE-STMT-DATE(WS-DUE-IDX) TO WS-REG-STMT-DATE.
           MOVE WS-DUE-DUE-DATE(WS-DUE-IDX) TO WS-REG-DUE-DATE.
           MOVE WS-DUE-MIN-DUE(WS-DUE-IDX) TO WS-REG-MIN-DUE.
           MOVE WS-DUE-PAID(WS-DUE-IDX) TO WS-REG-PAID.
           MOVE WS-LATE-FEE-AMOUNT TO WS-REG-FEE.
           MOVE WS-DUE-ACC-TYPE(WS-DUE-IDX) TO WS-REG-ACC-TYPE.
           WRITE WS-LATE-FEE-REGISTER-LINE FROM WS-REG-DETAIL-LINE.

       WRITE-LATE-FEE-HEADER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'HDR*' TO WS-ENV-MARKER.
           MOVE 'TRANFILE' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE WS-CYCLE-TYPE TO WS-ENV-CYCLE.
           MOVE ZERO TO WS-ENV-REC-COUNT.
           MOVE ZERO TO WS-ENV-HASH-TOTAL.
           WRITE WS-LATE-FEE-TRAN-RECORD FROM WS-ENVELOPE-RECORD.

       WRITE-LATE-FEE-TRAILER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'TRL*' TO WS-ENV-MARKER.
           MOVE 'TRANFILE' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE WS-CYCLE-TYPE TO WS-ENV-CYCLE.
           MOVE WS-LATE-FEE-COUNT TO WS-ENV-REC-COUNT.
           MOVE WS-LATE-FEE-HASH TO WS-ENV-HASH-TOTAL.
           WRITE WS-LATE-FEE-TRAN-RECORD FROM WS-ENVELOPE-RECORD.

       TERMINATION-PARAGRAPH.
           MOVE 'MINIMUMS MET: COUNT=' TO WS-RGT-LABEL.
           MOVE WS-SATISFIED-COUNT TO WS-RGT-COUNT.
           MOVE ZERO TO WS-RGT-AMOUNT.
           WRITE WS-LATE-FEE-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE 'LATE FEES GENERATED: COUNT=' TO WS-RGT-LABEL.
           MOVE WS-LATE-FEE-COUNT TO WS-RGT-COUNT.
           MOVE WS-LATE-FEE-TOTAL TO WS-RGT-AMOUNT.
           WRITE WS-LATE-FEE-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           IF WS-TRACK-IN-STATUS = '00' OR WS-TRACK-IN-STATUS = '10'
               CLOSE TRACKING-FILE-IN
           END-IF.
           IF WS-MINDUE-FILE-STATUS = '00'
                   OR WS-MINDUE-FILE-STATUS = '10'
               CLOSE MINIMUM-DUE-FILE
           END-IF.
           CLOSE TRAN-HISTORY-FILE.
           CLOSE TRACKING-FILE-OUT.
           CLOSE LATE-FEE-TRAN-FILE.
           CLOSE LATE-FEE-REGISTER-FILE.
           DISPLAY 'New minimums read:        ' WS-MINDUE-READ-COUNT.
           DISPLAY 'Tracked minimums read:    ' WS-TRACK-READ-COUNT.
           DISPLAY 'Minimums carried forward: ' WS-TRACK-OUT-COUNT.
           DISPLAY 'History records read:     ' WS-HIST-READ-COUNT.
           DISPLAY 'Payments matched:         ' WS-PAYMENTS-MATCHED.
           DISPLAY 'Minimums met:             ' WS-SATISFIED-COUNT.
           DISPLAY 'Late fees generated:      ' WS-LATE-FEE-COUNT.
           DISPLAY 'Late fee amount total:    ' WS-LATE-FEE-TOTAL.
           DISPLAY 'Carried unassessed:       ' WS-DROPPED-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           COMPUTE WS-CR-RECORDS-IN =
               WS-MINDUE-READ-COUNT + WS-TRACK-READ-COUNT.
           MOVE WS-LATE-FEE-COUNT  TO WS-CR-RECORDS-OUT.
           MOVE WS-DROPPED-COUNT   TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE        TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program LATEFEE completed.'.
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
