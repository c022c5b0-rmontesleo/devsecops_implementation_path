       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLTIEOUT.
      * Customer subledger to general-ledger tie-out. PARM=
      * 'YYYYMMDD,CCCC' names the cycle being proven. Runs after
      * the GL system has booked the cycle's journal voucher set
      * and returned its confirmation, and proves the customer book
      * and the ledger agree:
      *
      *   opening book + vouchered movement = closing book
      *                                     = GL control account
      *
      * The opening book is last night's NEWCUST (PRVCUST), the
      * closing book tonight's NEWCUST; each is read whole, its
      * net balance totalled, and its envelope proven through
      * ENVCHKR first (the trailer hash is an absolute-value hash,
      * so the net comes from the body the trailer has just proven
      * complete). The vouchered movement is GLEXTRCT's voucher set
      * (GLVOUCHR), netted by transaction type; the settlement line
      * is the set's offset and charge-off recoveries ('Y') are
      * vouchered but never move a customer balance, so neither is
      * part of the movement. The GL system's confirmation (GLCONFRM)
      * carries one 'P' line per account it booked from the set and
      * one 'C' line with the receivable control account's balance
      * after booking.
      *
      * The tie-out report lists every type: vouchered net, GL
      * booked net and the difference, then the roll-forward and
      * control-account proofs. Any break -- a type the GL booked
      * differently, a roll-forward that does not foot, a control
      * account that does not equal the closing book, or an input
      * envelope that does not prove -- is raised as a severity-1
      * operator alert through ALERTWTR and ends the step with
      * return code 8 on the run-control master, which NIGHTEND
      * reports as a failed step and holds the release on.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-CUSTOMER-FILE ASSIGN TO PRVCUST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-FILE-STATUS.

           SELECT CURRENT-CUSTOMER-FILE ASSIGN TO NEWCUST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURRENT-FILE-STATUS.

           SELECT GL-VOUCHER-FILE ASSIGN TO GLVOUCHR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-FILE-STATUS.

           SELECT GL-CONFIRM-FILE ASSIGN TO GLCONFRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-FILE-STATUS.

           SELECT TIEOUT-REPORT-FILE ASSIGN TO GLTIERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIOR-CUSTOMER-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS WS-PRIOR-CUSTOMER-RECORD.
       01  WS-PRIOR-CUSTOMER-RECORD PIC X(50).

       FD  CURRENT-CUSTOMER-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS WS-CURRENT-CUSTOMER-RECORD.
       01  WS-CURRENT-CUSTOMER-RECORD PIC X(50).

       FD  GL-VOUCHER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-GL-VOUCHER-RECORD.
       01  WS-GL-VOUCHER-RECORD     PIC X(80).

      * Returned by the GL system once it has booked the set.
       FD  GL-CONFIRM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-GL-CONFIRM-RECORD.
       01  WS-GL-CONFIRM-RECORD.
           05  WS-GLC-REC-TYPE      PIC X(1).
               88  GLC-POSTED-LINE      VALUE 'P'.
               88  GLC-CONTROL-BALANCE  VALUE 'C'.
           05  WS-GLC-CYCLE-DATE    PIC 9(8).
           05  WS-GLC-GL-ACCOUNT    PIC X(8).
           05  WS-GLC-DR-CR         PIC X(2).
           05  WS-GLC-AMOUNT        PIC 9(11)V99.
           05  FILLER               PIC X(48).

       FD  TIEOUT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-TIEOUT-REPORT-LINE.
       01  WS-TIEOUT-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-PRIOR-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CURRENT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-VOUCHER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CONFIRM-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REPORT-FILE-STATUS.

       01  WS-CUSTOMER-FILE-RECORD.
           05  WS-CFR-CUST-ID       PIC 9(10).
           05  WS-CFR-CUST-NAME     PIC X(30).
           05  WS-CFR-CUST-BALANCE  PIC S9(7)V99.
           05  WS-CFR-CUST-STATUS   PIC X(1).

      * GLEXTRCT's voucher line.
       01  WS-VOUCHER-WORK-RECORD.
           05  WS-GLV-CYCLE-DATE    PIC 9(8).
           05  WS-GLV-SEQ           PIC 9(4).
           05  WS-GLV-GL-ACCOUNT    PIC X(8).
           05  WS-GLV-DR-CR         PIC X(2).
           05  WS-GLV-AMOUNT        PIC 9(11)V99.
           05  WS-GLV-TRAN-TYPE     PIC X(1).
               88  GLV-SETTLEMENT       VALUE 'S'.
               88  GLV-NO-BALANCE-EFFECT VALUE 'S' 'Y'.
           05  WS-GLV-DESC          PIC X(20).
           05  FILLER               PIC X(24).

       01  WS-PARM-FIELDS.
           05  WS-PARM-LENGTH       PIC 9(4) VALUE ZERO.
           05  WS-CYCLE-DATE        PIC 9(8) VALUE ZERO.
           05  WS-CYCLE-TYPE        PIC X(4) VALUE SPACES.

      * One entry per GL account the set touched or the GL booked;
      * built from the voucher lines as they are read, so a type
      * added to GLEXTRCT's table needs nothing here.
       01  WS-TIEOUT-TABLE.
           05  WS-TIE-ENTRY-COUNT   PIC 9(2) VALUE ZERO.
           05  WS-TIE-MAX-ENTRIES   PIC 9(2) VALUE 30.
           05  WS-TIE-ENTRY OCCURS 30 TIMES.
               10  WS-TIE-GL-ACCOUNT    PIC X(8).
               10  WS-TIE-TRAN-TYPE     PIC X(1).
               10  WS-TIE-DESC          PIC X(20).
               10  WS-TIE-VOUCHER-NET   PIC S9(11)V99 COMP-3.
               10  WS-TIE-GL-NET        PIC S9(11)V99 COMP-3.
           05  WS-TIE-IDX           PIC 9(2) VALUE ZERO.
           05  WS-TIE-PICKED        PIC 9(2) VALUE ZERO.

       01  WS-TIEOUT-CONTROL-FIELDS.
           05  WS-CUST-EOF-SW       PIC X(1) VALUE 'N'.
               88  CUSTOMER-EOF         VALUE 'Y'.
           05  WS-VCH-EOF-SW        PIC X(1) VALUE 'N'.
               88  VOUCHER-EOF          VALUE 'Y'.
           05  WS-CNF-EOF-SW        PIC X(1) VALUE 'N'.
               88  CONFIRM-EOF          VALUE 'Y'.
           05  WS-CONTROL-SEEN-SW   PIC X(1) VALUE 'N'.
               88  CONTROL-BALANCE-SEEN VALUE 'Y'.
           05  WS-CUST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-VOUCHER-READ-COUNT PIC 9(9) VALUE ZERO.
           05  WS-CONFIRM-READ-COUNT PIC 9(9) VALUE ZERO.
           05  WS-OTHER-CYCLE-COUNT PIC 9(9) VALUE ZERO.
           05  WS-BREAK-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-OPENING-BOOK      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-CLOSING-BOOK      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-BOOK-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-MOVEMENT-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-EXPECTED-CLOSING  PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-GL-CONTROL-BAL    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SIGNED-AMOUNT     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-DIFFERENCE        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-BOOK-HASH         PIC 9(13)V99 VALUE ZERO.
           05  WS-VOUCHER-HASH      PIC 9(13)V99 VALUE ZERO.
           05  WS-CUST-HDR-IMAGE    PIC X(80) VALUE SPACES.
           05  WS-CUST-TRL-IMAGE    PIC X(80) VALUE SPACES.
           05  WS-VCH-HDR-IMAGE     PIC X(80) VALUE SPACES.
           05  WS-VCH-TRL-IMAGE     PIC X(80) VALUE SPACES.
           05  WS-BREAK-CODE        PIC X(4) VALUE SPACES.
           05  WS-BREAK-TEXT        PIC X(40) VALUE SPACES.

      * Transfer-envelope verification through the shared checker.
       COPY ENVCHKWS.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

      * Operator alert record, appended through the shared ALERTWTR
      * subprogram so a break reaches the one alert master the
      * morning print and console automation watch.
       01  WS-OPERATOR-ALERT-RECORD.
           COPY ALERTRC.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE-LINE.
               10  FILLER  PIC X(42) VALUE
                   'GLTIEOUT - SUBLEDGER TO GL TIE-OUT, CYCLE '.
               10  WS-RPT-CYCLE-DATE PIC 9(8).
               10  FILLER  PIC X(1) VALUE SPACE.
               10  WS-RPT-CYCLE-TYPE PIC X(4).
               10  FILLER  PIC X(77) VALUE SPACES.
           05  WS-RPT-HEADING-LINE.
               10  FILLER  PIC X(50) VALUE
                   'TYPE ACCOUNT  DESCRIPTION            VOUCHERED NET'.
               10  FILLER  PIC X(50) VALUE
                   '       GL BOOKED NET      DIFFERENCE  RESULT      '.
               10  FILLER  PIC X(32) VALUE SPACES.
           05  WS-RPT-TYPE-LINE.
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-RPY-TRAN-TYPE PIC X(1).
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-RPY-ACCOUNT   PIC X(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPY-DESC      PIC X(20).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPY-VOUCHER   PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPY-GL        PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPY-DIFF      PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-RPY-RESULT    PIC X(24).
               10  FILLER           PIC X(24) VALUE SPACES.
           05  WS-RPT-PROOF-LINE.
               10  WS-RPP-LABEL     PIC X(40).
               10  WS-RPP-AMOUNT    PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-RPP-RESULT    PIC X(24).
               10  FILLER           PIC X(51) VALUE SPACES.
           05  WS-RPT-MESSAGE-LINE.
               10  WS-RPM-TEXT      PIC X(132).

       01  WS-RUN-CONTROL-RECORD.
           COPY RUNCTLRC.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN          PIC S9(4) COMP.
           05  WS-PARM-DATA         PIC X(13).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PARAGRAPH.
           PERFORM PARSE-RUN-PARM.
           DISPLAY 'Program GLTIEOUT started, cycle '
                   WS-CYCLE-DATE ' ' WS-CYCLE-TYPE.
           MOVE 'GLTIEOUT' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM OPEN-FILES.
           PERFORM TOTAL-PRIOR-BOOK.
           PERFORM TOTAL-CURRENT-BOOK.
           PERFORM TALLY-ONE-VOUCHER-LINE
               UNTIL VOUCHER-EOF.
           PERFORM VERIFY-VOUCHER-ENVELOPE.
           PERFORM TALLY-ONE-CONFIRMATION
               UNTIL CONFIRM-EOF.
           PERFORM REPORT-TYPE-TIEOUT.
           PERFORM PROVE-ROLL-FORWARD.
           PERFORM TERMINATION-PARAGRAPH.
           GOBACK.

       PARSE-RUN-PARM.
           MOVE ZERO TO WS-CYCLE-DATE.
           MOVE 'DAIL' TO WS-CYCLE-TYPE.
           MOVE WS-PARM-LEN TO WS-PARM-LENGTH.
           IF WS-PARM-LENGTH >= 13
               IF WS-PARM-DATA(1:8) IS NUMERIC
                   MOVE WS-PARM-DATA(1:8) TO WS-CYCLE-DATE
               END-IF
               MOVE WS-PARM-DATA(10:4) TO WS-CYCLE-TYPE
           END-IF.
           IF WS-CYCLE-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE
           END-IF.

       OPEN-FILES.
           OPEN INPUT PRIOR-CUSTOMER-FILE.
           IF WS-PRIOR-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening prior customer file: '
                       WS-PRIOR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CURRENT-CUSTOMER-FILE.
           IF WS-CURRENT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening current customer file: '
                       WS-CURRENT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE PRIOR-CUSTOMER-FILE
               GOBACK
           END-IF.
           OPEN INPUT GL-VOUCHER-FILE.
           IF WS-VOUCHER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening GL voucher file: '
                       WS-VOUCHER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE PRIOR-CUSTOMER-FILE
               CLOSE CURRENT-CUSTOMER-FILE
               GOBACK
           END-IF.
           OPEN INPUT GL-CONFIRM-FILE.
           IF WS-CONFIRM-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening GL confirmation file: '
                       WS-CONFIRM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE PRIOR-CUSTOMER-FILE
               CLOSE CURRENT-CUSTOMER-FILE
               CLOSE GL-VOUCHER-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT TIEOUT-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening tie-out report: '
                       WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE PRIOR-CUSTOMER-FILE
               CLOSE CURRENT-CUSTOMER-FILE
               CLOSE GL-VOUCHER-FILE
               CLOSE GL-CONFIRM-FILE
               GOBACK
           END-IF.
           MOVE WS-CYCLE-DATE TO WS-RPT-CYCLE-DATE.
           MOVE WS-CYCLE-TYPE TO WS-RPT-CYCLE-TYPE.
           WRITE WS-TIEOUT-REPORT-LINE FROM WS-RPT-TITLE-LINE.

      ******************************************************************
      * The customer book, opening and closing.
      ******************************************************************
       TOTAL-PRIOR-BOOK.
           PERFORM RESET-BOOK-TOTALS.
           PERFORM READ-PRIOR-CUSTOMER
               UNTIL CUSTOMER-EOF.
           MOVE WS-BOOK-TOTAL TO WS-OPENING-BOOK.
           MOVE 'OPENING BOOK (PRIOR NEWCUST)' TO WS-RPP-LABEL.
           PERFORM VERIFY-BOOK-ENVELOPE.

       TOTAL-CURRENT-BOOK.
           PERFORM RESET-BOOK-TOTALS.
           PERFORM READ-CURRENT-CUSTOMER
               UNTIL CUSTOMER-EOF.
           MOVE WS-BOOK-TOTAL TO WS-CLOSING-BOOK.
           MOVE 'CLOSING BOOK (NEWCUST)' TO WS-RPP-LABEL.
           PERFORM VERIFY-BOOK-ENVELOPE.

       RESET-BOOK-TOTALS.
           MOVE 'N' TO WS-CUST-EOF-SW.
           MOVE ZERO TO WS-ENV-DATA-COUNT WS-BOOK-HASH WS-BOOK-TOTAL.
           MOVE SPACES TO WS-CUST-HDR-IMAGE WS-CUST-TRL-IMAGE.

       READ-PRIOR-CUSTOMER.
           READ PRIOR-CUSTOMER-FILE INTO WS-CUSTOMER-FILE-RECORD
               AT END SET CUSTOMER-EOF TO TRUE
               NOT AT END PERFORM TALLY-BOOK-RECORD
           END-READ.

       READ-CURRENT-CUSTOMER.
           READ CURRENT-CUSTOMER-FILE INTO WS-CUSTOMER-FILE-RECORD
               AT END SET CUSTOMER-EOF TO TRUE
               NOT AT END PERFORM TALLY-BOOK-RECORD
           END-READ.

       TALLY-BOOK-RECORD.
           EVALUATE WS-CUSTOMER-FILE-RECORD(1:4)
               WHEN 'HDR*'
                   MOVE WS-CUSTOMER-FILE-RECORD(1:50)
                       TO WS-CUST-HDR-IMAGE(1:50)
               WHEN 'TRL*'
                   MOVE WS-CUSTOMER-FILE-RECORD(1:50)
                       TO WS-CUST-TRL-IMAGE(1:50)
               WHEN OTHER
                   ADD 1 TO WS-CUST-READ-COUNT WS-ENV-DATA-COUNT
                   ADD WS-CFR-CUST-BALANCE TO WS-BOOK-TOTAL
                   COMPUTE WS-BOOK-HASH = WS-BOOK-HASH
                       + FUNCTION ABS(WS-CFR-CUST-BALANCE)
           END-EVALUATE.

       VERIFY-BOOK-ENVELOPE.
      * WS-RPP-LABEL names the book; the proof line shows its net.
           MOVE 'CUSTFILE' TO WS-ENV-EXPECTED-ID.
           MOVE WS-CUST-HDR-IMAGE TO WS-ENV-HEADER-IMAGE.
           MOVE WS-CUST-TRL-IMAGE TO WS-ENV-TRAILER-IMAGE.
           MOVE WS-BOOK-HASH TO WS-ENV-DATA-HASH.
           CALL 'ENVCHKR' USING WS-ENVELOPE-CHECK-AREA.
           MOVE WS-BOOK-TOTAL TO WS-RPP-AMOUNT.
           IF ENV-CHECK-OK
               MOVE 'ENVELOPE PROVED' TO WS-RPP-RESULT
           ELSE
               MOVE '*** ENVELOPE FAILED ***' TO WS-RPP-RESULT
               MOVE 'ENVL' TO WS-BREAK-CODE
               MOVE SPACES TO WS-BREAK-TEXT
               STRING 'ENVELOPE FAILED: ' DELIMITED BY SIZE
                       WS-RPP-LABEL DELIMITED BY SIZE
                   INTO WS-BREAK-TEXT
               END-STRING
               PERFORM RAISE-TIEOUT-BREAK
           END-IF.
           WRITE WS-TIEOUT-REPORT-LINE FROM WS-RPT-PROOF-LINE.

      ******************************************************************
      * The vouchered movement, by type.
      ******************************************************************
       TALLY-ONE-VOUCHER-LINE.
           READ GL-VOUCHER-FILE INTO WS-VOUCHER-WORK-RECORD
               AT END SET VOUCHER-EOF TO TRUE
               NOT AT END
                   EVALUATE WS-GL-VOUCHER-RECORD(1:4)
                       WHEN 'HDR*'
                           MOVE WS-GL-VOUCHER-RECORD
                               TO WS-VCH-HDR-IMAGE
                       WHEN 'TRL*'
                           MOVE WS-GL-VOUCHER-RECORD
                               TO WS-VCH-TRL-IMAGE
                       WHEN OTHER
                           ADD 1 TO WS-VOUCHER-READ-COUNT
                           ADD WS-GLV-AMOUNT TO WS-VOUCHER-HASH
                           PERFORM POST-VOUCHER-LINE
                   END-EVALUATE
           END-READ.

       POST-VOUCHER-LINE.
           IF WS-GLV-DR-CR = 'CR'
               COMPUTE WS-SIGNED-AMOUNT = 0 - WS-GLV-AMOUNT
           ELSE
               MOVE WS-GLV-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF.
           PERFORM FIND-TIEOUT-ENTRY.
           IF WS-TIE-PICKED > ZERO
               IF WS-TIE-TRAN-TYPE(WS-TIE-PICKED) = SPACE
                   MOVE WS-GLV-TRAN-TYPE
                       TO WS-TIE-TRAN-TYPE(WS-TIE-PICKED)
                   MOVE WS-GLV-DESC TO WS-TIE-DESC(WS-TIE-PICKED)
               END-IF
               ADD WS-SIGNED-AMOUNT
                   TO WS-TIE-VOUCHER-NET(WS-TIE-PICKED)
           END-IF.
           IF NOT GLV-NO-BALANCE-EFFECT
               ADD WS-SIGNED-AMOUNT TO WS-MOVEMENT-TOTAL
           END-IF.

       FIND-TIEOUT-ENTRY.
      * The account to find is passed in WS-GLV-GL-ACCOUNT; a new
      * account takes the next free entry.
           MOVE ZERO TO WS-TIE-PICKED.
           PERFORM VARYING WS-TIE-IDX FROM 1 BY 1
                   UNTIL WS-TIE-IDX > WS-TIE-ENTRY-COUNT
                   OR WS-TIE-PICKED > ZERO
               IF WS-TIE-GL-ACCOUNT(WS-TIE-IDX) = WS-GLV-GL-ACCOUNT
                   MOVE WS-TIE-IDX TO WS-TIE-PICKED
               END-IF
           END-PERFORM.
           IF WS-TIE-PICKED = ZERO
               IF WS-TIE-ENTRY-COUNT >= WS-TIE-MAX-ENTRIES
                   DISPLAY 'WARNING: TIE-OUT TABLE FULL AT '
                           WS-TIE-MAX-ENTRIES
                   MOVE 'TABL' TO WS-BREAK-CODE
                   MOVE 'TIE-OUT TABLE FULL' TO WS-BREAK-TEXT
                   PERFORM RAISE-TIEOUT-BREAK
               ELSE
                   ADD 1 TO WS-TIE-ENTRY-COUNT
                   MOVE WS-TIE-ENTRY-COUNT TO WS-TIE-PICKED
                   MOVE WS-GLV-GL-ACCOUNT
                       TO WS-TIE-GL-ACCOUNT(WS-TIE-PICKED)
                   MOVE SPACE TO WS-TIE-TRAN-TYPE(WS-TIE-PICKED)
                   MOVE SPACES TO WS-TIE-DESC(WS-TIE-PICKED)
                   MOVE ZERO TO WS-TIE-VOUCHER-NET(WS-TIE-PICKED)
                                WS-TIE-GL-NET(WS-TIE-PICKED)
               END-IF
           END-IF.

       VERIFY-VOUCHER-ENVELOPE.
           MOVE 'GLVOUCHR' TO WS-ENV-EXPECTED-ID.
           MOVE WS-VCH-HDR-IMAGE TO WS-ENV-HEADER-IMAGE.
           MOVE WS-VCH-TRL-IMAGE TO WS-ENV-TRAILER-IMAGE.
           MOVE WS-VOUCHER-READ-COUNT TO WS-ENV-DATA-COUNT.
           MOVE WS-VOUCHER-HASH TO WS-ENV-DATA-HASH.
           CALL 'ENVCHKR' USING WS-ENVELOPE-CHECK-AREA.
           MOVE 'VOUCHERED MOVEMENT (GLVOUCHR)' TO WS-RPP-LABEL.
           MOVE WS-MOVEMENT-TOTAL TO WS-RPP-AMOUNT.
           IF ENV-CHECK-OK
               MOVE 'ENVELOPE PROVED' TO WS-RPP-RESULT
           ELSE
               MOVE '*** ENVELOPE FAILED ***' TO WS-RPP-RESULT
               MOVE 'ENVL' TO WS-BREAK-CODE
               MOVE 'ENVELOPE FAILED: GLVOUCHR' TO WS-BREAK-TEXT
               PERFORM RAISE-TIEOUT-BREAK
           END-IF.
           WRITE WS-TIEOUT-REPORT-LINE FROM WS-RPT-PROOF-LINE.

      ******************************************************************
      * What the GL system says it booked.
      ******************************************************************
       TALLY-ONE-CONFIRMATION.
           READ GL-CONFIRM-FILE
               AT END SET CONFIRM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONFIRM-READ-COUNT
                   IF WS-GLC-CYCLE-DATE NOT = WS-CYCLE-DATE
                       ADD 1 TO WS-OTHER-CYCLE-COUNT
                   ELSE
                       PERFORM POST-CONFIRMATION
                   END-IF
           END-READ.

       POST-CONFIRMATION.
           IF WS-GLC-DR-CR = 'CR'
               COMPUTE WS-SIGNED-AMOUNT = 0 - WS-GLC-AMOUNT
           ELSE
               MOVE WS-GLC-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF.
           EVALUATE TRUE
               WHEN GLC-CONTROL-BALANCE
                   SET CONTROL-BALANCE-SEEN TO TRUE
                   MOVE WS-SIGNED-AMOUNT TO WS-GL-CONTROL-BAL
               WHEN GLC-POSTED-LINE
                   MOVE WS-GLC-GL-ACCOUNT TO WS-GLV-GL-ACCOUNT
                   PERFORM FIND-TIEOUT-ENTRY
                   IF WS-TIE-PICKED > ZERO
                       ADD WS-SIGNED-AMOUNT
                           TO WS-TIE-GL-NET(WS-TIE-PICKED)
                   END-IF
               WHEN OTHER
                   DISPLAY 'Unknown GL confirmation record type: '
                           WS-GLC-REC-TYPE
           END-EVALUATE.

      ******************************************************************
      * The proofs.
      ******************************************************************
       REPORT-TYPE-TIEOUT.
           WRITE WS-TIEOUT-REPORT-LINE FROM WS-RPT-HEADING-LINE.
           PERFORM REPORT-ONE-TYPE
               VARYING WS-TIE-IDX FROM 1 BY 1
               UNTIL WS-TIE-IDX > WS-TIE-ENTRY-COUNT.

       REPORT-ONE-TYPE.
           MOVE WS-TIE-TRAN-TYPE(WS-TIE-IDX) TO WS-RPY-TRAN-TYPE.
           MOVE WS-TIE-GL-ACCOUNT(WS-TIE-IDX) TO WS-RPY-ACCOUNT.
           MOVE WS-TIE-DESC(WS-TIE-IDX) TO WS-RPY-DESC.
           MOVE WS-TIE-VOUCHER-NET(WS-TIE-IDX) TO WS-RPY-VOUCHER.
           MOVE WS-TIE-GL-NET(WS-TIE-IDX) TO WS-RPY-GL.
           COMPUTE WS-DIFFERENCE = WS-TIE-GL-NET(WS-TIE-IDX)
               - WS-TIE-VOUCHER-NET(WS-TIE-IDX).
           MOVE WS-DIFFERENCE TO WS-RPY-DIFF.
           IF WS-DIFFERENCE = ZERO
               MOVE 'TIED' TO WS-RPY-RESULT
           ELSE
               IF WS-TIE-TRAN-TYPE(WS-TIE-IDX) = SPACE
                   MOVE '*** BREAK - NOT VOUCHERED' TO WS-RPY-RESULT
                   MOVE 'BOOKED, NOT VOUCHERED' TO WS-RPY-DESC
               ELSE
                   MOVE '*** BREAK ***' TO WS-RPY-RESULT
               END-IF
               MOVE 'TYPE' TO WS-BREAK-CODE
               MOVE SPACES TO WS-BREAK-TEXT
               STRING 'GL TIE-OUT BREAK, TYPE ' DELIMITED BY SIZE
                       WS-TIE-TRAN-TYPE(WS-TIE-IDX) DELIMITED BY SIZE
                       ' ACCT ' DELIMITED BY SIZE
                       WS-TIE-GL-ACCOUNT(WS-TIE-IDX) DELIMITED BY SIZE
                   INTO WS-BREAK-TEXT
               END-STRING
               PERFORM RAISE-TIEOUT-BREAK
           END-IF.
           WRITE WS-TIEOUT-REPORT-LINE FROM WS-RPT-TYPE-LINE.

       PROVE-ROLL-FORWARD.
           COMPUTE WS-EXPECTED-CLOSING =
               WS-OPENING-BOOK + WS-MOVEMENT-TOTAL.
           MOVE 'OPENING BOOK + VOUCHERED MOVEMENT' TO WS-RPP-LABEL.
           MOVE WS-EXPECTED-CLOSING TO WS-RPP-AMOUNT.
           IF WS-EXPECTED-CLOSING = WS-CLOSING-BOOK
               MOVE 'EQUALS CLOSING BOOK' TO WS-RPP-RESULT
           ELSE
               MOVE '*** BREAK ***' TO WS-RPP-RESULT
               MOVE 'ROLL' TO WS-BREAK-CODE
               MOVE 'GL TIE-OUT BREAK: ROLL-FORWARD'
                   TO WS-BREAK-TEXT
               PERFORM RAISE-TIEOUT-BREAK
           END-IF.
           WRITE WS-TIEOUT-REPORT-LINE FROM WS-RPT-PROOF-LINE.
           MOVE 'GL RECEIVABLE CONTROL ACCOUNT' TO WS-RPP-LABEL.
           MOVE WS-GL-CONTROL-BAL TO WS-RPP-AMOUNT.
           EVALUATE TRUE
               WHEN NOT CONTROL-BALANCE-SEEN
                   MOVE '*** BREAK - NOT RETURNED' TO WS-RPP-RESULT
                   MOVE 'CTRL' TO WS-BREAK-CODE
                   MOVE 'GL TIE-OUT BREAK: NO CONTROL BALANCE'
                       TO WS-BREAK-TEXT
                   PERFORM RAISE-TIEOUT-BREAK
               WHEN WS-GL-CONTROL-BAL NOT = WS-CLOSING-BOOK
                   MOVE '*** BREAK ***' TO WS-RPP-RESULT
                   MOVE 'CTRL' TO WS-BREAK-CODE
                   MOVE 'GL TIE-OUT BREAK: CONTROL ACCOUNT'
                       TO WS-BREAK-TEXT
                   PERFORM RAISE-TIEOUT-BREAK
               WHEN OTHER
                   MOVE 'EQUALS CLOSING BOOK' TO WS-RPP-RESULT
           END-EVALUATE.
           WRITE WS-TIEOUT-REPORT-LINE FROM WS-RPT-PROOF-LINE.
           MOVE SPACES TO WS-RPM-TEXT.
           IF WS-BREAK-COUNT > ZERO
               MOVE 'SUBLEDGER DOES NOT TIE TO THE GL - HOLD RELEASE'
                   TO WS-RPM-TEXT
           ELSE
               MOVE 'SUBLEDGER TIES TO THE GENERAL LEDGER'
                   TO WS-RPM-TEXT
           END-IF.
           WRITE WS-TIEOUT-REPORT-LINE FROM WS-RPM-TEXT.

       RAISE-TIEOUT-BREAK.
      * WS-BREAK-CODE and WS-BREAK-TEXT are set by the caller.
           ADD 1 TO WS-BREAK-COUNT.
           MOVE 8 TO RETURN-CODE.
           DISPLAY WS-BREAK-TEXT.
           MOVE 1 TO WS-AL-SEVERITY.
           MOVE WS-BREAK-CODE TO WS-AL-CODE.
           MOVE WS-BREAK-TEXT TO WS-AL-TEXT.
           PERFORM WRITE-OPERATOR-ALERT.

       TERMINATION-PARAGRAPH.
           CLOSE PRIOR-CUSTOMER-FILE.
           CLOSE CURRENT-CUSTOMER-FILE.
           CLOSE GL-VOUCHER-FILE.
           CLOSE GL-CONFIRM-FILE.
           CLOSE TIEOUT-REPORT-FILE.
           DISPLAY 'Customer records read:       ' WS-CUST-READ-COUNT.
           DISPLAY 'Voucher lines read:          '
                   WS-VOUCHER-READ-COUNT.
           DISPLAY 'Confirmation records read:   '
                   WS-CONFIRM-READ-COUNT.
           DISPLAY 'Confirmations, other cycles: '
                   WS-OTHER-CYCLE-COUNT.
           DISPLAY 'Opening book:                ' WS-OPENING-BOOK.
           DISPLAY 'Vouchered movement:          ' WS-MOVEMENT-TOTAL.
           DISPLAY 'Closing book:                ' WS-CLOSING-BOOK.
           DISPLAY 'GL control account:          ' WS-GL-CONTROL-BAL.
           DISPLAY 'Tie-out breaks:              ' WS-BREAK-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           COMPUTE WS-CR-RECORDS-IN =
               WS-VOUCHER-READ-COUNT + WS-CONFIRM-READ-COUNT.
           MOVE WS-TIE-ENTRY-COUNT TO WS-CR-RECORDS-OUT.
           MOVE WS-BREAK-COUNT TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program GLTIEOUT completed.'.
           EXIT PROGRAM.

       WRITE-OPERATOR-ALERT.
      * Severity, code, and text are set by the caller.
           MOVE 'GLTIEOUT' TO WS-AL-JOB-NAME.
           MOVE WS-CYCLE-DATE TO WS-AL-CYCLE-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AL-STAMP.
           CALL 'ALERTWTR' USING WS-OPERATOR-ALERT-RECORD.

       WRITE-RUN-CONTROL-RECORD.
           MOVE SPACES TO WS-RUN-CONTROL-RECORD.
           MOVE WS-CR-JOB-NAME TO WS-RC-JOB-NAME.
           MOVE WS-CYCLE-DATE TO WS-RC-CYCLE-DATE.
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
