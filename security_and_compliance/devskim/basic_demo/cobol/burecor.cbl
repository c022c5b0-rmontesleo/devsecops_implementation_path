       IDENTIFICATION DIVISION.
       PROGRAM-ID. BURECOR.
      * Credit bureau correction run. An account BUREXTR reported
      * wrongly is put right with the bureau by resending its base
      * segment amended, not by waiting for next month's file. Reads
      * the bureau file as it was sent (BURSENT, a BUREAU generation
      * or an earlier correction file) and the correction requests
      * on BURCRQ, and writes BURCORR in the same layout (copybook
      * BURSEGRC): a header marked as a correction file for the
      * reporter and activity date of the file corrected, one
      * amended base segment per applied request -- carrying the
      * correction indicator and the original activity date, so the
      * bureau replaces what it holds for that month -- and a
      * trailer. Applied corrections print on the BURCREG register
      * with the reported and the corrected values; invalid requests
      * go to BURCSUSP with a B-series reason.
      * Actions:
      *   A - amend: any of account status, payment rating, balance,
      *       amount past due, credit limit, special comment and
      *       compliance code; blank fields are sent as reported. A
      *       special comment of '**' removes the one reported. A
      *       charged-off status ('97') goes with rating 'L' and no
      *       other status may; past due may not exceed the balance.
      *   D - delete: the account should never have been reported;
      *       the segment is resent with status 'DA' and no fields
      *       may be keyed.
      * Each account may be corrected once per run, and only when it
      * is on the file sent. The correction is the bureau's copy
      * only: the data that was wrong must still be fixed at source
      * (ACCTMNT, CUSTMNT, ADDRMNT, DISPMNT) or next month's file
      * will report it again.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENT-BUREAU-FILE ASSIGN TO BURSENT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SENT-FILE-STATUS.

           SELECT MAINTENANCE-FILE ASSIGN TO BURCRQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-FILE-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO BURCORR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORR-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO BURCSUSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO BURCREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENT-BUREAU-FILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS WS-SENT-BUREAU-RECORD.
       01  WS-SENT-BUREAU-RECORD    PIC X(300).

       FD  MAINTENANCE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-MAINTENANCE-FILE-RECORD.
       01  WS-MAINTENANCE-FILE-RECORD PIC X(80).

       FD  CORRECTION-FILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS WS-CORRECTION-RECORD.
       01  WS-CORRECTION-RECORD     PIC X(300).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS WS-SUSPENSE-RECORD.
       01  WS-SUSPENSE-RECORD.
           05  WS-SUS-MAINT-IMAGE   PIC X(80).
           05  WS-SUS-REASON-CODE   PIC X(4).
           05  WS-SUS-REASON-TEXT   PIC X(20).
           05  FILLER               PIC X(2).

       FD  REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-REGISTER-LINE.
       01  WS-REGISTER-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-SENT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-MAINT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CORR-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-SUSPENSE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REGISTER-FILE-STATUS.

      * One request per record. Amounts are whole dollars, as the
      * bureau carries them.
       01  WS-CORRECTION-REQUEST.
           05  WS-BCQ-ACTION        PIC X(1).
               88  BCQ-ACTION-AMEND      VALUE 'A'.
               88  BCQ-ACTION-DELETE     VALUE 'D'.
           05  WS-BCQ-ACC-NUMBER    PIC X(10).
           05  WS-BCQ-ACC-NUMBER-9
                   REDEFINES WS-BCQ-ACC-NUMBER PIC 9(10).
           05  WS-BCQ-ACCOUNT-STATUS PIC X(2).
               88  BCQ-STATUS-UNCHANGED  VALUE SPACES.
               88  BCQ-STATUS-VALID      VALUE '11' '71' '78' '80'
                                               '13' '97'.
           05  WS-BCQ-PAYMENT-RATING PIC X(1).
               88  BCQ-RATING-UNCHANGED  VALUE SPACE.
               88  BCQ-RATING-VALID      VALUE '0' '1' '2' '3' 'L'.
           05  WS-BCQ-CURRENT-BALANCE PIC X(9).
           05  WS-BCQ-CURRENT-BALANCE-9
                   REDEFINES WS-BCQ-CURRENT-BALANCE PIC 9(9).
           05  WS-BCQ-AMOUNT-PAST-DUE PIC X(9).
           05  WS-BCQ-AMOUNT-PAST-DUE-9
                   REDEFINES WS-BCQ-AMOUNT-PAST-DUE PIC 9(9).
           05  WS-BCQ-CREDIT-LIMIT  PIC X(9).
           05  WS-BCQ-CREDIT-LIMIT-9
                   REDEFINES WS-BCQ-CREDIT-LIMIT PIC 9(9).
           05  WS-BCQ-SPECIAL-COMMENT PIC X(2).
               88  BCQ-COMMENT-UNCHANGED VALUE SPACES.
               88  BCQ-COMMENT-REMOVED   VALUE '**'.
           05  WS-BCQ-COMPLIANCE-CODE PIC X(2).
               88  BCQ-COMPLIANCE-UNCHANGED VALUE SPACES.
               88  BCQ-COMPLIANCE-VALID  VALUE 'XB' 'XC' 'XR'.
           05  WS-BCQ-REQUESTER-ID  PIC X(8).
           05  FILLER               PIC X(27).
      * Everything a request may change, to tell an empty one.
       01  WS-BCQ-FIELD-VIEW REDEFINES WS-CORRECTION-REQUEST.
           05  FILLER               PIC X(11).
           05  WS-BCQ-CHANGE-FIELDS PIC X(34).
           05  FILLER               PIC X(35).

       01  WS-BUREAU-SEGMENT.
           COPY BURSEGRC.

      * Values as they were sent, kept for the register.
       01  WS-SENT-VALUES.
           05  WS-SNT-ACCOUNT-STATUS PIC X(2).
           05  WS-SNT-PAYMENT-RATING PIC X(1).
           05  WS-SNT-CURRENT-BALANCE PIC 9(9).

      * The run's valid requests, keyed by account, waiting for
      * their account to come by on the file sent.
       01  WS-REQUEST-TABLE.
           05  WS-RQT-ENTRY-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-RQT-MAX-ENTRIES   PIC 9(4) VALUE 500.
           05  WS-RQT-ENTRY OCCURS 500 TIMES.
               10  WS-RQT-ACC-NUMBER    PIC 9(10).
               10  WS-RQT-IMAGE         PIC X(80).
               10  WS-RQT-MATCHED-SW    PIC X(1).
                   88  RQT-MATCHED          VALUE 'Y'.
           05  WS-RQT-IDX           PIC 9(4) VALUE ZERO.
           05  WS-RQT-PICKED        PIC 9(4) VALUE ZERO.

       01  WS-MAINT-CONTROL-FIELDS.
           05  WS-SENT-EOF-SW       PIC X(1) VALUE 'N'.
               88  SENT-FILE-EOF        VALUE 'Y'.
           05  WS-MAINT-EOF-SW      PIC X(1) VALUE 'N'.
               88  MAINTENANCE-EOF      VALUE 'Y'.
           05  WS-BCQ-VALID-SW      PIC X(1) VALUE 'Y'.
               88  MAINT-IS-VALID       VALUE 'Y'.
               88  MAINT-IS-REJECTED    VALUE 'N'.
           05  WS-BCQ-REASON-CODE   PIC X(4) VALUE SPACES.
           05  WS-BCQ-REASON-TEXT   PIC X(20) VALUE SPACES.
      * Header of the file being corrected.
           05  WS-SENT-REPORTER-ID  PIC X(10) VALUE SPACES.
           05  WS-SENT-ACTIVITY-DATE PIC 9(8) VALUE ZERO.
           05  WS-SENT-CYCLE        PIC X(4) VALUE SPACES.

       01  WS-RUN-COUNTERS.
           05  WS-SENT-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-SENT-BASE-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-MAINT-READ-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-APPLIED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-AMENDED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-DELETED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-SUSPENSE-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-BALANCE-TOTAL     PIC 9(13) VALUE ZERO.
           05  WS-CURRENT-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-DELINQ-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-CHGOFF-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-CLOSED-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-DISPUTED-COUNT    PIC 9(9) VALUE ZERO.

       COPY OPTPARWS.

       01  WS-RUN-DATE-FIELDS.
      * Cycle date stamped on the run-control record and on the
      * correction file header: the RUNDATE control card when
      * present, today's date otherwise.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

       01  WS-RUN-CONTROL-RECORD.
           COPY RUNCTLRC.

       01  WS-REGISTER-LINES.
           05  WS-REG-TITLE-LINE.
               10  FILLER  PIC X(43) VALUE
                   'BURECOR - CREDIT BUREAU CORRECTION REGISTER'.
               10  FILLER  PIC X(15) VALUE '  ACTIVITY DATE'.
               10  FILLER  PIC X(1) VALUE SPACE.
               10  WS-REG-ACTIVITY-DATE PIC 9(8).
               10  FILLER  PIC X(14) VALUE '  REPORTER ID '.
               10  WS-REG-REPORTER-ID PIC X(10).
               10  FILLER  PIC X(41) VALUE SPACES.
           05  WS-REG-DETAIL-LINE.
               10  WS-REG-ACTION    PIC X(6).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-ACC-NUMBER PIC 9(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-CUST-ID   PIC 9(10).
               10  FILLER           PIC X(5) VALUE ' STS='.
               10  WS-REG-OLD-STATUS PIC X(2).
               10  FILLER           PIC X(1) VALUE '>'.
               10  WS-REG-NEW-STATUS PIC X(2).
               10  FILLER           PIC X(5) VALUE ' RTG='.
               10  WS-REG-OLD-RATING PIC X(1).
               10  FILLER           PIC X(1) VALUE '>'.
               10  WS-REG-NEW-RATING PIC X(1).
               10  FILLER           PIC X(5) VALUE ' BAL='.
               10  WS-REG-OLD-BALANCE PIC ZZZZZZZZ9.
               10  FILLER           PIC X(1) VALUE '>'.
               10  WS-REG-NEW-BALANCE PIC ZZZZZZZZ9.
               10  FILLER           PIC X(5) VALUE ' DUE='.
               10  WS-REG-NEW-PAST-DUE PIC ZZZZZZZZ9.
               10  FILLER           PIC X(5) VALUE ' LIM='.
               10  WS-REG-NEW-LIMIT PIC ZZZZZZZZ9.
               10  FILLER           PIC X(5) VALUE ' SCM='.
               10  WS-REG-NEW-COMMENT PIC X(2).
               10  FILLER           PIC X(5) VALUE ' CCC='.
               10  WS-REG-NEW-COMPLIANCE PIC X(2).
               10  FILLER           PIC X(5) VALUE ' REQ='.
               10  WS-REG-REQUESTER PIC X(8).
               10  FILLER           PIC X(7) VALUE SPACES.
           05  WS-REG-TOTAL-LINE.
               10  WS-RGT-LABEL     PIC X(36).
               10  WS-RGT-COUNT     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY 'Program BURECOR started.'.
           MOVE 'BURECOR' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM GET-RUN-OPTIONS.
           PERFORM OPEN-FILES.
           PERFORM READ-SENT-HEADER.
           PERFORM PROCESS-MAINTENANCE
               UNTIL MAINTENANCE-EOF.
           PERFORM WRITE-CORRECTION-HEADER.
           PERFORM READ-SENT-SEGMENT.
           PERFORM CORRECT-ONE-SEGMENT
               UNTIL SENT-FILE-EOF.
           PERFORM REFUSE-UNMATCHED-REQUESTS
               VARYING WS-RQT-IDX FROM 1 BY 1
               UNTIL WS-RQT-IDX > WS-RQT-ENTRY-COUNT.
           PERFORM WRITE-CORRECTION-TRAILER.
           PERFORM WRITE-REGISTER-TOTALS.
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

       OPEN-FILES.
           OPEN INPUT SENT-BUREAU-FILE.
           IF WS-SENT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening bureau file sent: '
                       WS-SENT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT MAINTENANCE-FILE.
           IF WS-MAINT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening correction requests: '
                       WS-MAINT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE SENT-BUREAU-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT CORRECTION-FILE.
           IF WS-CORR-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening bureau correction file: '
                       WS-CORR-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE SENT-BUREAU-FILE
               CLOSE MAINTENANCE-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening suspense file: '
                       WS-SUSPENSE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE SENT-BUREAU-FILE
               CLOSE MAINTENANCE-FILE
               CLOSE CORRECTION-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening register file: '
                       WS-REGISTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE SENT-BUREAU-FILE
               CLOSE MAINTENANCE-FILE
               CLOSE CORRECTION-FILE
               CLOSE SUSPENSE-FILE
               GOBACK
           END-IF.

       READ-SENT-HEADER.
      * Anything but a bureau file here would have every request
      * refused as not sent; stop instead.
           READ SENT-BUREAU-FILE INTO WS-BUREAU-SEGMENT
               AT END SET SENT-FILE-EOF TO TRUE
           END-READ.
           IF SENT-FILE-EOF OR NOT BUR-HEADER-SEGMENT
               DISPLAY '*** BURSENT HAS NO BUREAU HEADER SEGMENT'
                       ' - RUN STOPPED, NOTHING CORRECTED ***'
               MOVE 16 TO RETURN-CODE
               CLOSE CORRECTION-FILE
               PERFORM TERMINATION-PARAGRAPH
               GOBACK
           END-IF.
           ADD 1 TO WS-SENT-READ-COUNT.
           MOVE WS-BUR-HDR-REPORTER-ID TO WS-SENT-REPORTER-ID.
           MOVE WS-BUR-HDR-ACTIVITY-DATE TO WS-SENT-ACTIVITY-DATE.
           MOVE WS-BUR-HDR-CYCLE TO WS-SENT-CYCLE.
           DISPLAY 'Correcting file of reporter ' WS-SENT-REPORTER-ID
                   ' activity date ' WS-SENT-ACTIVITY-DATE.
           MOVE WS-SENT-ACTIVITY-DATE TO WS-REG-ACTIVITY-DATE.
           MOVE WS-SENT-REPORTER-ID TO WS-REG-REPORTER-ID.
           WRITE WS-REGISTER-LINE FROM WS-REG-TITLE-LINE.

       PROCESS-MAINTENANCE.
           READ MAINTENANCE-FILE INTO WS-CORRECTION-REQUEST
               AT END SET MAINTENANCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MAINT-READ-COUNT
                   PERFORM VALIDATE-MAINTENANCE-REQUEST
                   IF MAINT-IS-VALID
                       PERFORM STORE-REQUEST
                   ELSE
                       PERFORM WRITE-SUSPENSE-RECORD
                   END-IF
           END-READ.

       VALIDATE-MAINTENANCE-REQUEST.
           SET MAINT-IS-VALID TO TRUE.
           MOVE SPACES TO WS-BCQ-REASON-CODE WS-BCQ-REASON-TEXT.
           IF NOT BCQ-ACTION-AMEND AND NOT BCQ-ACTION-DELETE
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'B001' TO WS-BCQ-REASON-CODE
               MOVE 'INVALID ACTION CODE' TO WS-BCQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND WS-BCQ-ACC-NUMBER NOT NUMERIC
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'B002' TO WS-BCQ-REASON-CODE
               MOVE 'ACCOUNT NOT NUMERIC' TO WS-BCQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND WS-BCQ-REQUESTER-ID = SPACES
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'B003' TO WS-BCQ-REASON-CODE
               MOVE 'REQUESTER BLANK' TO WS-BCQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               IF BCQ-ACTION-AMEND
                   PERFORM VALIDATE-AMEND-REQUEST
               ELSE
                   PERFORM VALIDATE-DELETE-REQUEST
               END-IF
           END-IF.
           IF MAINT-IS-VALID
               PERFORM FIND-REQUEST-FOR-ACCOUNT
               IF WS-RQT-PICKED > ZERO
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'B011' TO WS-BCQ-REASON-CODE
                   MOVE 'DUPLICATE REQUEST' TO WS-BCQ-REASON-TEXT
               END-IF
           END-IF.
           IF MAINT-IS-VALID
                   AND WS-RQT-ENTRY-COUNT >= WS-RQT-MAX-ENTRIES
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'B012' TO WS-BCQ-REASON-CODE
               MOVE 'REQUEST TABLE FULL' TO WS-BCQ-REASON-TEXT
               MOVE 4 TO RETURN-CODE
           END-IF.

       VALIDATE-AMEND-REQUEST.
           IF WS-BCQ-CHANGE-FIELDS = SPACES
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'B010' TO WS-BCQ-REASON-CODE
               MOVE 'NO FIELDS TO CHANGE' TO WS-BCQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND NOT BCQ-STATUS-UNCHANGED
                   AND NOT BCQ-STATUS-VALID
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'B004' TO WS-BCQ-REASON-CODE
               MOVE 'STATUS CODE BAD' TO WS-BCQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND NOT BCQ-RATING-UNCHANGED
                   AND NOT BCQ-RATING-VALID
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'B005' TO WS-BCQ-REASON-CODE
               MOVE 'RATING CODE BAD' TO WS-BCQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND WS-BCQ-CURRENT-BALANCE NOT = SPACES
                   AND WS-BCQ-CURRENT-BALANCE NOT NUMERIC
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'B006' TO WS-BCQ-REASON-CODE
               MOVE 'BALANCE NOT NUMERIC' TO WS-BCQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND WS-BCQ-AMOUNT-PAST-DUE NOT = SPACES
                   AND WS-BCQ-AMOUNT-PAST-DUE NOT NUMERIC
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'B007' TO WS-BCQ-REASON-CODE
               MOVE 'PAST DUE NOT NUMERIC' TO WS-BCQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND WS-BCQ-CREDIT-LIMIT NOT = SPACES
                   AND WS-BCQ-CREDIT-LIMIT NOT NUMERIC
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'B008' TO WS-BCQ-REASON-CODE
               MOVE 'LIMIT NOT NUMERIC' TO WS-BCQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND NOT BCQ-COMPLIANCE-UNCHANGED
                   AND NOT BCQ-COMPLIANCE-VALID
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'B009' TO WS-BCQ-REASON-CODE
               MOVE 'COMPLIANCE CODE BAD' TO WS-BCQ-REASON-TEXT
           END-IF.

       VALIDATE-DELETE-REQUEST.
           IF WS-BCQ-CHANGE-FIELDS NOT = SPACES
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'B016' TO WS-BCQ-REASON-CODE
               MOVE 'DELETE HAS FIELDS' TO WS-BCQ-REASON-TEXT
           END-IF.

       FIND-REQUEST-FOR-ACCOUNT.
           MOVE ZERO TO WS-RQT-PICKED.
           PERFORM VARYING WS-RQT-IDX FROM 1 BY 1
                   UNTIL WS-RQT-IDX > WS-RQT-ENTRY-COUNT
                   OR WS-RQT-PICKED > ZERO
               IF WS-RQT-ACC-NUMBER(WS-RQT-IDX) = WS-BCQ-ACC-NUMBER-9
                   MOVE WS-RQT-IDX TO WS-RQT-PICKED
               END-IF
           END-PERFORM.

       STORE-REQUEST.
           ADD 1 TO WS-RQT-ENTRY-COUNT.
           MOVE WS-BCQ-ACC-NUMBER-9
               TO WS-RQT-ACC-NUMBER(WS-RQT-ENTRY-COUNT).
           MOVE WS-CORRECTION-REQUEST
               TO WS-RQT-IMAGE(WS-RQT-ENTRY-COUNT).
           MOVE 'N' TO WS-RQT-MATCHED-SW(WS-RQT-ENTRY-COUNT).

       WRITE-CORRECTION-HEADER.
           MOVE SPACES TO WS-BUREAU-SEGMENT.
           SET BUR-HEADER-SEGMENT TO TRUE.
           MOVE WS-SENT-REPORTER-ID TO WS-BUR-HDR-REPORTER-ID.
           MOVE WS-SENT-ACTIVITY-DATE TO WS-BUR-HDR-ACTIVITY-DATE.
           MOVE WS-RUN-DATE TO WS-BUR-HDR-CREATED-DATE.
           SET BUR-CORRECTION-FILE TO TRUE.
           MOVE WS-CR-JOB-NAME TO WS-BUR-HDR-PROGRAM.
           MOVE WS-SENT-CYCLE TO WS-BUR-HDR-CYCLE.
           WRITE WS-CORRECTION-RECORD FROM WS-BUREAU-SEGMENT.

       READ-SENT-SEGMENT.
      * The trailer ends the file sent.
           READ SENT-BUREAU-FILE INTO WS-BUREAU-SEGMENT
               AT END SET SENT-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SENT-READ-COUNT
                   IF BUR-TRAILER-SEGMENT
                       SET SENT-FILE-EOF TO TRUE
                   END-IF
           END-READ.

       CORRECT-ONE-SEGMENT.
           IF BUR-BASE-SEGMENT
               ADD 1 TO WS-SENT-BASE-COUNT
               MOVE WS-BUR-ACC-NUMBER TO WS-BCQ-ACC-NUMBER-9
               PERFORM FIND-REQUEST-FOR-ACCOUNT
               IF WS-RQT-PICKED > ZERO
                   MOVE WS-RQT-IMAGE(WS-RQT-PICKED)
                       TO WS-CORRECTION-REQUEST
                   MOVE 'Y' TO WS-RQT-MATCHED-SW(WS-RQT-PICKED)
                   PERFORM APPLY-CORRECTION
               END-IF
           END-IF.
           PERFORM READ-SENT-SEGMENT.

       APPLY-CORRECTION.
           MOVE WS-BUR-ACCOUNT-STATUS TO WS-SNT-ACCOUNT-STATUS.
           MOVE WS-BUR-PAYMENT-RATING TO WS-SNT-PAYMENT-RATING.
           MOVE WS-BUR-CURRENT-BALANCE TO WS-SNT-CURRENT-BALANCE.
           IF BCQ-ACTION-DELETE
               MOVE 'DA' TO WS-BUR-ACCOUNT-STATUS
           ELSE
               PERFORM AMEND-SEGMENT-FIELDS
           END-IF.
           PERFORM VALIDATE-CORRECTED-SEGMENT.
           IF MAINT-IS-VALID
               SET BUR-AMENDED-SEGMENT TO TRUE
               WRITE WS-CORRECTION-RECORD FROM WS-BUREAU-SEGMENT
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM TALLY-CORRECTED-SEGMENT
               PERFORM WRITE-REGISTER-LINE
           ELSE
               PERFORM WRITE-SUSPENSE-RECORD
           END-IF.

       AMEND-SEGMENT-FIELDS.
           IF NOT BCQ-STATUS-UNCHANGED
               MOVE WS-BCQ-ACCOUNT-STATUS TO WS-BUR-ACCOUNT-STATUS
           END-IF.
           IF NOT BCQ-RATING-UNCHANGED
               MOVE WS-BCQ-PAYMENT-RATING TO WS-BUR-PAYMENT-RATING
           END-IF.
           IF WS-BCQ-CURRENT-BALANCE NOT = SPACES
               MOVE WS-BCQ-CURRENT-BALANCE-9
                   TO WS-BUR-CURRENT-BALANCE
           END-IF.
           IF WS-BCQ-AMOUNT-PAST-DUE NOT = SPACES
               MOVE WS-BCQ-AMOUNT-PAST-DUE-9
                   TO WS-BUR-AMOUNT-PAST-DUE
           END-IF.
           IF WS-BCQ-CREDIT-LIMIT NOT = SPACES
               MOVE WS-BCQ-CREDIT-LIMIT-9 TO WS-BUR-CREDIT-LIMIT
           END-IF.
           EVALUATE TRUE
               WHEN BCQ-COMMENT-UNCHANGED
                   CONTINUE
               WHEN BCQ-COMMENT-REMOVED
                   MOVE SPACES TO WS-BUR-SPECIAL-COMMENT
               WHEN OTHER
                   MOVE WS-BCQ-SPECIAL-COMMENT
                       TO WS-BUR-SPECIAL-COMMENT
           END-EVALUATE.
           IF NOT BCQ-COMPLIANCE-UNCHANGED
               MOVE WS-BCQ-COMPLIANCE-CODE TO WS-BUR-COMPLIANCE-CODE
           END-IF.

       VALIDATE-CORRECTED-SEGMENT.
      * The rules hold on the segment as it will be resent, keyed
      * fields and reported fields together.
           SET MAINT-IS-VALID TO TRUE.
           MOVE SPACES TO WS-BCQ-REASON-CODE WS-BCQ-REASON-TEXT.
           IF BCQ-ACTION-AMEND
               IF (BUR-STATUS-CHARGED-OFF
                       AND WS-BUR-PAYMENT-RATING NOT = 'L')
                   OR (NOT BUR-STATUS-CHARGED-OFF
                       AND WS-BUR-PAYMENT-RATING = 'L')
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'B014' TO WS-BCQ-REASON-CODE
                   MOVE 'STATUS RATING CLASH' TO WS-BCQ-REASON-TEXT
               END-IF
               IF MAINT-IS-VALID
                       AND WS-BUR-AMOUNT-PAST-DUE
                           > WS-BUR-CURRENT-BALANCE
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'B015' TO WS-BCQ-REASON-CODE
                   MOVE 'PAST DUE OVER BAL' TO WS-BCQ-REASON-TEXT
               END-IF
           END-IF.

       TALLY-CORRECTED-SEGMENT.
           ADD WS-BUR-CURRENT-BALANCE TO WS-BALANCE-TOTAL.
           EVALUATE TRUE
               WHEN BUR-STATUS-DELETE
                   ADD 1 TO WS-DELETED-COUNT
               WHEN BUR-STATUS-CHARGED-OFF
                   ADD 1 TO WS-CHGOFF-COUNT
               WHEN BUR-STATUS-DELINQUENT
                   ADD 1 TO WS-DELINQ-COUNT
               WHEN BUR-STATUS-CURRENT OR BUR-STATUS-CLOSED-PAID
                   ADD 1 TO WS-CURRENT-COUNT
           END-EVALUATE.
           IF NOT BUR-STATUS-DELETE
               ADD 1 TO WS-AMENDED-COUNT
               IF BUR-GRANTOR-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
               END-IF
               IF BUR-DISPUTED
                   ADD 1 TO WS-DISPUTED-COUNT
               END-IF
           END-IF.

       REFUSE-UNMATCHED-REQUESTS.
           IF NOT RQT-MATCHED(WS-RQT-IDX)
               MOVE WS-RQT-IMAGE(WS-RQT-IDX) TO WS-CORRECTION-REQUEST
               MOVE 'B013' TO WS-BCQ-REASON-CODE
               MOVE 'NOT ON SENT FILE' TO WS-BCQ-REASON-TEXT
               PERFORM WRITE-SUSPENSE-RECORD
           END-IF.

       WRITE-CORRECTION-TRAILER.
           MOVE SPACES TO WS-BUREAU-SEGMENT.
           SET BUR-TRAILER-SEGMENT TO TRUE.
           MOVE WS-APPLIED-COUNT TO WS-BUR-TRL-BASE-COUNT.
           MOVE WS-BALANCE-TOTAL TO WS-BUR-TRL-BALANCE-TOTAL.
           MOVE WS-CURRENT-COUNT TO WS-BUR-TRL-CURRENT-COUNT.
           MOVE WS-DELINQ-COUNT TO WS-BUR-TRL-DELINQ-COUNT.
           MOVE WS-CHGOFF-COUNT TO WS-BUR-TRL-CHGOFF-COUNT.
           MOVE WS-CLOSED-COUNT TO WS-BUR-TRL-CLOSED-COUNT.
           MOVE WS-DISPUTED-COUNT TO WS-BUR-TRL-DISPUTE-COUNT.
           MOVE WS-DELETED-COUNT TO WS-BUR-TRL-DELETE-COUNT.
           WRITE WS-CORRECTION-RECORD FROM WS-BUREAU-SEGMENT.
           CLOSE CORRECTION-FILE.

       WRITE-REGISTER-LINE.
      * Reported value, then the value resent.
           IF BCQ-ACTION-DELETE
               MOVE 'DELETE' TO WS-REG-ACTION
           ELSE
               MOVE 'AMEND' TO WS-REG-ACTION
           END-IF.
           MOVE WS-BUR-ACC-NUMBER TO WS-REG-ACC-NUMBER.
           MOVE WS-BUR-CUST-ID TO WS-REG-CUST-ID.
           MOVE WS-SNT-ACCOUNT-STATUS TO WS-REG-OLD-STATUS.
           MOVE WS-BUR-ACCOUNT-STATUS TO WS-REG-NEW-STATUS.
           MOVE WS-SNT-PAYMENT-RATING TO WS-REG-OLD-RATING.
           MOVE WS-BUR-PAYMENT-RATING TO WS-REG-NEW-RATING.
           MOVE WS-SNT-CURRENT-BALANCE TO WS-REG-OLD-BALANCE.
           MOVE WS-BUR-CURRENT-BALANCE TO WS-REG-NEW-BALANCE.
           MOVE WS-BUR-AMOUNT-PAST-DUE TO WS-REG-NEW-PAST-DUE.
           MOVE WS-BUR-CREDIT-LIMIT TO WS-REG-NEW-LIMIT.
           MOVE WS-BUR-SPECIAL-COMMENT TO WS-REG-NEW-COMMENT.
           MOVE WS-BUR-COMPLIANCE-CODE TO WS-REG-NEW-COMPLIANCE.
           MOVE WS-BCQ-REQUESTER-ID TO WS-REG-REQUESTER.
           WRITE WS-REGISTER-LINE FROM WS-REG-DETAIL-LINE.

       WRITE-SUSPENSE-RECORD.
           ADD 1 TO WS-SUSPENSE-COUNT.
           MOVE WS-CORRECTION-REQUEST TO WS-SUS-MAINT-IMAGE.
           MOVE WS-BCQ-REASON-CODE TO WS-SUS-REASON-CODE.
           MOVE WS-BCQ-REASON-TEXT TO WS-SUS-REASON-TEXT.
           WRITE WS-SUSPENSE-RECORD.
           DISPLAY 'Correction request rejected, reason '
                   WS-BCQ-REASON-CODE ', account '
                   WS-BCQ-ACC-NUMBER.

       WRITE-REGISTER-TOTALS.
           MOVE 'BASE SEGMENTS ON FILE SENT' TO WS-RGT-LABEL.
           MOVE WS-SENT-BASE-COUNT TO WS-RGT-COUNT.
           WRITE WS-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE 'SEGMENTS RESENT' TO WS-RGT-LABEL.
           MOVE WS-APPLIED-COUNT TO WS-RGT-COUNT.
           WRITE WS-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE '  AMENDED' TO WS-RGT-LABEL.
           MOVE WS-AMENDED-COUNT TO WS-RGT-COUNT.
           WRITE WS-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE '  DELETED' TO WS-RGT-LABEL.
           MOVE WS-DELETED-COUNT TO WS-RGT-COUNT.
           WRITE WS-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE 'REQUESTS TO SUSPENSE' TO WS-RGT-LABEL.
           MOVE WS-SUSPENSE-COUNT TO WS-RGT-COUNT.
           WRITE WS-REGISTER-LINE FROM WS-REG-TOTAL-LINE.

       TERMINATION-PARAGRAPH.
           CLOSE SENT-BUREAU-FILE.
           CLOSE MAINTENANCE-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE REGISTER-FILE.
           DISPLAY 'Bureau segments read:  ' WS-SENT-READ-COUNT.
           DISPLAY 'Correction requests:   ' WS-MAINT-READ-COUNT.
           DISPLAY 'Applied: ' WS-APPLIED-COUNT
                   ' (amended ' WS-AMENDED-COUNT
                   ' deleted ' WS-DELETED-COUNT ')'.
           DISPLAY 'Rejected to suspense:  ' WS-SUSPENSE-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-MAINT-READ-COUNT TO WS-CR-RECORDS-IN.
           MOVE WS-APPLIED-COUNT    TO WS-CR-RECORDS-OUT.
           MOVE WS-SUSPENSE-COUNT   TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE         TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program BURECOR completed.'.

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

       COPY CTLRPTPR.
