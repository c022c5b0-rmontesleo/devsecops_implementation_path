       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRMNT.
      * Promise-to-pay arrangement maintenance. The arrangement
      * (record layout in copybook ARRREC) lives on a keyed master
      * ARRMST, keyed on customer id, one arrangement per customer.
      * Maintenance requests arrive on ARRMNTRQ; every request is
      * field-validated the CUSTMNT way, applied requests print on
      * the arrangement register, and invalid requests go to the
      * suspense file with a P-series reason.
      * Actions:
      *   A - open an arrangement with its first promised payment.
      *       A customer whose earlier arrangement was broken,
      *       completed, or cancelled may be given a new one; it
      *       replaces the old record.
      *   P - add a further promised payment to an active
      *       arrangement, dated after the last one (twelve at most).
      *   X - cancel an active arrangement. DELQTRK resumes
      *       escalation from the level it held.
      * Promise dates may not fall before the run date -- a promise
      * already past could only ever be missed. Whether promises are
      * kept is ARRCHK's business, not this run's.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARRANGEMENT-MASTER-FILE ASSIGN TO ARRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-AR-CUST-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT MAINTENANCE-FILE ASSIGN TO ARRMNTRQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO ARRSUSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO ARRREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARRANGEMENT-MASTER-FILE
           RECORD CONTAINS 360 CHARACTERS
           DATA RECORD IS WS-ARRANGEMENT-MASTER-RECORD.
       01  WS-ARRANGEMENT-MASTER-RECORD.
           COPY ARRREC.

      * One maintenance request per record. A and P carry one
      * promised payment: its date and an unsigned amount with an
      * implied V99. X needs only the customer.
       FD  MAINTENANCE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-MAINTENANCE-RECORD.
       01  WS-MAINTENANCE-RECORD.
           05  WS-ARM-ACTION        PIC X(1).
               88  ARM-ACTION-OPEN       VALUE 'A'.
               88  ARM-ACTION-PROMISE    VALUE 'P'.
               88  ARM-ACTION-CANCEL     VALUE 'X'.
           05  WS-ARM-CUST-ID       PIC X(10).
           05  WS-ARM-PRM-DATE      PIC X(8).
           05  WS-ARM-PRM-AMOUNT    PIC X(9).
           05  WS-ARM-PRM-AMOUNT-9
                   REDEFINES WS-ARM-PRM-AMOUNT PIC 9(7)V99.
           05  FILLER               PIC X(52).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS WS-SUSPENSE-RECORD.
       01  WS-SUSPENSE-RECORD.
           05  WS-SUS-MAINT-IMAGE   PIC X(80).
           05  WS-SUS-REASON-CODE   PIC X(4).
           05  WS-SUS-REASON-TEXT   PIC X(20).
           05  FILLER               PIC X(2).

       FD  REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-REGISTER-LINE.
       01  WS-REGISTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-MASTER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-MAINT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-SUSPENSE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REGISTER-FILE-STATUS.

       01  WS-MAINT-CONTROL-FIELDS.
           05  WS-MAINT-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-APPLIED-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-SUSPENSE-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-OPEN-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-PROMISE-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-CANCEL-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-MAINT-EOF-SW       PIC X(1) VALUE 'N'.
               88  MAINTENANCE-EOF       VALUE 'Y'.
           05  WS-ARM-VALID-SW       PIC X(1) VALUE 'Y'.
               88  MAINT-IS-VALID        VALUE 'Y'.
               88  MAINT-IS-REJECTED     VALUE 'N'.
           05  WS-ARM-REASON-CODE    PIC X(4) VALUE SPACES.
           05  WS-ARM-REASON-TEXT    PIC X(20) VALUE SPACES.
           05  WS-MASTER-FOUND-SW    PIC X(1) VALUE 'N'.
               88  MASTER-REC-FOUND      VALUE 'Y'.
           05  WS-ARM-CUST-ID-NUM    PIC 9(10) VALUE ZERO.
           05  WS-PRM-IDX            PIC 9(2) VALUE ZERO.
           05  WS-DATE-CHECK-NUM     PIC 9(8) VALUE ZERO.
           05  WS-DATE-CHECK-MM      PIC 9(2) VALUE ZERO.
           05  WS-DATE-CHECK-DD      PIC 9(2) VALUE ZERO.
           05  WS-DATE-OK-SW         PIC X(1) VALUE 'N'.
               88  PRM-DATE-IS-OK        VALUE 'Y'.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

      * Shared customer-id check-digit validation (copybooks
      * CHKDIGWS/CHKDIGPR), the same rule CUSTMNT applies.
       COPY CHKDIGWS.

       COPY OPTPARWS.

       01  WS-RUN-DATE-FIELDS.
      * Cycle date stamped on the run-control record and on the
      * arrangements opened or cancelled: the RUNDATE control card
      * when present, today's date otherwise.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.

       01  WS-RUN-CONTROL-RECORD.
           COPY RUNCTLRC.

       01  WS-REGISTER-LINES.
           05  WS-REG-TITLE-LINE    PIC X(80) VALUE
               'ARRMNT - PROMISE-TO-PAY ARRANGEMENT REGISTER'.
           05  WS-REG-DETAIL-LINE.
               10  WS-REG-ACTION    PIC X(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-CUST-ID   PIC 9(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-SETUP-DATE PIC 9(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-PRM-COUNT PIC Z9.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-PRM-DATE  PIC 9(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-PRM-AMOUNT PIC ZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-STATUS    PIC X(1).
               10  FILLER           PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY 'Program ARRMNT started.'.
           MOVE 'ARRMNT' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM GET-RUN-OPTIONS.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-MAINTENANCE
               UNTIL MAINTENANCE-EOF.
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
           OPEN I-O ARRANGEMENT-MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening arrangement master: '
                       WS-MASTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT MAINTENANCE-FILE.
           IF WS-MAINT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening maintenance file: '
                       WS-MAINT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE ARRANGEMENT-MASTER-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening suspense file: '
                       WS-SUSPENSE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE ARRANGEMENT-MASTER-FILE
               CLOSE MAINTENANCE-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening register file: '
                       WS-REGISTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE ARRANGEMENT-MASTER-FILE
               CLOSE MAINTENANCE-FILE
               CLOSE SUSPENSE-FILE
               GOBACK
           END-IF.
           WRITE WS-REGISTER-LINE FROM WS-REG-TITLE-LINE.

       PROCESS-MAINTENANCE.
           READ MAINTENANCE-FILE INTO WS-MAINTENANCE-RECORD
               AT END SET MAINTENANCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MAINT-READ-COUNT
                   PERFORM VALIDATE-MAINTENANCE-REQUEST
                   IF MAINT-IS-VALID
                       PERFORM APPLY-MAINTENANCE-REQUEST
                   ELSE
                       PERFORM WRITE-SUSPENSE-RECORD
                   END-IF
           END-READ.

       VALIDATE-MAINTENANCE-REQUEST.
           SET MAINT-IS-VALID TO TRUE.
           MOVE SPACES TO WS-ARM-REASON-CODE WS-ARM-REASON-TEXT.
           IF NOT ARM-ACTION-OPEN AND NOT ARM-ACTION-PROMISE
                   AND NOT ARM-ACTION-CANCEL
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'P001' TO WS-ARM-REASON-CODE
               MOVE 'INVALID ACTION CODE' TO WS-ARM-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
                   AND (WS-ARM-CUST-ID NOT NUMERIC
                       OR WS-ARM-CUST-ID = ZERO)
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'P002' TO WS-ARM-REASON-CODE
               MOVE 'CUST ID NOT NUMERIC' TO WS-ARM-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               MOVE WS-ARM-CUST-ID TO WS-CD-CUST-ID
               PERFORM 8600-VERIFY-CHECK-DIGIT
               IF NOT CD-CHECK-DIGIT-OK
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'P003' TO WS-ARM-REASON-CODE
                   MOVE 'CHECK DIGIT INVALID' TO WS-ARM-REASON-TEXT
               END-IF
           END-IF.
           IF MAINT-IS-VALID
               MOVE WS-ARM-CUST-ID TO WS-ARM-CUST-ID-NUM
               PERFORM READ-MASTER-BY-ID
           END-IF.
           IF MAINT-IS-VALID
               EVALUATE TRUE
                   WHEN ARM-ACTION-OPEN
                       PERFORM VALIDATE-OPEN-REQUEST
                   WHEN ARM-ACTION-PROMISE
                       PERFORM VALIDATE-PROMISE-REQUEST
                   WHEN ARM-ACTION-CANCEL
                       PERFORM VALIDATE-CANCEL-REQUEST
               END-EVALUATE
           END-IF.

       READ-MASTER-BY-ID.
           MOVE 'N' TO WS-MASTER-FOUND-SW.
           MOVE WS-ARM-CUST-ID-NUM TO WS-AR-CUST-ID.
           READ ARRANGEMENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND-SW
           END-READ.

       VALIDATE-OPEN-REQUEST.
           IF MASTER-REC-FOUND AND AR-ACTIVE
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'P004' TO WS-ARM-REASON-CODE
               MOVE 'ARRANGEMENT ACTIVE' TO WS-ARM-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               PERFORM VALIDATE-PROMISE-FIELDS
           END-IF.

       VALIDATE-PROMISE-REQUEST.
           IF NOT MASTER-REC-FOUND OR NOT AR-ACTIVE
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'P007' TO WS-ARM-REASON-CODE
               MOVE 'NO ACTIVE ARRANGEMNT' TO WS-ARM-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               PERFORM VALIDATE-PROMISE-FIELDS
           END-IF.
           IF MAINT-IS-VALID
                   AND WS-ARM-PRM-DATE
                       <= WS-AR-PRM-DATE(WS-AR-PROMISE-COUNT)
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'P008' TO WS-ARM-REASON-CODE
               MOVE 'PROMISE OUT OF ORDER' TO WS-ARM-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND WS-AR-PROMISE-COUNT >= 12
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'P009' TO WS-ARM-REASON-CODE
               MOVE 'PROMISE TABLE FULL' TO WS-ARM-REASON-TEXT
           END-IF.

       VALIDATE-PROMISE-FIELDS.
      * Promise dates lie ahead, so only the calendar shape is
      * checked here, plus not before the run date.
           MOVE WS-ARM-PRM-DATE TO WS-DATE-CHECK-NUM(1:8).
           PERFORM CHECK-ONE-PROMISE-DATE.
           IF NOT PRM-DATE-IS-OK
                   OR WS-DATE-CHECK-NUM < WS-RUN-DATE
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'P005' TO WS-ARM-REASON-CODE
               MOVE 'PROMISE DATE BAD' TO WS-ARM-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
                   AND (WS-ARM-PRM-AMOUNT NOT NUMERIC
                       OR WS-ARM-PRM-AMOUNT-9 = ZERO)
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'P006' TO WS-ARM-REASON-CODE
               MOVE 'PROMISE AMOUNT BAD' TO WS-ARM-REASON-TEXT
           END-IF.

       CHECK-ONE-PROMISE-DATE.
           MOVE 'N' TO WS-DATE-OK-SW.
           IF WS-DATE-CHECK-NUM(1:8) IS NUMERIC
               MOVE WS-DATE-CHECK-NUM(5:2) TO WS-DATE-CHECK-MM
               MOVE WS-DATE-CHECK-NUM(7:2) TO WS-DATE-CHECK-DD
               IF WS-DATE-CHECK-MM >= 1 AND WS-DATE-CHECK-MM <= 12
                       AND WS-DATE-CHECK-DD >= 1
                       AND WS-DATE-CHECK-DD <= 31
                   MOVE 'Y' TO WS-DATE-OK-SW
               END-IF
           END-IF.

       VALIDATE-CANCEL-REQUEST.
           IF NOT MASTER-REC-FOUND OR NOT AR-ACTIVE
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'P007' TO WS-ARM-REASON-CODE
               MOVE 'NO ACTIVE ARRANGEMNT' TO WS-ARM-REASON-TEXT
           END-IF.

       APPLY-MAINTENANCE-REQUEST.
           EVALUATE TRUE
               WHEN ARM-ACTION-OPEN
                   PERFORM APPLY-OPEN-REQUEST
               WHEN ARM-ACTION-PROMISE
                   ADD 1 TO WS-AR-PROMISE-COUNT
                   MOVE WS-AR-PROMISE-COUNT TO WS-PRM-IDX
                   PERFORM SET-NEW-PROMISE
                   PERFORM REWRITE-MASTER-RECORD
                   IF MAINT-IS-VALID
                       ADD 1 TO WS-PROMISE-COUNT
                       MOVE 'PROMISE' TO WS-REG-ACTION
                   END-IF
               WHEN ARM-ACTION-CANCEL
                   MOVE 'X' TO WS-AR-STATUS
                   MOVE WS-RUN-DATE TO WS-AR-CLOSE-DATE
                   PERFORM REWRITE-MASTER-RECORD
                   IF MAINT-IS-VALID
                       ADD 1 TO WS-CANCEL-COUNT
                       MOVE 'CANCEL' TO WS-REG-ACTION
                   END-IF
           END-EVALUATE.
           IF MAINT-IS-VALID
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-REGISTER-LINE
           ELSE
               PERFORM WRITE-SUSPENSE-RECORD
           END-IF.

       APPLY-OPEN-REQUEST.
      * A fresh arrangement: an old broken, completed, or cancelled
      * record for the customer is replaced in place.
           MOVE SPACES TO WS-ARRANGEMENT-MASTER-RECORD.
           MOVE WS-ARM-CUST-ID-NUM TO WS-AR-CUST-ID.
           MOVE 'A' TO WS-AR-STATUS.
           MOVE WS-RUN-DATE TO WS-AR-SETUP-DATE.
           MOVE ZERO TO WS-AR-CLOSE-DATE.
           MOVE 1 TO WS-AR-PROMISE-COUNT.
           PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
                   UNTIL WS-PRM-IDX > 12
               MOVE ZERO TO WS-AR-PRM-DATE(WS-PRM-IDX)
                            WS-AR-PRM-AMOUNT(WS-PRM-IDX)
                            WS-AR-PRM-PAID(WS-PRM-IDX)
               MOVE SPACE TO WS-AR-PRM-STATUS(WS-PRM-IDX)
           END-PERFORM.
           MOVE 1 TO WS-PRM-IDX.
           PERFORM SET-NEW-PROMISE.
           IF MASTER-REC-FOUND
               PERFORM REWRITE-MASTER-RECORD
           ELSE
               WRITE WS-ARRANGEMENT-MASTER-RECORD
                   INVALID KEY
                       SET MAINT-IS-REJECTED TO TRUE
                       MOVE 'P010' TO WS-ARM-REASON-CODE
                       MOVE 'MASTER WRITE FAILED'
                           TO WS-ARM-REASON-TEXT
               END-WRITE
           END-IF.
           IF MAINT-IS-VALID
               ADD 1 TO WS-OPEN-COUNT
               MOVE 'OPEN' TO WS-REG-ACTION
           END-IF.

       SET-NEW-PROMISE.
           MOVE WS-ARM-PRM-DATE TO WS-AR-PRM-DATE(WS-PRM-IDX).
           MOVE WS-ARM-PRM-AMOUNT-9 TO WS-AR-PRM-AMOUNT(WS-PRM-IDX).
           MOVE ZERO TO WS-AR-PRM-PAID(WS-PRM-IDX).
           MOVE 'O' TO WS-AR-PRM-STATUS(WS-PRM-IDX).

       REWRITE-MASTER-RECORD.
           REWRITE WS-ARRANGEMENT-MASTER-RECORD
               INVALID KEY
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'P011' TO WS-ARM-REASON-CODE
                   MOVE 'MASTER REWRITE FAIL' TO WS-ARM-REASON-TEXT
           END-REWRITE.

       WRITE-REGISTER-LINE.
           MOVE WS-AR-CUST-ID       TO WS-REG-CUST-ID.
           MOVE WS-AR-SETUP-DATE    TO WS-REG-SETUP-DATE.
           MOVE WS-AR-PROMISE-COUNT TO WS-REG-PRM-COUNT.
           IF ARM-ACTION-CANCEL
               MOVE ZERO TO WS-REG-PRM-DATE WS-REG-PRM-AMOUNT
           ELSE
               MOVE WS-AR-PRM-DATE(WS-AR-PROMISE-COUNT)
                   TO WS-REG-PRM-DATE
               MOVE WS-AR-PRM-AMOUNT(WS-AR-PROMISE-COUNT)
                   TO WS-REG-PRM-AMOUNT
           END-IF.
           MOVE WS-AR-STATUS        TO WS-REG-STATUS.
           WRITE WS-REGISTER-LINE FROM WS-REG-DETAIL-LINE.

       WRITE-SUSPENSE-RECORD.
           ADD 1 TO WS-SUSPENSE-COUNT.
           MOVE WS-MAINTENANCE-RECORD TO WS-SUS-MAINT-IMAGE.
           MOVE WS-ARM-REASON-CODE TO WS-SUS-REASON-CODE.
           MOVE WS-ARM-REASON-TEXT TO WS-SUS-REASON-TEXT.
           WRITE WS-SUSPENSE-RECORD.
           DISPLAY 'Arrangement request rejected, reason '
                   WS-ARM-REASON-CODE ', id ' WS-ARM-CUST-ID.

       TERMINATION-PARAGRAPH.
           CLOSE ARRANGEMENT-MASTER-FILE.
           CLOSE MAINTENANCE-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE REGISTER-FILE.
           DISPLAY 'Arrangement requests read: ' WS-MAINT-READ-COUNT.
           DISPLAY 'Applied: ' WS-APPLIED-COUNT
                   ' (opens ' WS-OPEN-COUNT
                   ' promises ' WS-PROMISE-COUNT
                   ' cancels ' WS-CANCEL-COUNT ')'.
           DISPLAY 'Rejected to suspense: ' WS-SUSPENSE-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-MAINT-READ-COUNT TO WS-CR-RECORDS-IN.
           MOVE WS-APPLIED-COUNT    TO WS-CR-RECORDS-OUT.
           MOVE WS-SUSPENSE-COUNT   TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE         TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program ARRMNT completed.'.

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

       COPY CHKDIGPR.
