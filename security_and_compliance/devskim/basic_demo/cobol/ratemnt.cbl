      * request whose date range overlaps an existing row for the
      * same type) go to the suspense file with a reason, and the
      * new master RATEOUT is written from the merged result.
      * Each row also carries the type's minimum-payment rule -- a
      * percentage of the statement closing balance with a floor
      * amount -- which STMTGEN applies when it prints the minimum
      * due. Requests from before the rule existed leave those bytes
      * blank, and the row then has no rule (zero and zero).
      * Actions:
      *   A - add a rate period (type, pct, fee, minimum-payment
      *       rule, effective range)
      *   D - drop a period (named by type and effective-from) that
      *       has not yet come into force; history is never dropped
      * Each request names its requester, the rate owner. Every
      * period added also goes to RATEEVT as a change event
      * (copybook CHGEVTRC) carrying the rate and fee of the period
      * it follows, so CHGNOTC can give the holders of the type
      * notice of the change -- or tell the owner it cannot.
      * A period may only be added for a type on the product master
      * PRODFILE (copybook PRODREC, kept by PRODMNT), open or closed
      * to new business -- a closed product's accounts still accrue.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-FILE-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO PRODFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROD-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO RATESUSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT CHANGE-EVENT-FILE ASSIGN TO RATEEVT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same 50-byte layout the posting run reads.
                   REDEFINES WS-RMN-MONTHLY-FEE PIC 9(5)V99.
           05  WS-RMN-EFF-FROM      PIC X(8).
           05  WS-RMN-EFF-TO        PIC X(8).
           05  WS-RMN-MIN-DUE-PCT   PIC X(5).
           05  WS-RMN-MIN-DUE-PCT-9
                   REDEFINES WS-RMN-MIN-DUE-PCT PIC 9(3)V99.
           05  WS-RMN-MIN-DUE-FLOOR PIC X(7).
           05  WS-RMN-MIN-DUE-FLOOR-9
                   REDEFINES WS-RMN-MIN-DUE-FLOOR PIC 9(5)V99.
           05  WS-RMN-REQUESTER-ID  PIC X(8).
           05  FILLER               PIC X(21).

      * Same 100-byte layout PRODMNT maintains.
       FD  PRODUCT-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-PRODUCT-MASTER-RECORD.
       01  WS-PRODUCT-MASTER-RECORD PIC X(100).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS WS-REGISTER-LINE.
       01  WS-REGISTER-LINE PIC X(132).

       FD  CHANGE-EVENT-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS WS-CHANGE-EVENT-RECORD.
       01  WS-CHANGE-EVENT-RECORD.
           COPY CHGEVTRC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-RATE-IN-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-RATE-OUT-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-MAINT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-PROD-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-SUSPENSE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REGISTER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-EVENT-FILE-STATUS.

      * Structured view of the rate record, moved in and out of the
      * flat FD records. The date bytes are CHARACTER fields with
           05  WS-RTW-MONTHLY-FEE   PIC 9(5)V99.
           05  WS-RTW-EFF-FROM      PIC X(8).
           05  WS-RTW-EFF-TO        PIC X(8).
           05  WS-RTW-MIN-DUE-PCT   PIC 9(3)V99.
           05  WS-RTW-MIN-DUE-FLOOR PIC 9(5)V99.

      * The whole master held in storage for the run: existing rows
      * plus the day's adds, drops flagged rather than removed so
               10  WS-RTE-MONTHLY-FEE   PIC 9(5)V99.
               10  WS-RTE-EFF-FROM      PIC 9(8).
               10  WS-RTE-EFF-TO        PIC 9(8).
               10  WS-RTE-MIN-DUE-PCT   PIC 9(3)V99.
               10  WS-RTE-MIN-DUE-FLOOR PIC 9(5)V99.
               10  WS-RTE-DROPPED-SW    PIC X(1).
                   88  RTE-ROW-DROPPED      VALUE 'Y'.
           05  WS-RTE-IDX           PIC 9(3) VALUE ZERO.
           05  WS-RTE-PICKED        PIC 9(3) VALUE ZERO.
      * The row an added period follows: the latest live row for the
      * type starting before it.
           05  WS-RTE-PRIOR         PIC 9(3) VALUE ZERO.

       01  WS-PRODUCT-RECORD.
           COPY PRODREC.

      * The account types on the product master, loaded whole.
       01  WS-PRODUCT-TABLE.
           05  WS-PRT-ENTRY-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-PRT-MAX-ENTRIES   PIC 9(4) VALUE 500.
           05  WS-PRT-ENTRY OCCURS 500 TIMES.
               10  WS-PRT-ACC-TYPE      PIC X(10).
           05  WS-PRT-IDX           PIC 9(4) VALUE ZERO.
           05  WS-PRT-PICKED        PIC 9(4) VALUE ZERO.
           05  WS-PROD-EOF-SW       PIC X(1) VALUE 'N'.
               88  PRODUCT-FILE-EOF     VALUE 'Y'.

       01  WS-MAINT-CONTROL-FIELDS.
           05  WS-RATE-EOF-SW       PIC X(1) VALUE 'N'.
           05  WS-ADD-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-DROP-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-RATE-OUT-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-EVENT-COUNT       PIC 9(9) VALUE ZERO.

       COPY OPTPARWS.

               10  WS-REG-FROM      PIC 9(8).
               10  FILLER           PIC X(4) VALUE ' TO='.
               10  WS-REG-TO        PIC 9(8).
               10  FILLER           PIC X(6) VALUE ' MIN%='.
               10  WS-REG-MIN-PCT   PIC ZZ9.99.
               10  FILLER           PIC X(7) VALUE ' FLOOR='.
               10  WS-REG-MIN-FLOOR PIC ZZZZ9.99.
               10  FILLER           PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
               PERFORM CLOSE-RATE-IN-IF-OPEN
               GOBACK
           END-IF.
      * Without the product master no type can be proved, so nothing
      * is maintained and the prior rate master stands.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PROD-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening product master: '
                       WS-PROD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-RATE-IN-IF-OPEN
               CLOSE MAINTENANCE-FILE
               GOBACK
           END-IF.
           PERFORM READ-PRODUCT-RECORD
               UNTIL PRODUCT-FILE-EOF.
           CLOSE PRODUCT-MASTER-FILE.
           DISPLAY 'Products loaded: ' WS-PRT-ENTRY-COUNT.
           OPEN OUTPUT RATE-MASTER-OUT.
           IF WS-RATE-OUT-STATUS NOT = '00'
               DISPLAY 'Error opening new rate master: '
               CLOSE SUSPENSE-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT CHANGE-EVENT-FILE.
           IF WS-EVENT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening change event file: '
                       WS-EVENT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-RATE-IN-IF-OPEN
               CLOSE MAINTENANCE-FILE
               CLOSE RATE-MASTER-OUT
               CLOSE SUSPENSE-FILE
               CLOSE REGISTER-FILE
               GOBACK
           END-IF.
           WRITE WS-REGISTER-LINE FROM WS-REG-TITLE-LINE.

       CLOSE-RATE-IN-IF-OPEN.
               CLOSE RATE-MASTER-IN
           END-IF.

       READ-PRODUCT-RECORD.
           READ PRODUCT-MASTER-FILE INTO WS-PRODUCT-RECORD
               AT END SET PRODUCT-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-PRT-ENTRY-COUNT >= WS-PRT-MAX-ENTRIES
      * Types past the cap would be refused as unknown, so the run
      * stops before any output is opened.
                       DISPLAY '*** PRODUCT TABLE FULL AT '
                               WS-PRT-MAX-ENTRIES
                               ' - RUN STOPPED, MASTER UNCHANGED ***'
                       MOVE 16 TO RETURN-CODE
                       CLOSE PRODUCT-MASTER-FILE
                       PERFORM CLOSE-RATE-IN-IF-OPEN
                       CLOSE MAINTENANCE-FILE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-PRT-ENTRY-COUNT
                   MOVE WS-PRD-ACC-TYPE
                       TO WS-PRT-ACC-TYPE(WS-PRT-ENTRY-COUNT)
           END-READ.

       LOAD-ONE-RATE-ROW.
           READ RATE-MASTER-IN INTO WS-RATE-WORK-RECORD
               AT END SET RATE-EOF TO TRUE
           ELSE
               MOVE 99999999 TO WS-RTE-EFF-TO(WS-RTE-ENTRY-COUNT)
           END-IF.
      * Rows cut before the minimum-payment rule existed carry
      * blanks in its bytes: no rule.
           IF WS-RTW-MIN-DUE-PCT IS NUMERIC
               MOVE WS-RTW-MIN-DUE-PCT
                   TO WS-RTE-MIN-DUE-PCT(WS-RTE-ENTRY-COUNT)
           ELSE
               MOVE ZERO TO WS-RTE-MIN-DUE-PCT(WS-RTE-ENTRY-COUNT)
           END-IF.
           IF WS-RTW-MIN-DUE-FLOOR IS NUMERIC
               MOVE WS-RTW-MIN-DUE-FLOOR
                   TO WS-RTE-MIN-DUE-FLOOR(WS-RTE-ENTRY-COUNT)
           ELSE
               MOVE ZERO TO WS-RTE-MIN-DUE-FLOOR(WS-RTE-ENTRY-COUNT)
           END-IF.
           MOVE 'N' TO WS-RTE-DROPPED-SW(WS-RTE-ENTRY-COUNT).

       PROCESS-MAINTENANCE.
           END-IF.

       VALIDATE-ADD-REQUEST.
           MOVE ZERO TO WS-PRT-PICKED.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                   UNTIL WS-PRT-IDX > WS-PRT-ENTRY-COUNT
                   OR WS-PRT-PICKED > ZERO
               IF WS-PRT-ACC-TYPE(WS-PRT-IDX) = WS-RMN-ACC-TYPE
                   MOVE WS-PRT-IDX TO WS-PRT-PICKED
               END-IF
           END-PERFORM.
           IF WS-PRT-PICKED = ZERO
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'E014' TO WS-RMN-REASON-CODE
               MOVE 'PRODUCT NOT ON FILE' TO WS-RMN-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND WS-RMN-ANNUAL-PCT NOT NUMERIC
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'E006' TO WS-RMN-REASON-CODE
               MOVE 'PCT NOT NUMERIC' TO WS-RMN-REASON-TEXT
               MOVE 'E007' TO WS-RMN-REASON-CODE
               MOVE 'FEE NOT NUMERIC' TO WS-RMN-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND WS-RMN-MIN-DUE-PCT NOT = SPACES
                   AND WS-RMN-MIN-DUE-PCT NOT NUMERIC
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'E012' TO WS-RMN-REASON-CODE
               MOVE 'MIN DUE PCT BAD' TO WS-RMN-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND WS-RMN-MIN-DUE-FLOOR NOT = SPACES
                   AND WS-RMN-MIN-DUE-FLOOR NOT NUMERIC
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'E013' TO WS-RMN-REASON-CODE
               MOVE 'MIN DUE FLOOR BAD' TO WS-RMN-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               PERFORM CHECK-PERIOD-OVERLAP
           END-IF.

       APPLY-MAINTENANCE-REQUEST.
           IF RMN-ACTION-ADD
               PERFORM FIND-PRIOR-RATE-ROW
               ADD 1 TO WS-RTE-ENTRY-COUNT
               MOVE WS-RMN-ACC-TYPE
                   TO WS-RTE-ACC-TYPE(WS-RTE-ENTRY-COUNT)
                   TO WS-RTE-EFF-FROM(WS-RTE-ENTRY-COUNT)
               MOVE WS-NEW-EFF-TO
                   TO WS-RTE-EFF-TO(WS-RTE-ENTRY-COUNT)
               IF WS-RMN-MIN-DUE-PCT = SPACES
                   MOVE ZERO TO WS-RTE-MIN-DUE-PCT(WS-RTE-ENTRY-COUNT)
               ELSE
                   MOVE WS-RMN-MIN-DUE-PCT-9
                       TO WS-RTE-MIN-DUE-PCT(WS-RTE-ENTRY-COUNT)
               END-IF
               IF WS-RMN-MIN-DUE-FLOOR = SPACES
                   MOVE ZERO
                       TO WS-RTE-MIN-DUE-FLOOR(WS-RTE-ENTRY-COUNT)
               ELSE
                   MOVE WS-RMN-MIN-DUE-FLOOR-9
                       TO WS-RTE-MIN-DUE-FLOOR(WS-RTE-ENTRY-COUNT)
               END-IF
               MOVE 'N' TO WS-RTE-DROPPED-SW(WS-RTE-ENTRY-COUNT)
               MOVE WS-RTE-ENTRY-COUNT TO WS-RTE-PICKED
               ADD 1 TO WS-ADD-COUNT
           END-IF.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM WRITE-REGISTER-LINE.
           IF RMN-ACTION-ADD
               PERFORM WRITE-RATE-CHANGE-EVENT
           END-IF.

       FIND-PRIOR-RATE-ROW.
           MOVE ZERO TO WS-RTE-PRIOR.
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                   UNTIL WS-RTE-IDX > WS-RTE-ENTRY-COUNT
               IF NOT RTE-ROW-DROPPED(WS-RTE-IDX)
                       AND WS-RTE-ACC-TYPE(WS-RTE-IDX)
                           = WS-RMN-ACC-TYPE
                       AND WS-RTE-EFF-FROM(WS-RTE-IDX)
                           < WS-NEW-EFF-FROM
                   IF WS-RTE-PRIOR = ZERO
                       MOVE WS-RTE-IDX TO WS-RTE-PRIOR
                   ELSE
                       IF WS-RTE-EFF-FROM(WS-RTE-IDX)
                               > WS-RTE-EFF-FROM(WS-RTE-PRIOR)
                           MOVE WS-RTE-IDX TO WS-RTE-PRIOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-RATE-CHANGE-EVENT.
           INITIALIZE WS-CHANGE-EVENT-RECORD.
           MOVE WS-CR-JOB-NAME TO WS-CEV-SOURCE-JOB.
           SET CEV-RATE-ADDED TO TRUE.
           MOVE WS-RUN-DATE TO WS-CEV-RUN-DATE.
           MOVE WS-RTE-EFF-FROM(WS-RTE-PICKED) TO WS-CEV-EFF-DATE.
           MOVE WS-RTE-ACC-TYPE(WS-RTE-PICKED) TO WS-CEV-ACC-TYPE.
           IF WS-RTE-PRIOR > ZERO
               MOVE WS-RTE-ANNUAL-PCT(WS-RTE-PRIOR) TO WS-CEV-OLD-PCT
               MOVE WS-RTE-MONTHLY-FEE(WS-RTE-PRIOR)
                   TO WS-CEV-OLD-FEE
           END-IF.
           MOVE WS-RTE-ANNUAL-PCT(WS-RTE-PICKED) TO WS-CEV-NEW-PCT.
           MOVE WS-RTE-MONTHLY-FEE(WS-RTE-PICKED) TO WS-CEV-NEW-FEE.
           MOVE WS-RMN-REQUESTER-ID TO WS-CEV-REQUESTER-ID.
           WRITE WS-CHANGE-EVENT-RECORD.
           ADD 1 TO WS-EVENT-COUNT.

       WRITE-REGISTER-LINE.
           MOVE WS-RTE-ACC-TYPE(WS-RTE-PICKED) TO WS-REG-ACC-TYPE.
           MOVE WS-RTE-MONTHLY-FEE(WS-RTE-PICKED) TO WS-REG-FEE.
           MOVE WS-RTE-EFF-FROM(WS-RTE-PICKED) TO WS-REG-FROM.
           MOVE WS-RTE-EFF-TO(WS-RTE-PICKED) TO WS-REG-TO.
           MOVE WS-RTE-MIN-DUE-PCT(WS-RTE-PICKED) TO WS-REG-MIN-PCT.
           MOVE WS-RTE-MIN-DUE-FLOOR(WS-RTE-PICKED)
               TO WS-REG-MIN-FLOOR.
           WRITE WS-REGISTER-LINE FROM WS-REG-DETAIL-LINE.

       WRITE-SUSPENSE-RECORD.
                   TO WS-RTW-EFF-FROM
               MOVE WS-RTE-EFF-TO(WS-RTE-IDX)
                   TO WS-RTW-EFF-TO
               MOVE WS-RTE-MIN-DUE-PCT(WS-RTE-IDX)
                   TO WS-RTW-MIN-DUE-PCT
               MOVE WS-RTE-MIN-DUE-FLOOR(WS-RTE-IDX)
                   TO WS-RTW-MIN-DUE-FLOOR
               WRITE WS-RATE-MASTER-RECORD-OUT
                   FROM WS-RATE-WORK-RECORD
               ADD 1 TO WS-RATE-OUT-COUNT
           CLOSE MAINTENANCE-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE REGISTER-FILE.
           CLOSE CHANGE-EVENT-FILE.
           DISPLAY 'Maintenance requests read: ' WS-MAINT-READ-COUNT.
           DISPLAY 'Applied: ' WS-APPLIED-COUNT
                   ' (adds ' WS-ADD-COUNT
                   ' drops ' WS-DROP-COUNT ')'.
           DISPLAY 'Rejected to suspense: ' WS-SUSPENSE-COUNT.
           DISPLAY 'Rate rows written out: ' WS-RATE-OUT-COUNT.
           DISPLAY 'Change events written: ' WS-EVENT-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-MAINT-READ-COUNT TO WS-CR-RECORDS-IN.
           MOVE WS-RATE-OUT-COUNT   TO WS-CR-RECORDS-OUT.
