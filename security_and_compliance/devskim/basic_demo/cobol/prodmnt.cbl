       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMNT.
      * Account product master maintenance. The account type on
      * ACCTFILE and RATEFILE is ten free-form bytes, so a type keyed
      * wrong on one account request used to become a product of its
      * own with no rate row, bucketed separately by the month-end
      * accrual, CUSTSTRT and the aging report. The product master
      * PRODFILE (copybook PRODREC) now defines every valid type:
      * description, default and maximum limit, whether it accrues
      * interest, statement cycle wave, and whether it is open or
      * closed to new business. It is a flat file in account-type
      * order, carried forward the RSTRMNT way: PRODIN is loaded,
      * the day's requests from PRMNTRQ are validated, applied
      * requests print on the product register, invalid requests go
      * to suspense with a K-series reason, and the new master
      * PRODOUT is cut from the result.
      * Actions:
      *   A - add a product: type, description, default limit
      *       (blank for zero), maximum limit, accrues switch (blank
      *       for Y), wave (blank or '*' for the customer's own).
      *       A product is added open to new business, except the
      *       'NO ACCT' pseudo-type the month-end accrual uses for a
      *       customer with no account -- it carries a rate row but
      *       no account may ever be opened under it, so it is
      *       added closed and may not be reopened.
      *   C - change any of description, limits, accrues switch and
      *       wave; blank fields are left as they are, and a wave of
      *       '*' returns the product to the customer's own wave.
      *       The default may never exceed the maximum. Lowering the
      *       maximum does not touch existing accounts -- ACCTMNT
      *       holds them to it at their next limit change.
      *   X - close a product to new business
      *   R - reopen a product to new business
      * Products are never deleted: accounts and history of the type
      * outlive its sale. Each request names its requester, the
      * product owner, stamped on the record as last changed by.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER-IN ASSIGN TO PRODIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROD-IN-STATUS.

           SELECT PRODUCT-MASTER-OUT ASSIGN TO PRODOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROD-OUT-STATUS.

           SELECT MAINTENANCE-FILE ASSIGN TO PRMNTRQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO PRODSUSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO PRODREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER-IN
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-PRODUCT-RECORD-IN.
       01  WS-PRODUCT-RECORD-IN PIC X(100).

       FD  PRODUCT-MASTER-OUT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-PRODUCT-RECORD-OUT.
       01  WS-PRODUCT-RECORD-OUT PIC X(100).

       FD  MAINTENANCE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-MAINTENANCE-FILE-RECORD.
       01  WS-MAINTENANCE-FILE-RECORD PIC X(80).

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
           COPY FILESTAT REPLACING FS-NAME BY WS-PROD-IN-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-PROD-OUT-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-MAINT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-SUSPENSE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REGISTER-FILE-STATUS.

      * One request per record. Limits are unsigned 9(7)V99 with the
      * decimal point implied.
       01  WS-PRODUCT-REQUEST.
           05  WS-PRQ-ACTION        PIC X(1).
               88  PRQ-ACTION-ADD        VALUE 'A'.
               88  PRQ-ACTION-CHANGE     VALUE 'C'.
               88  PRQ-ACTION-CLOSE      VALUE 'X'.
               88  PRQ-ACTION-REOPEN     VALUE 'R'.
           05  WS-PRQ-ACC-TYPE      PIC X(10).
           05  WS-PRQ-DESC          PIC X(30).
           05  WS-PRQ-DEFAULT-LIMIT PIC X(9).
           05  WS-PRQ-DEFAULT-LIMIT-9
                   REDEFINES WS-PRQ-DEFAULT-LIMIT PIC 9(7)V99.
           05  WS-PRQ-MAX-LIMIT     PIC X(9).
           05  WS-PRQ-MAX-LIMIT-9
                   REDEFINES WS-PRQ-MAX-LIMIT PIC 9(7)V99.
           05  WS-PRQ-ACCRUES-SW    PIC X(1).
           05  WS-PRQ-STMT-WAVE     PIC X(1).
               88  PRQ-WAVE-UNCHANGED    VALUE SPACE.
               88  PRQ-WAVE-CUSTOMER     VALUE '*'.
               88  PRQ-WAVE-FIXED        VALUE '0' THRU '9'.
           05  WS-PRQ-REQUESTER-ID  PIC X(8).
           05  FILLER               PIC X(11).

       01  WS-PRODUCT-RECORD.
           COPY PRODREC.

      * The whole master held in storage for the run, kept in type
      * order as adds are slotted in, so PRODOUT writes straight out.
       01  WS-PRODUCT-TABLE.
           05  WS-PRT-ENTRY-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-PRT-MAX-ENTRIES   PIC 9(4) VALUE 500.
           05  WS-PRT-ENTRY OCCURS 500 TIMES.
               10  WS-PRT-ACC-TYPE      PIC X(10).
               10  WS-PRT-IMAGE         PIC X(100).
           05  WS-PRT-IDX           PIC 9(4) VALUE ZERO.
           05  WS-PRT-PICKED        PIC 9(4) VALUE ZERO.
           05  WS-PRT-SHIFT         PIC 9(4) VALUE ZERO.
           05  WS-PRIOR-ACC-TYPE    PIC X(10) VALUE LOW-VALUES.

       01  WS-MAINT-CONTROL-FIELDS.
           05  WS-PROD-EOF-SW       PIC X(1) VALUE 'N'.
               88  PRODUCT-EOF          VALUE 'Y'.
           05  WS-MAINT-EOF-SW      PIC X(1) VALUE 'N'.
               88  MAINTENANCE-EOF      VALUE 'Y'.
           05  WS-PRQ-VALID-SW      PIC X(1) VALUE 'Y'.
               88  MAINT-IS-VALID       VALUE 'Y'.
               88  MAINT-IS-REJECTED    VALUE 'N'.
           05  WS-PRQ-REASON-CODE   PIC X(4) VALUE SPACES.
           05  WS-PRQ-REASON-TEXT   PIC X(20) VALUE SPACES.
      * The limits the product will carry once the request is
      * applied, so the default-within-maximum rule is checked on
      * the result of a change, not just the keyed fields.
           05  WS-NEW-DEFAULT-LIMIT PIC 9(7)V99 VALUE ZERO.
           05  WS-NEW-MAX-LIMIT     PIC 9(7)V99 VALUE ZERO.
      * Account type reserved for customers with no account.
           05  WS-NO-ACCT-TYPE      PIC X(10) VALUE 'NO ACCT'.

       01  WS-RUN-COUNTERS.
           05  WS-PROD-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-MAINT-READ-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-APPLIED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-SUSPENSE-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-ADDED-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-CHANGED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-CLOSED-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-REOPENED-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-PROD-OUT-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-OPEN-PROD-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-CLOSED-PROD-COUNT PIC 9(9) VALUE ZERO.

       COPY OPTPARWS.

       01  WS-RUN-DATE-FIELDS.
      * Cycle date stamped on the run-control record: the RUNDATE
      * control card when present, today's date otherwise. Added and
      * changed products are dated with it.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

       01  WS-RUN-CONTROL-RECORD.
           COPY RUNCTLRC.

       01  WS-REGISTER-LINES.
           05  WS-REG-TITLE-LINE    PIC X(132) VALUE
               'PRODMNT - ACCOUNT PRODUCT REGISTER'.
           05  WS-REG-DETAIL-LINE.
               10  WS-REG-ACTION    PIC X(7).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-ACC-TYPE  PIC X(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-DESC      PIC X(30).
               10  FILLER           PIC X(5) VALUE ' DEF='.
               10  WS-REG-DEFAULT   PIC Z,ZZZ,ZZ9.99.
               10  FILLER           PIC X(5) VALUE ' MAX='.
               10  WS-REG-MAXIMUM   PIC Z,ZZZ,ZZ9.99.
               10  FILLER           PIC X(6) VALUE ' ACCR='.
               10  WS-REG-ACCRUES   PIC X(1).
               10  FILLER           PIC X(6) VALUE ' WAVE='.
               10  WS-REG-WAVE      PIC X(1).
               10  FILLER           PIC X(6) VALUE ' STAT='.
               10  WS-REG-STATUS    PIC X(1).
               10  FILLER           PIC X(5) VALUE ' REQ='.
               10  WS-REG-REQUESTER PIC X(8).
               10  FILLER           PIC X(15) VALUE SPACES.
           05  WS-REG-TOTAL-LINE.
               10  WS-RGT-LABEL     PIC X(36).
               10  WS-RGT-COUNT     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY 'Program PRODMNT started.'.
           MOVE 'PRODMNT' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM GET-RUN-OPTIONS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-ONE-PRODUCT
               UNTIL PRODUCT-EOF.
           IF WS-PROD-IN-STATUS = '00' OR WS-PROD-IN-STATUS = '10'
               CLOSE PRODUCT-MASTER-IN
           END-IF.
           DISPLAY 'Products carried in: ' WS-PROD-READ-COUNT.
           PERFORM PROCESS-MAINTENANCE
               UNTIL MAINTENANCE-EOF.
           PERFORM WRITE-NEW-PRODUCT-MASTER.
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
      * No prior master is a legitimate first run; the day's adds
      * then build the file from nothing.
           OPEN INPUT PRODUCT-MASTER-IN.
           IF WS-PROD-IN-STATUS NOT = '00'
               DISPLAY 'No prior product master, status '
                       WS-PROD-IN-STATUS
               SET PRODUCT-EOF TO TRUE
           END-IF.
           OPEN INPUT MAINTENANCE-FILE.
           IF WS-MAINT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening maintenance file: '
                       WS-MAINT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-PROD-IN-IF-OPEN
               GOBACK
           END-IF.
           OPEN OUTPUT PRODUCT-MASTER-OUT.
           IF WS-PROD-OUT-STATUS NOT = '00'
               DISPLAY 'Error opening new product master: '
                       WS-PROD-OUT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-PROD-IN-IF-OPEN
               CLOSE MAINTENANCE-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening suspense file: '
                       WS-SUSPENSE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-PROD-IN-IF-OPEN
               CLOSE MAINTENANCE-FILE
               CLOSE PRODUCT-MASTER-OUT
               GOBACK
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening register file: '
                       WS-REGISTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-PROD-IN-IF-OPEN
               CLOSE MAINTENANCE-FILE
               CLOSE PRODUCT-MASTER-OUT
               CLOSE SUSPENSE-FILE
               GOBACK
           END-IF.
           WRITE WS-REGISTER-LINE FROM WS-REG-TITLE-LINE.

       CLOSE-PROD-IN-IF-OPEN.
      * The prior master is allowed to be absent on a first run; it
      * only closes here when it really opened.
           IF WS-PROD-IN-STATUS = '00'
               CLOSE PRODUCT-MASTER-IN
           END-IF.

       LOAD-ONE-PRODUCT.
           READ PRODUCT-MASTER-IN INTO WS-PRODUCT-RECORD
               AT END SET PRODUCT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PROD-READ-COUNT
                   IF WS-PRT-ENTRY-COUNT >= WS-PRT-MAX-ENTRIES
      * Products past the cap would vanish from PRODOUT and every
      * account of those types would be refused, so the run stops.
                       DISPLAY '*** PRODUCT TABLE FULL AT '
                               WS-PRT-MAX-ENTRIES
                               ' - RUN STOPPED, MASTER UNCHANGED ***'
                       MOVE 16 TO RETURN-CODE
                       PERFORM TERMINATION-PARAGRAPH
                       GOBACK
                   END-IF
                   PERFORM CHECK-MASTER-SEQUENCE
                   ADD 1 TO WS-PRT-ENTRY-COUNT
                   MOVE WS-PRT-ENTRY-COUNT TO WS-PRT-PICKED
                   PERFORM STORE-PRODUCT-ROW
           END-READ.

       CHECK-MASTER-SEQUENCE.
      * Readers search this master by type; a duplicate or a master
      * out of order is refused here before it is carried.
           IF WS-PRD-ACC-TYPE <= WS-PRIOR-ACC-TYPE
               DISPLAY '*** PRODUCT MASTER OUT OF SEQUENCE AT '
                       WS-PRD-ACC-TYPE
                       ' - RUN STOPPED, MASTER UNCHANGED ***'
               MOVE 16 TO RETURN-CODE
               PERFORM TERMINATION-PARAGRAPH
               GOBACK
           END-IF.
           MOVE WS-PRD-ACC-TYPE TO WS-PRIOR-ACC-TYPE.

       STORE-PRODUCT-ROW.
           MOVE WS-PRD-ACC-TYPE TO WS-PRT-ACC-TYPE(WS-PRT-PICKED).
           MOVE WS-PRODUCT-RECORD TO WS-PRT-IMAGE(WS-PRT-PICKED).

       PROCESS-MAINTENANCE.
           READ MAINTENANCE-FILE INTO WS-PRODUCT-REQUEST
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
           MOVE SPACES TO WS-PRQ-REASON-CODE WS-PRQ-REASON-TEXT.
           IF NOT PRQ-ACTION-ADD AND NOT PRQ-ACTION-CHANGE
                   AND NOT PRQ-ACTION-CLOSE AND NOT PRQ-ACTION-REOPEN
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'K001' TO WS-PRQ-REASON-CODE
               MOVE 'INVALID ACTION CODE' TO WS-PRQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND WS-PRQ-ACC-TYPE = SPACES
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'K002' TO WS-PRQ-REASON-CODE
               MOVE 'ACCOUNT TYPE BLANK' TO WS-PRQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND WS-PRQ-REQUESTER-ID = SPACES
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'K003' TO WS-PRQ-REASON-CODE
               MOVE 'REQUESTER BLANK' TO WS-PRQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               PERFORM FIND-PRODUCT
           END-IF.
           IF MAINT-IS-VALID
               EVALUATE TRUE
                   WHEN PRQ-ACTION-ADD
                       PERFORM VALIDATE-ADD-REQUEST
                   WHEN PRQ-ACTION-CHANGE
                       PERFORM VALIDATE-CHANGE-REQUEST
                   WHEN PRQ-ACTION-CLOSE
                       PERFORM VALIDATE-CLOSE-REQUEST
                   WHEN PRQ-ACTION-REOPEN
                       PERFORM VALIDATE-REOPEN-REQUEST
               END-EVALUATE
           END-IF.

       FIND-PRODUCT.
      * Leaves the product on file in WS-PRODUCT-RECORD when found.
           MOVE ZERO TO WS-PRT-PICKED.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                   UNTIL WS-PRT-IDX > WS-PRT-ENTRY-COUNT
                   OR WS-PRT-PICKED > ZERO
               IF WS-PRT-ACC-TYPE(WS-PRT-IDX) = WS-PRQ-ACC-TYPE
                   MOVE WS-PRT-IDX TO WS-PRT-PICKED
               END-IF
           END-PERFORM.
           IF WS-PRT-PICKED > ZERO
               MOVE WS-PRT-IMAGE(WS-PRT-PICKED) TO WS-PRODUCT-RECORD
           END-IF.

       VALIDATE-ADD-REQUEST.
           IF WS-PRT-PICKED > ZERO
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'K004' TO WS-PRQ-REASON-CODE
               MOVE 'PRODUCT ON FILE' TO WS-PRQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND WS-PRQ-DESC = SPACES
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'K006' TO WS-PRQ-REASON-CODE
               MOVE 'DESCRIPTION BLANK' TO WS-PRQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               IF WS-PRQ-DEFAULT-LIMIT = SPACES
                   MOVE ZERO TO WS-NEW-DEFAULT-LIMIT
               ELSE
                   IF WS-PRQ-DEFAULT-LIMIT IS NUMERIC
                       MOVE WS-PRQ-DEFAULT-LIMIT-9
                           TO WS-NEW-DEFAULT-LIMIT
                   ELSE
                       SET MAINT-IS-REJECTED TO TRUE
                       MOVE 'K007' TO WS-PRQ-REASON-CODE
                       MOVE 'DEFAULT LIMIT BAD' TO WS-PRQ-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
           IF MAINT-IS-VALID
               IF WS-PRQ-MAX-LIMIT IS NUMERIC
                   MOVE WS-PRQ-MAX-LIMIT-9 TO WS-NEW-MAX-LIMIT
               ELSE
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'K008' TO WS-PRQ-REASON-CODE
                   MOVE 'MAXIMUM LIMIT BAD' TO WS-PRQ-REASON-TEXT
               END-IF
           END-IF.
           IF MAINT-IS-VALID
               PERFORM CHECK-DEFAULT-WITHIN-MAX
           END-IF.
           IF MAINT-IS-VALID AND WS-PRQ-ACCRUES-SW NOT = SPACE
                   AND WS-PRQ-ACCRUES-SW NOT = 'Y'
                   AND WS-PRQ-ACCRUES-SW NOT = 'N'
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'K010' TO WS-PRQ-REASON-CODE
               MOVE 'ACCRUES SWITCH BAD' TO WS-PRQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               PERFORM VALIDATE-STMT-WAVE
           END-IF.
           IF MAINT-IS-VALID
                   AND WS-PRT-ENTRY-COUNT >= WS-PRT-MAX-ENTRIES
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'K015' TO WS-PRQ-REASON-CODE
               MOVE 'PRODUCT TABLE FULL' TO WS-PRQ-REASON-TEXT
           END-IF.

       VALIDATE-CHANGE-REQUEST.
           PERFORM CHECK-PRODUCT-ON-FILE.
           IF MAINT-IS-VALID
                   AND WS-PRQ-DESC = SPACES
                   AND WS-PRQ-DEFAULT-LIMIT = SPACES
                   AND WS-PRQ-MAX-LIMIT = SPACES
                   AND WS-PRQ-ACCRUES-SW = SPACE
                   AND PRQ-WAVE-UNCHANGED
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'K012' TO WS-PRQ-REASON-CODE
               MOVE 'NO FIELDS TO CHANGE' TO WS-PRQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               MOVE WS-PRD-DEFAULT-LIMIT TO WS-NEW-DEFAULT-LIMIT
               MOVE WS-PRD-MAX-LIMIT TO WS-NEW-MAX-LIMIT
               IF WS-PRQ-DEFAULT-LIMIT NOT = SPACES
                   IF WS-PRQ-DEFAULT-LIMIT IS NUMERIC
                       MOVE WS-PRQ-DEFAULT-LIMIT-9
                           TO WS-NEW-DEFAULT-LIMIT
                   ELSE
                       SET MAINT-IS-REJECTED TO TRUE
                       MOVE 'K007' TO WS-PRQ-REASON-CODE
                       MOVE 'DEFAULT LIMIT BAD' TO WS-PRQ-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
           IF MAINT-IS-VALID AND WS-PRQ-MAX-LIMIT NOT = SPACES
               IF WS-PRQ-MAX-LIMIT IS NUMERIC
                   MOVE WS-PRQ-MAX-LIMIT-9 TO WS-NEW-MAX-LIMIT
               ELSE
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'K008' TO WS-PRQ-REASON-CODE
                   MOVE 'MAXIMUM LIMIT BAD' TO WS-PRQ-REASON-TEXT
               END-IF
           END-IF.
           IF MAINT-IS-VALID
               PERFORM CHECK-DEFAULT-WITHIN-MAX
           END-IF.
           IF MAINT-IS-VALID AND WS-PRQ-ACCRUES-SW NOT = SPACE
                   AND WS-PRQ-ACCRUES-SW NOT = 'Y'
                   AND WS-PRQ-ACCRUES-SW NOT = 'N'
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'K010' TO WS-PRQ-REASON-CODE
               MOVE 'ACCRUES SWITCH BAD' TO WS-PRQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               PERFORM VALIDATE-STMT-WAVE
           END-IF.

       CHECK-DEFAULT-WITHIN-MAX.
           IF WS-NEW-DEFAULT-LIMIT > WS-NEW-MAX-LIMIT
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'K009' TO WS-PRQ-REASON-CODE
               MOVE 'DEFAULT OVER MAXIMUM' TO WS-PRQ-REASON-TEXT
           END-IF.

       VALIDATE-STMT-WAVE.
           IF NOT PRQ-WAVE-UNCHANGED AND NOT PRQ-WAVE-CUSTOMER
                   AND NOT PRQ-WAVE-FIXED
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'K011' TO WS-PRQ-REASON-CODE
               MOVE 'STATEMENT WAVE BAD' TO WS-PRQ-REASON-TEXT
           END-IF.

       VALIDATE-CLOSE-REQUEST.
           PERFORM CHECK-PRODUCT-ON-FILE.
           IF MAINT-IS-VALID AND PRD-CLOSED
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'K013' TO WS-PRQ-REASON-CODE
               MOVE 'PRODUCT CLOSED' TO WS-PRQ-REASON-TEXT
           END-IF.

       VALIDATE-REOPEN-REQUEST.
           PERFORM CHECK-PRODUCT-ON-FILE.
           IF MAINT-IS-VALID AND PRD-OPEN
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'K014' TO WS-PRQ-REASON-CODE
               MOVE 'PRODUCT ALREADY OPEN' TO WS-PRQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND WS-PRQ-ACC-TYPE = WS-NO-ACCT-TYPE
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'K016' TO WS-PRQ-REASON-CODE
               MOVE 'RESERVED TYPE' TO WS-PRQ-REASON-TEXT
           END-IF.

       CHECK-PRODUCT-ON-FILE.
           IF WS-PRT-PICKED = ZERO
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'K005' TO WS-PRQ-REASON-CODE
               MOVE 'PRODUCT NOT ON FILE' TO WS-PRQ-REASON-TEXT
           END-IF.

       APPLY-MAINTENANCE-REQUEST.
           EVALUATE TRUE
               WHEN PRQ-ACTION-ADD
                   PERFORM APPLY-ADD-REQUEST
               WHEN PRQ-ACTION-CHANGE
                   PERFORM APPLY-CHANGE-REQUEST
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE 'CHANGE' TO WS-REG-ACTION
               WHEN PRQ-ACTION-CLOSE
                   SET PRD-CLOSED TO TRUE
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE 'CLOSE' TO WS-REG-ACTION
               WHEN PRQ-ACTION-REOPEN
                   SET PRD-OPEN TO TRUE
                   ADD 1 TO WS-REOPENED-COUNT
                   MOVE 'REOPEN' TO WS-REG-ACTION
           END-EVALUATE.
           MOVE WS-RUN-DATE TO WS-PRD-CHANGED-DATE.
           MOVE WS-PRQ-REQUESTER-ID TO WS-PRD-CHANGED-BY.
           PERFORM STORE-PRODUCT-ROW.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM WRITE-REGISTER-LINE.

       APPLY-ADD-REQUEST.
           MOVE SPACES TO WS-PRODUCT-RECORD.
           MOVE WS-PRQ-ACC-TYPE TO WS-PRD-ACC-TYPE.
           MOVE WS-PRQ-DESC TO WS-PRD-DESC.
           MOVE WS-NEW-DEFAULT-LIMIT TO WS-PRD-DEFAULT-LIMIT.
           MOVE WS-NEW-MAX-LIMIT TO WS-PRD-MAX-LIMIT.
           IF WS-PRQ-ACCRUES-SW = SPACE
               SET PRD-ACCRUES-INTEREST TO TRUE
           ELSE
               MOVE WS-PRQ-ACCRUES-SW TO WS-PRD-ACCRUES-SW
           END-IF.
           IF PRQ-WAVE-FIXED
               MOVE WS-PRQ-STMT-WAVE TO WS-PRD-STMT-WAVE
           ELSE
               SET PRD-CUSTOMER-WAVE TO TRUE
           END-IF.
           IF WS-PRQ-ACC-TYPE = WS-NO-ACCT-TYPE
               SET PRD-CLOSED TO TRUE
           ELSE
               SET PRD-OPEN TO TRUE
           END-IF.
           MOVE WS-RUN-DATE TO WS-PRD-ADDED-DATE.
      * Find the first type above the new one and open a slot there,
      * so the table stays in master order.
           COMPUTE WS-PRT-PICKED = WS-PRT-ENTRY-COUNT + 1.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                   UNTIL WS-PRT-IDX > WS-PRT-ENTRY-COUNT
                   OR WS-PRT-PICKED <= WS-PRT-ENTRY-COUNT
               IF WS-PRT-ACC-TYPE(WS-PRT-IDX) > WS-PRD-ACC-TYPE
                   MOVE WS-PRT-IDX TO WS-PRT-PICKED
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PRT-SHIFT FROM WS-PRT-ENTRY-COUNT BY -1
                   UNTIL WS-PRT-SHIFT < WS-PRT-PICKED
               MOVE WS-PRT-ENTRY(WS-PRT-SHIFT)
                   TO WS-PRT-ENTRY(WS-PRT-SHIFT + 1)
           END-PERFORM.
           ADD 1 TO WS-PRT-ENTRY-COUNT.
           ADD 1 TO WS-ADDED-COUNT.
           MOVE 'ADD' TO WS-REG-ACTION.

       APPLY-CHANGE-REQUEST.
           IF WS-PRQ-DESC NOT = SPACES
               MOVE WS-PRQ-DESC TO WS-PRD-DESC
           END-IF.
           MOVE WS-NEW-DEFAULT-LIMIT TO WS-PRD-DEFAULT-LIMIT.
           MOVE WS-NEW-MAX-LIMIT TO WS-PRD-MAX-LIMIT.
           IF WS-PRQ-ACCRUES-SW NOT = SPACE
               MOVE WS-PRQ-ACCRUES-SW TO WS-PRD-ACCRUES-SW
           END-IF.
           IF PRQ-WAVE-CUSTOMER
               SET PRD-CUSTOMER-WAVE TO TRUE
           END-IF.
           IF PRQ-WAVE-FIXED
               MOVE WS-PRQ-STMT-WAVE TO WS-PRD-STMT-WAVE
           END-IF.

       WRITE-REGISTER-LINE.
      * Printed from the product as it stands after the request.
           MOVE WS-PRD-ACC-TYPE TO WS-REG-ACC-TYPE.
           MOVE WS-PRD-DESC TO WS-REG-DESC.
           MOVE WS-PRD-DEFAULT-LIMIT TO WS-REG-DEFAULT.
           MOVE WS-PRD-MAX-LIMIT TO WS-REG-MAXIMUM.
           MOVE WS-PRD-ACCRUES-SW TO WS-REG-ACCRUES.
           MOVE WS-PRD-STMT-WAVE TO WS-REG-WAVE.
           MOVE WS-PRD-STATUS TO WS-REG-STATUS.
           MOVE WS-PRQ-REQUESTER-ID TO WS-REG-REQUESTER.
           WRITE WS-REGISTER-LINE FROM WS-REG-DETAIL-LINE.

       WRITE-SUSPENSE-RECORD.
           ADD 1 TO WS-SUSPENSE-COUNT.
           MOVE WS-PRODUCT-REQUEST TO WS-SUS-MAINT-IMAGE.
           MOVE WS-PRQ-REASON-CODE TO WS-SUS-REASON-CODE.
           MOVE WS-PRQ-REASON-TEXT TO WS-SUS-REASON-TEXT.
           WRITE WS-SUSPENSE-RECORD.
           DISPLAY 'Product request rejected, reason '
                   WS-PRQ-REASON-CODE ', type ' WS-PRQ-ACC-TYPE.

       WRITE-NEW-PRODUCT-MASTER.
           PERFORM WRITE-ONE-PRODUCT
               VARYING WS-PRT-IDX FROM 1 BY 1
               UNTIL WS-PRT-IDX > WS-PRT-ENTRY-COUNT.
           CLOSE PRODUCT-MASTER-OUT.

       WRITE-ONE-PRODUCT.
           MOVE WS-PRT-IMAGE(WS-PRT-IDX) TO WS-PRODUCT-RECORD.
           WRITE WS-PRODUCT-RECORD-OUT FROM WS-PRODUCT-RECORD.
           ADD 1 TO WS-PROD-OUT-COUNT.
           IF PRD-OPEN
               ADD 1 TO WS-OPEN-PROD-COUNT
           ELSE
               ADD 1 TO WS-CLOSED-PROD-COUNT
           END-IF.

       WRITE-REGISTER-TOTALS.
           MOVE 'PRODUCTS ON FILE' TO WS-RGT-LABEL.
           MOVE WS-PROD-OUT-COUNT TO WS-RGT-COUNT.
           WRITE WS-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE '  OPEN TO NEW BUSINESS' TO WS-RGT-LABEL.
           MOVE WS-OPEN-PROD-COUNT TO WS-RGT-COUNT.
           WRITE WS-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE '  CLOSED TO NEW BUSINESS' TO WS-RGT-LABEL.
           MOVE WS-CLOSED-PROD-COUNT TO WS-RGT-COUNT.
           WRITE WS-REGISTER-LINE FROM WS-REG-TOTAL-LINE.

       TERMINATION-PARAGRAPH.
           IF WS-MAINT-FILE-STATUS = '00'
                   OR WS-MAINT-FILE-STATUS = '10'
               CLOSE MAINTENANCE-FILE
           END-IF.
           CLOSE SUSPENSE-FILE.
           CLOSE REGISTER-FILE.
           DISPLAY 'Product requests read: ' WS-MAINT-READ-COUNT.
           DISPLAY 'Applied: ' WS-APPLIED-COUNT
                   ' (adds ' WS-ADDED-COUNT
                   ' changes ' WS-CHANGED-COUNT
                   ' closes ' WS-CLOSED-COUNT
                   ' reopens ' WS-REOPENED-COUNT ')'.
           DISPLAY 'Rejected to suspense:  ' WS-SUSPENSE-COUNT.
           DISPLAY 'Products written:      ' WS-PROD-OUT-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-MAINT-READ-COUNT TO WS-CR-RECORDS-IN.
           MOVE WS-PROD-OUT-COUNT   TO WS-CR-RECORDS-OUT.
           MOVE WS-SUSPENSE-COUNT   TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE         TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program PRODMNT completed.'.

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
