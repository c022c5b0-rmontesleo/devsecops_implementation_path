      * LIMTHRES threshold (control card, default 100000 whole
      * units) needs an approver distinct from the requester, both
      * holding grants in force on the authorization master -- the
      * same separation SAMPLEPGM2 and AUTHMNT enforce. The account
      * type must be a product on the product master PRODFILE
      * (copybook PRODREC, kept by PRODMNT): an add or a type change
      * is refused for a type not on file or closed to new business,
      * and no limit may exceed the product's maximum. An add keyed
      * without a limit takes the product's default limit.
      * Actions:
      *   A - add an account
      *   C - change the type and/or limit
      *   F - freeze an open account
      *   X - close an account
      * A limit lowered, a freeze and a close also go to ACCTEVT as
      * change events (copybook CHGEVTRC) with the old value beside
      * the new, for CHGNOTC to notify the customer.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO PRODFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROD-FILE-STATUS.

           SELECT MAINTENANCE-FILE ASSIGN TO ACMNTRQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-FILE-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT CHANGE-EVENT-FILE ASSIGN TO ACCTEVT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE
           05  WS-AUTH-EFF-TO        PIC X(8).
           05  FILLER                PIC X(5).

      * Same 100-byte layout PRODMNT maintains.
       FD  PRODUCT-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-PRODUCT-MASTER-RECORD.
       01  WS-PRODUCT-MASTER-RECORD PIC X(100).

      * One maintenance request per record. For CHANGE, a blank type
      * leaves the type alone and a non-numeric limit leaves the
      * limit alone. For ADD, a blank limit takes the product's
      * default. The nine limit bytes carry an implied V99,
      * unsigned by design -- negative limits are nonsense.
       FD  MAINTENANCE-FILE
           RECORD CONTAINS 100 CHARACTERS
           05  WS-ACM-ACTION        PIC X(1).
               88  ACM-ACTION-ADD        VALUE 'A'.
               88  ACM-ACTION-CHANGE     VALUE 'C'.
               88  ACM-ACTION-FREEZE     VALUE 'F'.
               88  ACM-ACTION-CLOSE      VALUE 'X'.
           05  WS-ACM-ACC-NUMBER    PIC X(10).
           05  WS-ACM-CUST-ID       PIC X(10).
           DATA RECORD IS WS-REGISTER-LINE.
       01  WS-REGISTER-LINE PIC X(132).

       FD  CHANGE-EVENT-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS WS-CHANGE-EVENT-RECORD.
       01  WS-CHANGE-EVENT-RECORD.
           COPY CHGEVTRC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ACCT-MASTER-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CUST-MASTER-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-AUTH-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-PROD-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-MAINT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-SUSPENSE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REGISTER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-EVENT-FILE-STATUS.

       01  WS-MAINT-CONTROL-FIELDS.
           05  WS-MAINT-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-SUSPENSE-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-ADD-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-CHANGE-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-FREEZE-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-CLOSE-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-EVENT-COUNT        PIC 9(9) VALUE ZERO.
      * The master's limit and status as read, before the request
      * touches them, for the change event.
           05  WS-OLD-ACC-LIMIT      PIC S9(7)V99 VALUE ZERO.
           05  WS-OLD-ACC-STATUS     PIC X(1) VALUE SPACE.
           05  WS-MAINT-EOF-SW       PIC X(1) VALUE 'N'.
               88  MAINTENANCE-EOF       VALUE 'Y'.
           05  WS-ACM-VALID-SW       PIC X(1) VALUE 'Y'.
               10  WS-AUTH-TBL-ID       PIC X(8).
           05  WS-AUTH-IDX          PIC 9(4) VALUE ZERO.

       01  WS-PRODUCT-RECORD.
           COPY PRODREC.

      * The product master, loaded whole for the run. The type an
      * account will carry once the request is applied is looked up
      * here for its status and maximum limit.
       01  WS-PRODUCT-TABLE.
           05  WS-PRT-ENTRY-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-PRT-MAX-ENTRIES   PIC 9(4) VALUE 500.
           05  WS-PRT-ENTRY OCCURS 500 TIMES.
               10  WS-PRT-ACC-TYPE      PIC X(10).
               10  WS-PRT-DEFAULT-LIMIT PIC 9(7)V99.
               10  WS-PRT-MAX-LIMIT     PIC 9(7)V99.
               10  WS-PRT-STATUS        PIC X(1).
                   88  PRT-CLOSED           VALUE 'C'.
           05  WS-PRT-IDX           PIC 9(4) VALUE ZERO.
           05  WS-PRT-PICKED        PIC 9(4) VALUE ZERO.
           05  WS-PROD-EOF-SW       PIC X(1) VALUE 'N'.
               88  PRODUCT-FILE-EOF     VALUE 'Y'.
           05  WS-NEW-ACC-TYPE      PIC X(10) VALUE SPACES.

      * Shared customer-id check-digit validation.
       COPY CHKDIGWS.

           PERFORM GET-RUN-OPTIONS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-AUTH-TABLE.
           PERFORM LOAD-PRODUCT-TABLE.
           PERFORM PROCESS-MAINTENANCE
               UNTIL MAINTENANCE-EOF.
           PERFORM TERMINATION-PARAGRAPH.
               CLOSE SUSPENSE-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT CHANGE-EVENT-FILE.
           IF WS-EVENT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening change event file: '
                       WS-EVENT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE CUSTOMER-MASTER-FILE
               CLOSE MAINTENANCE-FILE
               CLOSE SUSPENSE-FILE
               CLOSE REGISTER-FILE
               GOBACK
           END-IF.
           WRITE WS-REGISTER-LINE FROM WS-REG-TITLE-LINE.

       LOAD-AUTH-TABLE.
               END-PERFORM
           END-IF.

       LOAD-PRODUCT-TABLE.
      * Without the product master no account type can be proved, so
      * nothing is maintained tonight.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PROD-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening product master: '
                       WS-PROD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM TERMINATION-PARAGRAPH
               GOBACK
           END-IF.
           PERFORM READ-PRODUCT-RECORD
               UNTIL PRODUCT-FILE-EOF.
           CLOSE PRODUCT-MASTER-FILE.
           DISPLAY 'Products loaded: ' WS-PRT-ENTRY-COUNT.

       READ-PRODUCT-RECORD.
           READ PRODUCT-MASTER-FILE INTO WS-PRODUCT-RECORD
               AT END SET PRODUCT-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-PRT-ENTRY-COUNT >= WS-PRT-MAX-ENTRIES
      * Types past the cap would be refused as unknown, so the run
      * stops rather than reject good requests.
                       DISPLAY '*** PRODUCT TABLE FULL AT '
                               WS-PRT-MAX-ENTRIES
                               ' - RUN STOPPED ***'
                       MOVE 16 TO RETURN-CODE
                       CLOSE PRODUCT-MASTER-FILE
                       PERFORM TERMINATION-PARAGRAPH
                       GOBACK
                   END-IF
                   ADD 1 TO WS-PRT-ENTRY-COUNT
                   MOVE WS-PRD-ACC-TYPE
                       TO WS-PRT-ACC-TYPE(WS-PRT-ENTRY-COUNT)
                   MOVE WS-PRD-DEFAULT-LIMIT
                       TO WS-PRT-DEFAULT-LIMIT(WS-PRT-ENTRY-COUNT)
                   MOVE WS-PRD-MAX-LIMIT
                       TO WS-PRT-MAX-LIMIT(WS-PRT-ENTRY-COUNT)
                   MOVE WS-PRD-STATUS
                       TO WS-PRT-STATUS(WS-PRT-ENTRY-COUNT)
           END-READ.

       FIND-PRODUCT-FOR-TYPE.
           MOVE ZERO TO WS-PRT-PICKED.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                   UNTIL WS-PRT-IDX > WS-PRT-ENTRY-COUNT
                   OR WS-PRT-PICKED > ZERO
               IF WS-PRT-ACC-TYPE(WS-PRT-IDX) = WS-NEW-ACC-TYPE
                   MOVE WS-PRT-IDX TO WS-PRT-PICKED
               END-IF
           END-PERFORM.

       PROCESS-MAINTENANCE.
           READ MAINTENANCE-FILE INTO WS-MAINTENANCE-RECORD
               AT END SET MAINTENANCE-EOF TO TRUE
           SET MAINT-IS-VALID TO TRUE.
           MOVE SPACES TO WS-ACM-REASON-CODE WS-ACM-REASON-TEXT.
           IF NOT ACM-ACTION-ADD AND NOT ACM-ACTION-CHANGE
                   AND NOT ACM-ACTION-FREEZE AND NOT ACM-ACTION-CLOSE
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'T001' TO WS-ACM-REASON-CODE
               MOVE 'INVALID ACTION CODE' TO WS-ACM-REASON-TEXT
                       PERFORM VALIDATE-ADD-REQUEST
                   WHEN ACM-ACTION-CHANGE
                       PERFORM VALIDATE-CHANGE-REQUEST
                   WHEN ACM-ACTION-FREEZE
                       PERFORM VALIDATE-FREEZE-REQUEST
                   WHEN ACM-ACTION-CLOSE
                       PERFORM VALIDATE-CLOSE-REQUEST
               END-EVALUATE
               MOVE 'T007' TO WS-ACM-REASON-CODE
               MOVE 'ACCOUNT TYPE BLANK' TO WS-ACM-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               MOVE WS-ACM-ACC-TYPE TO WS-NEW-ACC-TYPE
               PERFORM VALIDATE-PRODUCT-FOR-NEW-TYPE
           END-IF.
           IF MAINT-IS-VALID
               IF WS-ACM-ACC-LIMIT = SPACES
                   MOVE WS-PRT-DEFAULT-LIMIT(WS-PRT-PICKED)
                       TO WS-NEW-LIMIT
               ELSE
                   IF WS-ACM-ACC-LIMIT IS NUMERIC
                       MOVE WS-ACM-ACC-LIMIT-9 TO WS-NEW-LIMIT
                   ELSE
                       SET MAINT-IS-REJECTED TO TRUE
                       MOVE 'T008' TO WS-ACM-REASON-CODE
                       MOVE 'LIMIT NOT NUMERIC' TO WS-ACM-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
           IF MAINT-IS-VALID
               PERFORM VALIDATE-LIMIT-WITHIN-MAX
           END-IF.

       VALIDATE-PRODUCT-FOR-NEW-TYPE.
      * Opening an account of a type, or moving one to it, is new
      * business: the type must be on the product master and open.
           PERFORM FIND-PRODUCT-FOR-TYPE.
           IF WS-PRT-PICKED = ZERO
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'T018' TO WS-ACM-REASON-CODE
               MOVE 'PRODUCT NOT ON FILE' TO WS-ACM-REASON-TEXT
           ELSE
               IF PRT-CLOSED(WS-PRT-PICKED)
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'T019' TO WS-ACM-REASON-CODE
                   MOVE 'PRODUCT CLOSED' TO WS-ACM-REASON-TEXT
               END-IF
           END-IF.

       VALIDATE-LIMIT-WITHIN-MAX.
           IF WS-NEW-LIMIT > WS-PRT-MAX-LIMIT(WS-PRT-PICKED)
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'T020' TO WS-ACM-REASON-CODE
               MOVE 'LIMIT OVER PROD MAX' TO WS-ACM-REASON-TEXT
           END-IF.

       VALIDATE-CHANGE-REQUEST.
               MOVE 'T010' TO WS-ACM-REASON-CODE
               MOVE 'NO FIELDS TO CHANGE' TO WS-ACM-REASON-TEXT
           END-IF.
      * The limit the account will carry is held to the maximum of
      * the type it will carry. A new type is new business and must
      * be open; the account's own type need only be on file, so a
      * limit can still be changed on a product closed to new
      * accounts.
           IF MAINT-IS-VALID
               IF WS-ACM-ACC-TYPE NOT = SPACES
                   MOVE WS-ACM-ACC-TYPE TO WS-NEW-ACC-TYPE
                   PERFORM VALIDATE-PRODUCT-FOR-NEW-TYPE
               ELSE
                   MOVE WS-AMR-ACC-TYPE TO WS-NEW-ACC-TYPE
                   PERFORM FIND-PRODUCT-FOR-TYPE
                   IF WS-PRT-PICKED = ZERO
                       SET MAINT-IS-REJECTED TO TRUE
                       MOVE 'T018' TO WS-ACM-REASON-CODE
                       MOVE 'PRODUCT NOT ON FILE'
                           TO WS-ACM-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
           IF MAINT-IS-VALID
               IF WS-ACM-ACC-LIMIT IS NUMERIC
                   MOVE WS-ACM-ACC-LIMIT-9 TO WS-NEW-LIMIT
               ELSE
                   MOVE WS-AMR-ACC-LIMIT TO WS-NEW-LIMIT
               END-IF
               PERFORM VALIDATE-LIMIT-WITHIN-MAX
           END-IF.

       VALIDATE-FREEZE-REQUEST.
           IF NOT ACCOUNT-REC-FOUND
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'T009' TO WS-ACM-REASON-CODE
               MOVE 'ACCOUNT NOT ON FILE' TO WS-ACM-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND WS-AMR-ACC-STATUS = 'C'
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'T011' TO WS-ACM-REASON-CODE
               MOVE 'ALREADY CLOSED' TO WS-ACM-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND WS-AMR-ACC-STATUS = 'F'
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'T017' TO WS-ACM-REASON-CODE
               MOVE 'ALREADY FROZEN' TO WS-ACM-REASON-TEXT
           END-IF.

       VALIDATE-CLOSE-REQUEST.
           IF NOT ACCOUNT-REC-FOUND
       VALIDATE-LIMIT-APPROVAL.
      * A limit landing above the threshold -- whether set by an add
      * or a change -- needs a requester and a distinct approver,
      * both holding grants in force. An add's limit may be the
      * product default rather than keyed; it is held to the same
      * rule.
           IF ACM-ACTION-ADD
                   OR (ACM-ACTION-CHANGE
                       AND WS-ACM-ACC-LIMIT IS NUMERIC)
               IF WS-NEW-LIMIT > WS-LIMIT-THRESHOLD
                   MOVE WS-ACM-REQUESTER-ID TO WS-AUTH-LOOKUP-ID
                   PERFORM LOOKUP-AUTH-ID
           END-IF.

       APPLY-MAINTENANCE-REQUEST.
           MOVE WS-AMR-ACC-LIMIT TO WS-OLD-ACC-LIMIT.
           MOVE WS-AMR-ACC-STATUS TO WS-OLD-ACC-STATUS.
           EVALUATE TRUE
               WHEN ACM-ACTION-ADD
                   PERFORM APPLY-ADD-REQUEST
               WHEN ACM-ACTION-CHANGE
                   PERFORM APPLY-CHANGE-REQUEST
               WHEN ACM-ACTION-FREEZE
                   MOVE 'F' TO WS-AMR-ACC-STATUS
                   PERFORM REWRITE-MASTER-RECORD
                   IF MAINT-IS-VALID
                       ADD 1 TO WS-FREEZE-COUNT
                       MOVE 'FREEZE' TO WS-REG-ACTION
                   END-IF
               WHEN ACM-ACTION-CLOSE
                   MOVE 'C' TO WS-AMR-ACC-STATUS
                   PERFORM REWRITE-MASTER-RECORD
           IF MAINT-IS-VALID
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-REGISTER-LINE
               PERFORM WRITE-ACCOUNT-CHANGE-EVENT
           ELSE
               PERFORM WRITE-SUSPENSE-RECORD
           END-IF.
           MOVE WS-ACM-CUST-ID-9 TO WS-AMR-CUST-ID.
           MOVE WS-ACM-ACC-NUM-9 TO WS-AMR-ACC-NUMBER.
           MOVE WS-ACM-ACC-TYPE TO WS-AMR-ACC-TYPE.
           MOVE WS-NEW-LIMIT TO WS-AMR-ACC-LIMIT.
           MOVE 'A' TO WS-AMR-ACC-STATUS.
           WRITE WS-ACCOUNT-MASTER-RECORD
               INVALID KEY
           MOVE WS-ACM-APPROVER-ID TO WS-REG-APPROVER.
           WRITE WS-REGISTER-LINE FROM WS-REG-DETAIL-LINE.

       WRITE-ACCOUNT-CHANGE-EVENT.
      * Only what the customer must be told about: a limit that went
      * down, a freeze, a close. An add, a type change or a raised
      * limit writes nothing.
           INITIALIZE WS-CHANGE-EVENT-RECORD.
           EVALUATE TRUE
               WHEN ACM-ACTION-CHANGE
                       AND WS-AMR-ACC-LIMIT < WS-OLD-ACC-LIMIT
                   SET CEV-LIMIT-LOWERED TO TRUE
               WHEN ACM-ACTION-FREEZE
                   SET CEV-ACCOUNT-FROZEN TO TRUE
               WHEN ACM-ACTION-CLOSE
                   SET CEV-ACCOUNT-CLOSED TO TRUE
           END-EVALUATE.
           IF WS-CEV-EVENT-TYPE NOT = SPACES
               MOVE WS-CR-JOB-NAME TO WS-CEV-SOURCE-JOB
               MOVE WS-RUN-DATE TO WS-CEV-RUN-DATE
               MOVE WS-RUN-DATE TO WS-CEV-EFF-DATE
               MOVE WS-AMR-CUST-ID TO WS-CEV-CUST-ID
               MOVE WS-AMR-ACC-NUMBER TO WS-CEV-ACC-NUMBER
               MOVE WS-AMR-ACC-TYPE TO WS-CEV-ACC-TYPE
               MOVE WS-OLD-ACC-LIMIT TO WS-CEV-OLD-LIMIT
               MOVE WS-AMR-ACC-LIMIT TO WS-CEV-NEW-LIMIT
               MOVE WS-OLD-ACC-STATUS TO WS-CEV-OLD-STATUS
               MOVE WS-AMR-ACC-STATUS TO WS-CEV-NEW-STATUS
               MOVE WS-ACM-REQUESTER-ID TO WS-CEV-REQUESTER-ID
               WRITE WS-CHANGE-EVENT-RECORD
               ADD 1 TO WS-EVENT-COUNT
           END-IF.

       WRITE-SUSPENSE-RECORD.
           ADD 1 TO WS-SUSPENSE-COUNT.
           MOVE WS-MAINTENANCE-RECORD TO WS-SUS-MAINT-IMAGE.
           CLOSE MAINTENANCE-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE REGISTER-FILE.
           CLOSE CHANGE-EVENT-FILE.
           DISPLAY 'Maintenance requests read: ' WS-MAINT-READ-COUNT.
           DISPLAY 'Applied: ' WS-APPLIED-COUNT
                   ' (adds ' WS-ADD-COUNT
                   ' changes ' WS-CHANGE-COUNT
                   ' freezes ' WS-FREEZE-COUNT
                   ' closes ' WS-CLOSE-COUNT ')'.
           DISPLAY 'Rejected to suspense: ' WS-SUSPENSE-COUNT.
           DISPLAY 'Change events written: ' WS-EVENT-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-MAINT-READ-COUNT TO WS-CR-RECORDS-IN.
           MOVE WS-APPLIED-COUNT    TO WS-CR-RECORDS-OUT.
