       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX.
      * Bank lockbox remittance intake. PARM='YYYYMMDD,CCCC' names
      * the cycle. Reads the bank's lockbox remittance file in the
      * bank's own layout (file header, batches of remittance items
      * each closed by a batch trailer, file trailer) and turns the
      * remittances into payment transactions in the posting run's
      * own TRANFILE layout -- type 'P', 'LBX' with the bank batch
      * and item number in the reference bytes, the deposit date as
      * the effective date -- wrapped in the standard TRANFILE
      * envelope, so the posting run and its acknowledgment feed
      * treat the lockbox like any other sender and nobody re-keys
      * the coupons.
      *
      * The bank's totals are proven first, on a pass of their own:
      * every batch's item count and amount against its batch
      * trailer, and the batches against the file trailer. A file
      * that does not prove (or has no header or trailer) is not
      * taken at all -- the step ends with return code 8, nothing
      * new is generated, and the bank re-sends. A batch that does
      * not prove inside a file that does is taken, but none of its
      * items apply: they all go to suspense for cash applications
      * to work.
      *
      * Each remittance's customer id must be numeric, carry a good
      * shop check digit (CHKDIGPR), and be on the customer file;
      * the amount must be numeric and above zero. Anything else is
      * unapplied cash: it goes to the unapplied-cash suspense file
      * (LBXSUSI carried in, LBXSUSO carried out) with an L-series
      * reason, a cycle count and the date it first landed there.
      * Cash applications work the suspense through the repair file:
      * 'A' applies an item to the customer id given (the item is
      * revalidated and, if good, released as a payment tonight),
      * 'X' takes it out of suspense (returned to the remitter or
      * applied by hand). An item suspended only because its
      * customer was not on file is looked for again every run.
      * The intake report proves the bank's batches, ages every
      * item left in suspense (items older than LBXAGED days,
      * control card, default 30, are flagged), and ties the
      * payments generated to the file's trailer.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-LOCKBOX-FILE ASSIGN TO BANKLBX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BANK-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT SUSPENSE-FILE-IN ASSIGN TO LBXSUSI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-IN-STATUS.

           SELECT SUSPENSE-FILE-OUT ASSIGN TO LBXSUSO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-OUT-STATUS.

           SELECT REPAIR-FILE ASSIGN TO LBXRPAIR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPAIR-FILE-STATUS.

           SELECT LOCKBOX-TRAN-FILE ASSIGN TO LBXTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-FILE-STATUS.

           SELECT INTAKE-REPORT-FILE ASSIGN TO LBXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
      * The bank's layout, one 80-byte record type per line:
      * '1' file header, '5' batch header, '6' remittance item,
      * '8' batch trailer, '9' file trailer.
       FD  BANK-LOCKBOX-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-BANK-RECORD.
       01  WS-BANK-RECORD.
           05  WS-BNK-REC-TYPE      PIC X(1).
               88  BNK-FILE-HEADER      VALUE '1'.
               88  BNK-BATCH-HEADER     VALUE '5'.
               88  BNK-ITEM             VALUE '6'.
               88  BNK-BATCH-TRAILER    VALUE '8'.
               88  BNK-FILE-TRAILER     VALUE '9'.
           05  WS-BNK-BODY          PIC X(79).
       01  WS-BANK-FILE-HEADER.
           05  FILLER               PIC X(1).
           05  WS-BFH-BANK-ID       PIC X(10).
           05  WS-BFH-LOCKBOX-NO    PIC X(7).
           05  WS-BFH-DEPOSIT-DATE  PIC X(8).
           05  FILLER               PIC X(54).
       01  WS-BANK-ITEM.
           05  FILLER               PIC X(1).
           05  WS-BIT-BATCH-NO      PIC 9(3).
           05  WS-BIT-ITEM-NO       PIC 9(5).
           05  WS-BIT-CUST-ID       PIC X(10).
           05  WS-BIT-AMOUNT-X      PIC X(10).
           05  WS-BIT-AMOUNT REDEFINES WS-BIT-AMOUNT-X
                                    PIC 9(8)V99.
           05  WS-BIT-CHECK-NO      PIC X(10).
           05  WS-BIT-REMITTER      PIC X(30).
           05  FILLER               PIC X(11).
       01  WS-BANK-BATCH-TRAILER.
           05  FILLER               PIC X(1).
           05  WS-BBT-BATCH-NO      PIC 9(3).
           05  WS-BBT-ITEM-COUNT    PIC 9(5).
           05  WS-BBT-AMOUNT        PIC 9(10)V99.
           05  FILLER               PIC X(59).
       01  WS-BANK-FILE-TRAILER.
           05  FILLER               PIC X(1).
           05  WS-BFT-BATCH-COUNT   PIC 9(5).
           05  WS-BFT-ITEM-COUNT    PIC 9(7).
           05  WS-BFT-AMOUNT        PIC 9(12)V99.
           05  FILLER               PIC X(53).

       FD  CUSTOMER-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS WS-CUSTOMER-FILE-RECORD.
       01  WS-CUSTOMER-FILE-RECORD.
           05  WS-CFR-CUST-ID       PIC 9(10).
           05  WS-CFR-CUST-NAME     PIC X(30).
           05  WS-CFR-CUST-BALANCE  PIC S9(7)V99.
           05  WS-CFR-CUST-STATUS   PIC X(1).

       FD  SUSPENSE-FILE-IN
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS WS-SUSPENSE-RECORD-IN.
       01  WS-SUSPENSE-RECORD-IN    PIC X(120).

       FD  SUSPENSE-FILE-OUT
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS WS-SUSPENSE-RECORD-OUT.
       01  WS-SUSPENSE-RECORD-OUT   PIC X(120).

      * Cash applications' instructions, keyed on the item's deposit
      * date, bank batch and item number.
       FD  REPAIR-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-REPAIR-RECORD.
       01  WS-REPAIR-RECORD.
           05  WS-RPR-KEY.
               10  WS-RPR-DEPOSIT-DATE  PIC 9(8).
               10  WS-RPR-BATCH-NO      PIC 9(3).
               10  WS-RPR-ITEM-NO       PIC 9(5).
           05  WS-RPR-ACTION        PIC X(1).
           05  WS-RPR-CUST-ID-NEW   PIC X(10).
           05  WS-RPR-OPERATOR      PIC X(8).
           05  FILLER               PIC X(45).

      * Generated payments, in the posting run's 100-byte TRANFILE
      * layout under the standard envelope.
       FD  LOCKBOX-TRAN-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-LOCKBOX-TRAN-RECORD.
       01  WS-LOCKBOX-TRAN-RECORD   PIC X(100).

       FD  INTAKE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-INTAKE-REPORT-LINE.
       01  WS-INTAKE-REPORT-LINE    PIC X(132).

      * Every remittance item of the run -- tonight's and those
      * carried in suspense -- goes through the sort into customer
      * order so the customer file is matched on one balance line.
      * The layout is the suspense record's.
       SD  SORT-WORK-FILE.
       01  WS-SORT-RECORD.
           05  WS-SRT-CUST-ID       PIC X(10).
           05  FILLER               PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-BANK-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CUSTOMER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-SUSPENSE-IN-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-SUSPENSE-OUT-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REPAIR-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-LOCKBOX-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REPORT-FILE-STATUS.

      * One remittance item in its structured form: the bank's
      * details, the suspense reason (spaces while the item is
      * still good), and the suspense bookkeeping.
       01  WS-REMITTANCE-RECORD.
           05  WS-REM-CUST-ID       PIC X(10).
           05  WS-REM-CUST-NUM REDEFINES WS-REM-CUST-ID
                                    PIC 9(10).
           05  WS-REM-AMOUNT-X      PIC X(10).
           05  WS-REM-AMOUNT REDEFINES WS-REM-AMOUNT-X
                                    PIC 9(8)V99.
           05  WS-REM-KEY.
               10  WS-REM-DEPOSIT-DATE  PIC 9(8).
               10  WS-REM-BATCH-NO      PIC 9(3).
               10  WS-REM-ITEM-NO       PIC 9(5).
           05  WS-REM-CHECK-NO      PIC X(10).
           05  WS-REM-REMITTER      PIC X(30).
           05  WS-REM-REASON-CODE   PIC X(4).
           05  WS-REM-REASON-TEXT   PIC X(20).
           05  WS-REM-CYCLE-COUNT   PIC 9(3).
           05  WS-REM-FIRST-SEEN    PIC 9(8).
           05  WS-REM-ORIGIN        PIC X(1).
               88  REM-FROM-BANK        VALUE 'B'.
               88  REM-FROM-SUSPENSE    VALUE 'S'.
           05  WS-REM-REPAIRED-SW   PIC X(1).
               88  REM-REPAIRED         VALUE 'Y'.
           05  FILLER               PIC X(7).

      * The generated payment in the posting run's typed layout:
      * customer key, blank account (primary applies), type 'P',
      * 'LBX' with the bank batch and item in the reference bytes,
      * deposit date as the effective date, amount in the 17 amount
      * bytes with the implied V99.
       01  WS-PAYMENT-WORK-RECORD.
           05  WS-LBT-CUST-KEY      PIC 9(10).
           05  WS-LBT-ACC-NUMBER    PIC X(10).
           05  WS-LBT-TRAN-TYPE     PIC X(1).
           05  FILLER               PIC X(1).
           05  WS-LBT-REF.
               10  WS-LBT-REF-TAG   PIC X(3).
               10  WS-LBT-REF-BATCH PIC 9(3).
               10  WS-LBT-REF-ITEM  PIC 9(5).
               10  FILLER           PIC X(3).
           05  FILLER               PIC X(6).
           05  WS-LBT-EFF-DATE      PIC 9(8).
           05  WS-LBT-AMOUNT        PIC 9(15)V99.
           05  FILLER               PIC X(33).

      * Batches whose items did not prove against their trailer.
       01  WS-BAD-BATCH-TABLE.
           05  WS-BAD-ENTRY-COUNT   PIC 9(3) VALUE ZERO.
           05  WS-BAD-MAX-ENTRIES   PIC 9(3) VALUE 200.
           05  WS-BAD-BATCH-NO      PIC 9(3) OCCURS 200 TIMES.
           05  WS-BAD-IDX           PIC 9(3) VALUE ZERO.

      * Cash applications' instructions, loaded up front; the
      * 500-entry repair table convention REJRECYC and UNPRECYC use.
       01  WS-REPAIR-TABLE.
           05  WS-RPR-ENTRY-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-RPR-MAX-ENTRIES   PIC 9(4) VALUE 500.
           05  WS-RPR-ENTRY OCCURS 500 TIMES.
               10  WS-RPR-TBL-KEY       PIC X(16).
               10  WS-RPR-TBL-ACTION    PIC X(1).
                   88  TBL-RPR-APPLY        VALUE 'A'.
                   88  TBL-RPR-REMOVE       VALUE 'X'.
               10  WS-RPR-TBL-CUST-NEW  PIC X(10).
               10  WS-RPR-TBL-OPERATOR  PIC X(8).
           05  WS-RPR-IDX           PIC 9(4) VALUE ZERO.
           05  WS-RPR-PICKED        PIC 9(4) VALUE ZERO.

       01  WS-PARM-FIELDS.
           05  WS-PARM-LENGTH       PIC 9(4) VALUE ZERO.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05  WS-CYCLE-TYPE        PIC X(4) VALUE SPACES.

       COPY OPTPARWS.

      * Shared customer-id check-digit validation, the same rule the
      * posting run applies to transaction keys.
       COPY CHKDIGWS.

       01  WS-INTAKE-CONTROL-FIELDS.
      * Suspense items older than this many days are flagged on the
      * aging report. LBXAGED control card overrides.
           05  WS-AGED-DAYS         PIC 9(3) VALUE 30.
           05  WS-BANK-EOF-SW       PIC X(1) VALUE 'N'.
               88  BANK-EOF             VALUE 'Y'.
           05  WS-CUST-EOF-SW       PIC X(1) VALUE 'N'.
               88  CUSTOMER-EOF         VALUE 'Y'.
           05  WS-SUS-EOF-SW        PIC X(1) VALUE 'N'.
               88  SUSPENSE-EOF         VALUE 'Y'.
           05  WS-RPR-EOF-SW        PIC X(1) VALUE 'N'.
               88  REPAIR-EOF           VALUE 'Y'.
           05  WS-SORT-EOF-SW       PIC X(1) VALUE 'N'.
               88  SORT-EOF             VALUE 'Y'.
           05  WS-CUST-DATA-SW      PIC X(1) VALUE 'N'.
               88  CUST-DATA-RECORD     VALUE 'Y'.
           05  WS-FILE-PROVED-SW    PIC X(1) VALUE 'N'.
               88  BANK-FILE-PROVED     VALUE 'Y'.
           05  WS-HEADER-SEEN-SW    PIC X(1) VALUE 'N'.
               88  BANK-HEADER-SEEN     VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW   PIC X(1) VALUE 'N'.
               88  BANK-TRAILER-SEEN    VALUE 'Y'.
           05  WS-BATCH-BAD-SW      PIC X(1) VALUE 'N'.
               88  BATCH-IS-BAD         VALUE 'Y'.
           05  WS-BAD-TABLE-FULL-SW PIC X(1) VALUE 'N'.
               88  BAD-BATCH-TABLE-FULL VALUE 'Y'.
           05  WS-DEPOSIT-DATE      PIC 9(8) VALUE ZERO.
           05  WS-CUR-BATCH-NO      PIC 9(3) VALUE ZERO.
           05  WS-AGE-DAYS          PIC S9(7) VALUE ZERO.

      * The bank's side and our side of the proof.
       01  WS-PROOF-COUNTERS.
           05  WS-BATCH-ITEM-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-BATCH-AMOUNT      PIC 9(12)V99 VALUE ZERO.
           05  WS-FILE-BATCH-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-FILE-ITEM-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-FILE-AMOUNT       PIC 9(12)V99 VALUE ZERO.

       01  WS-RUN-COUNTERS.
           05  WS-BANK-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-BANK-ITEM-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-SUS-READ-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-REPAIR-READ-COUNT PIC 9(9) VALUE ZERO.
           05  WS-REPAIRED-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-REMOVED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-REMOVED-AMOUNT    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-CUST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-APPLIED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-APPLIED-AMOUNT    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-RELEASED-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-RELEASED-AMOUNT   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-APPLIED-HASH      PIC 9(13)V99 VALUE ZERO.
           05  WS-NEW-SUS-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-NEW-SUS-AMOUNT    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SUS-OUT-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-SUS-OUT-AMOUNT    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-AGED-COUNT        PIC 9(9) VALUE ZERO.
      * Suspense left at end of run by age: 0-30, 31-60, 61-90 and
      * over 90 days since the item first landed.
           05  WS-AGE-BUCKET-TBL.
               10  WS-AGE-BUCKET OCCURS 4 TIMES.
                   15  WS-AGB-COUNT     PIC 9(9).
                   15  WS-AGB-AMOUNT    PIC S9(11)V99 COMP-3.
           05  WS-AGB-IDX           PIC 9(1) VALUE ZERO.

      * The generated file wears the TRANFILE envelope so the
      * posting run's own check accepts it.
       01  WS-ENVELOPE-RECORD.
           COPY FILENVWS.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE-LINE.
               10  FILLER  PIC X(40) VALUE
                   'LOCKBOX - LOCKBOX REMITTANCE INTAKE FOR '.
               10  WS-RPT-CYCLE-DATE PIC 9(8).
               10  FILLER  PIC X(10) VALUE ' DEPOSIT '.
               10  WS-RPT-DEPOSIT-DATE PIC 9(8).
               10  FILLER  PIC X(6) VALUE ' BANK '.
               10  WS-RPT-BANK-ID PIC X(10).
               10  FILLER  PIC X(9) VALUE ' LOCKBOX '.
               10  WS-RPT-LOCKBOX-NO PIC X(7).
               10  FILLER  PIC X(34) VALUE SPACES.
           05  WS-RPT-BATCH-LINE.
               10  FILLER           PIC X(6) VALUE 'BATCH '.
               10  WS-RPB-BATCH-NO  PIC 9(3).
               10  FILLER           PIC X(12) VALUE ' BANK ITEMS='.
               10  WS-RPB-BANK-COUNT PIC ZZZZ9.
               10  FILLER           PIC X(8) VALUE ' AMOUNT='.
               10  WS-RPB-BANK-AMOUNT PIC ZZZZZZZZZ9.99.
               10  FILLER           PIC X(12) VALUE ' READ ITEMS='.
               10  WS-RPB-READ-COUNT PIC ZZZZ9.
               10  FILLER           PIC X(8) VALUE ' AMOUNT='.
               10  WS-RPB-READ-AMOUNT PIC ZZZZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPB-RESULT    PIC X(22).
               10  FILLER           PIC X(25) VALUE SPACES.
           05  WS-RPT-MESSAGE-LINE.
               10  WS-RPM-TEXT      PIC X(132).
           05  WS-RPT-AGING-LINE.
               10  WS-RPA-REASON    PIC X(4).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPA-DEPOSIT   PIC 9(8).
               10  FILLER           PIC X(1) VALUE '/'.
               10  WS-RPA-BATCH     PIC 9(3).
               10  FILLER           PIC X(1) VALUE '/'.
               10  WS-RPA-ITEM      PIC 9(5).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPA-CUST-ID   PIC X(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPA-AMOUNT    PIC ZZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPA-REMITTER  PIC X(30).
               10  FILLER           PIC X(8) VALUE ' CYCLES='.
               10  WS-RPA-CYCLES    PIC ZZ9.
               10  FILLER           PIC X(6) VALUE ' DAYS='.
               10  WS-RPA-DAYS      PIC ZZZZ9.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPA-FLAG      PIC X(14).
               10  FILLER           PIC X(17) VALUE SPACES.
           05  WS-RPT-ACTION-LINE.
               10  WS-RPX-ACTION    PIC X(9).
               10  WS-RPX-DEPOSIT   PIC 9(8).
               10  FILLER           PIC X(1) VALUE '/'.
               10  WS-RPX-BATCH     PIC 9(3).
               10  FILLER           PIC X(1) VALUE '/'.
               10  WS-RPX-ITEM      PIC 9(5).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPX-CUST-ID   PIC X(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPX-AMOUNT    PIC ZZZZZZZ9.99.
               10  FILLER           PIC X(4) VALUE ' BY '.
               10  WS-RPX-OPERATOR  PIC X(8).
               10  FILLER           PIC X(70) VALUE SPACES.
           05  WS-RPT-TOTAL-LINE.
               10  WS-RPT-LABEL     PIC X(40).
               10  WS-RPT-COUNT     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(9) VALUE ' AMOUNT='.
               10  WS-RPT-AMOUNT    PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(59) VALUE SPACES.

       01  WS-RUN-CONTROL-RECORD.
           COPY RUNCTLRC.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN          PIC S9(4) COMP.
           05  WS-PARM-DATA         PIC X(13).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PARAGRAPH.
           PERFORM PARSE-RUN-PARM.
           DISPLAY 'Program LOCKBOX started, cycle ' WS-RUN-DATE.
           MOVE 'LBXAGED' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND RUN-OPTION-NUMERIC
                   AND WS-OPT-NUMVAL > ZERO
               MOVE WS-OPT-NUMVAL TO WS-AGED-DAYS
           END-IF.
           DISPLAY 'OPTION IN EFFECT: LBXAGED=' WS-AGED-DAYS.
           MOVE 'LOCKBOX' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM VARYING WS-AGB-IDX FROM 1 BY 1
                   UNTIL WS-AGB-IDX > 4
               MOVE ZERO TO WS-AGB-COUNT(WS-AGB-IDX)
                            WS-AGB-AMOUNT(WS-AGB-IDX)
           END-PERFORM.
           PERFORM 8900-REFUSE-DRY-RUN-CUSTOMERS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-REPAIR-TABLE
               UNTIL REPAIR-EOF.
           DISPLAY 'Repair records loaded: ' WS-RPR-ENTRY-COUNT.
           PERFORM PROVE-BANK-FILE.
           PERFORM READ-CUSTOMER-RECORD.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY WS-SRT-CUST-ID
               INPUT PROCEDURE IS RELEASE-REMITTANCES
               OUTPUT PROCEDURE IS APPLY-REMITTANCES.
           PERFORM WRITE-LOCKBOX-TRAILER.
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
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening customer file: '
                       WS-CUSTOMER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SUSPENSE-FILE-OUT.
           IF WS-SUSPENSE-OUT-STATUS NOT = '00'
               DISPLAY 'Error opening suspense out file: '
                       WS-SUSPENSE-OUT-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT LOCKBOX-TRAN-FILE.
           IF WS-LOCKBOX-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening lockbox transaction file: '
                       WS-LOCKBOX-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               CLOSE SUSPENSE-FILE-OUT
               GOBACK
           END-IF.
           PERFORM WRITE-LOCKBOX-HEADER.
           OPEN OUTPUT INTAKE-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening lockbox intake report: '
                       WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               CLOSE SUSPENSE-FILE-OUT
               CLOSE LOCKBOX-TRAN-FILE
               GOBACK
           END-IF.
      * No repair file is the usual night; no prior suspense is the
      * first night ever.
           OPEN INPUT REPAIR-FILE.
           IF WS-REPAIR-FILE-STATUS NOT = '00'
               DISPLAY 'No lockbox repair file this run, status '
                       WS-REPAIR-FILE-STATUS
               SET REPAIR-EOF TO TRUE
           END-IF.
           OPEN INPUT SUSPENSE-FILE-IN.
           IF WS-SUSPENSE-IN-STATUS NOT = '00'
               DISPLAY 'No prior unapplied-cash suspense, status '
                       WS-SUSPENSE-IN-STATUS
               SET SUSPENSE-EOF TO TRUE
           END-IF.

       LOAD-REPAIR-TABLE.
           READ REPAIR-FILE INTO WS-REPAIR-RECORD
               AT END SET REPAIR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REPAIR-READ-COUNT
                   IF WS-RPR-ENTRY-COUNT >= WS-RPR-MAX-ENTRIES
                       DISPLAY 'WARNING: REPAIR TABLE FULL AT '
                               WS-RPR-MAX-ENTRIES
                       MOVE 4 TO RETURN-CODE
                       SET REPAIR-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-RPR-ENTRY-COUNT
                       MOVE WS-RPR-KEY TO
                           WS-RPR-TBL-KEY(WS-RPR-ENTRY-COUNT)
                       MOVE WS-RPR-ACTION TO
                           WS-RPR-TBL-ACTION(WS-RPR-ENTRY-COUNT)
                       MOVE WS-RPR-CUST-ID-NEW TO
                           WS-RPR-TBL-CUST-NEW(WS-RPR-ENTRY-COUNT)
                       MOVE WS-RPR-OPERATOR TO
                           WS-RPR-TBL-OPERATOR(WS-RPR-ENTRY-COUNT)
                   END-IF
           END-READ.

      ******************************************************************
      * First pass over the bank file: prove it before taking any of it.
      ******************************************************************
       PROVE-BANK-FILE.
           OPEN INPUT BANK-LOCKBOX-FILE.
           IF WS-BANK-FILE-STATUS NOT = '00'
               DISPLAY 'No lockbox file from the bank tonight, status '
                       WS-BANK-FILE-STATUS
               MOVE SPACES TO WS-RPM-TEXT
               MOVE 'NO LOCKBOX FILE RECEIVED' TO WS-RPM-TEXT
               WRITE WS-INTAKE-REPORT-LINE FROM WS-RPT-MESSAGE-LINE
           ELSE
               MOVE 'N' TO WS-BANK-EOF-SW
               PERFORM PROVE-ONE-BANK-RECORD
                   UNTIL BANK-EOF
               CLOSE BANK-LOCKBOX-FILE
               PERFORM JUDGE-FILE-PROOF
           END-IF.

       PROVE-ONE-BANK-RECORD.
           READ BANK-LOCKBOX-FILE
               AT END SET BANK-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BANK-READ-COUNT
                   EVALUATE TRUE
                       WHEN BNK-FILE-HEADER
                           PERFORM TAKE-BANK-FILE-HEADER
                       WHEN BNK-BATCH-HEADER
                           MOVE ZERO TO WS-BATCH-ITEM-COUNT
                                        WS-BATCH-AMOUNT
                       WHEN BNK-ITEM
                           ADD 1 TO WS-BATCH-ITEM-COUNT
                                    WS-FILE-ITEM-COUNT
                           IF WS-BIT-AMOUNT-X IS NUMERIC
                               ADD WS-BIT-AMOUNT TO WS-BATCH-AMOUNT
                                                    WS-FILE-AMOUNT
                           END-IF
                       WHEN BNK-BATCH-TRAILER
                           PERFORM PROVE-ONE-BATCH
                       WHEN BNK-FILE-TRAILER
                           SET BANK-TRAILER-SEEN TO TRUE
                       WHEN OTHER
                           DISPLAY 'Unknown lockbox record type: '
                                   WS-BNK-REC-TYPE
                   END-EVALUATE
           END-READ.

       TAKE-BANK-FILE-HEADER.
           SET BANK-HEADER-SEEN TO TRUE.
           IF WS-BFH-DEPOSIT-DATE IS NUMERIC
               MOVE WS-BFH-DEPOSIT-DATE TO WS-DEPOSIT-DATE
           END-IF.
           MOVE WS-RUN-DATE TO WS-RPT-CYCLE-DATE.
           MOVE WS-DEPOSIT-DATE TO WS-RPT-DEPOSIT-DATE.
           MOVE WS-BFH-BANK-ID TO WS-RPT-BANK-ID.
           MOVE WS-BFH-LOCKBOX-NO TO WS-RPT-LOCKBOX-NO.
           WRITE WS-INTAKE-REPORT-LINE FROM WS-RPT-TITLE-LINE.

       PROVE-ONE-BATCH.
           ADD 1 TO WS-FILE-BATCH-COUNT.
           MOVE WS-BBT-BATCH-NO TO WS-RPB-BATCH-NO.
           MOVE WS-BBT-ITEM-COUNT TO WS-RPB-BANK-COUNT.
           MOVE WS-BBT-AMOUNT TO WS-RPB-BANK-AMOUNT.
           MOVE WS-BATCH-ITEM-COUNT TO WS-RPB-READ-COUNT.
           MOVE WS-BATCH-AMOUNT TO WS-RPB-READ-AMOUNT.
           IF WS-BBT-ITEM-COUNT = WS-BATCH-ITEM-COUNT
                   AND WS-BBT-AMOUNT = WS-BATCH-AMOUNT
               MOVE 'PROVED' TO WS-RPB-RESULT
           ELSE
               MOVE '*** OUT OF BALANCE ***' TO WS-RPB-RESULT
               MOVE 4 TO RETURN-CODE
               IF WS-BAD-ENTRY-COUNT >= WS-BAD-MAX-ENTRIES
                   DISPLAY '*** BAD-BATCH TABLE FULL AT '
                           WS-BAD-MAX-ENTRIES
                           ' - LOCKBOX FILE NOT POSTED ***'
                   SET BAD-BATCH-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-BAD-ENTRY-COUNT
                   MOVE WS-BBT-BATCH-NO
                       TO WS-BAD-BATCH-NO(WS-BAD-ENTRY-COUNT)
               END-IF
           END-IF.
           WRITE WS-INTAKE-REPORT-LINE FROM WS-RPT-BATCH-LINE.

       JUDGE-FILE-PROOF.
           MOVE SPACES TO WS-RPM-TEXT.
           EVALUATE TRUE
               WHEN NOT BANK-HEADER-SEEN
                   MOVE 'LOCKBOX FILE REJECTED: NO FILE HEADER'
                       TO WS-RPM-TEXT
               WHEN WS-DEPOSIT-DATE = ZERO
                   MOVE 'LOCKBOX FILE REJECTED: DEPOSIT DATE INVALID'
                       TO WS-RPM-TEXT
               WHEN NOT BANK-TRAILER-SEEN
                   MOVE 'LOCKBOX FILE REJECTED: NO FILE TRAILER'
                       TO WS-RPM-TEXT
               WHEN WS-BFT-BATCH-COUNT NOT = WS-FILE-BATCH-COUNT
                       OR WS-BFT-ITEM-COUNT NOT = WS-FILE-ITEM-COUNT
                       OR WS-BFT-AMOUNT NOT = WS-FILE-AMOUNT
                   MOVE 'LOCKBOX FILE REJECTED: TOTALS DO NOT PROVE'
                       TO WS-RPM-TEXT
               WHEN BAD-BATCH-TABLE-FULL
                   MOVE 'LOCKBOX FILE REJECTED: TOO MANY BAD BATCHES'
                       TO WS-RPM-TEXT
               WHEN OTHER
                   SET BANK-FILE-PROVED TO TRUE
                   MOVE 'LOCKBOX FILE PROVED TO THE BANK TRAILER'
                       TO WS-RPM-TEXT
           END-EVALUATE.
           WRITE WS-INTAKE-REPORT-LINE FROM WS-RPT-MESSAGE-LINE.
           MOVE 'BANK TRAILER ITEMS: COUNT=' TO WS-RPT-LABEL.
           MOVE WS-BFT-ITEM-COUNT TO WS-RPT-COUNT.
           MOVE WS-BFT-AMOUNT TO WS-RPT-AMOUNT.
           WRITE WS-INTAKE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'ITEMS READ: COUNT=' TO WS-RPT-LABEL.
           MOVE WS-FILE-ITEM-COUNT TO WS-RPT-COUNT.
           MOVE WS-FILE-AMOUNT TO WS-RPT-AMOUNT.
           WRITE WS-INTAKE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           IF NOT BANK-FILE-PROVED
               DISPLAY WS-RPM-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * Sort input: suspense carried in (with cash applications'
      * instructions applied), then tonight's items if the file proved.
      ******************************************************************
       RELEASE-REMITTANCES.
           PERFORM RELEASE-ONE-SUSPENSE-ITEM
               UNTIL SUSPENSE-EOF.
           IF BANK-FILE-PROVED
               OPEN INPUT BANK-LOCKBOX-FILE
               MOVE 'N' TO WS-BANK-EOF-SW
               PERFORM RELEASE-ONE-BANK-ITEM
                   UNTIL BANK-EOF
               CLOSE BANK-LOCKBOX-FILE
           END-IF.

       RELEASE-ONE-SUSPENSE-ITEM.
           READ SUSPENSE-FILE-IN INTO WS-REMITTANCE-RECORD
               AT END SET SUSPENSE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUS-READ-COUNT
                   SET REM-FROM-SUSPENSE TO TRUE
                   MOVE 'N' TO WS-REM-REPAIRED-SW
                   PERFORM FIND-REPAIR-FOR-ITEM
                   EVALUATE TRUE
                       WHEN WS-RPR-PICKED = ZERO
      * Not worked yet: an item waiting only for its customer to
      * reach the file is looked for again; the rest wait.
                           IF WS-REM-REASON-CODE = 'L005'
                               MOVE SPACES TO WS-REM-REASON-CODE
                                              WS-REM-REASON-TEXT
                           END-IF
                           RELEASE WS-SORT-RECORD
                               FROM WS-REMITTANCE-RECORD
                       WHEN TBL-RPR-REMOVE(WS-RPR-PICKED)
                           PERFORM REMOVE-SUSPENSE-ITEM
                       WHEN OTHER
                           PERFORM REPAIR-SUSPENSE-ITEM
                           RELEASE WS-SORT-RECORD
                               FROM WS-REMITTANCE-RECORD
                   END-EVALUATE
           END-READ.

       FIND-REPAIR-FOR-ITEM.
           MOVE ZERO TO WS-RPR-PICKED.
           PERFORM VARYING WS-RPR-IDX FROM 1 BY 1
                   UNTIL WS-RPR-IDX > WS-RPR-ENTRY-COUNT
                   OR WS-RPR-PICKED > ZERO
               IF WS-RPR-TBL-KEY(WS-RPR-IDX) = WS-REM-KEY
                       AND (TBL-RPR-APPLY(WS-RPR-IDX)
                           OR TBL-RPR-REMOVE(WS-RPR-IDX))
                   MOVE WS-RPR-IDX TO WS-RPR-PICKED
               END-IF
           END-PERFORM.

       REMOVE-SUSPENSE-ITEM.
           ADD 1 TO WS-REMOVED-COUNT.
           IF WS-REM-AMOUNT-X IS NUMERIC
               ADD WS-REM-AMOUNT TO WS-REMOVED-AMOUNT
           END-IF.
           MOVE 'REMOVED  ' TO WS-RPX-ACTION.
           PERFORM WRITE-ACTION-LINE.

       REPAIR-SUSPENSE-ITEM.
      * Applied to the customer cash applications named; the item
      * revalidates like a new one and matches the customer file
      * on the sort's output side.
           ADD 1 TO WS-REPAIRED-COUNT.
           SET REM-REPAIRED TO TRUE.
           MOVE WS-RPR-TBL-CUST-NEW(WS-RPR-PICKED) TO WS-REM-CUST-ID.
           MOVE SPACES TO WS-REM-REASON-CODE WS-REM-REASON-TEXT.
           PERFORM VALIDATE-REMITTANCE.
           MOVE 'REPAIRED ' TO WS-RPX-ACTION.
           PERFORM WRITE-ACTION-LINE.

       WRITE-ACTION-LINE.
           MOVE WS-REM-DEPOSIT-DATE TO WS-RPX-DEPOSIT.
           MOVE WS-REM-BATCH-NO TO WS-RPX-BATCH.
           MOVE WS-REM-ITEM-NO TO WS-RPX-ITEM.
           MOVE WS-REM-CUST-ID TO WS-RPX-CUST-ID.
           IF WS-REM-AMOUNT-X IS NUMERIC
               MOVE WS-REM-AMOUNT TO WS-RPX-AMOUNT
           ELSE
               MOVE ZERO TO WS-RPX-AMOUNT
           END-IF.
           MOVE WS-RPR-TBL-OPERATOR(WS-RPR-PICKED) TO WS-RPX-OPERATOR.
           WRITE WS-INTAKE-REPORT-LINE FROM WS-RPT-ACTION-LINE.

       RELEASE-ONE-BANK-ITEM.
           READ BANK-LOCKBOX-FILE
               AT END SET BANK-EOF TO TRUE
               NOT AT END
                   IF BNK-ITEM
                       ADD 1 TO WS-BANK-ITEM-COUNT
                       PERFORM BUILD-BANK-REMITTANCE
                       RELEASE WS-SORT-RECORD
                           FROM WS-REMITTANCE-RECORD
                   END-IF
           END-READ.

       BUILD-BANK-REMITTANCE.
           MOVE SPACES TO WS-REMITTANCE-RECORD.
           SET REM-FROM-BANK TO TRUE.
           MOVE 'N' TO WS-REM-REPAIRED-SW.
           MOVE WS-BIT-CUST-ID TO WS-REM-CUST-ID.
           MOVE WS-BIT-AMOUNT-X TO WS-REM-AMOUNT-X.
           MOVE WS-DEPOSIT-DATE TO WS-REM-DEPOSIT-DATE.
           MOVE WS-BIT-BATCH-NO TO WS-REM-BATCH-NO.
           MOVE WS-BIT-ITEM-NO TO WS-REM-ITEM-NO.
           MOVE WS-BIT-CHECK-NO TO WS-REM-CHECK-NO.
           MOVE WS-BIT-REMITTER TO WS-REM-REMITTER.
           MOVE ZERO TO WS-REM-CYCLE-COUNT.
           MOVE WS-RUN-DATE TO WS-REM-FIRST-SEEN.
           MOVE 'N' TO WS-BATCH-BAD-SW.
           PERFORM VARYING WS-BAD-IDX FROM 1 BY 1
                   UNTIL WS-BAD-IDX > WS-BAD-ENTRY-COUNT
                   OR BATCH-IS-BAD
               IF WS-BAD-BATCH-NO(WS-BAD-IDX) = WS-BIT-BATCH-NO
                   SET BATCH-IS-BAD TO TRUE
               END-IF
           END-PERFORM.
           IF BATCH-IS-BAD
               MOVE 'L001' TO WS-REM-REASON-CODE
               MOVE 'BATCH OUT OF BALANCE' TO WS-REM-REASON-TEXT
           ELSE
               PERFORM VALIDATE-REMITTANCE
           END-IF.

       VALIDATE-REMITTANCE.
      * Field rules only; whether the customer is on file is judged
      * on the sort's output side.
           EVALUATE TRUE
               WHEN WS-REM-CUST-ID NOT NUMERIC
                       OR WS-REM-CUST-NUM = ZERO
                   MOVE 'L002' TO WS-REM-REASON-CODE
                   MOVE 'CUSTOMER ID INVALID' TO WS-REM-REASON-TEXT
               WHEN WS-REM-AMOUNT-X NOT NUMERIC
                       OR WS-REM-AMOUNT = ZERO
                   MOVE 'L004' TO WS-REM-REASON-CODE
                   MOVE 'AMOUNT INVALID' TO WS-REM-REASON-TEXT
               WHEN OTHER
                   MOVE WS-REM-CUST-NUM TO WS-CD-CUST-ID
                   PERFORM 8600-VERIFY-CHECK-DIGIT
                   IF NOT CD-CHECK-DIGIT-OK
                       MOVE 'L003' TO WS-REM-REASON-CODE
                       MOVE 'CHECK DIGIT INVALID'
                           TO WS-REM-REASON-TEXT
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * Sort output: customer order, matched against the customer file.
      ******************************************************************
       APPLY-REMITTANCES.
           PERFORM APPLY-ONE-REMITTANCE
               UNTIL SORT-EOF.
           PERFORM WRITE-SUSPENSE-TOTALS.

       APPLY-ONE-REMITTANCE.
           RETURN SORT-WORK-FILE INTO WS-REMITTANCE-RECORD
               AT END SET SORT-EOF TO TRUE
               NOT AT END
                   IF WS-REM-REASON-CODE = SPACES
                       PERFORM FIND-CUSTOMER-FOR-ITEM
                   END-IF
                   IF WS-REM-REASON-CODE = SPACES
                       PERFORM GENERATE-PAYMENT-TRAN
                   ELSE
                       PERFORM SUSPEND-ITEM
                   END-IF
           END-RETURN.

       FIND-CUSTOMER-FOR-ITEM.
      * Good ids arrive in ascending order, so the customer file only
      * ever advances.
           PERFORM UNTIL CUSTOMER-EOF
                   OR WS-CFR-CUST-ID >= WS-REM-CUST-NUM
               PERFORM READ-CUSTOMER-RECORD
           END-PERFORM.
           IF CUSTOMER-EOF
                   OR WS-CFR-CUST-ID NOT = WS-REM-CUST-NUM
               MOVE 'L005' TO WS-REM-REASON-CODE
               MOVE 'CUSTOMER NOT ON FILE' TO WS-REM-REASON-TEXT
           END-IF.

       GENERATE-PAYMENT-TRAN.
           MOVE SPACES TO WS-PAYMENT-WORK-RECORD.
           MOVE WS-REM-CUST-NUM TO WS-LBT-CUST-KEY.
           MOVE ZEROS TO WS-LBT-ACC-NUMBER.
           MOVE 'P' TO WS-LBT-TRAN-TYPE.
           MOVE 'LBX' TO WS-LBT-REF-TAG.
           MOVE WS-REM-BATCH-NO TO WS-LBT-REF-BATCH.
           MOVE WS-REM-ITEM-NO TO WS-LBT-REF-ITEM.
           MOVE WS-REM-DEPOSIT-DATE TO WS-LBT-EFF-DATE.
           MOVE WS-REM-AMOUNT TO WS-LBT-AMOUNT.
           WRITE WS-LOCKBOX-TRAN-RECORD FROM WS-PAYMENT-WORK-RECORD.
           ADD 1 TO WS-APPLIED-COUNT.
           ADD WS-REM-AMOUNT TO WS-APPLIED-AMOUNT.
           ADD WS-LBT-AMOUNT TO WS-APPLIED-HASH.
           IF REM-FROM-SUSPENSE
               ADD 1 TO WS-RELEASED-COUNT
               ADD WS-REM-AMOUNT TO WS-RELEASED-AMOUNT
           END-IF.

       SUSPEND-ITEM.
           IF REM-FROM-SUSPENSE
               ADD 1 TO WS-REM-CYCLE-COUNT
           ELSE
               ADD 1 TO WS-NEW-SUS-COUNT
               IF WS-REM-AMOUNT-X IS NUMERIC
                   ADD WS-REM-AMOUNT TO WS-NEW-SUS-AMOUNT
               END-IF
           END-IF.
           WRITE WS-SUSPENSE-RECORD-OUT FROM WS-REMITTANCE-RECORD.
           ADD 1 TO WS-SUS-OUT-COUNT.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-REM-FIRST-SEEN).
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-AGB-IDX
               WHEN WS-AGE-DAYS <= 60
                   MOVE 2 TO WS-AGB-IDX
               WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-AGB-IDX
               WHEN OTHER
                   MOVE 4 TO WS-AGB-IDX
           END-EVALUATE.
           ADD 1 TO WS-AGB-COUNT(WS-AGB-IDX).
           MOVE WS-REM-REASON-CODE TO WS-RPA-REASON.
           MOVE WS-REM-DEPOSIT-DATE TO WS-RPA-DEPOSIT.
           MOVE WS-REM-BATCH-NO TO WS-RPA-BATCH.
           MOVE WS-REM-ITEM-NO TO WS-RPA-ITEM.
           MOVE WS-REM-CUST-ID TO WS-RPA-CUST-ID.
           IF WS-REM-AMOUNT-X IS NUMERIC
               MOVE WS-REM-AMOUNT TO WS-RPA-AMOUNT
               ADD WS-REM-AMOUNT TO WS-SUS-OUT-AMOUNT
                                    WS-AGB-AMOUNT(WS-AGB-IDX)
           ELSE
               MOVE ZERO TO WS-RPA-AMOUNT
           END-IF.
           MOVE WS-REM-REMITTER TO WS-RPA-REMITTER.
           MOVE WS-REM-CYCLE-COUNT TO WS-RPA-CYCLES.
           MOVE WS-AGE-DAYS TO WS-RPA-DAYS.
           IF WS-AGE-DAYS > WS-AGED-DAYS
               MOVE '** AGED **' TO WS-RPA-FLAG
               ADD 1 TO WS-AGED-COUNT
           ELSE
               MOVE SPACES TO WS-RPA-FLAG
           END-IF.
           WRITE WS-INTAKE-REPORT-LINE FROM WS-RPT-AGING-LINE.

       WRITE-SUSPENSE-TOTALS.
           MOVE 'SUSPENSE 0-30 DAYS: COUNT=' TO WS-RPT-LABEL.
           MOVE 1 TO WS-AGB-IDX.
           PERFORM WRITE-ONE-AGE-BUCKET.
           MOVE 'SUSPENSE 31-60 DAYS: COUNT=' TO WS-RPT-LABEL.
           MOVE 2 TO WS-AGB-IDX.
           PERFORM WRITE-ONE-AGE-BUCKET.
           MOVE 'SUSPENSE 61-90 DAYS: COUNT=' TO WS-RPT-LABEL.
           MOVE 3 TO WS-AGB-IDX.
           PERFORM WRITE-ONE-AGE-BUCKET.
           MOVE 'SUSPENSE OVER 90 DAYS: COUNT=' TO WS-RPT-LABEL.
           MOVE 4 TO WS-AGB-IDX.
           PERFORM WRITE-ONE-AGE-BUCKET.

       WRITE-ONE-AGE-BUCKET.
           MOVE WS-AGB-COUNT(WS-AGB-IDX) TO WS-RPT-COUNT.
           MOVE WS-AGB-AMOUNT(WS-AGB-IDX) TO WS-RPT-AMOUNT.
           WRITE WS-INTAKE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

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

       WRITE-LOCKBOX-HEADER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'HDR*' TO WS-ENV-MARKER.
           MOVE 'TRANFILE' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE WS-CYCLE-TYPE TO WS-ENV-CYCLE.
           MOVE ZERO TO WS-ENV-REC-COUNT.
           MOVE ZERO TO WS-ENV-HASH-TOTAL.
           WRITE WS-LOCKBOX-TRAN-RECORD FROM WS-ENVELOPE-RECORD.

       WRITE-LOCKBOX-TRAILER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'TRL*' TO WS-ENV-MARKER.
           MOVE 'TRANFILE' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE WS-CYCLE-TYPE TO WS-ENV-CYCLE.
           MOVE WS-APPLIED-COUNT TO WS-ENV-REC-COUNT.
           MOVE WS-APPLIED-HASH TO WS-ENV-HASH-TOTAL.
           WRITE WS-LOCKBOX-TRAN-RECORD FROM WS-ENVELOPE-RECORD.

       TERMINATION-PARAGRAPH.
           MOVE 'PAYMENTS GENERATED: COUNT=' TO WS-RPT-LABEL.
           MOVE WS-APPLIED-COUNT TO WS-RPT-COUNT.
           MOVE WS-APPLIED-AMOUNT TO WS-RPT-AMOUNT.
           WRITE WS-INTAKE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE '  RELEASED FROM SUSPENSE: COUNT=' TO WS-RPT-LABEL.
           MOVE WS-RELEASED-COUNT TO WS-RPT-COUNT.
           MOVE WS-RELEASED-AMOUNT TO WS-RPT-AMOUNT.
           WRITE WS-INTAKE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'NEW TO SUSPENSE: COUNT=' TO WS-RPT-LABEL.
           MOVE WS-NEW-SUS-COUNT TO WS-RPT-COUNT.
           MOVE WS-NEW-SUS-AMOUNT TO WS-RPT-AMOUNT.
           WRITE WS-INTAKE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'REMOVED FROM SUSPENSE: COUNT=' TO WS-RPT-LABEL.
           MOVE WS-REMOVED-COUNT TO WS-RPT-COUNT.
           MOVE WS-REMOVED-AMOUNT TO WS-RPT-AMOUNT.
           WRITE WS-INTAKE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'SUSPENSE CARRIED FORWARD: COUNT=' TO WS-RPT-LABEL.
           MOVE WS-SUS-OUT-COUNT TO WS-RPT-COUNT.
           MOVE WS-SUS-OUT-AMOUNT TO WS-RPT-AMOUNT.
           WRITE WS-INTAKE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           IF WS-SUSPENSE-IN-STATUS = '00'
                   OR WS-SUSPENSE-IN-STATUS = '10'
               CLOSE SUSPENSE-FILE-IN
           END-IF.
           IF WS-REPAIR-FILE-STATUS = '00'
                   OR WS-REPAIR-FILE-STATUS = '10'
               CLOSE REPAIR-FILE
           END-IF.
           CLOSE CUSTOMER-FILE.
           CLOSE SUSPENSE-FILE-OUT.
           CLOSE LOCKBOX-TRAN-FILE.
           CLOSE INTAKE-REPORT-FILE.
           DISPLAY 'Bank records read:        ' WS-BANK-READ-COUNT.
           DISPLAY 'Bank items taken:         ' WS-BANK-ITEM-COUNT.
           DISPLAY 'Batches out of balance:   ' WS-BAD-ENTRY-COUNT.
           DISPLAY 'Suspense items read:      ' WS-SUS-READ-COUNT.
           DISPLAY 'Repair records read:      ' WS-REPAIR-READ-COUNT.
           DISPLAY 'Suspense items repaired:  ' WS-REPAIRED-COUNT.
           DISPLAY 'Suspense items removed:   ' WS-REMOVED-COUNT.
           DISPLAY 'Customers read:           ' WS-CUST-READ-COUNT.
           DISPLAY 'Payments generated:       ' WS-APPLIED-COUNT
                   ' amount ' WS-APPLIED-AMOUNT.
           DISPLAY '  released from suspense: ' WS-RELEASED-COUNT
                   ' amount ' WS-RELEASED-AMOUNT.
           DISPLAY 'New to suspense:          ' WS-NEW-SUS-COUNT
                   ' amount ' WS-NEW-SUS-AMOUNT.
           DISPLAY 'Suspense carried forward: ' WS-SUS-OUT-COUNT
                   ' amount ' WS-SUS-OUT-AMOUNT.
           DISPLAY 'Suspense items aged:      ' WS-AGED-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           COMPUTE WS-CR-RECORDS-IN =
               WS-BANK-ITEM-COUNT + WS-SUS-READ-COUNT.
           MOVE WS-APPLIED-COUNT   TO WS-CR-RECORDS-OUT.
           MOVE WS-SUS-OUT-COUNT   TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE        TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program LOCKBOX completed.'.
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

       COPY CHKDIGPR.
