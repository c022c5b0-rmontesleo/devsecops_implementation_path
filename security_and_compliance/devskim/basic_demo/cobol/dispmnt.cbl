       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPMNT.
      * Dispute and chargeback case maintenance. The dispute master
      * DISPMST (copybook DISPREC) is a flat file in case-number
      * order, carried forward the RATEMNT way: DISPIN is loaded,
      * the day's requests from DSPMNTRQ are field-validated the
      * CUSTMNT way, applied requests print on the dispute register,
      * invalid requests go to the suspense file with a reason, and
      * the new master DISPOUT is cut from the merged result.
      * Actions:
      *   O - open a case against one posted charge, named exactly as
      *       transaction history carries it: customer, posting
      *       account, posting date, and reference bytes. The charge
      *       must be on TRANHIST. The amount defaults to the whole
      *       charge; a smaller amount disputes part of it. Unless
      *       the request says otherwise a provisional credit goes
      *       out at once. The resolution deadline is the one keyed,
      *       or DISPDAYS calendar days out (control card, default
      *       60).
      *   F - close in the customer's favor: the credit is final (and
      *       is issued now if no provisional credit went out).
      *   B - close in the merchant's favor: the charge is re-billed
      *       (when a provisional credit had taken it off).
      * Credits and re-bills go out as generated items in the
      * posting run's own TRANFILE layout under the standard
      * envelope, the CREDREFD way: a credit is a reversal of the
      * original charge, a re-bill is a charge, and both carry
      * 'DISP' and the case number in their reference bytes so the
      * history and the statement lead straight back to the case.
      * A re-bill is an ordinary charge to the posting run and meets
      * the limit and account-status rules like any other.
      * Every run closes with the open-disputes aging report: each
      * open case with its age, cases past their deadline flagged
      * and totalled on their own. The posting run reads the same
      * master so an open disputed amount that has not been credited
      * stays out of the over-limit referral, and so out of the
      * DELQTRK escalation that feeds on it.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-MASTER-IN ASSIGN TO DISPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISP-IN-STATUS.

           SELECT DISPUTE-MASTER-OUT ASSIGN TO DISPOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISP-OUT-STATUS.

           SELECT MAINTENANCE-FILE ASSIGN TO DSPMNTRQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO DISPSUSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO DISPREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO TRANHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT DISPUTE-TRAN-FILE ASSIGN TO DISPTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISPTRAN-FILE-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO DISPAGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-MASTER-IN
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-DISPUTE-MASTER-RECORD-IN.
       01  WS-DISPUTE-MASTER-RECORD-IN PIC X(100).

       FD  DISPUTE-MASTER-OUT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-DISPUTE-MASTER-RECORD-OUT.
       01  WS-DISPUTE-MASTER-RECORD-OUT PIC X(100).

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

       FD  TRAN-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-HISTORY-FILE-RECORD.
       01  WS-HISTORY-FILE-RECORD   PIC X(60).

      * Generated credits and re-bills, in the posting run's
      * 100-byte TRANFILE layout under the standard envelope.
       FD  DISPUTE-TRAN-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-DISPUTE-TRAN-RECORD.
       01  WS-DISPUTE-TRAN-RECORD   PIC X(100).

       FD  AGING-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-AGING-REPORT-LINE.
       01  WS-AGING-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-DISP-IN-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-DISP-OUT-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-MAINT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-SUSPENSE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REGISTER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-HISTORY-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-DISPTRAN-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-AGING-FILE-STATUS.

      * One request per record. Close actions name only the case;
      * an open names the charge and may carry a partial amount (an
      * implied V99, blank for the whole charge), a provisional-
      * credit flag (N withholds it, blank or Y issues it), and a
      * deadline (blank for the DISPDAYS default).
       01  WS-DISPUTE-REQUEST.
           05  WS-DRQ-ACTION        PIC X(1).
               88  DRQ-ACTION-OPEN       VALUE 'O'.
               88  DRQ-ACTION-FINAL      VALUE 'F'.
               88  DRQ-ACTION-REBILL     VALUE 'B'.
           05  WS-DRQ-CASE-ID       PIC X(8).
           05  WS-DRQ-CUST-ID       PIC X(10).
           05  WS-DRQ-ACC-NUMBER    PIC X(10).
           05  WS-DRQ-POST-DATE     PIC X(8).
           05  WS-DRQ-TH-REF        PIC X(14).
           05  WS-DRQ-AMOUNT        PIC X(9).
           05  WS-DRQ-AMOUNT-9
                   REDEFINES WS-DRQ-AMOUNT PIC 9(7)V99.
           05  WS-DRQ-PROV-CREDIT   PIC X(1).
           05  WS-DRQ-DEADLINE      PIC X(8).
           05  FILLER               PIC X(11).

       01  WS-DISPUTE-RECORD.
           COPY DISPREC.

       01  WS-HISTORY-WORK-RECORD.
           COPY TRNHIST.

      * The whole master held in storage for the run: existing
      * cases plus the day's opens, closes applied in place.
       01  WS-DISPUTE-TABLE.
           05  WS-DSP-ENTRY-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-DSP-MAX-ENTRIES   PIC 9(4) VALUE 3000.
           05  WS-DSP-ENTRY OCCURS 3000 TIMES.
               10  WS-DSP-CASE-ID       PIC 9(8).
               10  WS-DSP-CUST-ID       PIC 9(10).
               10  WS-DSP-ACC-NUMBER    PIC 9(10).
               10  WS-DSP-POST-DATE     PIC 9(8).
               10  WS-DSP-TH-REF        PIC X(14).
               10  WS-DSP-AMOUNT        PIC 9(7)V99.
               10  WS-DSP-OPEN-DATE     PIC 9(8).
               10  WS-DSP-DEADLINE      PIC 9(8).
               10  WS-DSP-PROV-SW       PIC X(1).
                   88  DSP-PROV-CREDIT-ISSUED VALUE 'Y'.
               10  WS-DSP-STATUS        PIC X(1).
                   88  DSP-CASE-OPEN          VALUE 'O'.
               10  WS-DSP-CLOSE-DATE    PIC 9(8).
           05  WS-DSP-IDX           PIC 9(4) VALUE ZERO.
           05  WS-DSP-PICKED        PIC 9(4) VALUE ZERO.
           05  WS-NEXT-CASE-ID      PIC 9(8) VALUE ZERO.

      * The day's requests, held so one pass of the history file
      * can prove every open against the charge it names before any
      * request is applied. Requests still apply in arrival order.
       01  WS-REQUEST-TABLE.
           05  WS-RQT-ENTRY-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-RQT-MAX-ENTRIES   PIC 9(4) VALUE 1000.
           05  WS-RQT-ENTRY OCCURS 1000 TIMES.
               10  WS-RQT-IMAGE         PIC X(80).
               10  WS-RQT-MATCHED-SW    PIC X(1).
                   88  RQT-CHARGE-MATCHED     VALUE 'Y'.
               10  WS-RQT-CHARGE-AMT    PIC 9(7)V99.
           05  WS-RQT-IDX           PIC 9(4) VALUE ZERO.
           05  WS-RQT-OPEN-COUNT    PIC 9(4) VALUE ZERO.

      * The generated item in the posting run's typed layout: the
      * case's customer and account, the type, the original type
      * byte a reversal needs, 'DISP' and the case number in the
      * reference bytes, amount in the 17 amount bytes with the
      * implied V99.
       01  WS-DISPUTE-GEN-RECORD.
           05  WS-DGT-CUST-KEY      PIC 9(10).
           05  WS-DGT-ACC-NUMBER    PIC 9(10).
           05  WS-DGT-TRAN-TYPE     PIC X(1).
           05  WS-DGT-ORIG-TYPE     PIC X(1).
           05  WS-DGT-REF.
               10  WS-DGT-REF-TAG   PIC X(4).
               10  WS-DGT-REF-CASE  PIC 9(8).
               10  FILLER           PIC X(2).
           05  FILLER               PIC X(6).
           05  WS-DGT-EFF-DATE      PIC X(8).
           05  WS-DGT-AMOUNT        PIC 9(15)V99.
           05  FILLER               PIC X(33).

       01  WS-MAINT-CONTROL-FIELDS.
           05  WS-DISP-EOF-SW       PIC X(1) VALUE 'N'.
               88  DISPUTE-EOF          VALUE 'Y'.
           05  WS-MAINT-EOF-SW      PIC X(1) VALUE 'N'.
               88  MAINTENANCE-EOF      VALUE 'Y'.
           05  WS-HIST-EOF-SW       PIC X(1) VALUE 'N'.
               88  HISTORY-EOF          VALUE 'Y'.
           05  WS-HIST-READ-SW      PIC X(1) VALUE 'N'.
               88  HISTORY-WAS-READ     VALUE 'Y'.
           05  WS-DRQ-VALID-SW      PIC X(1) VALUE 'Y'.
               88  MAINT-IS-VALID       VALUE 'Y'.
               88  MAINT-IS-REJECTED    VALUE 'N'.
           05  WS-DRQ-REASON-CODE   PIC X(4) VALUE SPACES.
           05  WS-DRQ-REASON-TEXT   PIC X(20) VALUE SPACES.
           05  WS-NEW-AMOUNT        PIC 9(7)V99 VALUE ZERO.
           05  WS-NEW-DEADLINE      PIC 9(8) VALUE ZERO.
           05  WS-DATE-CHECK-NUM    PIC 9(8) VALUE ZERO.
           05  WS-DATE-CHECK-MM     PIC 9(2) VALUE ZERO.
           05  WS-DATE-CHECK-DD     PIC 9(2) VALUE ZERO.
           05  WS-DATE-OK-SW        PIC X(1) VALUE 'N'.
               88  DATE-IS-OK           VALUE 'Y'.
           05  WS-GEN-TYPE          PIC X(1) VALUE SPACE.
           05  WS-GEN-TEXT          PIC X(12) VALUE SPACES.
      * Days the resolution clock runs when a request keys no
      * deadline. DISPDAYS control card overrides the default.
           05  WS-DISPUTE-DAYS      PIC 9(3) VALUE 60.
           05  WS-RUN-DATE-INT      PIC 9(7) VALUE ZERO.
           05  WS-OPEN-DATE-INT     PIC 9(7) VALUE ZERO.
           05  WS-DAYS-OPEN         PIC 9(5) VALUE ZERO.

       01  WS-RUN-COUNTERS.
           05  WS-DISP-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-MAINT-READ-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-HIST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-APPLIED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-SUSPENSE-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-OPENED-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-CREDITED-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-REBILLED-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-DISP-OUT-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-GEN-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-GEN-HASH          PIC 9(13)V99 VALUE ZERO.
           05  WS-OPEN-CASE-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-OPEN-CASE-AMOUNT  PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-PAST-DUE-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-PAST-DUE-AMOUNT   PIC S9(11)V99 COMP-3 VALUE 0.

       COPY OPTPARWS.

       01  WS-RUN-DATE-FIELDS.
      * Cycle date stamped on the run-control record and the
      * generated file's envelope: the RUNDATE control card when
      * present, today's date otherwise. Cases open, close, and age
      * on this date.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.

      * The generated file wears the TRANFILE envelope so the
      * posting run's own check accepts it.
       01  WS-ENVELOPE-RECORD.
           COPY FILENVWS.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

      * Shared customer-id check-digit validation (copybooks
      * CHKDIGWS/CHKDIGPR), the same rule CUSTMNT applies.
       COPY CHKDIGWS.

       01  WS-RUN-CONTROL-RECORD.
           COPY RUNCTLRC.

       01  WS-REGISTER-LINES.
           05  WS-REG-TITLE-LINE    PIC X(132) VALUE
               'DISPMNT - DISPUTE CASE REGISTER'.
           05  WS-REG-DETAIL-LINE.
               10  WS-REG-ACTION    PIC X(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-CASE-ID   PIC 9(8).
               10  FILLER           PIC X(6) VALUE ' CUST='.
               10  WS-REG-CUST-ID   PIC 9(10).
               10  FILLER           PIC X(6) VALUE ' ACCT='.
               10  WS-REG-ACC-NUMBER PIC 9(10).
               10  FILLER           PIC X(8) VALUE ' POSTED='.
               10  WS-REG-POST-DATE PIC 9(8).
               10  FILLER           PIC X(5) VALUE ' REF='.
               10  WS-REG-TH-REF    PIC X(14).
               10  FILLER           PIC X(5) VALUE ' AMT='.
               10  WS-REG-AMOUNT    PIC ZZZZZZ9.99.
               10  FILLER           PIC X(5) VALUE ' DUE='.
               10  WS-REG-DEADLINE  PIC 9(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-GENERATED PIC X(12).
               10  FILLER           PIC X(7) VALUE SPACES.

       01  WS-AGING-REPORT-LINES.
           05  WS-AGE-TITLE-LINE.
               10  FILLER  PIC X(40) VALUE
                   'DISPMNT - OPEN DISPUTES AGING REPORT AS '.
               10  FILLER  PIC X(3) VALUE 'OF '.
               10  WS-AGE-TITLE-DATE PIC 9(8).
               10  FILLER  PIC X(81) VALUE SPACES.
           05  WS-AGE-HEADING-LINE.
               10  FILLER  PIC X(4) VALUE 'FLAG'.
               10  FILLER  PIC X(9) VALUE 'CASE-NO'.
               10  FILLER  PIC X(11) VALUE 'CUST-ID'.
               10  FILLER  PIC X(11) VALUE 'ACCOUNT'.
               10  FILLER  PIC X(9) VALUE 'POSTED'.
               10  FILLER  PIC X(11) VALUE '    AMOUNT'.
               10  FILLER  PIC X(9) VALUE 'OPENED'.
               10  FILLER  PIC X(9) VALUE 'DEADLINE'.
               10  FILLER  PIC X(6) VALUE ' DAYS'.
               10  FILLER  PIC X(2) VALUE 'P'.
               10  FILLER  PIC X(51) VALUE 'STATE'.
           05  WS-AGE-DETAIL-LINE.
               10  WS-AGE-FLAG      PIC X(4).
               10  WS-AGE-CASE-ID   PIC 9(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-AGE-CUST-ID   PIC 9(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-AGE-ACC-NUMBER PIC 9(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-AGE-POST-DATE PIC 9(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-AGE-AMOUNT    PIC ZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-AGE-OPEN-DATE PIC 9(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-AGE-DEADLINE  PIC 9(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-AGE-DAYS-OPEN PIC ZZZZ9.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-AGE-PROV      PIC X(1).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-AGE-STATE     PIC X(14).
               10  FILLER           PIC X(37) VALUE SPACES.
           05  WS-AGE-TOTAL-LINE.
               10  WS-AGT-LABEL     PIC X(28).
               10  WS-AGT-COUNT     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(9) VALUE ' AMOUNT='.
               10  WS-AGT-AMOUNT    PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(71) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY 'Program DISPMNT started.'.
           MOVE 'DISPMNT' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM GET-RUN-OPTIONS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-ONE-DISPUTE-CASE
               UNTIL DISPUTE-EOF.
           IF WS-DISP-IN-STATUS = '00' OR WS-DISP-IN-STATUS = '10'
               CLOSE DISPUTE-MASTER-IN
           END-IF.
           DISPLAY 'Dispute cases carried in: ' WS-DISP-READ-COUNT.
           PERFORM LOAD-ONE-REQUEST
               UNTIL MAINTENANCE-EOF.
           IF WS-RQT-OPEN-COUNT > ZERO
               PERFORM MATCH-OPENS-TO-HISTORY
           END-IF.
           PERFORM PROCESS-MAINTENANCE
               VARYING WS-RQT-IDX FROM 1 BY 1
               UNTIL WS-RQT-IDX > WS-RQT-ENTRY-COUNT.
           PERFORM WRITE-NEW-DISPUTE-MASTER.
           PERFORM WRITE-AGING-REPORT.
           PERFORM WRITE-DISPUTE-TRAN-TRAILER.
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
           MOVE 'DISPDAYS' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND RUN-OPTION-NUMERIC
                   AND WS-OPT-NUMVAL > ZERO
                   AND WS-OPT-NUMVAL <= 999
               MOVE WS-OPT-NUMVAL TO WS-DISPUTE-DAYS
           END-IF.
           DISPLAY 'OPTION IN EFFECT: DISPDAYS=' WS-DISPUTE-DAYS.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DATE-INT.

       OPEN-FILES.
      * No prior master is a legitimate first run; the day's opens
      * then build the file from nothing.
           OPEN INPUT DISPUTE-MASTER-IN.
           IF WS-DISP-IN-STATUS NOT = '00'
               DISPLAY 'No prior dispute master, status '
                       WS-DISP-IN-STATUS
               SET DISPUTE-EOF TO TRUE
           END-IF.
      * No requests is a normal day: the aging report still runs.
           OPEN INPUT MAINTENANCE-FILE.
           IF WS-MAINT-FILE-STATUS NOT = '00'
               DISPLAY 'No dispute requests today, status '
                       WS-MAINT-FILE-STATUS
               SET MAINTENANCE-EOF TO TRUE
           END-IF.
           OPEN OUTPUT DISPUTE-MASTER-OUT.
           IF WS-DISP-OUT-STATUS NOT = '00'
               DISPLAY 'Error opening new dispute master: '
                       WS-DISP-OUT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-INPUTS-IF-OPEN
               GOBACK
           END-IF.
           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening suspense file: '
                       WS-SUSPENSE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-INPUTS-IF-OPEN
               CLOSE DISPUTE-MASTER-OUT
               GOBACK
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening register file: '
                       WS-REGISTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-INPUTS-IF-OPEN
               CLOSE DISPUTE-MASTER-OUT
               CLOSE SUSPENSE-FILE
               GOBACK
           END-IF.
           WRITE WS-REGISTER-LINE FROM WS-REG-TITLE-LINE.
           OPEN OUTPUT DISPUTE-TRAN-FILE.
           IF WS-DISPTRAN-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening dispute transaction file: '
                       WS-DISPTRAN-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-INPUTS-IF-OPEN
               CLOSE DISPUTE-MASTER-OUT
               CLOSE SUSPENSE-FILE
               CLOSE REGISTER-FILE
               GOBACK
           END-IF.
           PERFORM WRITE-DISPUTE-TRAN-HEADER.
           OPEN OUTPUT AGING-REPORT-FILE.
           IF WS-AGING-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening dispute aging report: '
                       WS-AGING-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-INPUTS-IF-OPEN
               CLOSE DISPUTE-MASTER-OUT
               CLOSE SUSPENSE-FILE
               CLOSE REGISTER-FILE
               CLOSE DISPUTE-TRAN-FILE
               GOBACK
           END-IF.

       CLOSE-INPUTS-IF-OPEN.
      * Both inputs are allowed to be absent; each only closes here
      * when it really opened.
           IF WS-DISP-IN-STATUS = '00'
               CLOSE DISPUTE-MASTER-IN
           END-IF.
           IF WS-MAINT-FILE-STATUS = '00'
               CLOSE MAINTENANCE-FILE
           END-IF.

       LOAD-ONE-DISPUTE-CASE.
           READ DISPUTE-MASTER-IN INTO WS-DISPUTE-RECORD
               AT END SET DISPUTE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DISP-READ-COUNT
                   IF WS-DSP-ENTRY-COUNT >= WS-DSP-MAX-ENTRIES
      * A master that outgrows the table cannot be cut short -- the
      * cases past the cap would vanish from DISPOUT -- so the run
      * stops instead.
                       DISPLAY '*** DISPUTE TABLE FULL AT '
                               WS-DSP-MAX-ENTRIES
                               ' - RUN STOPPED, MASTER UNCHANGED ***'
                       MOVE 16 TO RETURN-CODE
                       PERFORM TERMINATION-PARAGRAPH
                       GOBACK
                   ELSE
                       ADD 1 TO WS-DSP-ENTRY-COUNT
                       PERFORM STORE-DISPUTE-TABLE-ROW
                   END-IF
           END-READ.

       STORE-DISPUTE-TABLE-ROW.
           MOVE WS-DS-CASE-ID TO WS-DSP-CASE-ID(WS-DSP-ENTRY-COUNT).
           MOVE WS-DS-CUST-ID TO WS-DSP-CUST-ID(WS-DSP-ENTRY-COUNT).
           MOVE WS-DS-ACC-NUMBER
               TO WS-DSP-ACC-NUMBER(WS-DSP-ENTRY-COUNT).
           MOVE WS-DS-POST-DATE
               TO WS-DSP-POST-DATE(WS-DSP-ENTRY-COUNT).
           MOVE WS-DS-TH-REF TO WS-DSP-TH-REF(WS-DSP-ENTRY-COUNT).
           MOVE WS-DS-AMOUNT TO WS-DSP-AMOUNT(WS-DSP-ENTRY-COUNT).
           MOVE WS-DS-OPEN-DATE
               TO WS-DSP-OPEN-DATE(WS-DSP-ENTRY-COUNT).
           MOVE WS-DS-DEADLINE
               TO WS-DSP-DEADLINE(WS-DSP-ENTRY-COUNT).
           MOVE WS-DS-PROV-CREDIT-SW
               TO WS-DSP-PROV-SW(WS-DSP-ENTRY-COUNT).
           MOVE WS-DS-STATUS TO WS-DSP-STATUS(WS-DSP-ENTRY-COUNT).
           MOVE WS-DS-CLOSE-DATE
               TO WS-DSP-CLOSE-DATE(WS-DSP-ENTRY-COUNT).
           IF WS-DS-CASE-ID > WS-NEXT-CASE-ID
               MOVE WS-DS-CASE-ID TO WS-NEXT-CASE-ID
           END-IF.

       LOAD-ONE-REQUEST.
           READ MAINTENANCE-FILE INTO WS-DISPUTE-REQUEST
               AT END SET MAINTENANCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MAINT-READ-COUNT
                   IF WS-RQT-ENTRY-COUNT >= WS-RQT-MAX-ENTRIES
      * Requests past the cap stay on DSPMNTRQ for a rerun; nothing
      * after them is applied either, so arrival order holds.
                       DISPLAY 'WARNING: DISPUTE REQUEST TABLE FULL AT '
                               WS-RQT-MAX-ENTRIES
                               ' - LATER REQUESTS NOT APPLIED'
                       MOVE 4 TO RETURN-CODE
                       SET MAINTENANCE-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-RQT-ENTRY-COUNT
                       MOVE WS-DISPUTE-REQUEST
                           TO WS-RQT-IMAGE(WS-RQT-ENTRY-COUNT)
                       MOVE 'N'
                           TO WS-RQT-MATCHED-SW(WS-RQT-ENTRY-COUNT)
                       MOVE ZERO
                           TO WS-RQT-CHARGE-AMT(WS-RQT-ENTRY-COUNT)
                       IF DRQ-ACTION-OPEN
                           ADD 1 TO WS-RQT-OPEN-COUNT
                       END-IF
                   END-IF
           END-READ.

       MATCH-OPENS-TO-HISTORY.
      * One pass of the history file finds the charge each open
      * names. Without history no open can be proven, and each one
      * goes to suspense under its own reason.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening transaction history: '
                       WS-HISTORY-FILE-STATUS
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
                   IF WS-TH-TRAN-TYPE = 'C'
                       PERFORM MATCH-CHARGE-TO-OPENS
                   END-IF
           END-READ.

       MATCH-CHARGE-TO-OPENS.
           PERFORM VARYING WS-RQT-IDX FROM 1 BY 1
                   UNTIL WS-RQT-IDX > WS-RQT-ENTRY-COUNT
               IF NOT RQT-CHARGE-MATCHED(WS-RQT-IDX)
                   MOVE WS-RQT-IMAGE(WS-RQT-IDX) TO WS-DISPUTE-REQUEST
                   IF DRQ-ACTION-OPEN
                           AND WS-DRQ-CUST-ID IS NUMERIC
                           AND WS-DRQ-ACC-NUMBER IS NUMERIC
                           AND WS-DRQ-POST-DATE IS NUMERIC
                           AND WS-DRQ-CUST-ID = WS-TH-CUST-ID
                           AND WS-DRQ-ACC-NUMBER = WS-TH-ACC-NUMBER
                           AND WS-DRQ-POST-DATE = WS-TH-POST-DATE
                           AND WS-DRQ-TH-REF = WS-TH-REF
                       MOVE 'Y' TO WS-RQT-MATCHED-SW(WS-RQT-IDX)
                       MOVE WS-TH-AMOUNT
                           TO WS-RQT-CHARGE-AMT(WS-RQT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       PROCESS-MAINTENANCE.
           MOVE WS-RQT-IMAGE(WS-RQT-IDX) TO WS-DISPUTE-REQUEST.
           PERFORM VALIDATE-MAINTENANCE-REQUEST.
           IF MAINT-IS-VALID
               PERFORM APPLY-MAINTENANCE-REQUEST
           ELSE
               PERFORM WRITE-SUSPENSE-RECORD
           END-IF.

       VALIDATE-MAINTENANCE-REQUEST.
           SET MAINT-IS-VALID TO TRUE.
           MOVE SPACES TO WS-DRQ-REASON-CODE WS-DRQ-REASON-TEXT.
           IF NOT DRQ-ACTION-OPEN AND NOT DRQ-ACTION-FINAL
                   AND NOT DRQ-ACTION-REBILL
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'D001' TO WS-DRQ-REASON-CODE
               MOVE 'INVALID ACTION CODE' TO WS-DRQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND DRQ-ACTION-OPEN
               PERFORM VALIDATE-OPEN-REQUEST
           END-IF.
           IF MAINT-IS-VALID
                   AND (DRQ-ACTION-FINAL OR DRQ-ACTION-REBILL)
               PERFORM VALIDATE-CLOSE-REQUEST
           END-IF.

       VALIDATE-OPEN-REQUEST.
           IF WS-DRQ-CUST-ID NOT NUMERIC OR WS-DRQ-CUST-ID = ZERO
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'D002' TO WS-DRQ-REASON-CODE
               MOVE 'CUST ID NOT NUMERIC' TO WS-DRQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               MOVE WS-DRQ-CUST-ID TO WS-CD-CUST-ID
               PERFORM 8600-VERIFY-CHECK-DIGIT
               IF NOT CD-CHECK-DIGIT-OK
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'D003' TO WS-DRQ-REASON-CODE
                   MOVE 'CHECK DIGIT INVALID' TO WS-DRQ-REASON-TEXT
               END-IF
           END-IF.
           IF MAINT-IS-VALID AND WS-DRQ-ACC-NUMBER NOT NUMERIC
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'D004' TO WS-DRQ-REASON-CODE
               MOVE 'ACCOUNT NOT NUMERIC' TO WS-DRQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               MOVE WS-DRQ-POST-DATE TO WS-DATE-CHECK-NUM(1:8)
               PERFORM CHECK-ONE-DATE
               IF NOT DATE-IS-OK
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'D005' TO WS-DRQ-REASON-CODE
                   MOVE 'POSTING DATE BAD' TO WS-DRQ-REASON-TEXT
               END-IF
           END-IF.
           IF MAINT-IS-VALID AND NOT HISTORY-WAS-READ
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'D006' TO WS-DRQ-REASON-CODE
               MOVE 'HISTORY NOT READ' TO WS-DRQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND NOT RQT-CHARGE-MATCHED(WS-RQT-IDX)
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'D007' TO WS-DRQ-REASON-CODE
               MOVE 'CHARGE NOT ON HISTORY' TO WS-DRQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               PERFORM VALIDATE-OPEN-AMOUNT
           END-IF.
           IF MAINT-IS-VALID
               PERFORM CHECK-CHARGE-ALREADY-DISPUTED
           END-IF.
           IF MAINT-IS-VALID AND WS-DRQ-PROV-CREDIT NOT = SPACE
                   AND WS-DRQ-PROV-CREDIT NOT = 'Y'
                   AND WS-DRQ-PROV-CREDIT NOT = 'N'
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'D010' TO WS-DRQ-REASON-CODE
               MOVE 'CREDIT FLAG BAD' TO WS-DRQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               PERFORM VALIDATE-DEADLINE
           END-IF.
           IF MAINT-IS-VALID
                   AND WS-DSP-ENTRY-COUNT >= WS-DSP-MAX-ENTRIES
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'D012' TO WS-DRQ-REASON-CODE
               MOVE 'DISPUTE TABLE FULL' TO WS-DRQ-REASON-TEXT
           END-IF.

       VALIDATE-OPEN-AMOUNT.
      * Blank disputes the whole charge; a keyed amount must be a
      * real part of it.
           IF WS-DRQ-AMOUNT = SPACES
               MOVE WS-RQT-CHARGE-AMT(WS-RQT-IDX) TO WS-NEW-AMOUNT
           ELSE
               IF WS-DRQ-AMOUNT NOT NUMERIC
                       OR WS-DRQ-AMOUNT-9 = ZERO
                       OR WS-DRQ-AMOUNT-9
                           > WS-RQT-CHARGE-AMT(WS-RQT-IDX)
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'D008' TO WS-DRQ-REASON-CODE
                   MOVE 'DISPUTED AMOUNT BAD' TO WS-DRQ-REASON-TEXT
               ELSE
                   MOVE WS-DRQ-AMOUNT-9 TO WS-NEW-AMOUNT
               END-IF
           END-IF.

       CHECK-CHARGE-ALREADY-DISPUTED.
      * One charge carries at most one open case; a closed case does
      * not stop a new one.
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                   UNTIL WS-DSP-IDX > WS-DSP-ENTRY-COUNT
                   OR MAINT-IS-REJECTED
               IF DSP-CASE-OPEN(WS-DSP-IDX)
                       AND WS-DSP-CUST-ID(WS-DSP-IDX)
                           = WS-DRQ-CUST-ID
                       AND WS-DSP-ACC-NUMBER(WS-DSP-IDX)
                           = WS-DRQ-ACC-NUMBER
                       AND WS-DSP-POST-DATE(WS-DSP-IDX)
                           = WS-DRQ-POST-DATE
                       AND WS-DSP-TH-REF(WS-DSP-IDX) = WS-DRQ-TH-REF
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'D009' TO WS-DRQ-REASON-CODE
                   MOVE 'CHARGE ALREADY OPEN' TO WS-DRQ-REASON-TEXT
               END-IF
           END-PERFORM.

       VALIDATE-DEADLINE.
           IF WS-DRQ-DEADLINE = SPACES
               COMPUTE WS-NEW-DEADLINE = FUNCTION DATE-OF-INTEGER(
                   WS-RUN-DATE-INT + WS-DISPUTE-DAYS)
           ELSE
               MOVE WS-DRQ-DEADLINE TO WS-DATE-CHECK-NUM(1:8)
               PERFORM CHECK-ONE-DATE
               IF NOT DATE-IS-OK
                       OR WS-DATE-CHECK-NUM <= WS-RUN-DATE
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'D011' TO WS-DRQ-REASON-CODE
                   MOVE 'DEADLINE DATE BAD' TO WS-DRQ-REASON-TEXT
               ELSE
                   MOVE WS-DATE-CHECK-NUM TO WS-NEW-DEADLINE
               END-IF
           END-IF.

       CHECK-ONE-DATE.
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

       VALIDATE-CLOSE-REQUEST.
           MOVE ZERO TO WS-DSP-PICKED.
           IF WS-DRQ-CASE-ID NOT NUMERIC
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'D013' TO WS-DRQ-REASON-CODE
               MOVE 'CASE NO NOT NUMERIC' TO WS-DRQ-REASON-TEXT
           ELSE
               PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                       UNTIL WS-DSP-IDX > WS-DSP-ENTRY-COUNT
                       OR WS-DSP-PICKED > ZERO
                   IF WS-DSP-CASE-ID(WS-DSP-IDX) = WS-DRQ-CASE-ID
                       MOVE WS-DSP-IDX TO WS-DSP-PICKED
                   END-IF
               END-PERFORM
               IF WS-DSP-PICKED = ZERO
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'D014' TO WS-DRQ-REASON-CODE
                   MOVE 'CASE NOT ON FILE' TO WS-DRQ-REASON-TEXT
               ELSE
                   IF NOT DSP-CASE-OPEN(WS-DSP-PICKED)
                       SET MAINT-IS-REJECTED TO TRUE
                       MOVE 'D015' TO WS-DRQ-REASON-CODE
                       MOVE 'CASE ALREADY CLOSED'
                           TO WS-DRQ-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

       APPLY-MAINTENANCE-REQUEST.
           MOVE SPACES TO WS-GEN-TEXT.
           EVALUATE TRUE
               WHEN DRQ-ACTION-OPEN
                   PERFORM APPLY-OPEN-REQUEST
               WHEN DRQ-ACTION-FINAL
                   MOVE 'F' TO WS-DSP-STATUS(WS-DSP-PICKED)
                   MOVE WS-RUN-DATE TO WS-DSP-CLOSE-DATE(WS-DSP-PICKED)
      * The credit only goes out now if none went out at open.
                   IF NOT DSP-PROV-CREDIT-ISSUED(WS-DSP-PICKED)
                       MOVE 'R' TO WS-GEN-TYPE
                       PERFORM WRITE-DISPUTE-TRAN
                       MOVE 'CREDIT FINAL' TO WS-GEN-TEXT
                   ELSE
                       MOVE 'CREDIT STAND' TO WS-GEN-TEXT
                   END-IF
                   ADD 1 TO WS-CREDITED-COUNT
                   MOVE 'CREDIT' TO WS-REG-ACTION
               WHEN DRQ-ACTION-REBILL
                   MOVE 'B' TO WS-DSP-STATUS(WS-DSP-PICKED)
                   MOVE WS-RUN-DATE TO WS-DSP-CLOSE-DATE(WS-DSP-PICKED)
      * Only a charge the provisional credit took off goes back on.
                   IF DSP-PROV-CREDIT-ISSUED(WS-DSP-PICKED)
                       MOVE 'C' TO WS-GEN-TYPE
                       PERFORM WRITE-DISPUTE-TRAN
                       MOVE 'RE-BILLED' TO WS-GEN-TEXT
                   ELSE
                       MOVE 'CHARGE STOOD' TO WS-GEN-TEXT
                   END-IF
                   ADD 1 TO WS-REBILLED-COUNT
                   MOVE 'REBILL' TO WS-REG-ACTION
           END-EVALUATE.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM WRITE-REGISTER-LINE.

       APPLY-OPEN-REQUEST.
           ADD 1 TO WS-NEXT-CASE-ID.
           ADD 1 TO WS-DSP-ENTRY-COUNT.
           MOVE WS-DSP-ENTRY-COUNT TO WS-DSP-PICKED.
           MOVE WS-NEXT-CASE-ID TO WS-DSP-CASE-ID(WS-DSP-PICKED).
           MOVE WS-DRQ-CUST-ID TO WS-DSP-CUST-ID(WS-DSP-PICKED).
           MOVE WS-DRQ-ACC-NUMBER TO WS-DSP-ACC-NUMBER(WS-DSP-PICKED).
           MOVE WS-DRQ-POST-DATE TO WS-DSP-POST-DATE(WS-DSP-PICKED).
           MOVE WS-DRQ-TH-REF TO WS-DSP-TH-REF(WS-DSP-PICKED).
           MOVE WS-NEW-AMOUNT TO WS-DSP-AMOUNT(WS-DSP-PICKED).
           MOVE WS-RUN-DATE TO WS-DSP-OPEN-DATE(WS-DSP-PICKED).
           MOVE WS-NEW-DEADLINE TO WS-DSP-DEADLINE(WS-DSP-PICKED).
           MOVE 'O' TO WS-DSP-STATUS(WS-DSP-PICKED).
           MOVE ZERO TO WS-DSP-CLOSE-DATE(WS-DSP-PICKED).
           IF WS-DRQ-PROV-CREDIT = 'N'
               MOVE 'N' TO WS-DSP-PROV-SW(WS-DSP-PICKED)
               MOVE 'NO CREDIT' TO WS-GEN-TEXT
           ELSE
               MOVE 'Y' TO WS-DSP-PROV-SW(WS-DSP-PICKED)
               MOVE 'R' TO WS-GEN-TYPE
               PERFORM WRITE-DISPUTE-TRAN
               MOVE 'PROV CREDIT' TO WS-GEN-TEXT
           END-IF.
           ADD 1 TO WS-OPENED-COUNT.
           MOVE 'OPEN' TO WS-REG-ACTION.

       WRITE-DISPUTE-TRAN.
      * A credit reverses the original charge; a re-bill charges it
      * again. Either names the case's own account, so it lands
      * where the disputed charge did.
           MOVE SPACES TO WS-DISPUTE-GEN-RECORD.
           MOVE WS-DSP-CUST-ID(WS-DSP-PICKED) TO WS-DGT-CUST-KEY.
           MOVE WS-DSP-ACC-NUMBER(WS-DSP-PICKED) TO WS-DGT-ACC-NUMBER.
           MOVE WS-GEN-TYPE TO WS-DGT-TRAN-TYPE.
           IF WS-GEN-TYPE = 'R'
               MOVE 'C' TO WS-DGT-ORIG-TYPE
           END-IF.
           MOVE 'DISP' TO WS-DGT-REF-TAG.
           MOVE WS-DSP-CASE-ID(WS-DSP-PICKED) TO WS-DGT-REF-CASE.
           MOVE SPACES TO WS-DGT-EFF-DATE.
           MOVE WS-DSP-AMOUNT(WS-DSP-PICKED) TO WS-DGT-AMOUNT.
           WRITE WS-DISPUTE-TRAN-RECORD FROM WS-DISPUTE-GEN-RECORD.
           ADD 1 TO WS-GEN-COUNT.
           ADD WS-DGT-AMOUNT TO WS-GEN-HASH.

       WRITE-REGISTER-LINE.
           MOVE WS-DSP-CASE-ID(WS-DSP-PICKED) TO WS-REG-CASE-ID.
           MOVE WS-DSP-CUST-ID(WS-DSP-PICKED) TO WS-REG-CUST-ID.
           MOVE WS-DSP-ACC-NUMBER(WS-DSP-PICKED) TO WS-REG-ACC-NUMBER.
           MOVE WS-DSP-POST-DATE(WS-DSP-PICKED) TO WS-REG-POST-DATE.
           MOVE WS-DSP-TH-REF(WS-DSP-PICKED) TO WS-REG-TH-REF.
           MOVE WS-DSP-AMOUNT(WS-DSP-PICKED) TO WS-REG-AMOUNT.
           MOVE WS-DSP-DEADLINE(WS-DSP-PICKED) TO WS-REG-DEADLINE.
           MOVE WS-GEN-TEXT TO WS-REG-GENERATED.
           WRITE WS-REGISTER-LINE FROM WS-REG-DETAIL-LINE.

       WRITE-SUSPENSE-RECORD.
           ADD 1 TO WS-SUSPENSE-COUNT.
           MOVE WS-DISPUTE-REQUEST TO WS-SUS-MAINT-IMAGE.
           MOVE WS-DRQ-REASON-CODE TO WS-SUS-REASON-CODE.
           MOVE WS-DRQ-REASON-TEXT TO WS-SUS-REASON-TEXT.
           WRITE WS-SUSPENSE-RECORD.
           DISPLAY 'Dispute request rejected, reason '
                   WS-DRQ-REASON-CODE ', cust ' WS-DRQ-CUST-ID
                   ' case ' WS-DRQ-CASE-ID.

       WRITE-NEW-DISPUTE-MASTER.
           PERFORM WRITE-ONE-DISPUTE-CASE
               VARYING WS-DSP-IDX FROM 1 BY 1
               UNTIL WS-DSP-IDX > WS-DSP-ENTRY-COUNT.
           CLOSE DISPUTE-MASTER-OUT.

       WRITE-ONE-DISPUTE-CASE.
           MOVE SPACES TO WS-DISPUTE-RECORD.
           MOVE WS-DSP-CASE-ID(WS-DSP-IDX) TO WS-DS-CASE-ID.
           MOVE WS-DSP-CUST-ID(WS-DSP-IDX) TO WS-DS-CUST-ID.
           MOVE WS-DSP-ACC-NUMBER(WS-DSP-IDX) TO WS-DS-ACC-NUMBER.
           MOVE WS-DSP-POST-DATE(WS-DSP-IDX) TO WS-DS-POST-DATE.
           MOVE WS-DSP-TH-REF(WS-DSP-IDX) TO WS-DS-TH-REF.
           MOVE WS-DSP-AMOUNT(WS-DSP-IDX) TO WS-DS-AMOUNT.
           MOVE WS-DSP-OPEN-DATE(WS-DSP-IDX) TO WS-DS-OPEN-DATE.
           MOVE WS-DSP-DEADLINE(WS-DSP-IDX) TO WS-DS-DEADLINE.
           MOVE WS-DSP-PROV-SW(WS-DSP-IDX) TO WS-DS-PROV-CREDIT-SW.
           MOVE WS-DSP-STATUS(WS-DSP-IDX) TO WS-DS-STATUS.
           MOVE WS-DSP-CLOSE-DATE(WS-DSP-IDX) TO WS-DS-CLOSE-DATE.
           WRITE WS-DISPUTE-MASTER-RECORD-OUT FROM WS-DISPUTE-RECORD.
           ADD 1 TO WS-DISP-OUT-COUNT.

       WRITE-AGING-REPORT.
           MOVE WS-RUN-DATE TO WS-AGE-TITLE-DATE.
           WRITE WS-AGING-REPORT-LINE FROM WS-AGE-TITLE-LINE.
           WRITE WS-AGING-REPORT-LINE FROM WS-AGE-HEADING-LINE.
           PERFORM AGE-ONE-DISPUTE-CASE
               VARYING WS-DSP-IDX FROM 1 BY 1
               UNTIL WS-DSP-IDX > WS-DSP-ENTRY-COUNT.
           MOVE 'OPEN DISPUTES: COUNT=' TO WS-AGT-LABEL.
           MOVE WS-OPEN-CASE-COUNT TO WS-AGT-COUNT.
           MOVE WS-OPEN-CASE-AMOUNT TO WS-AGT-AMOUNT.
           WRITE WS-AGING-REPORT-LINE FROM WS-AGE-TOTAL-LINE.
           MOVE 'PAST DEADLINE: COUNT=' TO WS-AGT-LABEL.
           MOVE WS-PAST-DUE-COUNT TO WS-AGT-COUNT.
           MOVE WS-PAST-DUE-AMOUNT TO WS-AGT-AMOUNT.
           WRITE WS-AGING-REPORT-LINE FROM WS-AGE-TOTAL-LINE.
           CLOSE AGING-REPORT-FILE.

       AGE-ONE-DISPUTE-CASE.
      * A case past its deadline is flagged in the margin so the
      * page calls it out without a second sort.
           IF DSP-CASE-OPEN(WS-DSP-IDX)
               ADD 1 TO WS-OPEN-CASE-COUNT
               ADD WS-DSP-AMOUNT(WS-DSP-IDX) TO WS-OPEN-CASE-AMOUNT
               MOVE FUNCTION INTEGER-OF-DATE(
                   WS-DSP-OPEN-DATE(WS-DSP-IDX)) TO WS-OPEN-DATE-INT
               COMPUTE WS-DAYS-OPEN =
                   WS-RUN-DATE-INT - WS-OPEN-DATE-INT
               MOVE WS-DSP-CASE-ID(WS-DSP-IDX) TO WS-AGE-CASE-ID
               MOVE WS-DSP-CUST-ID(WS-DSP-IDX) TO WS-AGE-CUST-ID
               MOVE WS-DSP-ACC-NUMBER(WS-DSP-IDX)
                   TO WS-AGE-ACC-NUMBER
               MOVE WS-DSP-POST-DATE(WS-DSP-IDX) TO WS-AGE-POST-DATE
               MOVE WS-DSP-AMOUNT(WS-DSP-IDX) TO WS-AGE-AMOUNT
               MOVE WS-DSP-OPEN-DATE(WS-DSP-IDX) TO WS-AGE-OPEN-DATE
               MOVE WS-DSP-DEADLINE(WS-DSP-IDX) TO WS-AGE-DEADLINE
               MOVE WS-DAYS-OPEN TO WS-AGE-DAYS-OPEN
               MOVE WS-DSP-PROV-SW(WS-DSP-IDX) TO WS-AGE-PROV
               IF WS-RUN-DATE > WS-DSP-DEADLINE(WS-DSP-IDX)
                   MOVE '***' TO WS-AGE-FLAG
                   MOVE 'PAST DEADLINE' TO WS-AGE-STATE
                   ADD 1 TO WS-PAST-DUE-COUNT
                   ADD WS-DSP-AMOUNT(WS-DSP-IDX) TO WS-PAST-DUE-AMOUNT
               ELSE
                   MOVE SPACES TO WS-AGE-FLAG
                   MOVE 'OPEN' TO WS-AGE-STATE
               END-IF
               WRITE WS-AGING-REPORT-LINE FROM WS-AGE-DETAIL-LINE
           END-IF.

       WRITE-DISPUTE-TRAN-HEADER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'HDR*' TO WS-ENV-MARKER.
           MOVE 'TRANFILE' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE 'DAIL' TO WS-ENV-CYCLE.
           MOVE ZERO TO WS-ENV-REC-COUNT.
           MOVE ZERO TO WS-ENV-HASH-TOTAL.
           WRITE WS-DISPUTE-TRAN-RECORD FROM WS-ENVELOPE-RECORD.

       WRITE-DISPUTE-TRAN-TRAILER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'TRL*' TO WS-ENV-MARKER.
           MOVE 'TRANFILE' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE 'DAIL' TO WS-ENV-CYCLE.
           MOVE WS-GEN-COUNT TO WS-ENV-REC-COUNT.
           MOVE WS-GEN-HASH TO WS-ENV-HASH-TOTAL.
           WRITE WS-DISPUTE-TRAN-RECORD FROM WS-ENVELOPE-RECORD.

       TERMINATION-PARAGRAPH.
           IF WS-MAINT-FILE-STATUS = '00'
                   OR WS-MAINT-FILE-STATUS = '10'
               CLOSE MAINTENANCE-FILE
           END-IF.
           CLOSE SUSPENSE-FILE.
           CLOSE REGISTER-FILE.
           CLOSE DISPUTE-TRAN-FILE.
           DISPLAY 'Dispute requests read:    ' WS-MAINT-READ-COUNT.
           DISPLAY 'Applied: ' WS-APPLIED-COUNT
                   ' (opens ' WS-OPENED-COUNT
                   ' credits ' WS-CREDITED-COUNT
                   ' re-bills ' WS-REBILLED-COUNT ')'.
           DISPLAY 'Rejected to suspense:     ' WS-SUSPENSE-COUNT.
           DISPLAY 'History records read:     ' WS-HIST-READ-COUNT.
           DISPLAY 'Items generated:          ' WS-GEN-COUNT.
           DISPLAY 'Dispute cases written:    ' WS-DISP-OUT-COUNT.
           DISPLAY 'Open cases:               ' WS-OPEN-CASE-COUNT.
           DISPLAY 'Open cases past deadline: ' WS-PAST-DUE-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-MAINT-READ-COUNT TO WS-CR-RECORDS-IN.
           MOVE WS-DISP-OUT-COUNT   TO WS-CR-RECORDS-OUT.
           MOVE WS-SUSPENSE-COUNT   TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE         TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program DISPMNT completed.'.

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
