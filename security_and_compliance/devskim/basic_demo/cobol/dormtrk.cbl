       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMTRK.
      * Unclaimed-property dormancy tracking for credit balances.
      * PARM='YYYYMMDD,CCCC' names the cycle; runs after CREDREFD.
      * A credit balance CREDREFD cannot refund -- no usable address,
      * a refund held -- stays on the book, and once the owner has
      * shown no sign of life for the statutory period it belongs to
      * the state. This run keeps a carried-forward tracking file of
      * customers in credit (the CREDREFD tracking pattern) with the
      * date of each one's last customer-initiated activity.
      *
      * Activity is read from TRANHIST, sorted into customer order:
      * payments and recoveries, and charges and reversals other
      * than the ones this shop generates itself (CREDREFD's
      * 'REFUND' charges, DISPMNT's 'DISP' credits and re-bills).
      * Accruals, fees, late fees, write-offs, payoff settlements and
      * escheats are the system's doing, not the customer's, and do
      * not count. A customer first seen in credit with no activity
      * on history starts the clock on the day this run first saw
      * the balance. The tracked date only ever moves forward, so
      * activity archived off history by HISTARCH is not lost.
      *
      * The balance falls due for remittance DORMDAYS days (control
      * card, default 1095 -- three years) after the last activity.
      * DDLDAYS days (control card, default 120) before that date the
      * customer gets a due-diligence letter on DDLETTER (copybook
      * DDLTRREC), with the address from the ADDRFILE extract; a
      * customer with no address or an undeliverable one gets the
      * letter record all the same, flagged, as the attempt the law
      * asks for. Any customer-initiated activity after the letter
      * answers it: the letter is cancelled and the clock restarts.
      * A customer who has not answered once the due date has come
      * and at least DDLDAYS have passed since the letter is turned
      * over: one property record on the state remittance report
      * ESCHRMIT (copybook ESCHRMRC, holder id and name from the
      * ESCHHOLD and ESCHNAME control cards, property type from
      * ESCHPROP), and a generated escheat transaction -- type 'E',
      * 'ESCHEAT' in its reference bytes, for the credit amount --
      * in the posting run's own TRANFILE layout under the standard
      * envelope. The posting run takes the balance to zero with it
      * and GLEXTRCT vouchers it to the escheat liability line. A
      * remitted customer stays on the tracking file, marked
      * remittance pending with the date and amount remitted, and is
      * neither aged nor remitted again until the posted 'E' for it
      * is seen on TRANHIST. An 'E' for the amount remitted confirms
      * it and the customer falls off; one for any other amount, an
      * 'E' still not posted, or a pending customer gone from the
      * master prints on the register as a mismatch and sets return
      * code 4. A customer no longer in credit falls off the
      * tracking file.
      *
      * A customer under a restriction that holds refunds on the
      * cycle date (RSTRMST -- an estate, a bankruptcy trustee, a
      * court order) gets neither letter nor remittance while it is
      * in force: the balance is someone else's to claim. It prints
      * on the register as held and stays tracked. A charged-off
      * customer is not tracked at all. ADDRFILE and RSTRMST are
      * optional.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO TRANHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT TRACKING-FILE-IN ASSIGN TO DORMTRKI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRACK-IN-STATUS.

           SELECT TRACKING-FILE-OUT ASSIGN TO DORMTRKO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRACK-OUT-STATUS.

           SELECT OPTIONAL ADDRESS-FILE ASSIGN TO ADDRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.

           SELECT OPTIONAL RESTRICTION-MASTER-FILE ASSIGN TO RSTRMST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTRICTION-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO DDLETTER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.

           SELECT REMITTANCE-FILE ASSIGN TO ESCHRMIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-FILE-STATUS.

           SELECT ESCHEAT-TRAN-FILE ASSIGN TO ESCHTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-FILE-STATUS.

           SELECT DORMANCY-REGISTER-FILE ASSIGN TO DORMREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS WS-CUSTOMER-FILE-RECORD.
       01  WS-CUSTOMER-FILE-RECORD.
           05  WS-CFR-CUST-ID       PIC 9(10).
           05  WS-CFR-CUST-NAME     PIC X(30).
           05  WS-CFR-CUST-BALANCE  PIC S9(7)V99.
           05  WS-CFR-CUST-STATUS   PIC X(1).

       FD  TRAN-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-HISTORY-FILE-RECORD.
       01  WS-HISTORY-FILE-RECORD   PIC X(60).

       FD  TRACKING-FILE-IN
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS WS-TRACKING-RECORD-IN.
       01  WS-TRACKING-RECORD-IN    PIC X(40).

       FD  TRACKING-FILE-OUT
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS WS-TRACKING-RECORD-OUT.
       01  WS-TRACKING-RECORD-OUT   PIC X(40).

       FD  ADDRESS-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS WS-ADDRESS-FILE-RECORD.
       01  WS-ADDRESS-FILE-RECORD   PIC X(200).

       FD  RESTRICTION-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-RESTRICTION-FILE-RECORD.
       01  WS-RESTRICTION-FILE-RECORD PIC X(100).

       FD  LETTER-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS WS-LETTER-RECORD.
       01  WS-LETTER-RECORD.
           COPY DDLTRREC.

       FD  REMITTANCE-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS WS-REMITTANCE-RECORD.
       01  WS-REMITTANCE-RECORD.
           COPY ESCHRMRC.

      * Generated escheats, in the posting run's 100-byte TRANFILE
      * layout under the standard envelope.
       FD  ESCHEAT-TRAN-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-ESCHEAT-TRAN-RECORD.
       01  WS-ESCHEAT-TRAN-RECORD   PIC X(100).

       FD  DORMANCY-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-DORMANCY-REGISTER-LINE.
       01  WS-DORMANCY-REGISTER-LINE PIC X(132).

      * One customer-initiated history item, or one posted escheat,
      * sorted into customer-id order. Only an escheat's amount
      * matters; only an activity item's date does.
       SD  SORT-WORK-FILE.
       01  WS-SORT-RECORD.
           05  WS-SRT-CUST-ID       PIC 9(10).
           05  WS-SRT-POST-DATE     PIC 9(8).
           05  WS-SRT-KIND          PIC X(1).
               88  SRT-ACTIVITY         VALUE 'A'.
               88  SRT-ESCHEAT-POSTED   VALUE 'E'.
           05  WS-SRT-AMOUNT        PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CUSTOMER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-HISTORY-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-TRACK-IN-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-TRACK-OUT-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ADDRESS-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY
               WS-RESTRICTION-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-LETTER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REMIT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ESCHEAT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REGISTER-FILE-STATUS.

       01  WS-HISTORY-WORK-RECORD.
           COPY TRNHIST.

      * The address extract record in its structured form (copybook
      * ADDRREC), advanced on the same balance line as the master.
       01  WS-ADDRESS-WORK-RECORD.
           COPY ADDRREC.

      * The restriction master record (copybook RSTRREC), advanced on
      * the same balance line; a customer can have several rows.
       01  WS-RESTRICTION-WORK-RECORD.
           COPY RSTRREC.

      * Structured views of the flat tracking records: the date of
      * the last customer-initiated activity, the date the
      * due-diligence letter went (zero until it has), and the date
      * the customer was first seen in credit. Once the balance is
      * remitted the record is marked remittance pending, the first
      * seen date gives way to the date remitted, and the amount
      * remitted is carried packed.
       01  WS-TRACKING-RECORD.
           05  WS-TRK-CUST-ID       PIC 9(10).
           05  WS-TRK-LAST-ACTIVITY PIC 9(8).
           05  WS-TRK-LETTER-DATE   PIC 9(8).
           05  WS-TRK-FIRST-SEEN    PIC 9(8).
           05  WS-TRK-REMIT-DATE REDEFINES WS-TRK-FIRST-SEEN
                                    PIC 9(8).
           05  WS-TRK-STATE         PIC X(1).
               88  TRK-REMIT-PENDING    VALUE 'R'.
           05  WS-TRK-REMIT-AMOUNT  PIC S9(7)V99 COMP-3.

       01  WS-TRACKING-WORK-RECORD.
           05  WS-TRKO-CUST-ID      PIC 9(10).
           05  WS-TRKO-LAST-ACTIVITY PIC 9(8).
           05  WS-TRKO-LETTER-DATE  PIC 9(8).
           05  WS-TRKO-FIRST-SEEN   PIC 9(8).
           05  WS-TRKO-REMIT-DATE REDEFINES WS-TRKO-FIRST-SEEN
                                    PIC 9(8).
           05  WS-TRKO-STATE        PIC X(1).
           05  WS-TRKO-REMIT-AMOUNT PIC S9(7)V99 COMP-3.

      * The generated transaction in the posting run's typed layout:
      * customer key, blank account (primary applies), type 'E',
      * 'ESCHEAT' in the reference bytes, amount in the 17 amount
      * bytes with the implied V99.
       01  WS-ESCHEAT-WORK-RECORD.
           05  WS-ESC-CUST-KEY      PIC 9(10).
           05  WS-ESC-ACC-NUMBER    PIC X(10).
           05  WS-ESC-TRAN-TYPE     PIC X(1).
           05  FILLER               PIC X(1).
           05  WS-ESC-REF           PIC X(14).
           05  FILLER               PIC X(6).
           05  WS-ESC-EFF-DATE      PIC X(8).
           05  WS-ESC-AMOUNT        PIC 9(15)V99.
           05  FILLER               PIC X(33).

       01  WS-PARM-FIELDS.
           05  WS-PARM-LENGTH       PIC 9(4) VALUE ZERO.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05  WS-CYCLE-TYPE        PIC X(4) VALUE SPACES.

       COPY OPTPARWS.

       01  WS-DORMANCY-CONTROL-FIELDS.
      * Statutory dormancy period and due-diligence lead, in calendar
      * days. DORMDAYS and DDLDAYS control cards override them.
           05  WS-DORMANCY-DAYS     PIC 9(5) VALUE 1095.
           05  WS-LETTER-LEAD-DAYS  PIC 9(3) VALUE 120.
      * What the state report names: the holder (ESCHHOLD, ESCHNAME)
      * and the state's property type for a credit balance
      * (ESCHPROP).
           05  WS-HOLDER-ID         PIC X(10) VALUE SPACES.
           05  WS-HOLDER-NAME       PIC X(16) VALUE SPACES.
           05  WS-PROPERTY-TYPE     PIC X(4) VALUE 'CB01'.
           05  WS-RUN-DATE-INT      PIC 9(7) VALUE ZERO.
           05  WS-DUE-DATE-INT      PIC 9(7) VALUE ZERO.
           05  WS-LETTER-DUE-INT    PIC 9(7) VALUE ZERO.
           05  WS-ANSWER-BY-INT     PIC 9(7) VALUE ZERO.
           05  WS-DUE-DATE          PIC 9(8) VALUE ZERO.
           05  WS-LATEST-ACTIVITY   PIC 9(8) VALUE ZERO.
           05  WS-LAST-ACTIVITY     PIC 9(8) VALUE ZERO.
           05  WS-LETTER-DATE       PIC 9(8) VALUE ZERO.
           05  WS-ESCHEAT-AMOUNT    PIC 9(7)V99 VALUE ZERO.
           05  WS-POSTED-ESCHEAT    PIC S9(9)V99 VALUE ZERO.
           05  WS-POSTED-ESCHEAT-CT PIC 9(5) VALUE ZERO.
           05  WS-LETTER-SEQ        PIC 9(5) VALUE ZERO.
           05  WS-CUST-EOF-SW       PIC X(1) VALUE 'N'.
               88  CUSTOMER-EOF         VALUE 'Y'.
           05  WS-HIST-EOF-SW       PIC X(1) VALUE 'N'.
               88  HISTORY-EOF          VALUE 'Y'.
           05  WS-SORT-EOF-SW       PIC X(1) VALUE 'N'.
               88  SORT-EOF             VALUE 'Y'.
           05  WS-TRACK-EOF-SW      PIC X(1) VALUE 'N'.
               88  TRACKING-EOF         VALUE 'Y'.
           05  WS-CUST-DATA-SW      PIC X(1) VALUE 'N'.
               88  CUST-DATA-RECORD     VALUE 'Y'.
           05  WS-TRACKED-SW        PIC X(1) VALUE 'N'.
               88  CUST-IS-TRACKED      VALUE 'Y'.
           05  WS-ADDR-EOF-SW       PIC X(1) VALUE 'N'.
               88  ADDRESS-EOF          VALUE 'Y'.
           05  WS-ADDR-DATA-SW      PIC X(1) VALUE 'N'.
               88  ADDR-DATA-RECORD     VALUE 'Y'.
           05  WS-ADDR-FOUND-SW     PIC X(1) VALUE 'N'.
               88  CUST-ADDRESS-FOUND   VALUE 'Y'.
           05  WS-RSTR-EOF-SW       PIC X(1) VALUE 'N'.
               88  RESTRICTION-EOF      VALUE 'Y'.
           05  WS-ESCHEAT-HOLD-SW   PIC X(1) VALUE 'N'.
               88  CUST-ESCHEAT-HELD    VALUE 'Y'.
           05  WS-REMITTED-SW       PIC X(1) VALUE 'N'.
               88  CUST-REMITTED        VALUE 'Y'.

       01  WS-RUN-COUNTERS.
           05  WS-CUST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-CREDIT-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-HIST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-HIST-USED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ORPHAN-ACT-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-TRACK-READ-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-TRACK-OUT-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-NEW-TRACK-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-CURED-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-ANSWERED-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-ANSWERED-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-LETTER-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-LETTER-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-NO-MAIL-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-REMIT-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-REMIT-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-REMIT-SUM-TOTAL   PIC 9(11)V99 VALUE ZERO.
           05  WS-ESCHEAT-HASH      PIC 9(13)V99 VALUE ZERO.
           05  WS-HELD-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-HELD-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-CONFIRMED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-CONFIRMED-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-PENDING-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-PENDING-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-MISMATCH-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-MISMATCH-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.

      * The generated file wears the TRANFILE envelope so the
      * posting run's own check accepts it.
       01  WS-ENVELOPE-RECORD.
           COPY FILENVWS.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

       01  WS-REGISTER-LINES.
           05  WS-REG-TITLE-LINE.
               10  FILLER  PIC X(46) VALUE
                   'DORMTRK - DORMANCY AND ESCHEAT REGISTER, CYCLE'.
               10  FILLER  PIC X(1) VALUE SPACE.
               10  WS-REG-CYCLE-DATE PIC 9(8).
               10  FILLER  PIC X(77) VALUE SPACES.
           05  WS-REG-DETAIL-LINE.
               10  WS-REG-ACTION    PIC X(9) VALUE 'LETTER   '.
               10  WS-REG-CUST-ID   PIC 9(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-CUST-NAME PIC X(30).
               10  FILLER           PIC X(8) VALUE ' AMOUNT='.
               10  WS-REG-AMOUNT    PIC ZZZZZZ9.99.
               10  FILLER           PIC X(10) VALUE ' LAST ACT='.
               10  WS-REG-LAST-ACTIVITY PIC 9(8).
               10  FILLER           PIC X(5) VALUE ' DUE='.
               10  WS-REG-DUE-DATE  PIC 9(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-NOTE      PIC X(20).
               10  FILLER           PIC X(12) VALUE SPACES.
           05  WS-REG-TOTAL-LINE.
               10  WS-RGT-LABEL     PIC X(28).
               10  WS-RGT-COUNT     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(9) VALUE ' AMOUNT='.
               10  WS-RGT-AMOUNT    PIC -ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(72) VALUE SPACES.

       01  WS-RUN-CONTROL-RECORD.
           COPY RUNCTLRC.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN          PIC S9(4) COMP.
           05  WS-PARM-DATA         PIC X(13).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PARAGRAPH.
           PERFORM PARSE-RUN-PARM.
           DISPLAY 'Program DORMTRK started, cycle ' WS-RUN-DATE.
           PERFORM GET-RUN-OPTIONS.
           MOVE 'DORMTRK' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM 8900-REFUSE-DRY-RUN-CUSTOMERS.
           PERFORM OPEN-FILES.
           PERFORM READ-CUSTOMER-RECORD.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY WS-SRT-CUST-ID
               INPUT PROCEDURE IS RELEASE-ACTIVITY
               OUTPUT PROCEDURE IS TRACK-CUSTOMERS.
           PERFORM WRITE-REMITTANCE-SUMMARY.
           PERFORM WRITE-ESCHEAT-TRAILER.
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
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DATE-INT.

       GET-RUN-OPTIONS.
           MOVE 'DORMDAYS' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND RUN-OPTION-NUMERIC
                   AND WS-OPT-NUMVAL > ZERO
                   AND WS-OPT-NUMVAL <= 99999
               MOVE WS-OPT-NUMVAL TO WS-DORMANCY-DAYS
           END-IF.
           DISPLAY 'OPTION IN EFFECT: DORMDAYS=' WS-DORMANCY-DAYS.
           MOVE 'DDLDAYS' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND RUN-OPTION-NUMERIC
                   AND WS-OPT-NUMVAL > ZERO
                   AND WS-OPT-NUMVAL <= 999
               MOVE WS-OPT-NUMVAL TO WS-LETTER-LEAD-DAYS
           END-IF.
           DISPLAY 'OPTION IN EFFECT: DDLDAYS=' WS-LETTER-LEAD-DAYS.
      * The letter must go before the balance falls due, so the lead
      * cannot be the whole dormancy period.
           IF WS-LETTER-LEAD-DAYS >= WS-DORMANCY-DAYS
               DISPLAY 'WARNING: DDLDAYS NOT LESS THAN DORMDAYS, '
                       'DEFAULT LEAD USED'
               MOVE 120 TO WS-LETTER-LEAD-DAYS
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'ESCHHOLD' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND
               MOVE WS-OPT-VALUE TO WS-HOLDER-ID
           END-IF.
           DISPLAY 'OPTION IN EFFECT: ESCHHOLD=' WS-HOLDER-ID.
           MOVE 'ESCHNAME' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND
               MOVE WS-OPT-VALUE TO WS-HOLDER-NAME
           END-IF.
           DISPLAY 'OPTION IN EFFECT: ESCHNAME=' WS-HOLDER-NAME.
           MOVE 'ESCHPROP' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND WS-OPT-VALUE NOT = SPACES
               MOVE WS-OPT-VALUE TO WS-PROPERTY-TYPE
           END-IF.
           DISPLAY 'OPTION IN EFFECT: ESCHPROP=' WS-PROPERTY-TYPE.

       OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening customer file: '
                       WS-CUSTOMER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * Without the history no customer's activity is known and no
      * remittance can be proved posted: nothing is written.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening transaction history: '
                       WS-HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT TRACKING-FILE-OUT.
           IF WS-TRACK-OUT-STATUS NOT = '00'
               DISPLAY 'Error opening tracking out file: '
                       WS-TRACK-OUT-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               CLOSE TRAN-HISTORY-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           IF WS-LETTER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening due-diligence letter file: '
                       WS-LETTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               CLOSE TRAN-HISTORY-FILE
               CLOSE TRACKING-FILE-OUT
               GOBACK
           END-IF.
           OPEN OUTPUT REMITTANCE-FILE.
           IF WS-REMIT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening remittance report: '
                       WS-REMIT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               CLOSE TRAN-HISTORY-FILE
               CLOSE TRACKING-FILE-OUT
               CLOSE LETTER-FILE
               GOBACK
           END-IF.
           PERFORM WRITE-REMITTANCE-HOLDER.
           OPEN OUTPUT ESCHEAT-TRAN-FILE.
           IF WS-ESCHEAT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening escheat transaction file: '
                       WS-ESCHEAT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               CLOSE TRAN-HISTORY-FILE
               CLOSE TRACKING-FILE-OUT
               CLOSE LETTER-FILE
               CLOSE REMITTANCE-FILE
               GOBACK
           END-IF.
           PERFORM WRITE-ESCHEAT-HEADER.
           OPEN OUTPUT DORMANCY-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening dormancy register: '
                       WS-REGISTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               CLOSE TRAN-HISTORY-FILE
               CLOSE TRACKING-FILE-OUT
               CLOSE LETTER-FILE
               CLOSE REMITTANCE-FILE
               CLOSE ESCHEAT-TRAN-FILE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO WS-REG-CYCLE-DATE.
           WRITE WS-DORMANCY-REGISTER-LINE FROM WS-REG-TITLE-LINE.
      * Prior tracking file may not exist on the first run ever.
           OPEN INPUT TRACKING-FILE-IN.
           IF WS-TRACK-IN-STATUS NOT = '00'
               DISPLAY 'No prior dormancy tracking file, every credit '
                       'balance starts its clock today.'
               SET TRACKING-EOF TO TRUE
           ELSE
               PERFORM READ-TRACKING-RECORD
           END-IF.
      * No address extract means every letter goes out flagged as
      * having no address.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = '00'
               DISPLAY 'No address extract, status '
                       WS-ADDRESS-FILE-STATUS
                       ' - letters flagged as having no address.'
               SET ADDRESS-EOF TO TRUE
           ELSE
               PERFORM READ-ADDRESS-RECORD
           END-IF.
      * No restriction master means no customer is restricted.
           OPEN INPUT RESTRICTION-MASTER-FILE.
           IF WS-RESTRICTION-FILE-STATUS NOT = '00'
               DISPLAY 'No restriction master, status '
                       WS-RESTRICTION-FILE-STATUS
                       ' - no escheat held by restriction.'
               SET RESTRICTION-EOF TO TRUE
           ELSE
               PERFORM READ-RESTRICTION-RECORD
           END-IF.

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

      * Same envelope-skipping convention for the address extract;
      * its producer (ADDRXTR) owns envelope verification.
       READ-ADDRESS-RECORD.
           MOVE 'N' TO WS-ADDR-DATA-SW.
           PERFORM UNTIL ADDRESS-EOF OR ADDR-DATA-RECORD
               READ ADDRESS-FILE INTO WS-ADDRESS-WORK-RECORD
                   AT END SET ADDRESS-EOF TO TRUE
                   NOT AT END
                       IF WS-ADDRESS-WORK-RECORD(1:4) = 'HDR*'
                               OR WS-ADDRESS-WORK-RECORD(1:4)
                                   = 'TRL*'
                           CONTINUE
                       ELSE
                           MOVE 'Y' TO WS-ADDR-DATA-SW
                       END-IF
               END-READ
           END-PERFORM.

       READ-RESTRICTION-RECORD.
           READ RESTRICTION-MASTER-FILE
                   INTO WS-RESTRICTION-WORK-RECORD
               AT END SET RESTRICTION-EOF TO TRUE
           END-READ.

       READ-TRACKING-RECORD.
           READ TRACKING-FILE-IN INTO WS-TRACKING-RECORD
               AT END SET TRACKING-EOF TO TRUE
               NOT AT END ADD 1 TO WS-TRACK-READ-COUNT
           END-READ.

      * TRANHIST was opened with the other files.
       RELEASE-ACTIVITY.
           PERFORM RELEASE-ONE-HISTORY-RECORD
               UNTIL HISTORY-EOF.
           CLOSE TRAN-HISTORY-FILE.

       RELEASE-ONE-HISTORY-RECORD.
      * Customer-initiated items and posted escheats only, dated on
      * or before the cycle.
           READ TRAN-HISTORY-FILE INTO WS-HISTORY-WORK-RECORD
               AT END SET HISTORY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   IF WS-TH-POST-DATE IS NUMERIC
                           AND WS-TH-POST-DATE > ZERO
                           AND WS-TH-POST-DATE <= WS-RUN-DATE
                       MOVE WS-TH-CUST-ID TO WS-SRT-CUST-ID
                       MOVE WS-TH-POST-DATE TO WS-SRT-POST-DATE
                       MOVE ZERO TO WS-SRT-AMOUNT
                       EVALUATE TRUE
                           WHEN WS-TH-TRAN-TYPE = 'P'
                                   OR WS-TH-TRAN-TYPE = 'Y'
                                   OR ((WS-TH-TRAN-TYPE = 'C'
                                       OR WS-TH-TRAN-TYPE = 'R')
                                       AND WS-TH-REF(1:6)
                                           NOT = 'REFUND'
                                       AND WS-TH-REF(1:4)
                                           NOT = 'DISP')
                               SET SRT-ACTIVITY TO TRUE
                               RELEASE WS-SORT-RECORD
                               ADD 1 TO WS-HIST-USED-COUNT
                           WHEN WS-TH-TRAN-TYPE = 'E'
                                   AND WS-TH-AMOUNT IS NUMERIC
                               SET SRT-ESCHEAT-POSTED TO TRUE
                               MOVE WS-TH-AMOUNT TO WS-SRT-AMOUNT
                               RELEASE WS-SORT-RECORD
                       END-EVALUATE
                   END-IF
           END-READ.

       TRACK-CUSTOMERS.
           PERFORM RETURN-ACTIVITY-RECORD.
           PERFORM PROCESS-ONE-CUSTOMER
               UNTIL CUSTOMER-EOF.
           PERFORM DRAIN-CURED-TRACKING.
           PERFORM UNTIL SORT-EOF
               ADD 1 TO WS-ORPHAN-ACT-COUNT
               PERFORM RETURN-ACTIVITY-RECORD
           END-PERFORM.

       RETURN-ACTIVITY-RECORD.
           RETURN SORT-WORK-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN.

       PROCESS-ONE-CUSTOMER.
      * Balance line against the tracking file: tracked ids below
      * this customer have left the master and fall away.
           PERFORM UNTIL TRACKING-EOF
                   OR WS-TRK-CUST-ID >= WS-CFR-CUST-ID
               PERFORM DROP-DEPARTED-TRACKING
           END-PERFORM.
           MOVE 'N' TO WS-TRACKED-SW.
           IF NOT TRACKING-EOF
                   AND WS-TRK-CUST-ID = WS-CFR-CUST-ID
               SET CUST-IS-TRACKED TO TRUE
           END-IF.
           PERFORM GATHER-CUSTOMER-ACTIVITY.
           EVALUATE TRUE
      * A remittance pending is settled by its posted escheat alone,
      * whatever the balance now shows.
               WHEN CUST-IS-TRACKED AND TRK-REMIT-PENDING
                   PERFORM CONFIRM-ESCHEAT-POSTED
               WHEN WS-CFR-CUST-BALANCE < ZERO
                       AND WS-CFR-CUST-STATUS NOT = 'W'
                   ADD 1 TO WS-CREDIT-COUNT
                   PERFORM AGE-DORMANT-CREDIT
      * Out of credit (or charged off): any tracking the customer
      * had falls away.
               WHEN CUST-IS-TRACKED
                   ADD 1 TO WS-CURED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * The matched tracking record is spent either way; consume it
      * so the next customer's advance (and the end-of-file drain)
      * cannot count it cured a second time.
           IF CUST-IS-TRACKED
               PERFORM READ-TRACKING-RECORD
           END-IF.
           PERFORM READ-CUSTOMER-RECORD.

       GATHER-CUSTOMER-ACTIVITY.
      * The latest customer-initiated item on history for this
      * customer, and for a remittance pending the escheats posted
      * since it was remitted; history for ids not on the master is
      * passed over.
           MOVE ZERO TO WS-LATEST-ACTIVITY.
           MOVE ZERO TO WS-POSTED-ESCHEAT.
           MOVE ZERO TO WS-POSTED-ESCHEAT-CT.
           PERFORM UNTIL SORT-EOF
                   OR WS-SRT-CUST-ID >= WS-CFR-CUST-ID
               ADD 1 TO WS-ORPHAN-ACT-COUNT
               PERFORM RETURN-ACTIVITY-RECORD
           END-PERFORM.
           PERFORM UNTIL SORT-EOF
                   OR WS-SRT-CUST-ID NOT = WS-CFR-CUST-ID
               EVALUATE TRUE
                   WHEN SRT-ACTIVITY
                       IF WS-SRT-POST-DATE > WS-LATEST-ACTIVITY
                           MOVE WS-SRT-POST-DATE
                               TO WS-LATEST-ACTIVITY
                       END-IF
                   WHEN CUST-IS-TRACKED AND TRK-REMIT-PENDING
                           AND WS-SRT-POST-DATE >= WS-TRK-REMIT-DATE
                       ADD WS-SRT-AMOUNT TO WS-POSTED-ESCHEAT
                       ADD 1 TO WS-POSTED-ESCHEAT-CT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM RETURN-ACTIVITY-RECORD
           END-PERFORM.

       AGE-DORMANT-CREDIT.
           COMPUTE WS-ESCHEAT-AMOUNT = 0 - WS-CFR-CUST-BALANCE.
           MOVE 'N' TO WS-REMITTED-SW.
           IF CUST-IS-TRACKED
               MOVE WS-TRK-LAST-ACTIVITY TO WS-LAST-ACTIVITY
               MOVE WS-TRK-LETTER-DATE TO WS-LETTER-DATE
               MOVE WS-TRK-FIRST-SEEN TO WS-TRKO-FIRST-SEEN
           ELSE
               ADD 1 TO WS-NEW-TRACK-COUNT
               MOVE ZERO TO WS-LAST-ACTIVITY
               MOVE ZERO TO WS-LETTER-DATE
               MOVE WS-RUN-DATE TO WS-TRKO-FIRST-SEEN
           END-IF.
      * The tracked date only moves forward. Activity newer than it
      * after a letter went answers the letter.
           IF WS-LATEST-ACTIVITY > WS-LAST-ACTIVITY
               MOVE WS-LATEST-ACTIVITY TO WS-LAST-ACTIVITY
               IF WS-LETTER-DATE > ZERO
                   PERFORM CANCEL-ANSWERED-LETTER
               END-IF
           END-IF.
           IF WS-LAST-ACTIVITY = ZERO
               MOVE WS-TRKO-FIRST-SEEN TO WS-LAST-ACTIVITY
           END-IF.
           COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-LAST-ACTIVITY)
               + WS-DORMANCY-DAYS.
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT).
           COMPUTE WS-LETTER-DUE-INT =
               WS-DUE-DATE-INT - WS-LETTER-LEAD-DAYS.
           IF WS-LETTER-DATE > ZERO
               COMPUTE WS-ANSWER-BY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LETTER-DATE)
                   + WS-LETTER-LEAD-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-LETTER-DATE = ZERO
                       AND WS-RUN-DATE-INT >= WS-LETTER-DUE-INT
                   PERFORM ADVANCE-ADDRESS-TO-CUSTOMER
                   PERFORM ADVANCE-RESTRICTION-TO-CUSTOMER
                   IF CUST-ESCHEAT-HELD
                       PERFORM HOLD-RESTRICTED-ESCHEAT
                   ELSE
                       PERFORM WRITE-DUE-DILIGENCE-LETTER
                   END-IF
               WHEN WS-LETTER-DATE > ZERO
                       AND WS-RUN-DATE-INT >= WS-DUE-DATE-INT
                       AND WS-RUN-DATE-INT >= WS-ANSWER-BY-INT
                   PERFORM ADVANCE-ADDRESS-TO-CUSTOMER
                   PERFORM ADVANCE-RESTRICTION-TO-CUSTOMER
                   IF CUST-ESCHEAT-HELD
                       PERFORM HOLD-RESTRICTED-ESCHEAT
                   ELSE
                       PERFORM REMIT-DORMANT-BALANCE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * Remitted: the generated escheat brings the balance to zero
      * through the posting run, so the customer goes forward marked
      * remittance pending, never to be aged or remitted again, until
      * the posted escheat is seen.
           MOVE WS-CFR-CUST-ID TO WS-TRKO-CUST-ID.
           MOVE WS-LAST-ACTIVITY TO WS-TRKO-LAST-ACTIVITY.
           MOVE WS-LETTER-DATE TO WS-TRKO-LETTER-DATE.
           IF CUST-REMITTED
               MOVE WS-RUN-DATE TO WS-TRKO-REMIT-DATE
               MOVE 'R' TO WS-TRKO-STATE
               MOVE WS-ESCHEAT-AMOUNT TO WS-TRKO-REMIT-AMOUNT
           ELSE
               MOVE SPACE TO WS-TRKO-STATE
               MOVE ZERO TO WS-TRKO-REMIT-AMOUNT
           END-IF.
           WRITE WS-TRACKING-RECORD-OUT
               FROM WS-TRACKING-WORK-RECORD.
           ADD 1 TO WS-TRACK-OUT-COUNT.

      * An escheat posted for exactly the amount remitted confirms
      * the remittance and the customer falls off the tracking file.
      * One posted for any other amount is a mismatch and falls off
      * too, to be put right by hand. None posted yet keeps the
      * customer pending, unaged, and is reported on every run until
      * it posts.
       CONFIRM-ESCHEAT-POSTED.
           MOVE WS-TRK-REMIT-AMOUNT TO WS-ESCHEAT-AMOUNT.
           MOVE WS-TRK-LAST-ACTIVITY TO WS-REG-LAST-ACTIVITY.
           MOVE WS-TRK-REMIT-DATE TO WS-REG-DUE-DATE.
           EVALUATE TRUE
               WHEN WS-POSTED-ESCHEAT-CT = ZERO
                   ADD 1 TO WS-PENDING-COUNT
                   ADD WS-ESCHEAT-AMOUNT TO WS-PENDING-TOTAL
                   MOVE 'PENDING  ' TO WS-REG-ACTION
                   MOVE 'ESCHEAT NOT POSTED' TO WS-REG-NOTE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   WRITE WS-TRACKING-RECORD-OUT
                       FROM WS-TRACKING-RECORD
                   ADD 1 TO WS-TRACK-OUT-COUNT
               WHEN WS-POSTED-ESCHEAT = WS-TRK-REMIT-AMOUNT
                   ADD 1 TO WS-CONFIRMED-COUNT
                   ADD WS-ESCHEAT-AMOUNT TO WS-CONFIRMED-TOTAL
                   MOVE 'CONFIRMED' TO WS-REG-ACTION
                   MOVE 'ESCHEAT POSTED' TO WS-REG-NOTE
               WHEN OTHER
                   ADD 1 TO WS-MISMATCH-COUNT
                   ADD WS-ESCHEAT-AMOUNT TO WS-MISMATCH-TOTAL
                   MOVE 'MISMATCH ' TO WS-REG-ACTION
                   MOVE 'POSTED AMT DIFFERS' TO WS-REG-NOTE
                   DISPLAY 'WARNING: ESCHEAT FOR CUSTOMER '
                           WS-CFR-CUST-ID ' REMITTED '
                           WS-TRK-REMIT-AMOUNT ' POSTED '
                           WS-POSTED-ESCHEAT
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.
           PERFORM WRITE-REGISTER-DETAIL.

      * A tracked customer gone from the master. One with a
      * remittance still pending is a mismatch: the escheat can no
      * longer post.
       DROP-DEPARTED-TRACKING.
           IF TRK-REMIT-PENDING
               ADD 1 TO WS-MISMATCH-COUNT
               ADD WS-TRK-REMIT-AMOUNT TO WS-MISMATCH-TOTAL
               DISPLAY 'WARNING: ESCHEAT PENDING FOR CUSTOMER '
                       WS-TRK-CUST-ID ' NOT ON MASTER, REMITTED '
                       WS-TRK-REMIT-AMOUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-CURED-COUNT
           END-IF.
           PERFORM READ-TRACKING-RECORD.

       CANCEL-ANSWERED-LETTER.
           ADD 1 TO WS-ANSWERED-COUNT.
           ADD WS-ESCHEAT-AMOUNT TO WS-ANSWERED-TOTAL.
           MOVE 'ANSWERED ' TO WS-REG-ACTION.
           MOVE WS-LAST-ACTIVITY TO WS-REG-LAST-ACTIVITY.
           MOVE ZERO TO WS-REG-DUE-DATE.
           MOVE 'LETTER ANSWERED' TO WS-REG-NOTE.
           PERFORM WRITE-REGISTER-DETAIL.
           MOVE ZERO TO WS-LETTER-DATE.

       ADVANCE-ADDRESS-TO-CUSTOMER.
      * Balance line against the address extract; the master only
      * ever advances.
           PERFORM UNTIL ADDRESS-EOF
                   OR WS-ADR-CUST-ID >= WS-CFR-CUST-ID
               PERFORM READ-ADDRESS-RECORD
           END-PERFORM.
           MOVE 'N' TO WS-ADDR-FOUND-SW.
           IF NOT ADDRESS-EOF
                   AND WS-ADR-CUST-ID = WS-CFR-CUST-ID
               SET CUST-ADDRESS-FOUND TO TRUE
           END-IF.

       ADVANCE-RESTRICTION-TO-CUSTOMER.
      * Balance line against the restriction master, which may hold
      * several rows per customer: every row for this customer is
      * read through, and any one in force on the cycle date that
      * holds refunds holds the escheat too.
           PERFORM UNTIL RESTRICTION-EOF
                   OR WS-RS-CUST-ID >= WS-CFR-CUST-ID
               PERFORM READ-RESTRICTION-RECORD
           END-PERFORM.
           MOVE 'N' TO WS-ESCHEAT-HOLD-SW.
           PERFORM UNTIL RESTRICTION-EOF
                   OR WS-RS-CUST-ID NOT = WS-CFR-CUST-ID
               IF RS-HOLDS-REFUNDS
                       AND WS-RS-EFF-FROM <= WS-RUN-DATE
                       AND (WS-RS-EFF-TO = ZERO
                           OR WS-RS-EFF-TO >= WS-RUN-DATE)
                   SET CUST-ESCHEAT-HELD TO TRUE
               END-IF
               PERFORM READ-RESTRICTION-RECORD
           END-PERFORM.

       WRITE-DUE-DILIGENCE-LETTER.
           MOVE SPACES TO WS-LETTER-RECORD.
           ADD 1 TO WS-LETTER-SEQ.
           STRING 'D' WS-RUN-DATE WS-LETTER-SEQ
               DELIMITED BY SIZE INTO WS-DDL-LETTER-ID.
           MOVE WS-RUN-DATE TO WS-DDL-LETTER-DATE.
           MOVE WS-CFR-CUST-ID TO WS-DDL-CUST-ID.
           MOVE WS-CFR-CUST-NAME TO WS-DDL-CUST-NAME.
           MOVE WS-ESCHEAT-AMOUNT TO WS-DDL-BALANCE-HELD.
           MOVE WS-LAST-ACTIVITY TO WS-DDL-LAST-ACTIVITY.
      * The balance is remitted on the due date, or DDLDAYS after
      * this letter if that is later.
           COMPUTE WS-ANSWER-BY-INT =
               WS-RUN-DATE-INT + WS-LETTER-LEAD-DAYS.
           IF WS-ANSWER-BY-INT > WS-DUE-DATE-INT
               COMPUTE WS-DDL-REMIT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-ANSWER-BY-INT)
           ELSE
               MOVE WS-DUE-DATE TO WS-DDL-REMIT-DATE
           END-IF.
           MOVE WS-CR-JOB-NAME TO WS-DDL-SOURCE-JOB.
           MOVE 'LETTER SENT' TO WS-REG-NOTE.
           EVALUATE TRUE
               WHEN NOT CUST-ADDRESS-FOUND
                   SET DDL-NO-ADDRESS TO TRUE
                   ADD 1 TO WS-NO-MAIL-COUNT
                   MOVE 'LETTER, NO ADDRESS' TO WS-REG-NOTE
               WHEN ADR-UNDELIVERABLE
                   SET DDL-UNDELIVERABLE TO TRUE
                   ADD 1 TO WS-NO-MAIL-COUNT
                   MOVE 'LETTER, BAD ADDRESS' TO WS-REG-NOTE
                   PERFORM MOVE-LETTER-ADDRESS
               WHEN OTHER
                   SET DDL-MAILABLE TO TRUE
                   PERFORM MOVE-LETTER-ADDRESS
           END-EVALUATE.
           WRITE WS-LETTER-RECORD.
           ADD 1 TO WS-LETTER-COUNT.
           ADD WS-ESCHEAT-AMOUNT TO WS-LETTER-TOTAL.
           MOVE WS-RUN-DATE TO WS-LETTER-DATE.
           MOVE 'LETTER   ' TO WS-REG-ACTION.
           MOVE WS-LAST-ACTIVITY TO WS-REG-LAST-ACTIVITY.
           MOVE WS-DDL-REMIT-DATE TO WS-REG-DUE-DATE.
           PERFORM WRITE-REGISTER-DETAIL.

       MOVE-LETTER-ADDRESS.
           MOVE WS-ADR-LINE1 TO WS-DDL-ADDR-LINE1.
           MOVE WS-ADR-LINE2 TO WS-DDL-ADDR-LINE2.
           MOVE WS-ADR-CITY TO WS-DDL-CITY.
           MOVE WS-ADR-POSTAL-CODE TO WS-DDL-POSTAL-CODE.

       REMIT-DORMANT-BALANCE.
      * The state gets the owner's last known address, whatever the
      * post office has said about it.
           MOVE SPACES TO WS-REMITTANCE-RECORD.
           SET ESR-PROPERTY-RECORD TO TRUE.
           ADD 1 TO WS-REMIT-COUNT.
           MOVE WS-REMIT-COUNT TO WS-ESR-SEQ.
           MOVE WS-CFR-CUST-ID TO WS-ESR-OWNER-ID.
           MOVE WS-CFR-CUST-NAME TO WS-ESR-OWNER-NAME.
           IF CUST-ADDRESS-FOUND
               SET ESR-ADDRESS-KNOWN TO TRUE
               MOVE WS-ADR-LINE1 TO WS-ESR-ADDR-LINE1
               MOVE WS-ADR-LINE2 TO WS-ESR-ADDR-LINE2
               MOVE WS-ADR-CITY TO WS-ESR-CITY
               MOVE WS-ADR-POSTAL-CODE TO WS-ESR-POSTAL-CODE
           ELSE
               SET ESR-ADDRESS-UNKNOWN TO TRUE
           END-IF.
           MOVE WS-PROPERTY-TYPE TO WS-ESR-PROPERTY-TYPE.
           MOVE WS-LAST-ACTIVITY TO WS-ESR-LAST-ACTIVITY.
           MOVE WS-LETTER-DATE TO WS-ESR-LETTER-DATE.
           MOVE WS-ESCHEAT-AMOUNT TO WS-ESR-AMOUNT.
           WRITE WS-REMITTANCE-RECORD.
           ADD WS-ESCHEAT-AMOUNT TO WS-REMIT-TOTAL.
           ADD WS-ESCHEAT-AMOUNT TO WS-REMIT-SUM-TOTAL.
           PERFORM GENERATE-ESCHEAT-TRAN.
           SET CUST-REMITTED TO TRUE.
           MOVE 'REMITTED ' TO WS-REG-ACTION.
           MOVE WS-LAST-ACTIVITY TO WS-REG-LAST-ACTIVITY.
           MOVE WS-DUE-DATE TO WS-REG-DUE-DATE.
           MOVE 'TURNED OVER TO STATE' TO WS-REG-NOTE.
           PERFORM WRITE-REGISTER-DETAIL.

       GENERATE-ESCHEAT-TRAN.
           MOVE SPACES TO WS-ESCHEAT-WORK-RECORD.
           MOVE WS-CFR-CUST-ID TO WS-ESC-CUST-KEY.
           MOVE ZEROS TO WS-ESC-ACC-NUMBER.
           MOVE 'E' TO WS-ESC-TRAN-TYPE.
           MOVE 'ESCHEAT' TO WS-ESC-REF.
           MOVE SPACES TO WS-ESC-EFF-DATE.
           MOVE WS-ESCHEAT-AMOUNT TO WS-ESC-AMOUNT.
           WRITE WS-ESCHEAT-TRAN-RECORD FROM WS-ESCHEAT-WORK-RECORD.
           ADD WS-ESC-AMOUNT TO WS-ESCHEAT-HASH.

       HOLD-RESTRICTED-ESCHEAT.
      * The customer stays tracked (the caller writes the record
      * forward) with its letter date unchanged, so the letter or
      * the remittance goes on the first run after the restriction
      * ends.
           ADD 1 TO WS-HELD-COUNT.
           ADD WS-ESCHEAT-AMOUNT TO WS-HELD-TOTAL.
           MOVE 'HELD     ' TO WS-REG-ACTION.
           MOVE WS-LAST-ACTIVITY TO WS-REG-LAST-ACTIVITY.
           MOVE WS-DUE-DATE TO WS-REG-DUE-DATE.
           MOVE 'RESTRICTED' TO WS-REG-NOTE.
           PERFORM WRITE-REGISTER-DETAIL.

       WRITE-REGISTER-DETAIL.
           MOVE WS-CFR-CUST-ID TO WS-REG-CUST-ID.
           MOVE WS-CFR-CUST-NAME TO WS-REG-CUST-NAME.
           MOVE WS-ESCHEAT-AMOUNT TO WS-REG-AMOUNT.
           WRITE WS-DORMANCY-REGISTER-LINE FROM WS-REG-DETAIL-LINE.

       DRAIN-CURED-TRACKING.
           PERFORM UNTIL TRACKING-EOF
               PERFORM DROP-DEPARTED-TRACKING
           END-PERFORM.

       WRITE-REMITTANCE-HOLDER.
           MOVE SPACES TO WS-REMITTANCE-RECORD.
           SET ESR-HOLDER-RECORD TO TRUE.
           MOVE WS-HOLDER-ID TO WS-ESR-HLD-HOLDER-ID.
           MOVE WS-HOLDER-NAME TO WS-ESR-HLD-HOLDER-NAME.
           MOVE WS-RUN-DATE TO WS-ESR-HLD-REPORT-DATE.
           MOVE 'DORMTRK' TO WS-ESR-HLD-PROGRAM.
           MOVE WS-CYCLE-TYPE TO WS-ESR-HLD-CYCLE.
           WRITE WS-REMITTANCE-RECORD.

       WRITE-REMITTANCE-SUMMARY.
           MOVE SPACES TO WS-REMITTANCE-RECORD.
           SET ESR-SUMMARY-RECORD TO TRUE.
           MOVE WS-REMIT-COUNT TO WS-ESR-SUM-PROPERTY-COUNT.
           MOVE WS-REMIT-SUM-TOTAL TO WS-ESR-SUM-AMOUNT-TOTAL.
           WRITE WS-REMITTANCE-RECORD.
      * The state will not take a report that does not name its
      * holder.
           IF WS-REMIT-COUNT > ZERO AND WS-HOLDER-ID = SPACES
               DISPLAY 'WARNING: NO ESCHHOLD CONTROL CARD - '
                       'REMITTANCE REPORT NAMES NO HOLDER'
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-ESCHEAT-HEADER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'HDR*' TO WS-ENV-MARKER.
           MOVE 'TRANFILE' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE WS-CYCLE-TYPE TO WS-ENV-CYCLE.
           MOVE ZERO TO WS-ENV-REC-COUNT.
           MOVE ZERO TO WS-ENV-HASH-TOTAL.
           WRITE WS-ESCHEAT-TRAN-RECORD FROM WS-ENVELOPE-RECORD.

       WRITE-ESCHEAT-TRAILER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'TRL*' TO WS-ENV-MARKER.
           MOVE 'TRANFILE' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE WS-CYCLE-TYPE TO WS-ENV-CYCLE.
           MOVE WS-REMIT-COUNT TO WS-ENV-REC-COUNT.
           MOVE WS-ESCHEAT-HASH TO WS-ENV-HASH-TOTAL.
           WRITE WS-ESCHEAT-TRAN-RECORD FROM WS-ENVELOPE-RECORD.

       TERMINATION-PARAGRAPH.
           MOVE 'LETTERS SENT: COUNT=' TO WS-RGT-LABEL.
           MOVE WS-LETTER-COUNT TO WS-RGT-COUNT.
           MOVE WS-LETTER-TOTAL TO WS-RGT-AMOUNT.
           WRITE WS-DORMANCY-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE 'LETTERS ANSWERED: COUNT=' TO WS-RGT-LABEL.
           MOVE WS-ANSWERED-COUNT TO WS-RGT-COUNT.
           MOVE WS-ANSWERED-TOTAL TO WS-RGT-AMOUNT.
           WRITE WS-DORMANCY-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE 'REMITTED TO STATE: COUNT=' TO WS-RGT-LABEL.
           MOVE WS-REMIT-COUNT TO WS-RGT-COUNT.
           MOVE WS-REMIT-TOTAL TO WS-RGT-AMOUNT.
           WRITE WS-DORMANCY-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE 'HELD, RESTRICTED: COUNT=' TO WS-RGT-LABEL.
           MOVE WS-HELD-COUNT TO WS-RGT-COUNT.
           MOVE WS-HELD-TOTAL TO WS-RGT-AMOUNT.
           WRITE WS-DORMANCY-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE 'ESCHEAT CONFIRMED: COUNT=' TO WS-RGT-LABEL.
           MOVE WS-CONFIRMED-COUNT TO WS-RGT-COUNT.
           MOVE WS-CONFIRMED-TOTAL TO WS-RGT-AMOUNT.
           WRITE WS-DORMANCY-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE 'ESCHEAT NOT POSTED: COUNT=' TO WS-RGT-LABEL.
           MOVE WS-PENDING-COUNT TO WS-RGT-COUNT.
           MOVE WS-PENDING-TOTAL TO WS-RGT-AMOUNT.
           WRITE WS-DORMANCY-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE 'ESCHEAT MISMATCH: COUNT=' TO WS-RGT-LABEL.
           MOVE WS-MISMATCH-COUNT TO WS-RGT-COUNT.
           MOVE WS-MISMATCH-TOTAL TO WS-RGT-AMOUNT.
           WRITE WS-DORMANCY-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           IF WS-ADDRESS-FILE-STATUS = '00'
                   OR WS-ADDRESS-FILE-STATUS = '10'
               CLOSE ADDRESS-FILE
           END-IF.
           IF WS-RESTRICTION-FILE-STATUS = '00'
                   OR WS-RESTRICTION-FILE-STATUS = '10'
               CLOSE RESTRICTION-MASTER-FILE
           END-IF.
           IF WS-TRACK-IN-STATUS = '00' OR WS-TRACK-IN-STATUS = '10'
               CLOSE TRACKING-FILE-IN
           END-IF.
           CLOSE CUSTOMER-FILE.
           CLOSE TRACKING-FILE-OUT.
           CLOSE LETTER-FILE.
           CLOSE REMITTANCE-FILE.
           CLOSE ESCHEAT-TRAN-FILE.
           CLOSE DORMANCY-REGISTER-FILE.
           DISPLAY 'Customers read:           ' WS-CUST-READ-COUNT.
           DISPLAY 'Customers in credit:      ' WS-CREDIT-COUNT.
           DISPLAY 'History records read:     ' WS-HIST-READ-COUNT.
           DISPLAY 'Customer activity items:  ' WS-HIST-USED-COUNT.
           DISPLAY 'Activity, no customer:    ' WS-ORPHAN-ACT-COUNT.
           DISPLAY 'Tracking records read:    ' WS-TRACK-READ-COUNT.
           DISPLAY 'Newly tracked:            ' WS-NEW-TRACK-COUNT.
           DISPLAY 'Tracking records written: ' WS-TRACK-OUT-COUNT.
           DISPLAY 'Customers cured:          ' WS-CURED-COUNT.
           DISPLAY 'Letters sent:             ' WS-LETTER-COUNT
                   ' amount ' WS-LETTER-TOTAL.
           DISPLAY '  of which not mailable:  ' WS-NO-MAIL-COUNT.
           DISPLAY 'Letters answered:         ' WS-ANSWERED-COUNT.
           DISPLAY 'Remitted to state:        ' WS-REMIT-COUNT
                   ' amount ' WS-REMIT-TOTAL.
           DISPLAY 'Held, restricted:         ' WS-HELD-COUNT
                   ' amount ' WS-HELD-TOTAL.
           DISPLAY 'Escheats confirmed:       ' WS-CONFIRMED-COUNT
                   ' amount ' WS-CONFIRMED-TOTAL.
           DISPLAY 'Escheats not yet posted:  ' WS-PENDING-COUNT
                   ' amount ' WS-PENDING-TOTAL.
           DISPLAY 'Escheat mismatches:       ' WS-MISMATCH-COUNT
                   ' amount ' WS-MISMATCH-TOTAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-CUST-READ-COUNT TO WS-CR-RECORDS-IN.
           MOVE WS-REMIT-COUNT     TO WS-CR-RECORDS-OUT.
           MOVE ZERO               TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE        TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program DORMTRK completed.'.
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
