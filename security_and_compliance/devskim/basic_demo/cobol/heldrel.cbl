       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELDREL.
      * Held-for-review release. PARM='YYYYMMDD,CCCC' names the
      * cycle. The posting run's charge screening (SCRNRULE) holds a
      * charge that trips a velocity or outlier rule on HELDRVW
      * instead of posting it; this run works that queue. Tonight's
      * held charges join the queue carried forward from earlier
      * runs (HELDIN), and the operator decisions on HLDDECN are
      * applied to them:
      *   A - approve: the charge is released to HLDRTRN, in the
      *       posting run's 100-byte TRANFILE layout, to be merged
      *       into the next cycle's TRANFILE build the way UNPRECYC's
      *       recycle file is. It carries the release mark, and the
      *       posting run (which also reads this HLDRTRN to prove the
      *       charge came from here) does not screen it a second
      *       time; every other posting rule still applies.
      *   D - decline: the charge is acknowledged back to the sender
      *       on HLDACK, the posting run's acknowledgment layout
      *       under the standard envelope, one 'U' record per item
      *       carrying the screening rule that held it.
      * A decision names the held charge by the customer key,
      * reference and amount bytes it was transmitted with (and,
      * optionally, the date it was held) and is keyed by an
      * operator holding a grant in force on the authorization
      * master. A decision from anyone else, or one matching no
      * held charge, is refused on the register and changes
      * nothing. Undecided charges carry forward on HELDOUT with a
      * count of the runs they have waited through; those waiting
      * past the escalation threshold (HLDESCAL control card,
      * default 5) are called out on the register.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-REVIEW-FILE ASSIGN TO HELDRVW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-HRV.

           SELECT HELD-QUEUE-IN ASSIGN TO HELDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-HIN.

           SELECT HELD-QUEUE-OUT ASSIGN TO HELDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-HOUT.

           SELECT DECISION-FILE ASSIGN TO HLDDECN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-DEC.

           SELECT AUTH-MASTER-FILE ASSIGN TO AUTHFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-AUTH.

           SELECT RELEASE-FILE ASSIGN TO HLDRTRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-REL.

           SELECT ACKNOWLEDGMENT-FILE ASSIGN TO HLDACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-ACK.

           SELECT REGISTER-FILE ASSIGN TO HLDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
      * Same layout (copybook HELDREC) on all three queue files.
       FD  HELD-REVIEW-FILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS WS-HELD-REVIEW-RECORD.
       01  WS-HELD-REVIEW-RECORD    PIC X(160).

       FD  HELD-QUEUE-IN
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS WS-HELD-QUEUE-RECORD-IN.
       01  WS-HELD-QUEUE-RECORD-IN  PIC X(160).

       FD  HELD-QUEUE-OUT
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS WS-HELD-QUEUE-RECORD-OUT.
       01  WS-HELD-QUEUE-RECORD-OUT PIC X(160).

       FD  DECISION-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-DECISION-FILE-RECORD.
       01  WS-DECISION-FILE-RECORD  PIC X(80).

      * Same 60-byte layout AUTHMNT maintains and SAMPLEPGM2 loads.
       FD  AUTH-MASTER-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-AUTH-MASTER-RECORD.
       01  WS-AUTH-MASTER-RECORD.
           05  WS-AUTH-USER-ID       PIC X(8).
           05  WS-AUTH-USER-NAME     PIC X(30).
           05  WS-AUTH-USER-STATUS   PIC X(1).
           05  WS-AUTH-EFF-FROM      PIC X(8).
           05  WS-AUTH-EFF-TO        PIC X(8).
           05  FILLER                PIC X(5).

      * Approved charges, in the posting run's 100-byte input
      * layout, merged and sorted into the next cycle's TRANFILE
      * build.
       FD  RELEASE-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-RELEASE-RECORD.
       01  WS-RELEASE-RECORD        PIC X(100).

       FD  ACKNOWLEDGMENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-ACKNOWLEDGMENT-RECORD.
       01  WS-ACKNOWLEDGMENT-RECORD PIC X(80).

       FD  REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-REGISTER-LINE.
       01  WS-REGISTER-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-FILE-STATUS-HRV.
           COPY FILESTAT REPLACING FS-NAME BY WS-FILE-STATUS-HIN.
           COPY FILESTAT REPLACING FS-NAME BY WS-FILE-STATUS-HOUT.
           COPY FILESTAT REPLACING FS-NAME BY WS-FILE-STATUS-DEC.
           COPY FILESTAT REPLACING FS-NAME BY WS-FILE-STATUS-AUTH.
           COPY FILESTAT REPLACING FS-NAME BY WS-FILE-STATUS-REL.
           COPY FILESTAT REPLACING FS-NAME BY WS-FILE-STATUS-ACK.
           COPY FILESTAT REPLACING FS-NAME BY WS-FILE-STATUS-RPT.

      * The held charge being worked.
       01  WS-HELD-ITEM-RECORD.
           COPY HELDREC.

      * Structured view of the held transaction image, the posting
      * run's layout: customer key (1-10), account number (11-20),
      * type (21), reference (23-36), release mark (37-42),
      * effective date (43-50), amount (51-67).
       01  WS-HELD-TRAN-IMAGE.
           05  WS-HTI-CUST-KEY      PIC X(10).
           05  WS-HTI-ACC-NUM       PIC X(10).
           05  WS-HTI-TRAN-TYPE     PIC X(1).
           05  FILLER               PIC X(1).
           05  WS-HTI-TRAN-REF      PIC X(14).
           05  WS-HTI-RELEASE-MARK  PIC X(6).
           05  WS-HTI-EFF-DATE      PIC X(8).
           05  WS-HTI-AMOUNT        PIC X(17).
           05  WS-HTI-AMOUNT-NUM    REDEFINES WS-HTI-AMOUNT
                                    PIC 9(15)V99.
           05  FILLER               PIC X(33).

      * One decision per record. The held date may be left blank
      * when the key, reference and amount name a single charge.
       01  WS-DECISION-RECORD.
           05  WS-HDC-CUST-KEY      PIC X(10).
           05  WS-HDC-TRAN-REF      PIC X(14).
           05  WS-HDC-AMOUNT        PIC X(17).
           05  WS-HDC-HELD-DATE     PIC X(8).
           05  WS-HDC-ACTION        PIC X(1).
               88  HDC-APPROVE          VALUE 'A'.
               88  HDC-DECLINE          VALUE 'D'.
           05  WS-HDC-OPERATOR-ID   PIC X(8).
           05  WS-HDC-NOTE          PIC X(20).
           05  FILLER               PIC X(2).

      * Accepted decisions, loaded up front so each held charge can
      * look for its own; a decision is used once.
       01  WS-DECISION-TABLE.
           05  WS-DEC-ENTRY-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-DEC-MAX-ENTRIES   PIC 9(4) VALUE 500.
           05  WS-DEC-ENTRY OCCURS 500 TIMES.
               10  WS-DEC-TBL-CUST-KEY  PIC X(10).
               10  WS-DEC-TBL-TRAN-REF  PIC X(14).
               10  WS-DEC-TBL-AMOUNT    PIC X(17).
               10  WS-DEC-TBL-HELD-DATE PIC X(8).
               10  WS-DEC-TBL-ACTION    PIC X(1).
               10  WS-DEC-TBL-OPERATOR  PIC X(8).
               10  WS-DEC-TBL-NOTE      PIC X(20).
               10  WS-DEC-TBL-USED-SW   PIC X(1).
                   88  DEC-TBL-USED         VALUE 'Y'.
           05  WS-DEC-IDX           PIC 9(4) VALUE ZERO.
           05  WS-DEC-PICKED        PIC 9(4) VALUE ZERO.

      * Grants in force on the run date, loaded from AUTHFILE the
      * same way SAMPLEPGM2 and ACCTMNT load theirs.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY-COUNT  PIC 9(4) VALUE ZERO.
           05  WS-AUTH-MAX-ENTRIES  PIC 9(4) VALUE 200.
           05  WS-AUTH-ENTRY OCCURS 200 TIMES.
               10  WS-AUTH-TBL-ID       PIC X(8).
           05  WS-AUTH-IDX          PIC 9(4) VALUE ZERO.
           05  WS-AUTH-LOOKUP-ID    PIC X(8) VALUE SPACES.
           05  WS-AUTH-FOUND-SW     PIC X(1) VALUE 'N'.
               88  AUTH-ID-FOUND        VALUE 'Y'.

       01  WS-PARM-FIELDS.
           05  WS-PARM-LENGTH       PIC 9(4) VALUE ZERO.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05  WS-RUN-DATE-X        PIC X(8) VALUE SPACES.
           05  WS-PARM-CYCLE-TYPE   PIC X(4) VALUE SPACES.

       COPY OPTPARWS.

       01  WS-RELEASE-CONTROL-FIELDS.
      * Charges waiting through more than this many release runs
      * escalate on the register. HLDESCAL control card overrides.
           05  WS-ESCALATE-CYCLES   PIC 9(3) VALUE 5.
           05  WS-HRV-EOF-SW        PIC X(1) VALUE 'N'.
               88  HELD-REVIEW-EOF      VALUE 'Y'.
           05  WS-HIN-EOF-SW        PIC X(1) VALUE 'N'.
               88  HELD-QUEUE-EOF       VALUE 'Y'.
           05  WS-DEC-EOF-SW        PIC X(1) VALUE 'N'.
               88  DECISION-EOF         VALUE 'Y'.
           05  WS-AUTH-EOF-SW       PIC X(1) VALUE 'N'.
               88  AUTH-FILE-EOF        VALUE 'Y'.
           05  WS-ACK-OPEN-SW       PIC X(1) VALUE 'N'.
               88  ACK-FILE-OPEN        VALUE 'Y'.
           05  WS-REFUSE-TEXT       PIC X(20) VALUE SPACES.

       01  WS-RELEASE-COUNTERS.
           05  WS-HRV-READ-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-HIN-READ-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-DEC-READ-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-DEC-REFUSED-COUNT PIC 9(9) VALUE ZERO.
           05  WS-DEC-UNUSED-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-RELEASED-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-RELEASED-AMOUNT   PIC 9(11)V99 VALUE ZERO.
           05  WS-DECLINED-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-DECLINED-AMOUNT   PIC 9(11)V99 VALUE ZERO.
           05  WS-CARRIED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-ESCALATED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ACK-REC-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-ACK-HASH-TOTAL    PIC 9(13)V99 VALUE ZERO.

      * Acknowledgment detail, the posting run's 'U' record.
       01  WS-ACK-DETAIL-RECORD.
           05  WS-AKD-REC-TYPE      PIC X(1).
           05  WS-AKD-REASON-CODE   PIC X(4).
           05  WS-AKD-CUST-KEY      PIC X(10).
           05  WS-AKD-TRAN-TYPE     PIC X(1).
           05  WS-AKD-AMOUNT        PIC X(17).
           05  FILLER               PIC X(47).

      * Standard transfer envelope (copybook FILENVWS).
       01  WS-ENVELOPE-RECORD.
           COPY FILENVWS.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

       01  WS-RUN-CONTROL-RECORD.
           COPY RUNCTLRC.

       01  WS-REGISTER-LINES.
           05  WS-REG-TITLE-LINE    PIC X(132) VALUE
               'HELDREL - HELD-FOR-REVIEW RELEASE REGISTER'.
           05  WS-REG-DETAIL-LINE.
               10  WS-REG-ACTION    PIC X(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-CUST-KEY  PIC X(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-TRAN-REF  PIC X(14).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-AMOUNT    PIC X(17).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-RULE-ID   PIC X(4).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-RULE-TEXT PIC X(20).
               10  FILLER           PIC X(6) VALUE ' HELD='.
               10  WS-REG-HELD-DATE PIC X(8).
               10  FILLER           PIC X(4) VALUE ' OP='.
               10  WS-REG-OPERATOR  PIC X(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-NOTE      PIC X(20).
               10  FILLER           PIC X(7) VALUE SPACES.
           05  WS-REG-TOTAL-LINE.
               10  WS-RGT-LABEL     PIC X(36).
               10  WS-RGT-COUNT     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(8) VALUE ' AMOUNT='.
               10  WS-RGT-AMOUNT    PIC ZZZZZZZZZZ9.99.
               10  FILLER           PIC X(65) VALUE SPACES.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN          PIC S9(4) COMP.
           05  WS-PARM-DATA         PIC X(13).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PARAGRAPH.
           PERFORM PARSE-RUN-PARM.
           PERFORM INITIALIZATION-PARAGRAPH.
           PERFORM LOAD-AUTH-TABLE.
           PERFORM LOAD-DECISION-TABLE
               UNTIL DECISION-EOF.
           IF WS-FILE-STATUS-DEC = '00' OR WS-FILE-STATUS-DEC = '10'
               CLOSE DECISION-FILE
           END-IF.
           DISPLAY 'Decisions accepted: ' WS-DEC-ENTRY-COUNT.
           PERFORM PROCESS-HELD-QUEUE-IN
               UNTIL HELD-QUEUE-EOF.
           PERFORM PROCESS-HELD-REVIEW-FILE
               UNTIL HELD-REVIEW-EOF.
           PERFORM REPORT-UNUSED-DECISIONS
               VARYING WS-DEC-IDX FROM 1 BY 1
               UNTIL WS-DEC-IDX > WS-DEC-ENTRY-COUNT.
           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM TERMINATION-PARAGRAPH.
           GOBACK.

       PARSE-RUN-PARM.
           MOVE ZERO TO WS-RUN-DATE.
           MOVE 'DAIL' TO WS-PARM-CYCLE-TYPE.
           MOVE WS-PARM-LEN TO WS-PARM-LENGTH.
           IF WS-PARM-LENGTH >= 13
               IF WS-PARM-DATA(1:8) IS NUMERIC
                   MOVE WS-PARM-DATA(1:8) TO WS-RUN-DATE
               END-IF
               MOVE WS-PARM-DATA(10:4) TO WS-PARM-CYCLE-TYPE
           END-IF.
           IF WS-RUN-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X.
           DISPLAY 'Run date: ' WS-RUN-DATE
                   ' Cycle type: ' WS-PARM-CYCLE-TYPE.

       INITIALIZATION-PARAGRAPH.
           DISPLAY 'Program HELDREL started.'.
           MOVE 'HELDREL' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           MOVE 'HLDESCAL' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND RUN-OPTION-NUMERIC
                   AND WS-OPT-NUMVAL > ZERO
               MOVE WS-OPT-NUMVAL TO WS-ESCALATE-CYCLES
           END-IF.
           DISPLAY 'OPTION IN EFFECT: HLDESCAL='
                   WS-ESCALATE-CYCLES.
      * Any input may be absent on a given night: no decisions keyed,
      * nothing held tonight, or no queue yet on the first run.
           OPEN INPUT DECISION-FILE.
           IF WS-FILE-STATUS-DEC NOT = '00'
               DISPLAY 'No review decisions this run, status '
                       WS-FILE-STATUS-DEC
               SET DECISION-EOF TO TRUE
           END-IF.
           OPEN INPUT HELD-REVIEW-FILE.
           IF WS-FILE-STATUS-HRV NOT = '00'
               DISPLAY 'No charges held this cycle, status '
                       WS-FILE-STATUS-HRV
               SET HELD-REVIEW-EOF TO TRUE
           END-IF.
           OPEN INPUT HELD-QUEUE-IN.
           IF WS-FILE-STATUS-HIN NOT = '00'
               DISPLAY 'No prior review queue, status '
                       WS-FILE-STATUS-HIN
               SET HELD-QUEUE-EOF TO TRUE
           END-IF.
           OPEN OUTPUT HELD-QUEUE-OUT.
           IF WS-FILE-STATUS-HOUT NOT = '00'
               DISPLAY 'Error opening review queue out file: '
                       WS-FILE-STATUS-HOUT
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-INPUTS-ON-OPEN-FAIL
               GOBACK
           END-IF.
           OPEN OUTPUT RELEASE-FILE.
           IF WS-FILE-STATUS-REL NOT = '00'
               DISPLAY 'Error opening release file: '
                       WS-FILE-STATUS-REL
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-INPUTS-ON-OPEN-FAIL
               CLOSE HELD-QUEUE-OUT
               GOBACK
           END-IF.
           OPEN OUTPUT ACKNOWLEDGMENT-FILE.
           IF WS-FILE-STATUS-ACK NOT = '00'
               DISPLAY 'Error opening acknowledgment file: '
                       WS-FILE-STATUS-ACK
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-INPUTS-ON-OPEN-FAIL
               CLOSE HELD-QUEUE-OUT
               CLOSE RELEASE-FILE
               GOBACK
           END-IF.
           MOVE 'Y' TO WS-ACK-OPEN-SW.
           PERFORM WRITE-ACK-HEADER.
           OPEN OUTPUT REGISTER-FILE.
           IF WS-FILE-STATUS-RPT NOT = '00'
               DISPLAY 'Error opening release register: '
                       WS-FILE-STATUS-RPT
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-INPUTS-ON-OPEN-FAIL
               CLOSE HELD-QUEUE-OUT
               CLOSE RELEASE-FILE
               CLOSE ACKNOWLEDGMENT-FILE
               GOBACK
           END-IF.
           WRITE WS-REGISTER-LINE FROM WS-REG-TITLE-LINE.

       CLOSE-INPUTS-ON-OPEN-FAIL.
      * The three inputs open tolerantly, so each only closes when
      * it really opened.
           IF WS-FILE-STATUS-DEC = '00'
               CLOSE DECISION-FILE
           END-IF.
           IF WS-FILE-STATUS-HRV = '00'
               CLOSE HELD-REVIEW-FILE
           END-IF.
           IF WS-FILE-STATUS-HIN = '00'
               CLOSE HELD-QUEUE-IN
           END-IF.

       LOAD-AUTH-TABLE.
      * No authorization master means no decision can be accepted
      * tonight; every held charge carries forward.
           OPEN INPUT AUTH-MASTER-FILE.
           IF WS-FILE-STATUS-AUTH NOT = '00'
               DISPLAY 'No authorization master, status '
                       WS-FILE-STATUS-AUTH
                       ' - no decision can be accepted.'
               SET AUTH-FILE-EOF TO TRUE
           END-IF.
           PERFORM READ-AUTH-RECORD
               UNTIL AUTH-FILE-EOF.
           IF WS-FILE-STATUS-AUTH = '00'
                   OR WS-FILE-STATUS-AUTH = '10'
               CLOSE AUTH-MASTER-FILE
           END-IF.
           DISPLAY 'Authorized users loaded: ' WS-AUTH-ENTRY-COUNT.

       READ-AUTH-RECORD.
      * Only grants in force on the run date load, the SAMPLEPGM2
      * rule: active status, effective on or before, not expired.
           READ AUTH-MASTER-FILE INTO WS-AUTH-MASTER-RECORD
               AT END SET AUTH-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-AUTH-USER-STATUS = 'A'
                       AND (WS-AUTH-EFF-FROM NOT NUMERIC
                           OR WS-AUTH-EFF-FROM <= WS-RUN-DATE-X)
                       AND (WS-AUTH-EFF-TO NOT NUMERIC
                           OR WS-AUTH-EFF-TO = ZERO
                           OR WS-AUTH-EFF-TO >= WS-RUN-DATE-X)
                       PERFORM STORE-AUTH-ENTRY
                   END-IF
           END-READ.

       STORE-AUTH-ENTRY.
           IF WS-AUTH-ENTRY-COUNT >= WS-AUTH-MAX-ENTRIES
               DISPLAY 'WARNING: AUTHORIZATION TABLE FULL AT '
                       WS-AUTH-MAX-ENTRIES
               MOVE 4 TO RETURN-CODE
               SET AUTH-FILE-EOF TO TRUE
           ELSE
               ADD 1 TO WS-AUTH-ENTRY-COUNT
               MOVE WS-AUTH-USER-ID
                   TO WS-AUTH-TBL-ID(WS-AUTH-ENTRY-COUNT)
           END-IF.

       LOOKUP-AUTH-ID.
           MOVE 'N' TO WS-AUTH-FOUND-SW.
           IF WS-AUTH-LOOKUP-ID NOT = SPACES
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-IDX > WS-AUTH-ENTRY-COUNT
                       OR AUTH-ID-FOUND
                   IF WS-AUTH-TBL-ID(WS-AUTH-IDX)
                           = WS-AUTH-LOOKUP-ID
                       SET AUTH-ID-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-DECISION-TABLE.
      * A decision is refused here, before any held charge is seen,
      * when its action is unknown or its operator holds no grant
      * in force; a refused decision decides nothing.
           READ DECISION-FILE INTO WS-DECISION-RECORD
               AT END SET DECISION-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DEC-READ-COUNT
                   MOVE SPACES TO WS-REFUSE-TEXT
                   MOVE WS-HDC-OPERATOR-ID TO WS-AUTH-LOOKUP-ID
                   PERFORM LOOKUP-AUTH-ID
                   EVALUATE TRUE
                       WHEN NOT HDC-APPROVE AND NOT HDC-DECLINE
                           MOVE 'INVALID ACTION' TO WS-REFUSE-TEXT
                       WHEN NOT AUTH-ID-FOUND
                           MOVE 'OPERATOR NOT AUTH' TO WS-REFUSE-TEXT
                   END-EVALUATE
                   IF WS-REFUSE-TEXT NOT = SPACES
                       PERFORM WRITE-REFUSED-DECISION
                   ELSE
                       PERFORM STORE-DECISION
                   END-IF
           END-READ.

       STORE-DECISION.
           IF WS-DEC-ENTRY-COUNT >= WS-DEC-MAX-ENTRIES
               DISPLAY 'WARNING: DECISION TABLE FULL AT '
                       WS-DEC-MAX-ENTRIES
               MOVE 4 TO RETURN-CODE
               SET DECISION-EOF TO TRUE
           ELSE
               ADD 1 TO WS-DEC-ENTRY-COUNT
               MOVE WS-HDC-CUST-KEY
                   TO WS-DEC-TBL-CUST-KEY(WS-DEC-ENTRY-COUNT)
               MOVE WS-HDC-TRAN-REF
                   TO WS-DEC-TBL-TRAN-REF(WS-DEC-ENTRY-COUNT)
               MOVE WS-HDC-AMOUNT
                   TO WS-DEC-TBL-AMOUNT(WS-DEC-ENTRY-COUNT)
               MOVE WS-HDC-HELD-DATE
                   TO WS-DEC-TBL-HELD-DATE(WS-DEC-ENTRY-COUNT)
               MOVE WS-HDC-ACTION
                   TO WS-DEC-TBL-ACTION(WS-DEC-ENTRY-COUNT)
               MOVE WS-HDC-OPERATOR-ID
                   TO WS-DEC-TBL-OPERATOR(WS-DEC-ENTRY-COUNT)
               MOVE WS-HDC-NOTE
                   TO WS-DEC-TBL-NOTE(WS-DEC-ENTRY-COUNT)
               MOVE 'N' TO WS-DEC-TBL-USED-SW(WS-DEC-ENTRY-COUNT)
           END-IF.

       WRITE-REFUSED-DECISION.
           ADD 1 TO WS-DEC-REFUSED-COUNT.
           MOVE 4 TO RETURN-CODE.
           MOVE 'REFUSED' TO WS-REG-ACTION.
           MOVE WS-HDC-CUST-KEY TO WS-REG-CUST-KEY.
           MOVE WS-HDC-TRAN-REF TO WS-REG-TRAN-REF.
           MOVE WS-HDC-AMOUNT TO WS-REG-AMOUNT.
           MOVE SPACES TO WS-REG-RULE-ID.
           MOVE WS-REFUSE-TEXT TO WS-REG-RULE-TEXT.
           MOVE WS-HDC-HELD-DATE TO WS-REG-HELD-DATE.
           MOVE WS-HDC-OPERATOR-ID TO WS-REG-OPERATOR.
           MOVE WS-HDC-NOTE TO WS-REG-NOTE.
           WRITE WS-REGISTER-LINE FROM WS-REG-DETAIL-LINE.

       PROCESS-HELD-QUEUE-IN.
           READ HELD-QUEUE-IN INTO WS-HELD-ITEM-RECORD
               AT END SET HELD-QUEUE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIN-READ-COUNT
                   PERFORM DECIDE-ONE-HELD-ITEM
           END-READ.

       PROCESS-HELD-REVIEW-FILE.
      * Tonight's held charges arrive with a zero wait count and
      * the posting run's cycle date as the date held.
           READ HELD-REVIEW-FILE INTO WS-HELD-ITEM-RECORD
               AT END SET HELD-REVIEW-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HRV-READ-COUNT
                   PERFORM DECIDE-ONE-HELD-ITEM
           END-READ.

       DECIDE-ONE-HELD-ITEM.
           MOVE WS-HR-TRAN-IMAGE TO WS-HELD-TRAN-IMAGE.
           PERFORM FIND-DECISION-FOR-ITEM.
           IF WS-DEC-PICKED = ZERO
               PERFORM CARRY-ITEM-FORWARD
           ELSE
               SET DEC-TBL-USED(WS-DEC-PICKED) TO TRUE
               IF WS-DEC-TBL-ACTION(WS-DEC-PICKED) = 'A'
                   PERFORM RELEASE-HELD-ITEM
               ELSE
                   PERFORM DECLINE-HELD-ITEM
               END-IF
           END-IF.

       FIND-DECISION-FOR-ITEM.
      * The customer key, reference and amount bytes must match as
      * transmitted; a decision naming a held date must match that
      * too, which is how two identical charges held on different
      * nights are told apart.
           MOVE ZERO TO WS-DEC-PICKED.
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DEC-ENTRY-COUNT
                   OR WS-DEC-PICKED > ZERO
               IF NOT DEC-TBL-USED(WS-DEC-IDX)
                       AND WS-DEC-TBL-CUST-KEY(WS-DEC-IDX)
                           = WS-HTI-CUST-KEY
                       AND WS-DEC-TBL-TRAN-REF(WS-DEC-IDX)
                           = WS-HTI-TRAN-REF
                       AND WS-DEC-TBL-AMOUNT(WS-DEC-IDX)
                           = WS-HTI-AMOUNT
                       AND (WS-DEC-TBL-HELD-DATE(WS-DEC-IDX) = SPACES
                           OR WS-DEC-TBL-HELD-DATE(WS-DEC-IDX)
                               = WS-HR-HELD-DATE)
                   MOVE WS-DEC-IDX TO WS-DEC-PICKED
               END-IF
           END-PERFORM.

       RELEASE-HELD-ITEM.
      * The release mark tells the posting run this charge has been
      * reviewed; everything else in the image goes back exactly as
      * the sender transmitted it.
           MOVE 'SCRNOK' TO WS-HTI-RELEASE-MARK.
           WRITE WS-RELEASE-RECORD FROM WS-HELD-TRAN-IMAGE.
           ADD 1 TO WS-RELEASED-COUNT.
           IF WS-HTI-AMOUNT IS NUMERIC
               ADD WS-HTI-AMOUNT-NUM TO WS-RELEASED-AMOUNT
           END-IF.
           MOVE 'RELEASED' TO WS-REG-ACTION.
           PERFORM FORMAT-ITEM-REGISTER-LINE.
           WRITE WS-REGISTER-LINE FROM WS-REG-DETAIL-LINE.

       DECLINE-HELD-ITEM.
           MOVE SPACES TO WS-ACK-DETAIL-RECORD.
           MOVE 'U' TO WS-AKD-REC-TYPE.
           MOVE WS-HR-RULE-ID TO WS-AKD-REASON-CODE.
           MOVE WS-HTI-CUST-KEY TO WS-AKD-CUST-KEY.
           MOVE WS-HTI-TRAN-TYPE TO WS-AKD-TRAN-TYPE.
           MOVE WS-HTI-AMOUNT TO WS-AKD-AMOUNT.
           WRITE WS-ACKNOWLEDGMENT-RECORD FROM WS-ACK-DETAIL-RECORD.
           ADD 1 TO WS-ACK-REC-COUNT.
           ADD 1 TO WS-DECLINED-COUNT.
           IF WS-HTI-AMOUNT IS NUMERIC
               ADD WS-HTI-AMOUNT-NUM TO WS-ACK-HASH-TOTAL
               ADD WS-HTI-AMOUNT-NUM TO WS-DECLINED-AMOUNT
           END-IF.
           MOVE 'DECLINED' TO WS-REG-ACTION.
           PERFORM FORMAT-ITEM-REGISTER-LINE.
           WRITE WS-REGISTER-LINE FROM WS-REG-DETAIL-LINE.

       CARRY-ITEM-FORWARD.
           ADD 1 TO WS-HR-REVIEW-CYCLES.
           WRITE WS-HELD-QUEUE-RECORD-OUT FROM WS-HELD-ITEM-RECORD.
           ADD 1 TO WS-CARRIED-COUNT.
           MOVE 'HELD' TO WS-REG-ACTION.
           MOVE ZERO TO WS-DEC-PICKED.
           PERFORM FORMAT-ITEM-REGISTER-LINE.
           IF WS-HR-REVIEW-CYCLES > WS-ESCALATE-CYCLES
               MOVE '** ESCALATE **' TO WS-REG-NOTE
               ADD 1 TO WS-ESCALATED-COUNT
           END-IF.
           WRITE WS-REGISTER-LINE FROM WS-REG-DETAIL-LINE.

       FORMAT-ITEM-REGISTER-LINE.
           MOVE WS-HTI-CUST-KEY TO WS-REG-CUST-KEY.
           MOVE WS-HTI-TRAN-REF TO WS-REG-TRAN-REF.
           MOVE WS-HTI-AMOUNT TO WS-REG-AMOUNT.
           MOVE WS-HR-RULE-ID TO WS-REG-RULE-ID.
           MOVE WS-HR-RULE-TEXT TO WS-REG-RULE-TEXT.
           MOVE WS-HR-HELD-DATE TO WS-REG-HELD-DATE.
           IF WS-DEC-PICKED > ZERO
               MOVE WS-DEC-TBL-OPERATOR(WS-DEC-PICKED)
                   TO WS-REG-OPERATOR
               MOVE WS-DEC-TBL-NOTE(WS-DEC-PICKED) TO WS-REG-NOTE
           ELSE
               MOVE SPACES TO WS-REG-OPERATOR
               MOVE SPACES TO WS-REG-NOTE
           END-IF.

       REPORT-UNUSED-DECISIONS.
      * A decision that matched no held charge was probably keyed
      * against the wrong item; it is listed so nobody assumes the
      * charge was dealt with.
           IF NOT DEC-TBL-USED(WS-DEC-IDX)
               ADD 1 TO WS-DEC-UNUSED-COUNT
               MOVE 4 TO RETURN-CODE
               MOVE 'REFUSED' TO WS-REG-ACTION
               MOVE WS-DEC-TBL-CUST-KEY(WS-DEC-IDX) TO WS-REG-CUST-KEY
               MOVE WS-DEC-TBL-TRAN-REF(WS-DEC-IDX) TO WS-REG-TRAN-REF
               MOVE WS-DEC-TBL-AMOUNT(WS-DEC-IDX) TO WS-REG-AMOUNT
               MOVE SPACES TO WS-REG-RULE-ID
               MOVE 'NO SUCH HELD CHARGE' TO WS-REG-RULE-TEXT
               MOVE WS-DEC-TBL-HELD-DATE(WS-DEC-IDX)
                   TO WS-REG-HELD-DATE
               MOVE WS-DEC-TBL-OPERATOR(WS-DEC-IDX) TO WS-REG-OPERATOR
               MOVE WS-DEC-TBL-NOTE(WS-DEC-IDX) TO WS-REG-NOTE
               WRITE WS-REGISTER-LINE FROM WS-REG-DETAIL-LINE
           END-IF.

       WRITE-REGISTER-TOTALS.
           MOVE 'CHARGES RELEASED TO NEXT CYCLE' TO WS-RGT-LABEL.
           MOVE WS-RELEASED-COUNT TO WS-RGT-COUNT.
           MOVE WS-RELEASED-AMOUNT TO WS-RGT-AMOUNT.
           WRITE WS-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE 'CHARGES DECLINED TO SENDER' TO WS-RGT-LABEL.
           MOVE WS-DECLINED-COUNT TO WS-RGT-COUNT.
           MOVE WS-DECLINED-AMOUNT TO WS-RGT-AMOUNT.
           WRITE WS-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE 'CHARGES STILL HELD FOR REVIEW' TO WS-RGT-LABEL.
           MOVE WS-CARRIED-COUNT TO WS-RGT-COUNT.
           MOVE ZERO TO WS-RGT-AMOUNT.
           WRITE WS-REGISTER-LINE FROM WS-REG-TOTAL-LINE.

       WRITE-ACK-HEADER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'HDR*' TO WS-ENV-MARKER.
           MOVE 'HLDACK' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE WS-PARM-CYCLE-TYPE TO WS-ENV-CYCLE.
           MOVE ZERO TO WS-ENV-REC-COUNT.
           MOVE ZERO TO WS-ENV-HASH-TOTAL.
           WRITE WS-ACKNOWLEDGMENT-RECORD FROM WS-ENVELOPE-RECORD.

       WRITE-ACK-TRAILER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'TRL*' TO WS-ENV-MARKER.
           MOVE 'HLDACK' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE WS-PARM-CYCLE-TYPE TO WS-ENV-CYCLE.
           MOVE WS-ACK-REC-COUNT TO WS-ENV-REC-COUNT.
           MOVE WS-ACK-HASH-TOTAL TO WS-ENV-HASH-TOTAL.
           WRITE WS-ACKNOWLEDGMENT-RECORD FROM WS-ENVELOPE-RECORD.

       TERMINATION-PARAGRAPH.
           IF WS-FILE-STATUS-HIN = '00' OR WS-FILE-STATUS-HIN = '10'
               CLOSE HELD-QUEUE-IN
           END-IF.
           IF WS-FILE-STATUS-HRV = '00' OR WS-FILE-STATUS-HRV = '10'
               CLOSE HELD-REVIEW-FILE
           END-IF.
           CLOSE HELD-QUEUE-OUT.
           CLOSE RELEASE-FILE.
           IF ACK-FILE-OPEN
               PERFORM WRITE-ACK-TRAILER
               CLOSE ACKNOWLEDGMENT-FILE
           END-IF.
           CLOSE REGISTER-FILE.
           DISPLAY 'Queue items carried in:  ' WS-HIN-READ-COUNT.
           DISPLAY 'Charges held tonight:    ' WS-HRV-READ-COUNT.
           DISPLAY 'Decisions read:          ' WS-DEC-READ-COUNT.
           DISPLAY 'Decisions refused:       ' WS-DEC-REFUSED-COUNT.
           DISPLAY 'Decisions unmatched:     ' WS-DEC-UNUSED-COUNT.
           DISPLAY 'Charges released:        ' WS-RELEASED-COUNT.
           DISPLAY 'Charges declined:        ' WS-DECLINED-COUNT.
           DISPLAY 'Charges still held:      ' WS-CARRIED-COUNT.
           DISPLAY 'Charges escalated:       ' WS-ESCALATED-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           COMPUTE WS-CR-RECORDS-IN =
               WS-HIN-READ-COUNT + WS-HRV-READ-COUNT.
           COMPUTE WS-CR-RECORDS-OUT =
               WS-RELEASED-COUNT + WS-DECLINED-COUNT.
           MOVE WS-CARRIED-COUNT TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program HELDREL completed.'.
           EXIT PROGRAM.

       WRITE-RUN-CONTROL-RECORD.
           MOVE SPACES TO WS-RUN-CONTROL-RECORD.
           MOVE WS-CR-JOB-NAME TO WS-RC-JOB-NAME.
           MOVE WS-RUN-DATE TO WS-RC-CYCLE-DATE.
           MOVE WS-PARM-CYCLE-TYPE TO WS-RC-CYCLE-TYPE.
           MOVE WS-CR-RECORDS-IN TO WS-RC-RECORDS-IN.
           MOVE WS-CR-RECORDS-OUT TO WS-RC-RECORDS-OUT.
           MOVE WS-CR-RECORDS-REJ TO WS-RC-RECORDS-REJ.
           MOVE WS-CR-RETURN-CODE TO WS-RC-RETURN-CODE.
           MOVE WS-CR-START-TS(1:14) TO WS-RC-START-STAMP.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RC-END-STAMP.
           MOVE ZERO TO WS-RC-SLICE-ID.
           CALL 'RUNCTLWR' USING WS-RUN-CONTROL-RECORD.

       COPY CTLRPTPR.
