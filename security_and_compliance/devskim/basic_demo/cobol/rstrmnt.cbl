       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSTRMNT.
      * Customer restriction maintenance. The customer master only
      * knows active and inactive, which left no way to stop
      * collections on a bankrupt or deceased customer, or to block
      * new charges on a fraud case, short of deactivating the
      * customer outright. The restriction master RSTRMST (copybook
      * RSTRREC) holds dated restriction codes per customer, each
      * carrying its own effects: block charges, block payments,
      * stop dunning, stop statements, hold refunds. It is a flat
      * file in customer-id order, carried forward the DISPMNT way:
      * RSTRIN is loaded, the day's requests from RSMNTRQ are
      * validated, applied requests print on the restriction
      * register, invalid requests go to suspense with an S-series
      * reason, and the new master RSTROUT is cut from the result.
      * Actions:
      *   A - add a restriction: customer, code, effective-from
      *       (blank for the run date), effective-to (blank for
      *       open-ended), the five effect switches and a free
      *       reference (case or docket number). An effect left
      *       blank takes the code's standard effect; 'OT' has none
      *       and must key what it does. A restriction may not
      *       overlap one with the same code already on file.
      *   E - end a restriction: the effective-to date keyed (blank
      *       for the run date) closes the one open on that date, or
      *       the one named by its effective-from date.
      *   D - delete a restriction keyed in error, named exactly by
      *       customer, code and effective-from date.
      * Every request needs a requester and a distinct approver,
      * both holding grants in force on the authorization master --
      * the separation ACCTMNT applies to high-value limits. The
      * register closes with the count of restrictions in force on
      * the run date by effect.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTRICTION-MASTER-IN ASSIGN TO RSTRIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTR-IN-STATUS.

           SELECT RESTRICTION-MASTER-OUT ASSIGN TO RSTROUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTR-OUT-STATUS.

           SELECT MAINTENANCE-FILE ASSIGN TO RSMNTRQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO RSTRSUSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO RSTRREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT AUTH-MASTER-FILE ASSIGN TO AUTHFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESTRICTION-MASTER-IN
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-RESTRICTION-RECORD-IN.
       01  WS-RESTRICTION-RECORD-IN PIC X(100).

       FD  RESTRICTION-MASTER-OUT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-RESTRICTION-RECORD-OUT.
       01  WS-RESTRICTION-RECORD-OUT PIC X(100).

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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-RSTR-IN-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-RSTR-OUT-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-MAINT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-SUSPENSE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REGISTER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-AUTH-FILE-STATUS.

      * One request per record. Dates are YYYYMMDD; an effect switch
      * is Y, N, or blank for the code's standard effect.
       01  WS-RESTRICTION-REQUEST.
           05  WS-RRQ-ACTION        PIC X(1).
               88  RRQ-ACTION-ADD        VALUE 'A'.
               88  RRQ-ACTION-END        VALUE 'E'.
               88  RRQ-ACTION-DELETE     VALUE 'D'.
           05  WS-RRQ-CUST-ID       PIC X(10).
           05  WS-RRQ-CODE          PIC X(2).
           05  WS-RRQ-EFF-FROM      PIC X(8).
           05  WS-RRQ-EFF-TO        PIC X(8).
           05  WS-RRQ-EFFECTS.
               10  WS-RRQ-EFFECT    PIC X(1) OCCURS 5 TIMES.
           05  WS-RRQ-REFERENCE     PIC X(20).
           05  WS-RRQ-REQUESTER-ID  PIC X(8).
           05  WS-RRQ-APPROVER-ID   PIC X(8).
           05  FILLER               PIC X(10).

       01  WS-RESTRICTION-RECORD.
           COPY RSTRREC.

      * The whole master held in storage for the run, kept in key
      * order (customer, code, effective-from) as adds are slotted
      * in and deletes closed up, so RSTROUT writes straight out.
       01  WS-RESTRICTION-TABLE.
           05  WS-RST-ENTRY-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-RST-MAX-ENTRIES   PIC 9(4) VALUE 3000.
           05  WS-RST-ENTRY OCCURS 3000 TIMES.
               10  WS-RST-KEY.
                   15  WS-RST-CUST-ID   PIC 9(10).
                   15  WS-RST-CODE      PIC X(2).
                   15  WS-RST-EFF-FROM  PIC 9(8).
               10  WS-RST-EFF-TO        PIC 9(8).
               10  WS-RST-IMAGE         PIC X(100).
           05  WS-RST-IDX           PIC 9(4) VALUE ZERO.
           05  WS-RST-PICKED        PIC 9(4) VALUE ZERO.
           05  WS-RST-SHIFT         PIC 9(4) VALUE ZERO.
           05  WS-NEW-KEY.
               10  WS-NEW-CUST-ID       PIC 9(10).
               10  WS-NEW-CODE          PIC X(2).
               10  WS-NEW-EFF-FROM      PIC 9(8).
           05  WS-PRIOR-KEY         PIC X(20) VALUE LOW-VALUES.

      * Standard effects by code, in RSTRREC switch order: block
      * charges, block payments, stop dunning, stop statements,
      * hold refunds. Bankruptcy and legal hold stop collection
      * activity; a deceased customer's estate is written to, not
      * dunned, and nothing new is billed; fraud blocks charges.
       01  WS-CODE-DEFAULT-VALUES.
           05  FILLER               PIC X(7) VALUE 'BKYNYNY'.
           05  FILLER               PIC X(7) VALUE 'DCYNYYY'.
           05  FILLER               PIC X(7) VALUE 'LHNNYNY'.
           05  FILLER               PIC X(7) VALUE 'FRYNYNY'.
           05  FILLER               PIC X(7) VALUE 'OTNNNNN'.
       01  WS-CODE-DEFAULT-TABLE REDEFINES WS-CODE-DEFAULT-VALUES.
           05  WS-CDF-ENTRY OCCURS 5 TIMES.
               10  WS-CDF-CODE          PIC X(2).
               10  WS-CDF-EFFECT        PIC X(1) OCCURS 5 TIMES.
       01  WS-CODE-DEFAULT-FIELDS.
           05  WS-CDF-COUNT         PIC 9(1) VALUE 5.
           05  WS-CDF-IDX           PIC 9(1) VALUE ZERO.
           05  WS-CDF-PICKED        PIC 9(1) VALUE ZERO.
           05  WS-EFF-IDX           PIC 9(1) VALUE ZERO.
           05  WS-NEW-EFFECTS.
               10  WS-NEW-EFFECT    PIC X(1) OCCURS 5 TIMES.

       01  WS-MAINT-CONTROL-FIELDS.
           05  WS-RSTR-EOF-SW       PIC X(1) VALUE 'N'.
               88  RESTRICTION-EOF      VALUE 'Y'.
           05  WS-MAINT-EOF-SW      PIC X(1) VALUE 'N'.
               88  MAINTENANCE-EOF      VALUE 'Y'.
           05  WS-AUTH-EOF-SW       PIC X(1) VALUE 'N'.
               88  AUTH-FILE-EOF        VALUE 'Y'.
           05  WS-RRQ-VALID-SW      PIC X(1) VALUE 'Y'.
               88  MAINT-IS-VALID       VALUE 'Y'.
               88  MAINT-IS-REJECTED    VALUE 'N'.
           05  WS-RRQ-REASON-CODE   PIC X(4) VALUE SPACES.
           05  WS-RRQ-REASON-TEXT   PIC X(20) VALUE SPACES.
           05  WS-NEW-EFF-TO        PIC 9(8) VALUE ZERO.
           05  WS-NEW-END-DATE      PIC 9(8) VALUE ZERO.
           05  WS-OVERLAP-TO        PIC 9(8) VALUE ZERO.
           05  WS-DATE-CHECK-NUM    PIC 9(8) VALUE ZERO.
           05  WS-DATE-CHECK-MM     PIC 9(2) VALUE ZERO.
           05  WS-DATE-CHECK-DD     PIC 9(2) VALUE ZERO.
           05  WS-DATE-OK-SW        PIC X(1) VALUE 'N'.
               88  DATE-IS-OK           VALUE 'Y'.
           05  WS-RUN-DATE-X        PIC X(8) VALUE SPACES.
           05  WS-AUTH-LOOKUP-ID    PIC X(8) VALUE SPACES.
           05  WS-AUTH-FOUND-SW     PIC X(1) VALUE 'N'.
               88  AUTH-ID-FOUND        VALUE 'Y'.

      * Grants in force on the run date, loaded from AUTHFILE the
      * same way SAMPLEPGM2 and ACCTMNT load theirs.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY-COUNT  PIC 9(4) VALUE ZERO.
           05  WS-AUTH-MAX-ENTRIES  PIC 9(4) VALUE 200.
           05  WS-AUTH-ENTRY OCCURS 200 TIMES.
               10  WS-AUTH-TBL-ID       PIC X(8).
           05  WS-AUTH-IDX          PIC 9(4) VALUE ZERO.

       01  WS-RUN-COUNTERS.
           05  WS-RSTR-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-MAINT-READ-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-APPLIED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-SUSPENSE-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-ADDED-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-ENDED-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-DELETED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-RSTR-OUT-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-IN-FORCE-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-IN-FORCE-BY-EFFECT.
               10  WS-IN-FORCE-EFFECT PIC 9(9) OCCURS 5 TIMES.

       COPY OPTPARWS.

       01  WS-RUN-DATE-FIELDS.
      * Cycle date stamped on the run-control record: the RUNDATE
      * control card when present, today's date otherwise. Blank
      * request dates default to it.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.

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
               'RSTRMNT - CUSTOMER RESTRICTION REGISTER'.
           05  WS-REG-DETAIL-LINE.
               10  WS-REG-ACTION    PIC X(7).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-CUST-ID   PIC 9(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-CODE      PIC X(2).
               10  FILLER           PIC X(5) VALUE ' EFF='.
               10  WS-REG-EFFECTS   PIC X(5).
               10  FILLER           PIC X(6) VALUE ' FROM='.
               10  WS-REG-EFF-FROM  PIC 9(8).
               10  FILLER           PIC X(4) VALUE ' TO='.
               10  WS-REG-EFF-TO    PIC 9(8).
               10  FILLER           PIC X(5) VALUE ' REF='.
               10  WS-REG-REFERENCE PIC X(20).
               10  FILLER           PIC X(5) VALUE ' REQ='.
               10  WS-REG-REQUESTER PIC X(8).
               10  FILLER           PIC X(5) VALUE ' APP='.
               10  WS-REG-APPROVER  PIC X(8).
               10  FILLER           PIC X(24) VALUE SPACES.
           05  WS-REG-LEGEND-LINE.
               10  FILLER           PIC X(44) VALUE
                   'EFF= BLOCK CHARGES/BLOCK PAYMENTS/STOP DUNNI'.
               10  FILLER           PIC X(44) VALUE
                   'NG/STOP STATEMENTS/HOLD REFUNDS             '.
               10  FILLER           PIC X(44) VALUE SPACES.
           05  WS-REG-TOTAL-LINE.
               10  WS-RGT-LABEL     PIC X(36).
               10  WS-RGT-COUNT     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY 'Program RSTRMNT started.'.
           MOVE 'RSTRMNT' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM GET-RUN-OPTIONS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-AUTH-TABLE.
           PERFORM LOAD-ONE-RESTRICTION
               UNTIL RESTRICTION-EOF.
           IF WS-RSTR-IN-STATUS = '00' OR WS-RSTR-IN-STATUS = '10'
               CLOSE RESTRICTION-MASTER-IN
           END-IF.
           DISPLAY 'Restrictions carried in: ' WS-RSTR-READ-COUNT.
           PERFORM PROCESS-MAINTENANCE
               UNTIL MAINTENANCE-EOF.
           PERFORM WRITE-NEW-RESTRICTION-MASTER.
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
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X.

       OPEN-FILES.
      * No prior master is a legitimate first run; the day's adds
      * then build the file from nothing.
           OPEN INPUT RESTRICTION-MASTER-IN.
           IF WS-RSTR-IN-STATUS NOT = '00'
               DISPLAY 'No prior restriction master, status '
                       WS-RSTR-IN-STATUS
               SET RESTRICTION-EOF TO TRUE
           END-IF.
      * No requests is a normal day: the master carries forward and
      * the in-force counts still print.
           OPEN INPUT MAINTENANCE-FILE.
           IF WS-MAINT-FILE-STATUS NOT = '00'
               DISPLAY 'No restriction requests today, status '
                       WS-MAINT-FILE-STATUS
               SET MAINTENANCE-EOF TO TRUE
           END-IF.
           OPEN OUTPUT RESTRICTION-MASTER-OUT.
           IF WS-RSTR-OUT-STATUS NOT = '00'
               DISPLAY 'Error opening new restriction master: '
                       WS-RSTR-OUT-STATUS
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
               CLOSE RESTRICTION-MASTER-OUT
               GOBACK
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening register file: '
                       WS-REGISTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-INPUTS-IF-OPEN
               CLOSE RESTRICTION-MASTER-OUT
               CLOSE SUSPENSE-FILE
               GOBACK
           END-IF.
           WRITE WS-REGISTER-LINE FROM WS-REG-TITLE-LINE.
           WRITE WS-REGISTER-LINE FROM WS-REG-LEGEND-LINE.

       CLOSE-INPUTS-IF-OPEN.
      * Both inputs are allowed to be absent; each only closes here
      * when it really opened.
           IF WS-RSTR-IN-STATUS = '00'
               CLOSE RESTRICTION-MASTER-IN
           END-IF.
           IF WS-MAINT-FILE-STATUS = '00'
               CLOSE MAINTENANCE-FILE
           END-IF.

       LOAD-AUTH-TABLE.
      * No authorization master means no request can be approved
      * tonight; every one goes to suspense and the master carries
      * forward unchanged.
           OPEN INPUT AUTH-MASTER-FILE.
           IF WS-AUTH-FILE-STATUS NOT = '00'
               DISPLAY 'No authorization master, status '
                       WS-AUTH-FILE-STATUS
                       ' - no restriction can be approved.'
               SET AUTH-FILE-EOF TO TRUE
           END-IF.
           PERFORM READ-AUTH-RECORD
               UNTIL AUTH-FILE-EOF.
           IF WS-AUTH-FILE-STATUS = '00'
                   OR WS-AUTH-FILE-STATUS = '10'
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

       LOAD-ONE-RESTRICTION.
           READ RESTRICTION-MASTER-IN INTO WS-RESTRICTION-RECORD
               AT END SET RESTRICTION-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RSTR-READ-COUNT
                   IF WS-RST-ENTRY-COUNT >= WS-RST-MAX-ENTRIES
      * A master that outgrows the table cannot be cut short -- the
      * restrictions past the cap would vanish from RSTROUT and
      * their customers would be billed and dunned again -- so the
      * run stops instead.
                       DISPLAY '*** RESTRICTION TABLE FULL AT '
                               WS-RST-MAX-ENTRIES
                               ' - RUN STOPPED, MASTER UNCHANGED ***'
                       MOVE 16 TO RETURN-CODE
                       PERFORM TERMINATION-PARAGRAPH
                       GOBACK
                   END-IF
                   PERFORM CHECK-MASTER-SEQUENCE
                   ADD 1 TO WS-RST-ENTRY-COUNT
                   MOVE WS-RST-ENTRY-COUNT TO WS-RST-PICKED
                   PERFORM STORE-RESTRICTION-ROW
           END-READ.

       CHECK-MASTER-SEQUENCE.
      * Every reader balance-lines this master by customer id, so a
      * master out of order is refused here before it is carried.
           MOVE WS-RS-CUST-ID  TO WS-NEW-CUST-ID.
           MOVE WS-RS-CODE     TO WS-NEW-CODE.
           MOVE WS-RS-EFF-FROM TO WS-NEW-EFF-FROM.
           IF WS-NEW-KEY <= WS-PRIOR-KEY
               DISPLAY '*** RESTRICTION MASTER OUT OF SEQUENCE AT '
                       WS-NEW-KEY
                       ' - RUN STOPPED, MASTER UNCHANGED ***'
               MOVE 16 TO RETURN-CODE
               PERFORM TERMINATION-PARAGRAPH
               GOBACK
           END-IF.
           MOVE WS-NEW-KEY TO WS-PRIOR-KEY.

       STORE-RESTRICTION-ROW.
           MOVE WS-RS-CUST-ID  TO WS-RST-CUST-ID(WS-RST-PICKED).
           MOVE WS-RS-CODE     TO WS-RST-CODE(WS-RST-PICKED).
           MOVE WS-RS-EFF-FROM TO WS-RST-EFF-FROM(WS-RST-PICKED).
           MOVE WS-RS-EFF-TO   TO WS-RST-EFF-TO(WS-RST-PICKED).
           MOVE WS-RESTRICTION-RECORD TO WS-RST-IMAGE(WS-RST-PICKED).

       PROCESS-MAINTENANCE.
           READ MAINTENANCE-FILE INTO WS-RESTRICTION-REQUEST
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
           MOVE SPACES TO WS-RRQ-REASON-CODE WS-RRQ-REASON-TEXT.
           MOVE ZERO TO WS-RST-PICKED.
           IF NOT RRQ-ACTION-ADD AND NOT RRQ-ACTION-END
                   AND NOT RRQ-ACTION-DELETE
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'S001' TO WS-RRQ-REASON-CODE
               MOVE 'INVALID ACTION CODE' TO WS-RRQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
                   AND (WS-RRQ-CUST-ID NOT NUMERIC
                       OR WS-RRQ-CUST-ID = ZERO)
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'S002' TO WS-RRQ-REASON-CODE
               MOVE 'CUST ID NOT NUMERIC' TO WS-RRQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               MOVE WS-RRQ-CUST-ID TO WS-CD-CUST-ID
               PERFORM 8600-VERIFY-CHECK-DIGIT
               IF NOT CD-CHECK-DIGIT-OK
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'S003' TO WS-RRQ-REASON-CODE
                   MOVE 'CHECK DIGIT INVALID' TO WS-RRQ-REASON-TEXT
               END-IF
           END-IF.
           IF MAINT-IS-VALID
               PERFORM FIND-CODE-DEFAULTS
               IF WS-CDF-PICKED = ZERO
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'S004' TO WS-RRQ-REASON-CODE
                   MOVE 'UNKNOWN RESTRICTION' TO WS-RRQ-REASON-TEXT
               END-IF
           END-IF.
           IF MAINT-IS-VALID
               EVALUATE TRUE
                   WHEN RRQ-ACTION-ADD
                       PERFORM VALIDATE-ADD-REQUEST
                   WHEN RRQ-ACTION-END
                       PERFORM VALIDATE-END-REQUEST
                   WHEN RRQ-ACTION-DELETE
                       PERFORM VALIDATE-DELETE-REQUEST
               END-EVALUATE
           END-IF.
           IF MAINT-IS-VALID
               PERFORM VALIDATE-DUAL-APPROVAL
           END-IF.

       FIND-CODE-DEFAULTS.
           MOVE ZERO TO WS-CDF-PICKED.
           PERFORM VARYING WS-CDF-IDX FROM 1 BY 1
                   UNTIL WS-CDF-IDX > WS-CDF-COUNT
                   OR WS-CDF-PICKED > ZERO
               IF WS-CDF-CODE(WS-CDF-IDX) = WS-RRQ-CODE
                   MOVE WS-CDF-IDX TO WS-CDF-PICKED
               END-IF
           END-PERFORM.

       VALIDATE-ADD-REQUEST.
           IF WS-RRQ-EFF-FROM = SPACES
               MOVE WS-RUN-DATE TO WS-NEW-EFF-FROM
           ELSE
               MOVE WS-RRQ-EFF-FROM TO WS-DATE-CHECK-NUM(1:8)
               PERFORM CHECK-ONE-DATE
               IF NOT DATE-IS-OK
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'S005' TO WS-RRQ-REASON-CODE
                   MOVE 'FROM DATE BAD' TO WS-RRQ-REASON-TEXT
               ELSE
                   MOVE WS-DATE-CHECK-NUM TO WS-NEW-EFF-FROM
               END-IF
           END-IF.
           IF MAINT-IS-VALID
               IF WS-RRQ-EFF-TO = SPACES
                   MOVE ZERO TO WS-NEW-EFF-TO
               ELSE
                   MOVE WS-RRQ-EFF-TO TO WS-DATE-CHECK-NUM(1:8)
                   PERFORM CHECK-ONE-DATE
                   IF NOT DATE-IS-OK
                           OR WS-DATE-CHECK-NUM < WS-NEW-EFF-FROM
                       SET MAINT-IS-REJECTED TO TRUE
                       MOVE 'S006' TO WS-RRQ-REASON-CODE
                       MOVE 'TO DATE BAD' TO WS-RRQ-REASON-TEXT
                   ELSE
                       MOVE WS-DATE-CHECK-NUM TO WS-NEW-EFF-TO
                   END-IF
               END-IF
           END-IF.
           IF MAINT-IS-VALID
               PERFORM RESOLVE-ONE-EFFECT
                   VARYING WS-EFF-IDX FROM 1 BY 1
                   UNTIL WS-EFF-IDX > 5
           END-IF.
           IF MAINT-IS-VALID AND WS-NEW-EFFECTS = 'NNNNN'
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'S008' TO WS-RRQ-REASON-CODE
               MOVE 'NO EFFECT SET' TO WS-RRQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               MOVE WS-RRQ-CUST-ID TO WS-NEW-CUST-ID
               MOVE WS-RRQ-CODE TO WS-NEW-CODE
               PERFORM CHECK-RESTRICTION-OVERLAP
                   VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-RST-ENTRY-COUNT
                   OR MAINT-IS-REJECTED
           END-IF.
           IF MAINT-IS-VALID
                   AND WS-RST-ENTRY-COUNT >= WS-RST-MAX-ENTRIES
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'S015' TO WS-RRQ-REASON-CODE
               MOVE 'RESTRICT TABLE FULL' TO WS-RRQ-REASON-TEXT
           END-IF.

       RESOLVE-ONE-EFFECT.
      * Blank takes the code's standard effect; anything but Y or N
      * is a keying error.
           EVALUATE WS-RRQ-EFFECT(WS-EFF-IDX)
               WHEN SPACE
                   MOVE WS-CDF-EFFECT(WS-CDF-PICKED, WS-EFF-IDX)
                       TO WS-NEW-EFFECT(WS-EFF-IDX)
               WHEN 'Y'
               WHEN 'N'
                   MOVE WS-RRQ-EFFECT(WS-EFF-IDX)
                       TO WS-NEW-EFFECT(WS-EFF-IDX)
               WHEN OTHER
                   IF MAINT-IS-VALID
                       SET MAINT-IS-REJECTED TO TRUE
                       MOVE 'S007' TO WS-RRQ-REASON-CODE
                       MOVE 'EFFECT FLAG BAD' TO WS-RRQ-REASON-TEXT
                   END-IF
           END-EVALUATE.

       CHECK-RESTRICTION-OVERLAP.
      * Two periods of the same code on one customer may not touch:
      * the existing one must end before the new one starts, or
      * start after the new one ends.
           IF WS-RST-CUST-ID(WS-RST-IDX) = WS-NEW-CUST-ID
                   AND WS-RST-CODE(WS-RST-IDX) = WS-NEW-CODE
               MOVE WS-RST-EFF-TO(WS-RST-IDX) TO WS-OVERLAP-TO
               IF WS-OVERLAP-TO = ZERO
                   MOVE 99999999 TO WS-OVERLAP-TO
               END-IF
               IF WS-OVERLAP-TO >= WS-NEW-EFF-FROM
                       AND (WS-NEW-EFF-TO = ZERO
                           OR WS-RST-EFF-FROM(WS-RST-IDX)
                               <= WS-NEW-EFF-TO)
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'S009' TO WS-RRQ-REASON-CODE
                   MOVE 'OVERLAPS ON FILE' TO WS-RRQ-REASON-TEXT
               END-IF
           END-IF.

       VALIDATE-END-REQUEST.
           IF WS-RRQ-EFF-TO = SPACES
               MOVE WS-RUN-DATE TO WS-NEW-END-DATE
           ELSE
               MOVE WS-RRQ-EFF-TO TO WS-DATE-CHECK-NUM(1:8)
               PERFORM CHECK-ONE-DATE
               IF NOT DATE-IS-OK
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'S006' TO WS-RRQ-REASON-CODE
                   MOVE 'TO DATE BAD' TO WS-RRQ-REASON-TEXT
               ELSE
                   MOVE WS-DATE-CHECK-NUM TO WS-NEW-END-DATE
               END-IF
           END-IF.
           IF MAINT-IS-VALID AND WS-RRQ-EFF-FROM NOT = SPACES
                   AND WS-RRQ-EFF-FROM NOT NUMERIC
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'S005' TO WS-RRQ-REASON-CODE
               MOVE 'FROM DATE BAD' TO WS-RRQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               PERFORM FIND-RESTRICTION-TO-END
               IF WS-RST-PICKED = ZERO
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'S010' TO WS-RRQ-REASON-CODE
                   MOVE 'NOT ON FILE' TO WS-RRQ-REASON-TEXT
               END-IF
           END-IF.
      * An end date may shorten a restriction, never reopen one that
      * has already lapsed, and never fall before it began.
           IF MAINT-IS-VALID
               IF WS-RST-EFF-TO(WS-RST-PICKED) NOT = ZERO
                       AND WS-RST-EFF-TO(WS-RST-PICKED)
                           < WS-NEW-END-DATE
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'S011' TO WS-RRQ-REASON-CODE
                   MOVE 'ALREADY ENDED' TO WS-RRQ-REASON-TEXT
               END-IF
           END-IF.
           IF MAINT-IS-VALID
                   AND WS-NEW-END-DATE
                       < WS-RST-EFF-FROM(WS-RST-PICKED)
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'S006' TO WS-RRQ-REASON-CODE
               MOVE 'TO DATE BAD' TO WS-RRQ-REASON-TEXT
           END-IF.

       FIND-RESTRICTION-TO-END.
      * Named by its effective-from date when one is keyed; otherwise
      * the one of this code in force on the end date, or failing
      * that the latest one of this code still open-ended.
           MOVE ZERO TO WS-RST-PICKED.
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-RST-ENTRY-COUNT
               IF WS-RST-CUST-ID(WS-RST-IDX) = WS-RRQ-CUST-ID
                       AND WS-RST-CODE(WS-RST-IDX) = WS-RRQ-CODE
                   IF WS-RRQ-EFF-FROM NOT = SPACES
                       IF WS-RST-EFF-FROM(WS-RST-IDX)
                               = WS-RRQ-EFF-FROM
                           MOVE WS-RST-IDX TO WS-RST-PICKED
                       END-IF
                   ELSE
                       IF WS-RST-EFF-FROM(WS-RST-IDX)
                               <= WS-NEW-END-DATE
                               AND (WS-RST-EFF-TO(WS-RST-IDX) = ZERO
                                   OR WS-RST-EFF-TO(WS-RST-IDX)
                                       >= WS-NEW-END-DATE)
                           MOVE WS-RST-IDX TO WS-RST-PICKED
                       END-IF
                       IF WS-RST-PICKED = ZERO
                               AND WS-RST-EFF-TO(WS-RST-IDX) = ZERO
                           MOVE WS-RST-IDX TO WS-RST-PICKED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       VALIDATE-DELETE-REQUEST.
           IF WS-RRQ-EFF-FROM NOT NUMERIC
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'S005' TO WS-RRQ-REASON-CODE
               MOVE 'FROM DATE BAD' TO WS-RRQ-REASON-TEXT
           ELSE
               MOVE WS-RRQ-CUST-ID  TO WS-NEW-CUST-ID
               MOVE WS-RRQ-CODE     TO WS-NEW-CODE
               MOVE WS-RRQ-EFF-FROM TO WS-NEW-EFF-FROM
               PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                       UNTIL WS-RST-IDX > WS-RST-ENTRY-COUNT
                       OR WS-RST-PICKED > ZERO
                   IF WS-RST-KEY(WS-RST-IDX) = WS-NEW-KEY
                       MOVE WS-RST-IDX TO WS-RST-PICKED
                   END-IF
               END-PERFORM
               IF WS-RST-PICKED = ZERO
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'S010' TO WS-RRQ-REASON-CODE
                   MOVE 'NOT ON FILE' TO WS-RRQ-REASON-TEXT
               END-IF
           END-IF.

       VALIDATE-DUAL-APPROVAL.
      * Every restriction change stops or starts money moving on a
      * customer, so every one needs a requester and a distinct
      * approver, both holding grants in force.
           MOVE WS-RRQ-REQUESTER-ID TO WS-AUTH-LOOKUP-ID.
           PERFORM LOOKUP-AUTH-ID.
           IF NOT AUTH-ID-FOUND
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'S012' TO WS-RRQ-REASON-CODE
               MOVE 'REQUESTER NOT AUTH' TO WS-RRQ-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               MOVE WS-RRQ-APPROVER-ID TO WS-AUTH-LOOKUP-ID
               PERFORM LOOKUP-AUTH-ID
               IF NOT AUTH-ID-FOUND
                   SET MAINT-IS-REJECTED TO TRUE
                   MOVE 'S013' TO WS-RRQ-REASON-CODE
                   MOVE 'APPROVER NOT AUTH' TO WS-RRQ-REASON-TEXT
               END-IF
           END-IF.
           IF MAINT-IS-VALID
                   AND WS-RRQ-APPROVER-ID = WS-RRQ-REQUESTER-ID
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'S014' TO WS-RRQ-REASON-CODE
               MOVE 'APPROVER IS REQUESTR' TO WS-RRQ-REASON-TEXT
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

       APPLY-MAINTENANCE-REQUEST.
           EVALUATE TRUE
               WHEN RRQ-ACTION-ADD
                   PERFORM APPLY-ADD-REQUEST
               WHEN RRQ-ACTION-END
                   MOVE WS-RST-IMAGE(WS-RST-PICKED)
                       TO WS-RESTRICTION-RECORD
                   MOVE WS-NEW-END-DATE TO WS-RS-EFF-TO
                   PERFORM STORE-RESTRICTION-ROW
                   ADD 1 TO WS-ENDED-COUNT
                   MOVE 'END' TO WS-REG-ACTION
               WHEN RRQ-ACTION-DELETE
                   MOVE WS-RST-IMAGE(WS-RST-PICKED)
                       TO WS-RESTRICTION-RECORD
                   PERFORM CLOSE-UP-DELETED-ROW
                   ADD 1 TO WS-DELETED-COUNT
                   MOVE 'DELETE' TO WS-REG-ACTION
           END-EVALUATE.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM WRITE-REGISTER-LINE.

       APPLY-ADD-REQUEST.
           MOVE SPACES TO WS-RESTRICTION-RECORD.
           MOVE WS-RRQ-CUST-ID TO WS-RS-CUST-ID.
           MOVE WS-RRQ-CODE TO WS-RS-CODE.
           MOVE WS-NEW-EFFECTS TO WS-RS-EFFECTS.
           MOVE WS-NEW-EFF-FROM TO WS-RS-EFF-FROM.
           MOVE WS-NEW-EFF-TO TO WS-RS-EFF-TO.
           MOVE WS-RUN-DATE TO WS-RS-ADDED-DATE.
           MOVE WS-RRQ-REFERENCE TO WS-RS-REFERENCE.
           MOVE WS-RRQ-REQUESTER-ID TO WS-RS-REQUESTER-ID.
           MOVE WS-RRQ-APPROVER-ID TO WS-RS-APPROVER-ID.
      * Find the first row keyed above the new one and open a slot
      * there, so the table stays in master order.
           MOVE WS-RS-CUST-ID  TO WS-NEW-CUST-ID.
           MOVE WS-RS-CODE     TO WS-NEW-CODE.
           MOVE WS-RS-EFF-FROM TO WS-NEW-EFF-FROM.
           COMPUTE WS-RST-PICKED = WS-RST-ENTRY-COUNT + 1.
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-RST-ENTRY-COUNT
                   OR WS-RST-PICKED <= WS-RST-ENTRY-COUNT
               IF WS-RST-KEY(WS-RST-IDX) > WS-NEW-KEY
                   MOVE WS-RST-IDX TO WS-RST-PICKED
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RST-SHIFT FROM WS-RST-ENTRY-COUNT BY -1
                   UNTIL WS-RST-SHIFT < WS-RST-PICKED
               MOVE WS-RST-ENTRY(WS-RST-SHIFT)
                   TO WS-RST-ENTRY(WS-RST-SHIFT + 1)
           END-PERFORM.
           ADD 1 TO WS-RST-ENTRY-COUNT.
           PERFORM STORE-RESTRICTION-ROW.
           ADD 1 TO WS-ADDED-COUNT.
           MOVE 'ADD' TO WS-REG-ACTION.

       CLOSE-UP-DELETED-ROW.
           PERFORM VARYING WS-RST-SHIFT FROM WS-RST-PICKED BY 1
                   UNTIL WS-RST-SHIFT >= WS-RST-ENTRY-COUNT
               MOVE WS-RST-ENTRY(WS-RST-SHIFT + 1)
                   TO WS-RST-ENTRY(WS-RST-SHIFT)
           END-PERFORM.
           SUBTRACT 1 FROM WS-RST-ENTRY-COUNT.

       WRITE-REGISTER-LINE.
      * Printed from the record as applied (as it stood, for a
      * delete), with the request's two ids.
           MOVE WS-RS-CUST-ID TO WS-REG-CUST-ID.
           MOVE WS-RS-CODE TO WS-REG-CODE.
           MOVE WS-RS-EFFECTS TO WS-REG-EFFECTS.
           MOVE WS-RS-EFF-FROM TO WS-REG-EFF-FROM.
           MOVE WS-RS-EFF-TO TO WS-REG-EFF-TO.
           MOVE WS-RS-REFERENCE TO WS-REG-REFERENCE.
           MOVE WS-RRQ-REQUESTER-ID TO WS-REG-REQUESTER.
           MOVE WS-RRQ-APPROVER-ID TO WS-REG-APPROVER.
           WRITE WS-REGISTER-LINE FROM WS-REG-DETAIL-LINE.

       WRITE-SUSPENSE-RECORD.
           ADD 1 TO WS-SUSPENSE-COUNT.
           MOVE WS-RESTRICTION-REQUEST TO WS-SUS-MAINT-IMAGE.
           MOVE WS-RRQ-REASON-CODE TO WS-SUS-REASON-CODE.
           MOVE WS-RRQ-REASON-TEXT TO WS-SUS-REASON-TEXT.
           WRITE WS-SUSPENSE-RECORD.
           DISPLAY 'Restriction request rejected, reason '
                   WS-RRQ-REASON-CODE ', cust ' WS-RRQ-CUST-ID
                   ' code ' WS-RRQ-CODE.

       WRITE-NEW-RESTRICTION-MASTER.
           MOVE ZERO TO WS-IN-FORCE-BY-EFFECT.
           PERFORM WRITE-ONE-RESTRICTION
               VARYING WS-RST-IDX FROM 1 BY 1
               UNTIL WS-RST-IDX > WS-RST-ENTRY-COUNT.
           CLOSE RESTRICTION-MASTER-OUT.

       WRITE-ONE-RESTRICTION.
           MOVE WS-RST-IMAGE(WS-RST-IDX) TO WS-RESTRICTION-RECORD.
           WRITE WS-RESTRICTION-RECORD-OUT FROM WS-RESTRICTION-RECORD.
           ADD 1 TO WS-RSTR-OUT-COUNT.
           IF WS-RS-EFF-FROM <= WS-RUN-DATE
                   AND (WS-RS-EFF-TO = ZERO
                       OR WS-RS-EFF-TO >= WS-RUN-DATE)
               ADD 1 TO WS-IN-FORCE-COUNT
               MOVE WS-RS-EFFECTS TO WS-NEW-EFFECTS
               PERFORM COUNT-ONE-EFFECT
                   VARYING WS-EFF-IDX FROM 1 BY 1
                   UNTIL WS-EFF-IDX > 5
           END-IF.

       COUNT-ONE-EFFECT.
           IF WS-NEW-EFFECT(WS-EFF-IDX) = 'Y'
               ADD 1 TO WS-IN-FORCE-EFFECT(WS-EFF-IDX)
           END-IF.

       WRITE-REGISTER-TOTALS.
           MOVE 'RESTRICTIONS IN FORCE TODAY' TO WS-RGT-LABEL.
           MOVE WS-IN-FORCE-COUNT TO WS-RGT-COUNT.
           WRITE WS-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE '  BLOCKING CHARGES' TO WS-RGT-LABEL.
           MOVE WS-IN-FORCE-EFFECT(1) TO WS-RGT-COUNT.
           WRITE WS-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE '  BLOCKING PAYMENTS' TO WS-RGT-LABEL.
           MOVE WS-IN-FORCE-EFFECT(2) TO WS-RGT-COUNT.
           WRITE WS-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE '  STOPPING DUNNING' TO WS-RGT-LABEL.
           MOVE WS-IN-FORCE-EFFECT(3) TO WS-RGT-COUNT.
           WRITE WS-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE '  STOPPING STATEMENTS' TO WS-RGT-LABEL.
           MOVE WS-IN-FORCE-EFFECT(4) TO WS-RGT-COUNT.
           WRITE WS-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE '  HOLDING REFUNDS' TO WS-RGT-LABEL.
           MOVE WS-IN-FORCE-EFFECT(5) TO WS-RGT-COUNT.
           WRITE WS-REGISTER-LINE FROM WS-REG-TOTAL-LINE.

       TERMINATION-PARAGRAPH.
           IF WS-MAINT-FILE-STATUS = '00'
                   OR WS-MAINT-FILE-STATUS = '10'
               CLOSE MAINTENANCE-FILE
           END-IF.
           CLOSE SUSPENSE-FILE.
           CLOSE REGISTER-FILE.
           DISPLAY 'Restriction requests read: ' WS-MAINT-READ-COUNT.
           DISPLAY 'Applied: ' WS-APPLIED-COUNT
                   ' (adds ' WS-ADDED-COUNT
                   ' ends ' WS-ENDED-COUNT
                   ' deletes ' WS-DELETED-COUNT ')'.
           DISPLAY 'Rejected to suspense:      ' WS-SUSPENSE-COUNT.
           DISPLAY 'Restrictions written:      ' WS-RSTR-OUT-COUNT.
           DISPLAY 'Restrictions in force:     ' WS-IN-FORCE-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-MAINT-READ-COUNT TO WS-CR-RECORDS-IN.
           MOVE WS-RSTR-OUT-COUNT   TO WS-CR-RECORDS-OUT.
           MOVE WS-SUSPENSE-COUNT   TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE         TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program RSTRMNT completed.'.

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
