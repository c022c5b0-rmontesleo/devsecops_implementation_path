       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNMAIL.
      * Returned-mail intake. Each piece of mail the post office
      * sends back is keyed (or scanned) onto RTNMAIL with the
      * customer id, the date it came back, the carrier's return
      * reason and which mailing it was (statement, dunning letter,
      * refund). Every item is validated the ADDRMNT way and applied
      * to the keyed address master ADDRMST: the address status goes
      * to 'U' (undeliverable) with the return date and reason, and
      * from then on STMTGEN, DELQTRK and CREDREFD hold that
      * customer's mail and list it on their bad-address worklists
      * instead of mailing to an address known to be bad. ADDRMNT
      * clears the flag when it applies a changed address.
      *
      * A second return for a customer already flagged refreshes the
      * date and reason to the latest return (an older return keyed
      * late never rolls the date back). Applied items print on the
      * RTNMREG register; invalid items go to the RTNMSUSP suspense
      * file with an M2nn reason, as ADDRMNT's rejects go to
      * ADDRSUSP with M1nn.
      *
      * Return reasons (the carrier's endorsement):
      *   MV - moved, left no forwarding address
      *   NF - no such street or number
      *   UK - addressee unknown
      *   RF - refused
      *   IA - insufficient address
      *   VC - vacant
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO ADDRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ADR-CUST-ID
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.

           SELECT RETURNED-MAIL-FILE ASSIGN TO RTNMAIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO RTNMSUSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO RTNMREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDRESS-MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS WS-ADDRESS-MASTER-RECORD.
       01  WS-ADDRESS-MASTER-RECORD.
           COPY ADDRREC.

      * One returned piece of mail per record.
       FD  RETURNED-MAIL-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-RETURNED-MAIL-RECORD.
       01  WS-RETURNED-MAIL-RECORD.
           05  WS-RTN-CUST-ID       PIC X(10).
           05  WS-RTN-RETURN-DATE   PIC X(8).
           05  WS-RTN-RETURN-DATE-N REDEFINES WS-RTN-RETURN-DATE.
               10  WS-RTN-RETURN-YYYY   PIC 9(4).
               10  WS-RTN-RETURN-MM     PIC 9(2).
               10  WS-RTN-RETURN-DD     PIC 9(2).
           05  WS-RTN-REASON        PIC X(2).
               88  RTN-REASON-KNOWN     VALUE 'MV' 'NF' 'UK' 'RF'
                                              'IA' 'VC'.
           05  WS-RTN-DOC-TYPE      PIC X(1).
               88  RTN-DOC-STATEMENT    VALUE 'S'.
               88  RTN-DOC-DUN-LETTER   VALUE 'D'.
               88  RTN-DOC-REFUND       VALUE 'R'.
               88  RTN-DOC-OTHER        VALUE 'O' SPACE.
           05  FILLER               PIC X(59).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS WS-SUSPENSE-RECORD.
       01  WS-SUSPENSE-RECORD.
           05  WS-SUS-RETURN-IMAGE  PIC X(80).
           05  WS-SUS-REASON-CODE   PIC X(4).
           05  WS-SUS-REASON-TEXT   PIC X(20).
           05  FILLER               PIC X(2).

       FD  REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-REGISTER-LINE.
       01  WS-REGISTER-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ADDRESS-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-RETURN-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-SUSPENSE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REGISTER-FILE-STATUS.

       01  WS-RETURN-CONTROL-FIELDS.
           05  WS-RETURN-READ-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-APPLIED-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-SUSPENSE-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-NEW-FLAG-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-REFLAG-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-RETURN-EOF-SW      PIC X(1) VALUE 'N'.
               88  RETURN-FILE-EOF       VALUE 'Y'.
           05  WS-RTN-VALID-SW       PIC X(1) VALUE 'Y'.
               88  RETURN-IS-VALID       VALUE 'Y'.
               88  RETURN-IS-REJECTED    VALUE 'N'.
           05  WS-RTN-REASON-CODE    PIC X(4) VALUE SPACES.
           05  WS-RTN-REASON-TEXT    PIC X(20) VALUE SPACES.
           05  WS-ADDR-FOUND-SW      PIC X(1) VALUE 'N'.
               88  ADDRESS-REC-FOUND     VALUE 'Y'.
           05  WS-RTN-CUST-ID-NUM    PIC 9(10) VALUE ZERO.
           05  WS-RTN-DATE-NUM       PIC 9(8) VALUE ZERO.

      * Shared date validation (month/day ranges, not in the future).
       COPY DTVALWS.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

       COPY OPTPARWS.

       01  WS-RUN-DATE-FIELDS.
      * Cycle date stamped on the run-control record: the RUNDATE
      * control card when present, today's date otherwise.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.

       01  WS-RUN-CONTROL-RECORD.
           COPY RUNCTLRC.

       01  WS-REGISTER-LINES.
           05  WS-REG-TITLE-LINE    PIC X(132) VALUE
               'RTNMAIL - RETURNED MAIL REGISTER'.
           05  WS-REG-DETAIL-LINE.
               10  WS-REG-ACTION    PIC X(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-CUST-ID   PIC 9(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-RETURN-DATE PIC 9(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-REASON    PIC X(2).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-DOC-TYPE  PIC X(1).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-LINE1     PIC X(30).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-CITY      PIC X(20).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-POSTAL    PIC X(10).
               10  FILLER           PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY 'Program RTNMAIL started.'.
           MOVE 'RTNMAIL' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM GET-RUN-OPTIONS.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-RETURNED-MAIL
               UNTIL RETURN-FILE-EOF.
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
           OPEN I-O ADDRESS-MASTER-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening address master: '
                       WS-ADDRESS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RETURNED-MAIL-FILE.
           IF WS-RETURN-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening returned-mail file: '
                       WS-RETURN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE ADDRESS-MASTER-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening suspense file: '
                       WS-SUSPENSE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE ADDRESS-MASTER-FILE
               CLOSE RETURNED-MAIL-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening register file: '
                       WS-REGISTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE ADDRESS-MASTER-FILE
               CLOSE RETURNED-MAIL-FILE
               CLOSE SUSPENSE-FILE
               GOBACK
           END-IF.
           WRITE WS-REGISTER-LINE FROM WS-REG-TITLE-LINE.

       PROCESS-RETURNED-MAIL.
           READ RETURNED-MAIL-FILE INTO WS-RETURNED-MAIL-RECORD
               AT END SET RETURN-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RETURN-READ-COUNT
                   PERFORM VALIDATE-RETURNED-ITEM
                   IF RETURN-IS-VALID
                       PERFORM APPLY-RETURNED-ITEM
                   ELSE
                       PERFORM WRITE-SUSPENSE-RECORD
                   END-IF
           END-READ.

       VALIDATE-RETURNED-ITEM.
           SET RETURN-IS-VALID TO TRUE.
           MOVE SPACES TO WS-RTN-REASON-CODE WS-RTN-REASON-TEXT.
           IF WS-RTN-CUST-ID NOT NUMERIC
                   OR WS-RTN-CUST-ID = ZERO
               SET RETURN-IS-REJECTED TO TRUE
               MOVE 'M201' TO WS-RTN-REASON-CODE
               MOVE 'CUST ID NOT NUMERIC' TO WS-RTN-REASON-TEXT
           END-IF.
           IF RETURN-IS-VALID
               PERFORM VALIDATE-RETURN-DATE
           END-IF.
           IF RETURN-IS-VALID AND NOT RTN-REASON-KNOWN
               SET RETURN-IS-REJECTED TO TRUE
               MOVE 'M203' TO WS-RTN-REASON-CODE
               MOVE 'UNKNOWN RETURN CODE' TO WS-RTN-REASON-TEXT
           END-IF.
           IF RETURN-IS-VALID
                   AND NOT RTN-DOC-STATEMENT
                   AND NOT RTN-DOC-DUN-LETTER
                   AND NOT RTN-DOC-REFUND
                   AND NOT RTN-DOC-OTHER
               SET RETURN-IS-REJECTED TO TRUE
               MOVE 'M204' TO WS-RTN-REASON-CODE
               MOVE 'UNKNOWN MAIL TYPE' TO WS-RTN-REASON-TEXT
           END-IF.
           IF RETURN-IS-VALID
               MOVE WS-RTN-CUST-ID TO WS-RTN-CUST-ID-NUM
               PERFORM READ-ADDRESS-BY-ID
               IF NOT ADDRESS-REC-FOUND
                   SET RETURN-IS-REJECTED TO TRUE
                   MOVE 'M205' TO WS-RTN-REASON-CODE
                   MOVE 'ADDRESS NOT ON FILE' TO WS-RTN-REASON-TEXT
               END-IF
           END-IF.
      * A deactivated address is already off every mailing; mail
      * coming back to it is noise for the worklist.
           IF RETURN-IS-VALID AND ADR-INACTIVE
               SET RETURN-IS-REJECTED TO TRUE
               MOVE 'M206' TO WS-RTN-REASON-CODE
               MOVE 'ADDRESS INACTIVE' TO WS-RTN-REASON-TEXT
           END-IF.

       VALIDATE-RETURN-DATE.
      * A return cannot be dated in the future; the shared routine
      * checks the calendar and today's date both.
           IF WS-RTN-RETURN-DATE NOT NUMERIC
               SET RETURN-IS-REJECTED TO TRUE
           ELSE
               MOVE WS-RTN-RETURN-YYYY TO WS-CV-DATE-YYYY
               MOVE WS-RTN-RETURN-MM   TO WS-CV-DATE-MM
               MOVE WS-RTN-RETURN-DD   TO WS-CV-DATE-DD
               MOVE WS-RTN-RETURN-DATE TO WS-CV-DATE-NUM
               PERFORM 8100-VALIDATE-COMMON-DATE
               IF NOT CV-DATE-IS-VALID
                   SET RETURN-IS-REJECTED TO TRUE
               END-IF
           END-IF.
           IF RETURN-IS-REJECTED
               MOVE 'M202' TO WS-RTN-REASON-CODE
               MOVE 'INVALID RETURN DATE' TO WS-RTN-REASON-TEXT
           ELSE
               MOVE WS-RTN-RETURN-DATE TO WS-RTN-DATE-NUM
           END-IF.

       READ-ADDRESS-BY-ID.
           MOVE 'N' TO WS-ADDR-FOUND-SW.
           MOVE WS-RTN-CUST-ID-NUM TO WS-ADR-CUST-ID.
           READ ADDRESS-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ADDR-FOUND-SW
           END-READ.

       APPLY-RETURNED-ITEM.
      * The address record is in the FD area from READ-ADDRESS-BY-ID.
           IF ADR-UNDELIVERABLE
               MOVE 'REFLAGGED' TO WS-REG-ACTION
               IF WS-RTN-DATE-NUM > WS-ADR-RETURN-DATE
                   MOVE WS-RTN-DATE-NUM TO WS-ADR-RETURN-DATE
                   MOVE WS-RTN-REASON TO WS-ADR-RETURN-REASON
               END-IF
           ELSE
               MOVE 'FLAGGED' TO WS-REG-ACTION
               MOVE 'U' TO WS-ADR-STATUS
               MOVE WS-RTN-DATE-NUM TO WS-ADR-RETURN-DATE
               MOVE WS-RTN-REASON TO WS-ADR-RETURN-REASON
           END-IF.
           REWRITE WS-ADDRESS-MASTER-RECORD
               INVALID KEY
                   SET RETURN-IS-REJECTED TO TRUE
                   MOVE 'M207' TO WS-RTN-REASON-CODE
                   MOVE 'MASTER REWRITE FAIL' TO WS-RTN-REASON-TEXT
           END-REWRITE.
           IF RETURN-IS-VALID
               ADD 1 TO WS-APPLIED-COUNT
               IF WS-REG-ACTION = 'FLAGGED'
                   ADD 1 TO WS-NEW-FLAG-COUNT
               ELSE
                   ADD 1 TO WS-REFLAG-COUNT
               END-IF
               PERFORM WRITE-REGISTER-LINE
           ELSE
               PERFORM WRITE-SUSPENSE-RECORD
           END-IF.

       WRITE-REGISTER-LINE.
           MOVE WS-ADR-CUST-ID       TO WS-REG-CUST-ID.
           MOVE WS-ADR-RETURN-DATE   TO WS-REG-RETURN-DATE.
           MOVE WS-ADR-RETURN-REASON TO WS-REG-REASON.
           MOVE WS-RTN-DOC-TYPE      TO WS-REG-DOC-TYPE.
           MOVE WS-ADR-LINE1         TO WS-REG-LINE1.
           MOVE WS-ADR-CITY          TO WS-REG-CITY.
           MOVE WS-ADR-POSTAL-CODE   TO WS-REG-POSTAL.
           WRITE WS-REGISTER-LINE FROM WS-REG-DETAIL-LINE.

       WRITE-SUSPENSE-RECORD.
           ADD 1 TO WS-SUSPENSE-COUNT.
           MOVE WS-RETURNED-MAIL-RECORD TO WS-SUS-RETURN-IMAGE.
           MOVE WS-RTN-REASON-CODE TO WS-SUS-REASON-CODE.
           MOVE WS-RTN-REASON-TEXT TO WS-SUS-REASON-TEXT.
           WRITE WS-SUSPENSE-RECORD.
           DISPLAY 'Returned mail rejected, reason '
                   WS-RTN-REASON-CODE ', id ' WS-RTN-CUST-ID.

       COPY DTVALPR.

       TERMINATION-PARAGRAPH.
           CLOSE ADDRESS-MASTER-FILE.
           CLOSE RETURNED-MAIL-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE REGISTER-FILE.
           DISPLAY 'Returned-mail items read: ' WS-RETURN-READ-COUNT.
           DISPLAY 'Applied: ' WS-APPLIED-COUNT
                   ' (newly flagged ' WS-NEW-FLAG-COUNT
                   ' already flagged ' WS-REFLAG-COUNT ')'.
           DISPLAY 'Rejected to suspense: ' WS-SUSPENSE-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-RETURN-READ-COUNT TO WS-CR-RECORDS-IN.
           MOVE WS-APPLIED-COUNT     TO WS-CR-RECORDS-OUT.
           MOVE WS-SUSPENSE-COUNT    TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE          TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program RTNMAIL completed.'.

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
