       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTMBNC.
      * Electronic statement bounce-back intake. The e-delivery
      * vendor returns ESTBOUNC with one record for each statement
      * e-mail it could not deliver: the customer id, the date it
      * bounced, the vendor's bounce reason and the e-mail address
      * it was sent to. Every item is validated the RTNMAIL way and
      * applied to the keyed address master ADDRMST: a customer
      * still on electronic (or both) delivery at that address is
      * put back on paper and stamped with the bounce date, so the
      * next STMTGEN run mails the statement instead of sending it
      * to an address known to be dead. Every applied item is listed
      * on ESTBLIST for follow-up -- someone calls the customer for
      * a good e-mail address, which ADDRMNT applies.
      *
      * A bounce for an e-mail address the customer has since
      * replaced is listed as STALE and changes nothing; a bounce
      * for a customer already on paper only refreshes the bounce
      * date. A customer put back on paper whose mailing address is
      * itself undeliverable or deactivated now has no channel that
      * reaches them: the line is marked for follow-up first and the
      * step ends with return code 4 so it is seen. Invalid items go
      * to the ESTBSUSP suspense file with an M3nn reason, as
      * RTNMAIL's go to RTNMSUSP with M2nn.
      *
      * Bounce reasons (the vendor's codes):
      *   HB - hard bounce, mailbox does not exist
      *   SB - repeated soft bounce, mailbox full or unavailable
      *   IV - address not valid for delivery
      *   BL - blocked or refused by the receiving server
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO ADDRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ADR-CUST-ID
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.

           SELECT BOUNCE-FILE ASSIGN TO ESTBOUNC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOUNCE-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO ESTBSUSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT FOLLOW-UP-FILE ASSIGN TO ESTBLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FOLLOW-UP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDRESS-MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS WS-ADDRESS-MASTER-RECORD.
       01  WS-ADDRESS-MASTER-RECORD.
           COPY ADDRREC.

      * One undelivered statement e-mail per record.
       FD  BOUNCE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-BOUNCE-RECORD.
       01  WS-BOUNCE-RECORD.
           05  WS-BNC-CUST-ID       PIC X(10).
           05  WS-BNC-BOUNCE-DATE   PIC X(8).
           05  WS-BNC-BOUNCE-DATE-N REDEFINES WS-BNC-BOUNCE-DATE.
               10  WS-BNC-BOUNCE-YYYY   PIC 9(4).
               10  WS-BNC-BOUNCE-MM     PIC 9(2).
               10  WS-BNC-BOUNCE-DD     PIC 9(2).
           05  WS-BNC-REASON        PIC X(2).
               88  BNC-REASON-KNOWN     VALUE 'HB' 'SB' 'IV' 'BL'.
           05  WS-BNC-EMAIL         PIC X(60).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS WS-SUSPENSE-RECORD.
       01  WS-SUSPENSE-RECORD.
           05  WS-SUS-BOUNCE-IMAGE  PIC X(80).
           05  WS-SUS-REASON-CODE   PIC X(4).
           05  WS-SUS-REASON-TEXT   PIC X(20).
           05  FILLER               PIC X(2).

       FD  FOLLOW-UP-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-FOLLOW-UP-LINE.
       01  WS-FOLLOW-UP-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ADDRESS-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-BOUNCE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-SUSPENSE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY
               WS-FOLLOW-UP-FILE-STATUS.

       01  WS-BOUNCE-CONTROL-FIELDS.
           05  WS-BOUNCE-READ-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-APPLIED-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-SUSPENSE-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-TO-PAPER-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-ALREADY-PAPER-CNT  PIC 9(9) VALUE ZERO.
           05  WS-STALE-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-NO-CHANNEL-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-BOUNCE-EOF-SW      PIC X(1) VALUE 'N'.
               88  BOUNCE-FILE-EOF       VALUE 'Y'.
           05  WS-BNC-VALID-SW       PIC X(1) VALUE 'Y'.
               88  BOUNCE-IS-VALID       VALUE 'Y'.
               88  BOUNCE-IS-REJECTED    VALUE 'N'.
           05  WS-BNC-REASON-CODE    PIC X(4) VALUE SPACES.
           05  WS-BNC-REASON-TEXT    PIC X(20) VALUE SPACES.
           05  WS-ADDR-FOUND-SW      PIC X(1) VALUE 'N'.
               88  ADDRESS-REC-FOUND     VALUE 'Y'.
           05  WS-REWRITE-SW         PIC X(1) VALUE 'N'.
               88  MASTER-NEEDS-REWRITE  VALUE 'Y'.
           05  WS-BNC-CUST-ID-NUM    PIC 9(10) VALUE ZERO.
           05  WS-BNC-DATE-NUM       PIC 9(8) VALUE ZERO.

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

       01  WS-FOLLOW-UP-LINES.
           05  WS-FUL-TITLE-LINE    PIC X(132) VALUE
               'ESTMBNC - E-STATEMENT BOUNCE FOLLOW-UP LIST'.
           05  WS-FUL-DETAIL-LINE.
               10  WS-FUL-ACTION    PIC X(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-FUL-CUST-ID   PIC 9(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-FUL-BOUNCE-DATE PIC 9(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-FUL-REASON    PIC X(2).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-FUL-DELIVERY-PREF PIC X(1).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-FUL-EMAIL     PIC X(40).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-FUL-PHONE     PIC X(15).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-FUL-NOTE      PIC X(30).
               10  FILLER           PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY 'Program ESTMBNC started.'.
           MOVE 'ESTMBNC' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM GET-RUN-OPTIONS.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-BOUNCE
               UNTIL BOUNCE-FILE-EOF.
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
           OPEN INPUT BOUNCE-FILE.
           IF WS-BOUNCE-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening e-statement bounce file: '
                       WS-BOUNCE-FILE-STATUS
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
               CLOSE BOUNCE-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT FOLLOW-UP-FILE.
           IF WS-FOLLOW-UP-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening follow-up list: '
                       WS-FOLLOW-UP-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE ADDRESS-MASTER-FILE
               CLOSE BOUNCE-FILE
               CLOSE SUSPENSE-FILE
               GOBACK
           END-IF.
           WRITE WS-FOLLOW-UP-LINE FROM WS-FUL-TITLE-LINE.

       PROCESS-BOUNCE.
           READ BOUNCE-FILE INTO WS-BOUNCE-RECORD
               AT END SET BOUNCE-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BOUNCE-READ-COUNT
                   PERFORM VALIDATE-BOUNCE-ITEM
                   IF BOUNCE-IS-VALID
                       PERFORM APPLY-BOUNCE-ITEM
                   ELSE
                       PERFORM WRITE-SUSPENSE-RECORD
                   END-IF
           END-READ.

       VALIDATE-BOUNCE-ITEM.
           SET BOUNCE-IS-VALID TO TRUE.
           MOVE SPACES TO WS-BNC-REASON-CODE WS-BNC-REASON-TEXT.
           IF WS-BNC-CUST-ID NOT NUMERIC
                   OR WS-BNC-CUST-ID = ZERO
               SET BOUNCE-IS-REJECTED TO TRUE
               MOVE 'M301' TO WS-BNC-REASON-CODE
               MOVE 'CUST ID NOT NUMERIC' TO WS-BNC-REASON-TEXT
           END-IF.
           IF BOUNCE-IS-VALID
               PERFORM VALIDATE-BOUNCE-DATE
           END-IF.
           IF BOUNCE-IS-VALID AND NOT BNC-REASON-KNOWN
               SET BOUNCE-IS-REJECTED TO TRUE
               MOVE 'M303' TO WS-BNC-REASON-CODE
               MOVE 'UNKNOWN BOUNCE CODE' TO WS-BNC-REASON-TEXT
           END-IF.
           IF BOUNCE-IS-VALID
               MOVE WS-BNC-CUST-ID TO WS-BNC-CUST-ID-NUM
               PERFORM READ-ADDRESS-BY-ID
               IF NOT ADDRESS-REC-FOUND
                   SET BOUNCE-IS-REJECTED TO TRUE
                   MOVE 'M304' TO WS-BNC-REASON-CODE
                   MOVE 'ADDRESS NOT ON FILE' TO WS-BNC-REASON-TEXT
               END-IF
           END-IF.

       VALIDATE-BOUNCE-DATE.
      * A bounce cannot be dated in the future; the shared routine
      * checks the calendar and today's date both.
           IF WS-BNC-BOUNCE-DATE NOT NUMERIC
               SET BOUNCE-IS-REJECTED TO TRUE
           ELSE
               MOVE WS-BNC-BOUNCE-YYYY TO WS-CV-DATE-YYYY
               MOVE WS-BNC-BOUNCE-MM   TO WS-CV-DATE-MM
               MOVE WS-BNC-BOUNCE-DD   TO WS-CV-DATE-DD
               MOVE WS-BNC-BOUNCE-DATE TO WS-CV-DATE-NUM
               PERFORM 8100-VALIDATE-COMMON-DATE
               IF NOT CV-DATE-IS-VALID
                   SET BOUNCE-IS-REJECTED TO TRUE
               END-IF
           END-IF.
           IF BOUNCE-IS-REJECTED
               MOVE 'M302' TO WS-BNC-REASON-CODE
               MOVE 'INVALID BOUNCE DATE' TO WS-BNC-REASON-TEXT
           ELSE
               MOVE WS-BNC-BOUNCE-DATE TO WS-BNC-DATE-NUM
           END-IF.

       READ-ADDRESS-BY-ID.
           MOVE 'N' TO WS-ADDR-FOUND-SW.
           MOVE WS-BNC-CUST-ID-NUM TO WS-ADR-CUST-ID.
           READ ADDRESS-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ADDR-FOUND-SW
           END-READ.

       APPLY-BOUNCE-ITEM.
      * The address record is in the FD area from READ-ADDRESS-BY-ID.
      * A bounce with no address on it is taken to be for the one on
      * file. An older bounce keyed late never rolls the date back.
           MOVE 'N' TO WS-REWRITE-SW.
           MOVE SPACES TO WS-FUL-NOTE.
           EVALUATE TRUE
               WHEN WS-BNC-EMAIL NOT = SPACES
                       AND WS-BNC-EMAIL NOT = WS-ADR-EMAIL
                   MOVE 'STALE' TO WS-FUL-ACTION
                   MOVE 'E-MAIL ALREADY CHANGED' TO WS-FUL-NOTE
                   ADD 1 TO WS-STALE-COUNT
               WHEN ADR-WANTS-ELECTRONIC
                   MOVE 'TO PAPER' TO WS-FUL-ACTION
                   MOVE 'P' TO WS-ADR-DELIVERY-PREF
                   MOVE WS-BNC-DATE-NUM TO WS-ADR-BOUNCE-DATE
                   MOVE 'Y' TO WS-REWRITE-SW
                   ADD 1 TO WS-TO-PAPER-COUNT
                   IF ADR-UNDELIVERABLE OR ADR-INACTIVE
                       MOVE 'NO CHANNEL - MAIL ADDRESS BAD'
                           TO WS-FUL-NOTE
                       ADD 1 TO WS-NO-CHANNEL-COUNT
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE 'ALREADY P' TO WS-FUL-ACTION
                   ADD 1 TO WS-ALREADY-PAPER-CNT
                   IF WS-BNC-DATE-NUM > WS-ADR-BOUNCE-DATE
                       MOVE WS-BNC-DATE-NUM TO WS-ADR-BOUNCE-DATE
                       MOVE 'Y' TO WS-REWRITE-SW
                   END-IF
           END-EVALUATE.
           IF MASTER-NEEDS-REWRITE
               REWRITE WS-ADDRESS-MASTER-RECORD
                   INVALID KEY
                       SET BOUNCE-IS-REJECTED TO TRUE
                       MOVE 'M305' TO WS-BNC-REASON-CODE
                       MOVE 'MASTER REWRITE FAIL'
                           TO WS-BNC-REASON-TEXT
               END-REWRITE
           END-IF.
           IF BOUNCE-IS-VALID
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-FOLLOW-UP-LINE
           ELSE
               PERFORM WRITE-SUSPENSE-RECORD
           END-IF.

       WRITE-FOLLOW-UP-LINE.
           MOVE WS-ADR-CUST-ID       TO WS-FUL-CUST-ID.
           MOVE WS-BNC-DATE-NUM      TO WS-FUL-BOUNCE-DATE.
           MOVE WS-BNC-REASON        TO WS-FUL-REASON.
           MOVE WS-ADR-DELIVERY-PREF TO WS-FUL-DELIVERY-PREF.
           MOVE WS-ADR-EMAIL         TO WS-FUL-EMAIL.
           MOVE WS-ADR-PHONE         TO WS-FUL-PHONE.
           WRITE WS-FOLLOW-UP-LINE FROM WS-FUL-DETAIL-LINE.

       WRITE-SUSPENSE-RECORD.
           ADD 1 TO WS-SUSPENSE-COUNT.
           MOVE WS-BOUNCE-RECORD TO WS-SUS-BOUNCE-IMAGE.
           MOVE WS-BNC-REASON-CODE TO WS-SUS-REASON-CODE.
           MOVE WS-BNC-REASON-TEXT TO WS-SUS-REASON-TEXT.
           WRITE WS-SUSPENSE-RECORD.
           DISPLAY 'E-statement bounce rejected, reason '
                   WS-BNC-REASON-CODE ', id ' WS-BNC-CUST-ID.

       COPY DTVALPR.

       TERMINATION-PARAGRAPH.
           CLOSE ADDRESS-MASTER-FILE.
           CLOSE BOUNCE-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE FOLLOW-UP-FILE.
           DISPLAY 'Bounce items read: ' WS-BOUNCE-READ-COUNT.
           DISPLAY 'Applied: ' WS-APPLIED-COUNT
                   ' (put back on paper ' WS-TO-PAPER-COUNT
                   ' already paper ' WS-ALREADY-PAPER-CNT
                   ' stale ' WS-STALE-COUNT ')'.
           DISPLAY 'Back on paper with no deliverable address: '
                   WS-NO-CHANNEL-COUNT.
           DISPLAY 'Rejected to suspense: ' WS-SUSPENSE-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-BOUNCE-READ-COUNT TO WS-CR-RECORDS-IN.
           MOVE WS-APPLIED-COUNT     TO WS-CR-RECORDS-OUT.
           MOVE WS-SUSPENSE-COUNT    TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE          TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program ESTMBNC completed.'.

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
