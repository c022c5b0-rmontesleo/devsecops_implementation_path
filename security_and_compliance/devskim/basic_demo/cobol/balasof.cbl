       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALASOF.
      * As-of-date balance inquiry. PARM='YYYYMMDD,CCCC' names the
      * run date. Driven by a request file of customer id and as-of
      * date, this run answers "what did the customer owe on that
      * date" without anyone rebuilding it from old NEWCUST copies:
      *   - the starting point is the balance on the customer master,
      *     or for a customer no longer on the master the final
      *     balance CUSTARCH recorded on the customer archive (the
      *     latest archive record, if archived more than once);
      *   - every movement posted AFTER the as-of date is then backed
      *     out of it, taken from the live TRANHIST and from every
      *     HISTARCH generation on the accumulated history archive
      *     HARCHIN, whose WS-TH-AMOUNT is signed by effect on the
      *     balance. Recoveries (type 'Y') are cash on a written-off
      *     balance and never moved it, so they are not backed out,
      *     the same rule BALAUDIT proves movement by.
      * A request may also give a posting-date range; the
      * transactions inside it are listed in date order under the
      * balance, each tagged with the generation it came from.
      * The report opens with every history generation read -- its
      * archive date, record count and posting-date span, then the
      * live file -- and flags any break in posting-date continuity
      * wider than the ARCHGAPD control card (default 35 days) as a
      * possible missing generation, so a gap can never pass
      * silently under a reconstructed balance. Requested ids are
      * check-digit validated on the way in.
      * Inquiry requests, one per record:
      *   customer id, as-of date, optional list-from and list-to
      *   dates (a list-from alone lists up to the run date).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO ASOFREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-CMR-CUST-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

      * The accumulated customer archive, as ARCHINQ reads it.
           SELECT CUSTOMER-ARCHIVE-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-ARCH-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO TRANHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      * The accumulated history archive: every HARCHOUT generation
      * HISTARCH has written, concatenated.
           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO HARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-ARCH-STATUS.

           SELECT ASOF-REPORT-FILE ASSIGN TO ASOFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-REQUEST-RECORD.
       01  WS-REQUEST-RECORD.
           05  WS-ARQ-CUST-ID       PIC X(10).
           05  WS-ARQ-ASOF-DATE     PIC X(8).
           05  WS-ARQ-ASOF-PARTS REDEFINES WS-ARQ-ASOF-DATE.
               10  WS-ARQ-ASOF-YYYY     PIC 9(4).
               10  WS-ARQ-ASOF-MM       PIC 9(2).
               10  WS-ARQ-ASOF-DD       PIC 9(2).
           05  WS-ARQ-LIST-FROM     PIC X(8).
           05  WS-ARQ-LIST-TO       PIC X(8).
           05  FILLER               PIC X(46).

       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS WS-CUSTOMER-MASTER-RECORD.
       01  WS-CUSTOMER-MASTER-RECORD.
           05  WS-CMR-CUST-ID       PIC 9(10).
           05  WS-CMR-CUST-NAME     PIC X(30).
           05  WS-CMR-CUST-BALANCE  PIC S9(7)V99.
           05  WS-CMR-CUST-STATUS   PIC X(1).

      * Same 80-byte layout CUSTARCH writes to ARCHOUT.
       FD  CUSTOMER-ARCHIVE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-CUST-ARCHIVE-RECORD.
       01  WS-CUST-ARCHIVE-RECORD.
           05  WS-CAR-CUST-ID       PIC 9(10).
           05  WS-CAR-CUST-NAME     PIC X(30).
           05  WS-CAR-CUST-BALANCE  PIC S9(7)V99.
           05  WS-CAR-CUST-STATUS   PIC X(1).
           05  WS-CAR-ARC-DATE      PIC 9(8).
           05  WS-CAR-REASON        PIC X(20).
           05  FILLER               PIC X(2).

       FD  TRAN-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-HISTORY-FILE-RECORD.
       01  WS-HISTORY-FILE-RECORD   PIC X(60).

      * HISTARCH's archived record: the history record plus the date
      * of the run that archived it, which names the generation.
       FD  HISTORY-ARCHIVE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-HIST-ARCHIVE-RECORD.
       01  WS-HIST-ARCHIVE-RECORD.
           05  WS-HAR-HISTORY       PIC X(60).
           05  WS-HAR-ARC-DATE      PIC 9(8).
           05  FILLER               PIC X(12).

       FD  ASOF-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-ASOF-REPORT-LINE.
       01  WS-ASOF-REPORT-LINE      PIC X(132).

      * One listed transaction, keyed to its request and kept in
      * posting-date order, then in the order it was read.
       SD  SORT-WORK-FILE.
       01  WS-SORT-RECORD.
           05  WS-SRT-REQ-IDX       PIC 9(4).
           05  WS-SRT-POST-DATE     PIC 9(8).
           05  WS-SRT-SEQUENCE      PIC 9(9).
           05  WS-SRT-GENERATION    PIC X(8).
           05  WS-SRT-HISTORY       PIC X(60).
           05  FILLER               PIC X(11).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REQUEST-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-MASTER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CUST-ARCH-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-HISTORY-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-HIST-ARCH-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REPORT-FILE-STATUS.

       01  WS-HISTORY-WORK-RECORD.
           COPY TRNHIST.

       01  WS-PARM-FIELDS.
           05  WS-PARM-LENGTH       PIC 9(4) VALUE ZERO.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05  WS-CYCLE-TYPE        PIC X(4) VALUE SPACES.

       COPY OPTPARWS.

       COPY CHKDIGWS.

       COPY DTVALWS.

      * One slot per request: the starting balance and where it came
      * from, and the movement backed out of it. 100 requests is the
      * shop's standard request-table depth.
       01  WS-ASOF-REQUEST-TABLE.
           05  WS-REQ-ENTRY-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-REQ-MAX-ENTRIES   PIC 9(4) VALUE 100.
           05  WS-REQ-ENTRY OCCURS 100 TIMES.
               10  WS-REQ-CUST-ID       PIC 9(10).
               10  WS-REQ-ASOF-DATE     PIC 9(8).
               10  WS-REQ-LIST-SW       PIC X(1).
                   88  REQ-LISTING-WANTED   VALUE 'Y'.
               10  WS-REQ-LIST-FROM     PIC 9(8).
               10  WS-REQ-LIST-TO       PIC 9(8).
               10  WS-REQ-START-SOURCE  PIC X(1).
                   88  REQ-FROM-MASTER      VALUE 'M'.
                   88  REQ-FROM-ARCHIVE     VALUE 'A'.
                   88  REQ-NOT-FOUND        VALUE ' '.
               10  WS-REQ-CUST-NAME     PIC X(30).
               10  WS-REQ-CUST-STATUS   PIC X(1).
               10  WS-REQ-START-BALANCE PIC S9(7)V99.
      * The date the starting balance stands at: the archive date
      * for an archived customer, open-ended for the master.
               10  WS-REQ-START-DATE    PIC 9(8).
               10  WS-REQ-BACKOUT-AMT   PIC S9(9)V99.
               10  WS-REQ-BACKOUT-COUNT PIC 9(7).
               10  WS-REQ-RECOVERY-CNT  PIC 9(7).
               10  WS-REQ-LATE-COUNT    PIC 9(7).
               10  WS-REQ-LISTED-COUNT  PIC 9(7).
           05  WS-REQ-IDX           PIC 9(4) VALUE ZERO.
           05  WS-REQ-PICKED        PIC 9(4) VALUE ZERO.

      * History generations read, held in archive-date order as they
      * are met; the live TRANHIST is kept alongside. 100 generations
      * is better than eight years of monthly archive runs.
       01  WS-GENERATION-TABLE.
           05  WS-GEN-ENTRY-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-GEN-MAX-ENTRIES   PIC 9(4) VALUE 100.
           05  WS-GEN-ENTRY OCCURS 100 TIMES.
               10  WS-GEN-ARC-DATE      PIC 9(8).
               10  WS-GEN-RECORD-COUNT  PIC 9(9).
               10  WS-GEN-FIRST-POST    PIC 9(8).
               10  WS-GEN-LAST-POST     PIC 9(8).
               10  WS-GEN-GAP-SW        PIC X(1).
                   88  GEN-GAP-BEFORE       VALUE 'Y'.
           05  WS-GEN-IDX           PIC 9(4) VALUE ZERO.
           05  WS-GEN-PICKED        PIC 9(4) VALUE ZERO.
           05  WS-GEN-SHIFT-IDX     PIC 9(4) VALUE ZERO.
           05  WS-LIVE-RECORD-COUNT PIC 9(9) VALUE ZERO.
           05  WS-LIVE-FIRST-POST   PIC 9(8) VALUE ZERO.
           05  WS-LIVE-LAST-POST    PIC 9(8) VALUE ZERO.
           05  WS-LIVE-GAP-SW       PIC X(1) VALUE 'N'.
               88  LIVE-GAP-BEFORE      VALUE 'Y'.
      * Earliest posting date in any history read, archive or live.
           05  WS-EARLIEST-POST     PIC 9(8) VALUE ZERO.

       01  WS-ASOF-CONTROL-FIELDS.
      * Widest break in posting dates, in days, between one history
      * generation and the next before it is flagged; ARCHGAPD
      * control card overrides.
           05  WS-GAP-LIMIT-DAYS    PIC 9(5) VALUE 35.
           05  WS-GAP-DAYS          PIC S9(7) VALUE ZERO.
           05  WS-PREV-LAST-POST    PIC 9(8) VALUE ZERO.
           05  WS-GAP-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-CURRENT-GEN       PIC X(8) VALUE SPACES.
           05  WS-CURRENT-GEN-DATE  PIC 9(8) VALUE ZERO.
           05  WS-RELEASE-SEQ       PIC 9(9) VALUE ZERO.
           05  WS-ASOF-BALANCE      PIC S9(9)V99 VALUE ZERO.
           05  WS-REQUEST-EOF-SW    PIC X(1) VALUE 'N'.
               88  REQUEST-EOF          VALUE 'Y'.
           05  WS-CUST-ARCH-EOF-SW  PIC X(1) VALUE 'N'.
               88  CUST-ARCHIVE-EOF     VALUE 'Y'.
           05  WS-HIST-EOF-SW       PIC X(1) VALUE 'N'.
               88  HISTORY-EOF          VALUE 'Y'.
           05  WS-HIST-ARCH-EOF-SW  PIC X(1) VALUE 'N'.
               88  HIST-ARCHIVE-EOF     VALUE 'Y'.
           05  WS-HIST-ARCH-READ-SW PIC X(1) VALUE 'N'.
               88  HIST-ARCHIVE-READ    VALUE 'Y'.
           05  WS-SORT-EOF-SW       PIC X(1) VALUE 'N'.
               88  SORT-EOF             VALUE 'Y'.
           05  WS-REQUEST-OK-SW     PIC X(1) VALUE 'N'.
               88  REQUEST-IS-USABLE    VALUE 'Y'.

       01  WS-RUN-COUNTERS.
           05  WS-REQUEST-READ-CNT  PIC 9(9) VALUE ZERO.
           05  WS-REQUEST-BAD-CNT   PIC 9(9) VALUE ZERO.
           05  WS-NOT-FOUND-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ANSWERED-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-CUST-ARCH-READ    PIC 9(9) VALUE ZERO.
           05  WS-HIST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-HIST-ARCH-READ    PIC 9(9) VALUE ZERO.
           05  WS-LISTED-COUNT      PIC 9(9) VALUE ZERO.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE-LINE.
               10  FILLER  PIC X(40) VALUE
                   'BALASOF - AS-OF BALANCE INQUIRY, RUN OF '.
               10  WS-RPT-RUN-DATE  PIC 9(8).
               10  FILLER  PIC X(84) VALUE SPACES.
           05  WS-RPT-GEN-TITLE     PIC X(132) VALUE
               'HISTORY GENERATIONS READ, OLDEST FIRST'.
           05  WS-RPT-NO-ARCHIVE    PIC X(132) VALUE
               'NO HISTORY ARCHIVE READ - ONLY LIVE TRANHIST COVERED'.
           05  WS-RPT-GEN-LINE.
               10  FILLER           PIC X(11) VALUE 'GENERATION '.
               10  WS-RPG-GEN-ID    PIC X(8).
               10  FILLER           PIC X(9) VALUE ' RECORDS '.
               10  WS-RPG-COUNT     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(8) VALUE ' POSTED '.
               10  WS-RPG-FIRST     PIC 9(8).
               10  FILLER           PIC X(4) VALUE ' TO '.
               10  WS-RPG-LAST      PIC 9(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPG-NOTE      PIC X(40).
               10  FILLER           PIC X(26) VALUE SPACES.
           05  WS-RPT-CUST-LINE.
               10  FILLER           PIC X(9) VALUE 'CUSTOMER '.
               10  WS-RPC-CUST-ID   PIC 9(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPC-CUST-NAME PIC X(30).
               10  FILLER           PIC X(8) VALUE ' STATUS '.
               10  WS-RPC-STATUS    PIC X(1).
               10  FILLER           PIC X(7) VALUE ' AS OF '.
               10  WS-RPC-ASOF-DATE PIC 9(8).
               10  FILLER           PIC X(58) VALUE SPACES.
           05  WS-RPT-START-LINE.
               10  FILLER           PIC X(22) VALUE
                   '  STARTING BALANCE    '.
               10  WS-RPS-BALANCE   PIC -ZZZZZZZZ9.99.
               10  FILLER           PIC X(6) VALUE ' FROM '.
               10  WS-RPS-SOURCE    PIC X(40).
               10  FILLER           PIC X(51) VALUE SPACES.
           05  WS-RPT-BACKOUT-LINE.
               10  FILLER           PIC X(22) VALUE
                   '  LATER MOVEMENT      '.
               10  WS-RPB-AMOUNT    PIC -ZZZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPB-COUNT     PIC ZZZZZZ9.
               10  FILLER           PIC X(25) VALUE
                   ' TRANSACTIONS BACKED OUT '.
               10  WS-RPB-NOTE      PIC X(40).
               10  FILLER           PIC X(24) VALUE SPACES.
           05  WS-RPT-ASOF-LINE.
               10  FILLER           PIC X(13) VALUE '  BALANCE AS '.
               10  FILLER           PIC X(3) VALUE 'OF '.
               10  WS-RPA-ASOF-DATE PIC 9(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPA-BALANCE   PIC -ZZZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPA-NOTE      PIC X(50).
               10  FILLER           PIC X(43) VALUE SPACES.
           05  WS-RPT-NOT-FOUND-LINE.
               10  FILLER           PIC X(9) VALUE 'CUSTOMER '.
               10  WS-RPN-CUST-ID   PIC 9(10).
               10  FILLER           PIC X(45) VALUE
                   ' NOT ON MASTER OR ARCHIVE - NO BALANCE AS OF '.
               10  WS-RPN-ASOF-DATE PIC 9(8).
               10  FILLER           PIC X(60) VALUE SPACES.
           05  WS-RPT-LIST-HEADER.
               10  FILLER           PIC X(26) VALUE
                   '  TRANSACTIONS POSTED FROM'.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPL-FROM      PIC 9(8).
               10  FILLER           PIC X(4) VALUE ' TO '.
               10  WS-RPL-TO        PIC 9(8).
               10  FILLER           PIC X(85) VALUE SPACES.
           05  WS-RPT-TRAN-LINE.
               10  FILLER           PIC X(4) VALUE SPACES.
               10  WS-RPT-POST-DATE PIC 9(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPT-ACC-NUMBER PIC 9(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPT-TRAN-TYPE PIC X(1).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPT-AMOUNT    PIC -ZZZZZZ9.99.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPT-REF       PIC X(14).
               10  FILLER           PIC X(5) VALUE ' GEN '.
               10  WS-RPT-GEN-ID    PIC X(8).
               10  FILLER           PIC X(67) VALUE SPACES.
           05  WS-RPT-LIST-TOTAL.
               10  FILLER           PIC X(22) VALUE
                   '  TRANSACTIONS LISTED '.
               10  WS-RPL-COUNT     PIC ZZZZZZ9.
               10  FILLER           PIC X(103) VALUE SPACES.

       01  WS-RUN-CONTROL-RECORD.
           COPY RUNCTLRC.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN          PIC S9(4) COMP.
           05  WS-PARM-DATA         PIC X(13).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PARAGRAPH.
           PERFORM PARSE-RUN-PARM.
           DISPLAY 'Program BALASOF started, run ' WS-RUN-DATE.
           MOVE 'BALASOF' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM GET-RUN-OPTIONS.
           PERFORM LOAD-ASOF-REQUESTS.
           PERFORM FETCH-MASTER-BALANCES.
           PERFORM FETCH-ARCHIVED-BALANCES.
           PERFORM OPEN-HISTORY-FILES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY WS-SRT-REQ-IDX
               ON ASCENDING KEY WS-SRT-POST-DATE
               ON ASCENDING KEY WS-SRT-SEQUENCE
               INPUT PROCEDURE IS SCAN-HISTORY-GENERATIONS
               OUTPUT PROCEDURE IS PRINT-ASOF-RESULTS.
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

       GET-RUN-OPTIONS.
           MOVE 'ARCHGAPD' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND RUN-OPTION-NUMERIC
                   AND WS-OPT-NUMVAL > ZERO
                   AND WS-OPT-NUMVAL <= 99999
               MOVE WS-OPT-NUMVAL TO WS-GAP-LIMIT-DAYS
           END-IF.
           DISPLAY 'OPTION IN EFFECT: ARCHGAPD=' WS-GAP-LIMIT-DAYS.

       LOAD-ASOF-REQUESTS.
           OPEN INPUT REQUEST-FILE.
           IF WS-REQUEST-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening as-of request file: '
                       WS-REQUEST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-ONE-REQUEST
               UNTIL REQUEST-EOF.
           CLOSE REQUEST-FILE.
           DISPLAY 'As-of requests loaded: ' WS-REQ-ENTRY-COUNT.

       LOAD-ONE-REQUEST.
           READ REQUEST-FILE INTO WS-REQUEST-RECORD
               AT END SET REQUEST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUEST-READ-CNT
                   PERFORM VALIDATE-AND-STORE-REQUEST
           END-READ.

       VALIDATE-AND-STORE-REQUEST.
           MOVE 'Y' TO WS-REQUEST-OK-SW.
           IF WS-ARQ-CUST-ID NOT NUMERIC
                   OR WS-ARQ-CUST-ID = ZERO
               MOVE 'N' TO WS-REQUEST-OK-SW
               DISPLAY 'As-of request id not numeric: '
                       WS-ARQ-CUST-ID
           ELSE
               MOVE WS-ARQ-CUST-ID TO WS-CD-CUST-ID
               PERFORM 8600-VERIFY-CHECK-DIGIT
               IF NOT CD-CHECK-DIGIT-OK
                   MOVE 'N' TO WS-REQUEST-OK-SW
                   DISPLAY 'As-of request fails check digit: '
                           WS-ARQ-CUST-ID
               END-IF
           END-IF.
           IF REQUEST-IS-USABLE
               IF WS-ARQ-ASOF-DATE NOT NUMERIC
                   MOVE 'N' TO WS-REQUEST-OK-SW
                   DISPLAY 'As-of date not numeric: '
                           WS-ARQ-ASOF-DATE
               ELSE
                   MOVE WS-ARQ-ASOF-YYYY TO WS-CV-DATE-YYYY
                   MOVE WS-ARQ-ASOF-MM   TO WS-CV-DATE-MM
                   MOVE WS-ARQ-ASOF-DD   TO WS-CV-DATE-DD
                   MOVE WS-ARQ-ASOF-DATE TO WS-CV-DATE-NUM
                   PERFORM 8100-VALIDATE-COMMON-DATE
                   IF NOT CV-DATE-IS-VALID
                       MOVE 'N' TO WS-REQUEST-OK-SW
                   END-IF
               END-IF
           END-IF.
      * The listing range is optional; when given it must be two
      * dates in order, a missing list-to meaning the run date.
           IF REQUEST-IS-USABLE
                   AND WS-ARQ-LIST-FROM NOT = SPACES
               IF WS-ARQ-LIST-TO = SPACES
                   MOVE WS-RUN-DATE TO WS-ARQ-LIST-TO
               END-IF
               IF WS-ARQ-LIST-FROM NOT NUMERIC
                       OR WS-ARQ-LIST-TO NOT NUMERIC
                       OR WS-ARQ-LIST-FROM > WS-ARQ-LIST-TO
                   MOVE 'N' TO WS-REQUEST-OK-SW
                   DISPLAY 'As-of listing range unusable: '
                           WS-ARQ-LIST-FROM ' ' WS-ARQ-LIST-TO
               END-IF
           END-IF.
           IF REQUEST-IS-USABLE
               PERFORM STORE-ONE-REQUEST
           ELSE
               ADD 1 TO WS-REQUEST-BAD-CNT
           END-IF.

       STORE-ONE-REQUEST.
           IF WS-REQ-ENTRY-COUNT >= WS-REQ-MAX-ENTRIES
               DISPLAY 'WARNING: REQUEST TABLE FULL AT '
                       WS-REQ-MAX-ENTRIES
               MOVE 4 TO RETURN-CODE
               SET REQUEST-EOF TO TRUE
           ELSE
               ADD 1 TO WS-REQ-ENTRY-COUNT
               MOVE WS-REQ-ENTRY-COUNT TO WS-REQ-IDX
               MOVE WS-ARQ-CUST-ID TO WS-REQ-CUST-ID(WS-REQ-IDX)
               MOVE WS-ARQ-ASOF-DATE TO WS-REQ-ASOF-DATE(WS-REQ-IDX)
               IF WS-ARQ-LIST-FROM = SPACES
                   MOVE 'N' TO WS-REQ-LIST-SW(WS-REQ-IDX)
                   MOVE ZERO TO WS-REQ-LIST-FROM(WS-REQ-IDX)
                   MOVE ZERO TO WS-REQ-LIST-TO(WS-REQ-IDX)
               ELSE
                   MOVE 'Y' TO WS-REQ-LIST-SW(WS-REQ-IDX)
                   MOVE WS-ARQ-LIST-FROM
                       TO WS-REQ-LIST-FROM(WS-REQ-IDX)
                   MOVE WS-ARQ-LIST-TO TO WS-REQ-LIST-TO(WS-REQ-IDX)
               END-IF
               MOVE SPACE TO WS-REQ-START-SOURCE(WS-REQ-IDX)
               MOVE SPACES TO WS-REQ-CUST-NAME(WS-REQ-IDX)
               MOVE SPACE TO WS-REQ-CUST-STATUS(WS-REQ-IDX)
               MOVE ZERO TO WS-REQ-START-BALANCE(WS-REQ-IDX)
               MOVE ZERO TO WS-REQ-START-DATE(WS-REQ-IDX)
               MOVE ZERO TO WS-REQ-BACKOUT-AMT(WS-REQ-IDX)
               MOVE ZERO TO WS-REQ-BACKOUT-COUNT(WS-REQ-IDX)
               MOVE ZERO TO WS-REQ-RECOVERY-CNT(WS-REQ-IDX)
               MOVE ZERO TO WS-REQ-LATE-COUNT(WS-REQ-IDX)
               MOVE ZERO TO WS-REQ-LISTED-COUNT(WS-REQ-IDX)
           END-IF.

       FETCH-MASTER-BALANCES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening customer master: '
                       WS-MASTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FETCH-ONE-MASTER-BALANCE
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-ENTRY-COUNT.
           CLOSE CUSTOMER-MASTER-FILE.

       FETCH-ONE-MASTER-BALANCE.
           MOVE WS-REQ-CUST-ID(WS-REQ-IDX) TO WS-CMR-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'M' TO WS-REQ-START-SOURCE(WS-REQ-IDX)
                   MOVE WS-CMR-CUST-NAME
                       TO WS-REQ-CUST-NAME(WS-REQ-IDX)
                   MOVE WS-CMR-CUST-STATUS
                       TO WS-REQ-CUST-STATUS(WS-REQ-IDX)
                   MOVE WS-CMR-CUST-BALANCE
                       TO WS-REQ-START-BALANCE(WS-REQ-IDX)
                   MOVE 99999999 TO WS-REQ-START-DATE(WS-REQ-IDX)
           END-READ.

       FETCH-ARCHIVED-BALANCES.
      * Only customers the master did not answer are looked for; a
      * customer archived, restored and archived again starts from
      * the latest archive record.
           OPEN INPUT CUSTOMER-ARCHIVE-FILE.
           IF WS-CUST-ARCH-STATUS NOT = '00'
               DISPLAY 'No customer archive, status '
                       WS-CUST-ARCH-STATUS
                       ' - archived customers cannot be answered.'
               SET CUST-ARCHIVE-EOF TO TRUE
           END-IF.
           PERFORM FETCH-ONE-ARCHIVED-BALANCE
               UNTIL CUST-ARCHIVE-EOF.
           IF WS-CUST-ARCH-STATUS = '00'
                   OR WS-CUST-ARCH-STATUS = '10'
               CLOSE CUSTOMER-ARCHIVE-FILE
           END-IF.

       FETCH-ONE-ARCHIVED-BALANCE.
           READ CUSTOMER-ARCHIVE-FILE
               AT END SET CUST-ARCHIVE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUST-ARCH-READ
                   PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                           UNTIL WS-REQ-IDX > WS-REQ-ENTRY-COUNT
                       IF WS-REQ-CUST-ID(WS-REQ-IDX) = WS-CAR-CUST-ID
                               AND NOT REQ-FROM-MASTER(WS-REQ-IDX)
                               AND WS-CAR-ARC-DATE >
                                   WS-REQ-START-DATE(WS-REQ-IDX)
                           PERFORM TAKE-ARCHIVED-BALANCE
                       END-IF
                   END-PERFORM
           END-READ.

       TAKE-ARCHIVED-BALANCE.
           MOVE 'A' TO WS-REQ-START-SOURCE(WS-REQ-IDX).
           MOVE WS-CAR-CUST-NAME TO WS-REQ-CUST-NAME(WS-REQ-IDX).
           MOVE WS-CAR-CUST-STATUS TO WS-REQ-CUST-STATUS(WS-REQ-IDX).
           MOVE WS-CAR-CUST-BALANCE
               TO WS-REQ-START-BALANCE(WS-REQ-IDX).
           MOVE WS-CAR-ARC-DATE TO WS-REQ-START-DATE(WS-REQ-IDX).

       OPEN-HISTORY-FILES.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening transaction history: '
                       WS-HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT HISTORY-ARCHIVE-FILE.
           IF WS-HIST-ARCH-STATUS NOT = '00'
               DISPLAY 'No history archive, status '
                       WS-HIST-ARCH-STATUS
                       ' - only live history is covered.'
               SET HIST-ARCHIVE-EOF TO TRUE
           ELSE
               SET HIST-ARCHIVE-READ TO TRUE
           END-IF.
           OPEN OUTPUT ASOF-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening as-of report: '
                       WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE TRAN-HISTORY-FILE
               IF HIST-ARCHIVE-READ
                   CLOSE HISTORY-ARCHIVE-FILE
               END-IF
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
           WRITE WS-ASOF-REPORT-LINE FROM WS-RPT-TITLE-LINE.

      * ----- input procedure: live history, then every generation

       SCAN-HISTORY-GENERATIONS.
           MOVE 'LIVE' TO WS-CURRENT-GEN.
           MOVE 99999999 TO WS-CURRENT-GEN-DATE.
           PERFORM SCAN-ONE-LIVE-RECORD
               UNTIL HISTORY-EOF.
           PERFORM SCAN-ONE-ARCHIVED-RECORD
               UNTIL HIST-ARCHIVE-EOF.

       SCAN-ONE-LIVE-RECORD.
           READ TRAN-HISTORY-FILE INTO WS-HISTORY-WORK-RECORD
               AT END SET HISTORY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   ADD 1 TO WS-LIVE-RECORD-COUNT
                   IF WS-TH-POST-DATE IS NUMERIC
                           AND WS-TH-POST-DATE NOT = ZERO
                       IF WS-LIVE-FIRST-POST = ZERO
                               OR WS-TH-POST-DATE < WS-LIVE-FIRST-POST
                           MOVE WS-TH-POST-DATE TO WS-LIVE-FIRST-POST
                       END-IF
                       IF WS-TH-POST-DATE > WS-LIVE-LAST-POST
                           MOVE WS-TH-POST-DATE TO WS-LIVE-LAST-POST
                       END-IF
                   END-IF
                   PERFORM APPLY-HISTORY-TO-REQUESTS
           END-READ.

       SCAN-ONE-ARCHIVED-RECORD.
           READ HISTORY-ARCHIVE-FILE
               AT END SET HIST-ARCHIVE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   ADD 1 TO WS-HIST-ARCH-READ
                   MOVE WS-HAR-HISTORY TO WS-HISTORY-WORK-RECORD
                   PERFORM NOTE-ARCHIVE-GENERATION
                   MOVE WS-HAR-ARC-DATE TO WS-CURRENT-GEN
                   MOVE WS-HAR-ARC-DATE TO WS-CURRENT-GEN-DATE
                   PERFORM APPLY-HISTORY-TO-REQUESTS
           END-READ.

       NOTE-ARCHIVE-GENERATION.
      * The generation table stays in archive-date order: a new
      * date is slotted in ahead of the first later one.
           MOVE ZERO TO WS-GEN-PICKED.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-ENTRY-COUNT
                   OR WS-GEN-PICKED > ZERO
               IF WS-GEN-ARC-DATE(WS-GEN-IDX) = WS-HAR-ARC-DATE
                   MOVE WS-GEN-IDX TO WS-GEN-PICKED
               END-IF
           END-PERFORM.
           IF WS-GEN-PICKED = ZERO
               IF WS-GEN-ENTRY-COUNT >= WS-GEN-MAX-ENTRIES
                   DISPLAY 'WARNING: GENERATION TABLE FULL AT '
                           WS-GEN-MAX-ENTRIES
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM SLOT-NEW-GENERATION
               END-IF
           END-IF.
           IF WS-GEN-PICKED > ZERO
               ADD 1 TO WS-GEN-RECORD-COUNT(WS-GEN-PICKED)
               IF WS-TH-POST-DATE IS NUMERIC
                       AND WS-TH-POST-DATE NOT = ZERO
                   IF WS-GEN-FIRST-POST(WS-GEN-PICKED) = ZERO
                           OR WS-TH-POST-DATE
                               < WS-GEN-FIRST-POST(WS-GEN-PICKED)
                       MOVE WS-TH-POST-DATE
                           TO WS-GEN-FIRST-POST(WS-GEN-PICKED)
                   END-IF
                   IF WS-TH-POST-DATE
                           > WS-GEN-LAST-POST(WS-GEN-PICKED)
                       MOVE WS-TH-POST-DATE
                           TO WS-GEN-LAST-POST(WS-GEN-PICKED)
                   END-IF
               END-IF
           END-IF.

       SLOT-NEW-GENERATION.
           MOVE 1 TO WS-GEN-PICKED.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-ENTRY-COUNT
               IF WS-GEN-ARC-DATE(WS-GEN-IDX) < WS-HAR-ARC-DATE
                   COMPUTE WS-GEN-PICKED = WS-GEN-IDX + 1
               END-IF
           END-PERFORM.
           ADD 1 TO WS-GEN-ENTRY-COUNT.
           PERFORM VARYING WS-GEN-SHIFT-IDX FROM WS-GEN-ENTRY-COUNT
                   BY -1 UNTIL WS-GEN-SHIFT-IDX <= WS-GEN-PICKED
               MOVE WS-GEN-ENTRY(WS-GEN-SHIFT-IDX - 1)
                   TO WS-GEN-ENTRY(WS-GEN-SHIFT-IDX)
           END-PERFORM.
           MOVE WS-HAR-ARC-DATE TO WS-GEN-ARC-DATE(WS-GEN-PICKED).
           MOVE ZERO TO WS-GEN-RECORD-COUNT(WS-GEN-PICKED).
           MOVE ZERO TO WS-GEN-FIRST-POST(WS-GEN-PICKED).
           MOVE ZERO TO WS-GEN-LAST-POST(WS-GEN-PICKED).
           MOVE 'N' TO WS-GEN-GAP-SW(WS-GEN-PICKED).

       APPLY-HISTORY-TO-REQUESTS.
      * A customer can be asked about more than once (two as-of
      * dates), so every matching request takes the record.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-ENTRY-COUNT
               IF WS-REQ-CUST-ID(WS-REQ-IDX) = WS-TH-CUST-ID
                       AND NOT REQ-NOT-FOUND(WS-REQ-IDX)
                   PERFORM APPLY-ONE-HISTORY-RECORD
               END-IF
           END-PERFORM.

       APPLY-ONE-HISTORY-RECORD.
      * Movement after the as-of date is backed out, but only up to
      * the point the starting balance stands at: history dated after
      * an archived customer's archive date is not in that balance
      * and is counted apart.
           IF WS-TH-POST-DATE > WS-REQ-ASOF-DATE(WS-REQ-IDX)
               EVALUATE TRUE
                   WHEN WS-TH-POST-DATE > WS-REQ-START-DATE(WS-REQ-IDX)
                       ADD 1 TO WS-REQ-LATE-COUNT(WS-REQ-IDX)
                   WHEN WS-TH-TRAN-TYPE = 'Y'
                       ADD 1 TO WS-REQ-RECOVERY-CNT(WS-REQ-IDX)
                   WHEN OTHER
                       ADD WS-TH-AMOUNT
                           TO WS-REQ-BACKOUT-AMT(WS-REQ-IDX)
                       ADD 1 TO WS-REQ-BACKOUT-COUNT(WS-REQ-IDX)
               END-EVALUATE
           END-IF.
           IF REQ-LISTING-WANTED(WS-REQ-IDX)
                   AND WS-TH-POST-DATE >= WS-REQ-LIST-FROM(WS-REQ-IDX)
                   AND WS-TH-POST-DATE <= WS-REQ-LIST-TO(WS-REQ-IDX)
               MOVE SPACES TO WS-SORT-RECORD
               MOVE WS-REQ-IDX TO WS-SRT-REQ-IDX
               MOVE WS-TH-POST-DATE TO WS-SRT-POST-DATE
               ADD 1 TO WS-RELEASE-SEQ
               MOVE WS-RELEASE-SEQ TO WS-SRT-SEQUENCE
               MOVE WS-CURRENT-GEN TO WS-SRT-GENERATION
               MOVE WS-HISTORY-WORK-RECORD TO WS-SRT-HISTORY
               RELEASE WS-SORT-RECORD
               ADD 1 TO WS-REQ-LISTED-COUNT(WS-REQ-IDX)
               ADD 1 TO WS-LISTED-COUNT
           END-IF.

      * ----- output procedure: generations, then each request

       PRINT-ASOF-RESULTS.
           PERFORM CHECK-GENERATION-CONTINUITY.
           PERFORM PRINT-GENERATIONS-READ.
           PERFORM RETURN-LISTED-TRANSACTION.
           PERFORM PRINT-ONE-REQUEST
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-ENTRY-COUNT.

       CHECK-GENERATION-CONTINUITY.
      * Each generation's earliest posting should follow closely on
      * the previous generation's latest; a wider break than the
      * limit is where a generation would be if one were missing.
           MOVE ZERO TO WS-PREV-LAST-POST.
           MOVE WS-LIVE-FIRST-POST TO WS-EARLIEST-POST.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-ENTRY-COUNT
               IF WS-GEN-FIRST-POST(WS-GEN-IDX) > ZERO
                       AND (WS-EARLIEST-POST = ZERO
                       OR WS-GEN-FIRST-POST(WS-GEN-IDX)
                           < WS-EARLIEST-POST)
                   MOVE WS-GEN-FIRST-POST(WS-GEN-IDX)
                       TO WS-EARLIEST-POST
               END-IF
               IF WS-PREV-LAST-POST > ZERO
                       AND WS-GEN-FIRST-POST(WS-GEN-IDX) > ZERO
                   COMPUTE WS-GAP-DAYS =
                       FUNCTION INTEGER-OF-DATE
                           (WS-GEN-FIRST-POST(WS-GEN-IDX))
                       - FUNCTION INTEGER-OF-DATE(WS-PREV-LAST-POST)
                   IF WS-GAP-DAYS > WS-GAP-LIMIT-DAYS
                       MOVE 'Y' TO WS-GEN-GAP-SW(WS-GEN-IDX)
                       ADD 1 TO WS-GAP-COUNT
                   END-IF
               END-IF
               IF WS-GEN-LAST-POST(WS-GEN-IDX) > ZERO
                   MOVE WS-GEN-LAST-POST(WS-GEN-IDX)
                       TO WS-PREV-LAST-POST
               END-IF
           END-PERFORM.
           IF WS-PREV-LAST-POST > ZERO
                   AND WS-LIVE-FIRST-POST > ZERO
               COMPUTE WS-GAP-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-LIVE-FIRST-POST)
                   - FUNCTION INTEGER-OF-DATE(WS-PREV-LAST-POST)
               IF WS-GAP-DAYS > WS-GAP-LIMIT-DAYS
                   SET LIVE-GAP-BEFORE TO TRUE
                   ADD 1 TO WS-GAP-COUNT
               END-IF
           END-IF.
           IF WS-GAP-COUNT > ZERO
               DISPLAY 'WARNING: POSSIBLE MISSING HISTORY GENERATIONS: '
                       WS-GAP-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.

       PRINT-GENERATIONS-READ.
           WRITE WS-ASOF-REPORT-LINE FROM WS-RPT-GEN-TITLE.
           IF WS-GEN-ENTRY-COUNT = ZERO
               WRITE WS-ASOF-REPORT-LINE FROM WS-RPT-NO-ARCHIVE
           END-IF.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-ENTRY-COUNT
               MOVE WS-GEN-ARC-DATE(WS-GEN-IDX) TO WS-RPG-GEN-ID
               MOVE WS-GEN-RECORD-COUNT(WS-GEN-IDX) TO WS-RPG-COUNT
               MOVE WS-GEN-FIRST-POST(WS-GEN-IDX) TO WS-RPG-FIRST
               MOVE WS-GEN-LAST-POST(WS-GEN-IDX) TO WS-RPG-LAST
               IF GEN-GAP-BEFORE(WS-GEN-IDX)
                   MOVE 'POSSIBLE MISSING GENERATION BEFORE THIS'
                       TO WS-RPG-NOTE
               ELSE
                   MOVE SPACES TO WS-RPG-NOTE
               END-IF
               WRITE WS-ASOF-REPORT-LINE FROM WS-RPT-GEN-LINE
           END-PERFORM.
           MOVE 'LIVE' TO WS-RPG-GEN-ID.
           MOVE WS-LIVE-RECORD-COUNT TO WS-RPG-COUNT.
           MOVE WS-LIVE-FIRST-POST TO WS-RPG-FIRST.
           MOVE WS-LIVE-LAST-POST TO WS-RPG-LAST.
           IF LIVE-GAP-BEFORE
               MOVE 'POSSIBLE MISSING GENERATION BEFORE THIS'
                   TO WS-RPG-NOTE
           ELSE
               MOVE SPACES TO WS-RPG-NOTE
           END-IF.
           WRITE WS-ASOF-REPORT-LINE FROM WS-RPT-GEN-LINE.

       RETURN-LISTED-TRANSACTION.
           RETURN SORT-WORK-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN.

       PRINT-ONE-REQUEST.
           IF REQ-NOT-FOUND(WS-REQ-IDX)
               ADD 1 TO WS-NOT-FOUND-COUNT
               MOVE WS-REQ-CUST-ID(WS-REQ-IDX) TO WS-RPN-CUST-ID
               MOVE WS-REQ-ASOF-DATE(WS-REQ-IDX) TO WS-RPN-ASOF-DATE
               WRITE WS-ASOF-REPORT-LINE FROM WS-RPT-NOT-FOUND-LINE
           ELSE
               ADD 1 TO WS-ANSWERED-COUNT
               PERFORM PRINT-ASOF-BALANCE
               IF REQ-LISTING-WANTED(WS-REQ-IDX)
                   PERFORM PRINT-LISTED-TRANSACTIONS
               END-IF
           END-IF.

       PRINT-ASOF-BALANCE.
           MOVE WS-REQ-CUST-ID(WS-REQ-IDX) TO WS-RPC-CUST-ID.
           MOVE WS-REQ-CUST-NAME(WS-REQ-IDX) TO WS-RPC-CUST-NAME.
           MOVE WS-REQ-CUST-STATUS(WS-REQ-IDX) TO WS-RPC-STATUS.
           MOVE WS-REQ-ASOF-DATE(WS-REQ-IDX) TO WS-RPC-ASOF-DATE.
           WRITE WS-ASOF-REPORT-LINE FROM WS-RPT-CUST-LINE.
           MOVE WS-REQ-START-BALANCE(WS-REQ-IDX) TO WS-RPS-BALANCE.
           IF REQ-FROM-MASTER(WS-REQ-IDX)
               MOVE 'CUSTOMER MASTER' TO WS-RPS-SOURCE
           ELSE
               MOVE SPACES TO WS-RPS-SOURCE
               STRING 'CUSTOMER ARCHIVE, ARCHIVED '
                       DELIMITED BY SIZE
                       WS-REQ-START-DATE(WS-REQ-IDX)
                       DELIMITED BY SIZE
                   INTO WS-RPS-SOURCE
               END-STRING
           END-IF.
           WRITE WS-ASOF-REPORT-LINE FROM WS-RPT-START-LINE.
           MOVE WS-REQ-BACKOUT-AMT(WS-REQ-IDX) TO WS-RPB-AMOUNT.
           MOVE WS-REQ-BACKOUT-COUNT(WS-REQ-IDX) TO WS-RPB-COUNT.
           MOVE SPACES TO WS-RPB-NOTE.
           IF WS-REQ-LATE-COUNT(WS-REQ-IDX) > ZERO
               MOVE 'HISTORY AFTER ARCHIVE DATE NOT APPLIED'
                   TO WS-RPB-NOTE
           ELSE
               IF WS-REQ-RECOVERY-CNT(WS-REQ-IDX) > ZERO
                   MOVE 'RECOVERIES NOT BACKED OUT' TO WS-RPB-NOTE
               END-IF
           END-IF.
           WRITE WS-ASOF-REPORT-LINE FROM WS-RPT-BACKOUT-LINE.
           COMPUTE WS-ASOF-BALANCE =
               WS-REQ-START-BALANCE(WS-REQ-IDX)
               - WS-REQ-BACKOUT-AMT(WS-REQ-IDX).
           MOVE WS-REQ-ASOF-DATE(WS-REQ-IDX) TO WS-RPA-ASOF-DATE.
           MOVE WS-ASOF-BALANCE TO WS-RPA-BALANCE.
      * A gap in the generations, or an as-of date older than the
      * earliest history read, means movement may be missing.
           EVALUATE TRUE
               WHEN WS-GAP-COUNT > ZERO
                   MOVE 'UNPROVEN - HISTORY GENERATION GAP, SEE ABOVE'
                       TO WS-RPA-NOTE
               WHEN WS-EARLIEST-POST > ZERO
                       AND WS-REQ-ASOF-DATE(WS-REQ-IDX)
                           < WS-EARLIEST-POST
                   IF HIST-ARCHIVE-READ
                       MOVE 'UNPROVEN - AS-OF PRECEDES OLDEST ARCHIVE'
                           TO WS-RPA-NOTE
                   ELSE
                       MOVE 'UNPROVEN - AS-OF PRECEDES LIVE HISTORY'
                           TO WS-RPA-NOTE
                   END-IF
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-RPA-NOTE
           END-EVALUATE.
           WRITE WS-ASOF-REPORT-LINE FROM WS-RPT-ASOF-LINE.

       PRINT-LISTED-TRANSACTIONS.
           MOVE WS-REQ-LIST-FROM(WS-REQ-IDX) TO WS-RPL-FROM.
           MOVE WS-REQ-LIST-TO(WS-REQ-IDX) TO WS-RPL-TO.
           WRITE WS-ASOF-REPORT-LINE FROM WS-RPT-LIST-HEADER.
           PERFORM PRINT-ONE-LISTED-TRANSACTION
               UNTIL SORT-EOF
               OR WS-SRT-REQ-IDX NOT = WS-REQ-IDX.
           MOVE WS-REQ-LISTED-COUNT(WS-REQ-IDX) TO WS-RPL-COUNT.
           WRITE WS-ASOF-REPORT-LINE FROM WS-RPT-LIST-TOTAL.

       PRINT-ONE-LISTED-TRANSACTION.
           MOVE WS-SRT-HISTORY TO WS-HISTORY-WORK-RECORD.
           MOVE WS-TH-POST-DATE TO WS-RPT-POST-DATE.
           MOVE WS-TH-ACC-NUMBER TO WS-RPT-ACC-NUMBER.
           MOVE WS-TH-TRAN-TYPE TO WS-RPT-TRAN-TYPE.
           MOVE WS-TH-AMOUNT TO WS-RPT-AMOUNT.
           MOVE WS-TH-REF TO WS-RPT-REF.
           MOVE WS-SRT-GENERATION TO WS-RPT-GEN-ID.
           WRITE WS-ASOF-REPORT-LINE FROM WS-RPT-TRAN-LINE.
           PERFORM RETURN-LISTED-TRANSACTION.

       COPY CHKDIGPR.

       COPY DTVALPR.

       TERMINATION-PARAGRAPH.
           CLOSE TRAN-HISTORY-FILE.
           IF HIST-ARCHIVE-READ
               CLOSE HISTORY-ARCHIVE-FILE
           END-IF.
           CLOSE ASOF-REPORT-FILE.
           DISPLAY 'As-of requests read:      ' WS-REQUEST-READ-CNT.
           DISPLAY 'Requests unusable:        ' WS-REQUEST-BAD-CNT.
           DISPLAY 'Requests answered:        ' WS-ANSWERED-COUNT.
           DISPLAY 'Customers not found:      ' WS-NOT-FOUND-COUNT.
           DISPLAY 'Customer archive read:    ' WS-CUST-ARCH-READ.
           DISPLAY 'History records read:     ' WS-HIST-READ-COUNT.
           DISPLAY '  of which archived:      ' WS-HIST-ARCH-READ.
           DISPLAY 'History generations read: ' WS-GEN-ENTRY-COUNT.
           DISPLAY 'Possible generation gaps: ' WS-GAP-COUNT.
           DISPLAY 'Transactions listed:      ' WS-LISTED-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-HIST-READ-COUNT TO WS-CR-RECORDS-IN.
           MOVE WS-ANSWERED-COUNT  TO WS-CR-RECORDS-OUT.
           MOVE WS-REQUEST-BAD-CNT TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE        TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program BALASOF completed.'.
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
