       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTGSWP.
      * Weekly cross-master referential-integrity sweep. PARM=
      * 'YYYYMMDD,CCCC' names the sweep date (cycle type defaults to
      * WEEK). The masters refer to one another by customer id and
      * account type, and nothing in the daily cycle proves they
      * agree; this run reads them all and reports every orphan and
      * contradiction it finds, one line each under a category code,
      * then a summary by category with last week's count alongside
      * (carried forward on INTSUMI/INTSUMO, the REJANAL pattern) so
      * a category that is growing shows as a trend.
      *
      * Every record that names a customer -- the customer master
      * and the customer archive as anchors, then accounts,
      * addresses, the DELQTRK, CREDREFD and CUSTARCH tracking
      * files, restrictions and transaction history -- is reduced to
      * a key record and sorted into customer-id order, so each
      * customer's references arrive together behind its anchors and
      * no master has to fit in a table. The small tables (rate rows
      * in force, authorization grants) are loaded first.
      *
      * Categories:
      *   I001  account whose customer is on neither master nor archive
      *   I002  account whose customer has been archived
      *   I003  open account (status not 'C') under an inactive customer
      *   I004  account type with open accounts but no RATEFILE row in
      *         force on the sweep date (one line per type)
      *   I005  address whose customer is on neither master nor archive
      *   I006  address whose customer has been archived
      *   I007  customer both on the master and in the archive
      *   I008  DELQTRK tracking entry, customer not on the master
      *   I009  CREDREFD tracking entry, customer not on the master
      *   I010  CUSTARCH inactivity tracking entry, customer not on
      *         the master
      *   I011  restriction on a customer not on the master
      *   I012  restriction requester/approver not on AUTHFILE
      *   I013  history for a customer on neither master nor archive
      *         (one line per customer, with the row count)
      *   I014  authorization grant whose dates are reversed
      *   I015  authorization user id on AUTHFILE more than once
      * Only the customer and account masters are required; a missing
      * optional file is reported and its checks are skipped. The
      * sweep changes nothing.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-CMR-CUST-ID
               FILE STATUS IS WS-CUST-MASTER-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-AMR-ACC-NUMBER
               FILE STATUS IS WS-ACCT-MASTER-STATUS.

           SELECT ADDRESS-MASTER-FILE ASSIGN TO ADDRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-ADR-CUST-ID
               FILE STATUS IS WS-ADDR-MASTER-STATUS.

      * The accumulated customer archive, as ARCHINQ reads it.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT DELINQUENCY-TRACKING-FILE ASSIGN TO DELQTRKO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELQ-FILE-STATUS.

           SELECT CREDIT-TRACKING-FILE ASSIGN TO CREDTRKO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRED-FILE-STATUS.

           SELECT INACTIVE-TRACKING-FILE ASSIGN TO INACTRKO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INACT-FILE-STATUS.

           SELECT RESTRICTION-MASTER-FILE ASSIGN TO RSTRMST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTRICTION-FILE-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO TRANHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT RATE-MASTER-FILE ASSIGN TO RATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT AUTH-MASTER-FILE ASSIGN TO AUTHFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT SUMMARY-FILE-IN ASSIGN TO INTSUMI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUM-IN-STATUS.

           SELECT SUMMARY-FILE-OUT ASSIGN TO INTSUMO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUM-OUT-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO INTGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS WS-CUSTOMER-MASTER-RECORD.
       01  WS-CUSTOMER-MASTER-RECORD.
           05  WS-CMR-CUST-ID       PIC 9(10).
           05  WS-CMR-CUST-NAME     PIC X(30).
           05  WS-CMR-CUST-BALANCE  PIC S9(7)V99.
           05  WS-CMR-CUST-STATUS   PIC X(1).

       FD  ACCOUNT-MASTER-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-ACCOUNT-MASTER-RECORD.
       01  WS-ACCOUNT-MASTER-RECORD.
           05  WS-AMR-CUST-ID       PIC 9(10).
           05  WS-AMR-ACC-NUMBER    PIC 9(10).
           05  WS-AMR-ACC-TYPE      PIC X(10).
           05  WS-AMR-ACC-LIMIT     PIC S9(7)V99.
           05  WS-AMR-ACC-STATUS    PIC X(1).
           05  FILLER               PIC X(20).

       FD  ADDRESS-MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS WS-ADDRESS-MASTER-RECORD.
       01  WS-ADDRESS-MASTER-RECORD.
           COPY ADDRREC.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-ARCHIVE-RECORD.
       01  WS-ARCHIVE-RECORD.
           05  WS-ARC-CUST-ID       PIC 9(10).
           05  WS-ARC-CUST-NAME     PIC X(30).
           05  WS-ARC-CUST-BALANCE  PIC S9(7)V99.
           05  WS-ARC-CUST-STATUS   PIC X(1).
           05  WS-ARC-DATE          PIC 9(8).
           05  WS-ARC-REASON        PIC X(20).
           05  FILLER               PIC X(2).

      * The three carried-forward tracking files all lead with the
      * customer id; nothing else in them is needed here.
       FD  DELINQUENCY-TRACKING-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS WS-DELQ-TRACKING-RECORD.
       01  WS-DELQ-TRACKING-RECORD.
           05  WS-DTK-CUST-ID       PIC 9(10).
           05  FILLER               PIC X(20).

       FD  CREDIT-TRACKING-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS WS-CRED-TRACKING-RECORD.
       01  WS-CRED-TRACKING-RECORD.
           05  WS-CTK-CUST-ID       PIC 9(10).
           05  FILLER               PIC X(20).

       FD  INACTIVE-TRACKING-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS WS-INACT-TRACKING-RECORD.
       01  WS-INACT-TRACKING-RECORD.
           05  WS-ITK-CUST-ID       PIC 9(10).
           05  FILLER               PIC X(10).

       FD  RESTRICTION-MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-RESTRICTION-FILE-RECORD.
       01  WS-RESTRICTION-FILE-RECORD PIC X(100).

       FD  TRAN-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-HISTORY-FILE-RECORD.
       01  WS-HISTORY-FILE-RECORD   PIC X(60).

       FD  RATE-MASTER-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS WS-RATE-MASTER-RECORD.
       01  WS-RATE-MASTER-RECORD.
           05  WS-RMR-ACC-TYPE      PIC X(10).
           05  WS-RMR-ANNUAL-PCT    PIC 9(3)V99.
           05  WS-RMR-MONTHLY-FEE   PIC 9(5)V99.
           05  WS-RMR-EFF-FROM      PIC X(8).
           05  WS-RMR-EFF-TO        PIC X(8).
           05  WS-RMR-MIN-DUE-PCT   PIC 9(3)V99.
           05  WS-RMR-MIN-DUE-FLOOR PIC 9(5)V99.

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

      * Last week's per-category counts, carried forward for the
      * week-over-week movement column.
       FD  SUMMARY-FILE-IN
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS WS-SUMMARY-RECORD-IN.
       01  WS-SUMMARY-RECORD-IN     PIC X(30).

       FD  SUMMARY-FILE-OUT
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS WS-SUMMARY-RECORD-OUT.
       01  WS-SUMMARY-RECORD-OUT    PIC X(30).

       FD  INTEGRITY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-INTEGRITY-REPORT-LINE.
       01  WS-INTEGRITY-REPORT-LINE PIC X(132).

      * One reference to a customer, from whichever file named it.
      * The source letters sort the anchors (master 'A', archive 'B')
      * ahead of everything that refers to them.
       SD  SORT-WORK-FILE.
       01  WS-SORT-RECORD.
           05  WS-SRT-CUST-ID       PIC 9(10).
           05  WS-SRT-SOURCE        PIC X(1).
               88  SRT-CUSTOMER         VALUE 'A'.
               88  SRT-ARCHIVE          VALUE 'B'.
               88  SRT-ACCOUNT          VALUE 'C'.
               88  SRT-ADDRESS          VALUE 'D'.
               88  SRT-DELQ-TRACK       VALUE 'E'.
               88  SRT-CRED-TRACK       VALUE 'F'.
               88  SRT-INACT-TRACK      VALUE 'G'.
               88  SRT-HISTORY          VALUE 'H'.
               88  SRT-RESTRICTION      VALUE 'J'.
           05  WS-SRT-STATUS        PIC X(1).
           05  WS-SRT-KEY           PIC X(10).
           05  WS-SRT-DETAIL        PIC X(10).
           05  FILLER               PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CUST-MASTER-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ACCT-MASTER-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ADDR-MASTER-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ARCHIVE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-DELQ-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CRED-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-INACT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY
               WS-RESTRICTION-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-HISTORY-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-RATE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-AUTH-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-SUM-IN-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-SUM-OUT-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REPORT-FILE-STATUS.

       01  WS-HISTORY-WORK-RECORD.
           COPY TRNHIST.

       01  WS-RESTRICTION-RECORD.
           COPY RSTRREC.

       01  WS-SUMMARY-WORK-RECORD.
           05  WS-SUM-CODE          PIC X(4).
           05  WS-SUM-COUNT         PIC 9(9).
           05  WS-SUM-SWEEP-DATE    PIC 9(8).
           05  FILLER               PIC X(9).

       01  WS-PARM-FIELDS.
           05  WS-PARM-LENGTH       PIC 9(4) VALUE ZERO.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05  WS-CYCLE-TYPE        PIC X(4) VALUE SPACES.

      * Finding categories, in report order.
       01  WS-CATEGORY-VALUES.
           05  FILLER PIC X(34) VALUE
               'I001ACCOUNT, CUSTOMER NOT ON FILE'.
           05  FILLER PIC X(34) VALUE
               'I002ACCOUNT, CUSTOMER ARCHIVED'.
           05  FILLER PIC X(34) VALUE
               'I003OPEN ACCT, CUSTOMER INACTIVE'.
           05  FILLER PIC X(34) VALUE
               'I004ACCOUNT TYPE, NO RATE IN FORCE'.
           05  FILLER PIC X(34) VALUE
               'I005ADDRESS, CUSTOMER NOT ON FILE'.
           05  FILLER PIC X(34) VALUE
               'I006ADDRESS, CUSTOMER ARCHIVED'.
           05  FILLER PIC X(34) VALUE
               'I007CUSTOMER ON MASTER AND ARCHIVE'.
           05  FILLER PIC X(34) VALUE
               'I008DELQTRK ENTRY, CUSTOMER GONE'.
           05  FILLER PIC X(34) VALUE
               'I009CREDREFD ENTRY, CUSTOMER GONE'.
           05  FILLER PIC X(34) VALUE
               'I010INACTRK ENTRY, CUSTOMER GONE'.
           05  FILLER PIC X(34) VALUE
               'I011RESTRICTION, CUSTOMER GONE'.
           05  FILLER PIC X(34) VALUE
               'I012RESTRICTION, USER NOT ON AUTH'.
           05  FILLER PIC X(34) VALUE
               'I013HISTORY, CUSTOMER UNKNOWN'.
           05  FILLER PIC X(34) VALUE
               'I014AUTH GRANT DATES REVERSED'.
           05  FILLER PIC X(34) VALUE
               'I015AUTH USER ID DUPLICATED'.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05  WS-CAT-ENTRY OCCURS 15 TIMES.
               10  WS-CAT-CODE          PIC X(4).
               10  WS-CAT-DESC          PIC X(30).
       01  WS-CATEGORY-COUNTS.
           05  WS-CAT-COUNT-ENTRY OCCURS 15 TIMES.
               10  WS-CAT-COUNT         PIC 9(9).
               10  WS-CAT-PRIOR         PIC 9(9).
       01  WS-CATEGORY-FIELDS.
           05  WS-CAT-MAX-ENTRIES   PIC 9(2) VALUE 15.
           05  WS-CAT-IDX           PIC 9(2) VALUE ZERO.
           05  WS-CAT-PICKED        PIC 9(2) VALUE ZERO.

      * Account types with a rate row in force on the sweep date.
       01  WS-RATE-TYPE-TABLE.
           05  WS-RTT-ENTRY-COUNT   PIC 9(3) VALUE ZERO.
           05  WS-RTT-MAX-ENTRIES   PIC 9(3) VALUE 100.
           05  WS-RTT-ENTRY OCCURS 100 TIMES.
               10  WS-RTT-ACC-TYPE      PIC X(10).
           05  WS-RTT-IDX           PIC 9(3) VALUE ZERO.
           05  WS-RTT-PICKED        PIC 9(3) VALUE ZERO.
           05  WS-RATE-EFF-FROM     PIC 9(8) VALUE ZERO.
           05  WS-RATE-EFF-TO       PIC 9(8) VALUE ZERO.

      * Account types found with no rate row, and how many open
      * accounts carry each.
       01  WS-MISSING-TYPE-TABLE.
           05  WS-MTT-ENTRY-COUNT   PIC 9(3) VALUE ZERO.
           05  WS-MTT-MAX-ENTRIES   PIC 9(3) VALUE 100.
           05  WS-MTT-ENTRY OCCURS 100 TIMES.
               10  WS-MTT-ACC-TYPE      PIC X(10).
               10  WS-MTT-ACCT-COUNT    PIC 9(9).
           05  WS-MTT-IDX           PIC 9(3) VALUE ZERO.
           05  WS-MTT-PICKED        PIC 9(3) VALUE ZERO.

      * Authorization user ids, for the duplicate check and for the
      * restriction requester/approver check.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY-COUNT  PIC 9(4) VALUE ZERO.
           05  WS-AUTH-MAX-ENTRIES  PIC 9(4) VALUE 500.
           05  WS-AUTH-ENTRY OCCURS 500 TIMES.
               10  WS-AUTH-TBL-ID       PIC X(8).
           05  WS-AUTH-IDX          PIC 9(4) VALUE ZERO.
           05  WS-AUTH-PICKED       PIC 9(4) VALUE ZERO.
           05  WS-AUTH-LOOKUP-ID    PIC X(8) VALUE SPACES.

       01  WS-SWEEP-CONTROL-FIELDS.
           05  WS-CUST-EOF-SW       PIC X(1) VALUE 'N'.
               88  CUSTOMER-EOF         VALUE 'Y'.
           05  WS-ACCT-EOF-SW       PIC X(1) VALUE 'N'.
               88  ACCOUNT-EOF          VALUE 'Y'.
           05  WS-ADDR-EOF-SW       PIC X(1) VALUE 'N'.
               88  ADDRESS-EOF          VALUE 'Y'.
           05  WS-ARCH-EOF-SW       PIC X(1) VALUE 'N'.
               88  ARCHIVE-EOF          VALUE 'Y'.
           05  WS-DELQ-EOF-SW       PIC X(1) VALUE 'N'.
               88  DELQ-EOF             VALUE 'Y'.
           05  WS-CRED-EOF-SW       PIC X(1) VALUE 'N'.
               88  CRED-EOF             VALUE 'Y'.
           05  WS-INACT-EOF-SW      PIC X(1) VALUE 'N'.
               88  INACT-EOF            VALUE 'Y'.
           05  WS-RSTR-EOF-SW       PIC X(1) VALUE 'N'.
               88  RESTRICTION-EOF      VALUE 'Y'.
           05  WS-HIST-EOF-SW       PIC X(1) VALUE 'N'.
               88  HISTORY-EOF          VALUE 'Y'.
           05  WS-RATE-EOF-SW       PIC X(1) VALUE 'N'.
               88  RATE-EOF             VALUE 'Y'.
           05  WS-AUTH-EOF-SW       PIC X(1) VALUE 'N'.
               88  AUTH-EOF             VALUE 'Y'.
           05  WS-SUMMARY-EOF-SW    PIC X(1) VALUE 'N'.
               88  SUMMARY-EOF          VALUE 'Y'.
           05  WS-SORT-EOF-SW       PIC X(1) VALUE 'N'.
               88  SORT-EOF             VALUE 'Y'.
           05  WS-RATES-LOADED-SW   PIC X(1) VALUE 'N'.
               88  RATES-LOADED         VALUE 'Y'.
           05  WS-AUTH-LOADED-SW    PIC X(1) VALUE 'N'.
               88  AUTH-LOADED          VALUE 'Y'.
           05  WS-PRIOR-SWEEP-DATE  PIC 9(8) VALUE ZERO.

      * What the anchors said about the customer now being checked.
       01  WS-CUSTOMER-GROUP.
           05  WS-GRP-CUST-ID       PIC 9(10) VALUE ZERO.
           05  WS-GRP-MASTER-SW     PIC X(1) VALUE 'N'.
               88  GRP-ON-MASTER        VALUE 'Y'.
           05  WS-GRP-ARCHIVE-SW    PIC X(1) VALUE 'N'.
               88  GRP-ARCHIVED         VALUE 'Y'.
           05  WS-GRP-CUST-STATUS   PIC X(1) VALUE SPACE.
           05  WS-GRP-HIST-COUNT    PIC 9(9) VALUE ZERO.

      * The finding being reported.
       01  WS-FINDING-FIELDS.
           05  WS-FND-CUST-ID       PIC X(10) VALUE SPACES.
           05  WS-FND-KEY           PIC X(10) VALUE SPACES.
           05  WS-FND-NOTE          PIC X(40) VALUE SPACES.
           05  WS-FND-WHERE         PIC X(20) VALUE SPACES.
           05  WS-FND-COUNT-EDIT    PIC Z(8)9.
           05  WS-MOVEMENT          PIC S9(9) VALUE ZERO.

       01  WS-RUN-COUNTERS.
           05  WS-CUST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ACCT-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ADDR-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ARCH-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-DELQ-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-CRED-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-INACT-READ-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-RSTR-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-HIST-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-RATE-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-AUTH-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-KEYS-SORTED-COUNT PIC 9(9) VALUE ZERO.
           05  WS-GROUP-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-FINDING-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-PRIOR-TOTAL       PIC 9(9) VALUE ZERO.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE-LINE.
               10  FILLER  PIC X(42) VALUE
                   'INTGSWP - REFERENTIAL INTEGRITY SWEEP FOR '.
               10  WS-RPT-SWEEP-DATE PIC 9(8).
               10  FILLER  PIC X(82) VALUE SPACES.
           05  WS-RPT-SKIPPED-LINE.
               10  FILLER  PIC X(22) VALUE 'NOT AVAILABLE, SKIPPED'.
               10  FILLER  PIC X(2) VALUE ': '.
               10  WS-RPT-SKIPPED-FILE PIC X(40).
               10  FILLER  PIC X(68) VALUE SPACES.
           05  WS-RPT-FINDING-HEADER.
               10  FILLER  PIC X(5)  VALUE 'CODE'.
               10  FILLER  PIC X(31) VALUE 'FINDING'.
               10  FILLER  PIC X(11) VALUE 'CUST-ID'.
               10  FILLER  PIC X(11) VALUE 'KEY'.
               10  FILLER  PIC X(74) VALUE 'DETAIL'.
           05  WS-RPT-FINDING-LINE.
               10  WS-RPF-CODE      PIC X(4).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPF-DESC      PIC X(30).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPF-CUST-ID   PIC X(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPF-KEY       PIC X(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPF-NOTE      PIC X(40).
               10  FILLER           PIC X(34) VALUE SPACES.
           05  WS-RPT-SUMMARY-TITLE.
               10  FILLER  PIC X(40) VALUE
                   'SUMMARY BY CATEGORY - PRIOR SWEEP DATED '.
               10  WS-RPT-PRIOR-DATE PIC 9(8).
               10  FILLER  PIC X(84) VALUE SPACES.
           05  WS-RPT-SUMMARY-HEADER.
               10  FILLER  PIC X(5)  VALUE 'CODE'.
               10  FILLER  PIC X(31) VALUE 'CATEGORY'.
               10  FILLER  PIC X(10) VALUE ' THIS WEEK'.
               10  FILLER  PIC X(10) VALUE ' LAST WEEK'.
               10  FILLER  PIC X(11) VALUE '   MOVEMENT'.
               10  FILLER  PIC X(65) VALUE SPACES.
           05  WS-RPT-SUMMARY-LINE.
               10  WS-RPS-CODE      PIC X(4).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPS-DESC      PIC X(30).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPS-COUNT     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPS-PRIOR     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPS-MOVEMENT  PIC +ZZZZZZZZ9.
               10  FILLER           PIC X(66) VALUE SPACES.

       01  WS-RUN-CONTROL-RECORD.
           COPY RUNCTLRC.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN          PIC S9(4) COMP.
           05  WS-PARM-DATA         PIC X(13).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PARAGRAPH.
           PERFORM PARSE-RUN-PARM.
           DISPLAY 'Program INTGSWP started, sweep ' WS-RUN-DATE.
           MOVE 'INTGSWP' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-MAX-ENTRIES
               MOVE ZERO TO WS-CAT-COUNT(WS-CAT-IDX)
               MOVE ZERO TO WS-CAT-PRIOR(WS-CAT-IDX)
           END-PERFORM.
           PERFORM OPEN-FILES.
           PERFORM LOAD-AUTH-GRANTS.
           PERFORM LOAD-RATE-TYPES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY WS-SRT-CUST-ID
               ON ASCENDING KEY WS-SRT-SOURCE
               INPUT PROCEDURE IS RELEASE-CUSTOMER-KEYS
               OUTPUT PROCEDURE IS CHECK-CUSTOMER-GROUPS.
           PERFORM REPORT-MISSING-RATE-TYPES.
           PERFORM LOAD-PRIOR-SUMMARY.
           PERFORM WRITE-CATEGORY-SUMMARY.
           PERFORM WRITE-SUMMARY-FORWARD.
           PERFORM TERMINATION-PARAGRAPH.
           GOBACK.

       PARSE-RUN-PARM.
           MOVE ZERO TO WS-RUN-DATE.
           MOVE 'WEEK' TO WS-CYCLE-TYPE.
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
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening integrity report: '
                       WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO WS-RPT-SWEEP-DATE.
           WRITE WS-INTEGRITY-REPORT-LINE FROM WS-RPT-TITLE-LINE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-MASTER-STATUS NOT = '00'
               DISPLAY 'Error opening customer master: '
                       WS-CUST-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE INTEGRITY-REPORT-FILE
               GOBACK
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               DISPLAY 'Error opening account master: '
                       WS-ACCT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CUSTOMER-MASTER-FILE
               CLOSE INTEGRITY-REPORT-FILE
               GOBACK
           END-IF.
      * Every other file is optional: its absence is listed at the
      * head of the report and the checks that need it are skipped.
           OPEN INPUT ADDRESS-MASTER-FILE.
           IF WS-ADDR-MASTER-STATUS NOT = '00'
               MOVE 'ADDRMST ADDRESS MASTER' TO WS-RPT-SKIPPED-FILE
               PERFORM REPORT-SKIPPED-FILE
               SET ADDRESS-EOF TO TRUE
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS NOT = '00'
               MOVE 'ARCHIN CUSTOMER ARCHIVE' TO WS-RPT-SKIPPED-FILE
               PERFORM REPORT-SKIPPED-FILE
               SET ARCHIVE-EOF TO TRUE
           END-IF.
           OPEN INPUT DELINQUENCY-TRACKING-FILE.
           IF WS-DELQ-FILE-STATUS NOT = '00'
               MOVE 'DELQTRKO DELINQUENCY TRACKING'
                   TO WS-RPT-SKIPPED-FILE
               PERFORM REPORT-SKIPPED-FILE
               SET DELQ-EOF TO TRUE
           END-IF.
           OPEN INPUT CREDIT-TRACKING-FILE.
           IF WS-CRED-FILE-STATUS NOT = '00'
               MOVE 'CREDTRKO CREDIT-BALANCE TRACKING'
                   TO WS-RPT-SKIPPED-FILE
               PERFORM REPORT-SKIPPED-FILE
               SET CRED-EOF TO TRUE
           END-IF.
           OPEN INPUT INACTIVE-TRACKING-FILE.
           IF WS-INACT-FILE-STATUS NOT = '00'
               MOVE 'INACTRKO INACTIVITY TRACKING'
                   TO WS-RPT-SKIPPED-FILE
               PERFORM REPORT-SKIPPED-FILE
               SET INACT-EOF TO TRUE
           END-IF.
           OPEN INPUT RESTRICTION-MASTER-FILE.
           IF WS-RESTRICTION-FILE-STATUS NOT = '00'
               MOVE 'RSTRMST RESTRICTION MASTER'
                   TO WS-RPT-SKIPPED-FILE
               PERFORM REPORT-SKIPPED-FILE
               SET RESTRICTION-EOF TO TRUE
           END-IF.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               MOVE 'TRANHIST TRANSACTION HISTORY'
                   TO WS-RPT-SKIPPED-FILE
               PERFORM REPORT-SKIPPED-FILE
               SET HISTORY-EOF TO TRUE
           END-IF.
           WRITE WS-INTEGRITY-REPORT-LINE FROM WS-RPT-FINDING-HEADER.

       REPORT-SKIPPED-FILE.
           DISPLAY 'Not available, checks skipped: '
                   WS-RPT-SKIPPED-FILE.
           WRITE WS-INTEGRITY-REPORT-LINE FROM WS-RPT-SKIPPED-LINE.

       LOAD-AUTH-GRANTS.
           OPEN INPUT AUTH-MASTER-FILE.
           IF WS-AUTH-FILE-STATUS NOT = '00'
               DISPLAY 'No authorization master, status '
                       WS-AUTH-FILE-STATUS
                       ' - grant checks skipped.'
           ELSE
               SET AUTH-LOADED TO TRUE
               PERFORM LOAD-ONE-AUTH-GRANT
                   UNTIL AUTH-EOF
               CLOSE AUTH-MASTER-FILE
           END-IF.

       LOAD-ONE-AUTH-GRANT.
           READ AUTH-MASTER-FILE
               AT END SET AUTH-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUTH-READ-COUNT
                   PERFORM CHECK-ONE-AUTH-GRANT
           END-READ.

       CHECK-ONE-AUTH-GRANT.
           MOVE SPACES TO WS-FND-CUST-ID.
           MOVE WS-AUTH-USER-ID TO WS-FND-KEY.
           IF WS-AUTH-EFF-FROM IS NUMERIC
                   AND WS-AUTH-EFF-TO IS NUMERIC
                   AND WS-AUTH-EFF-TO NOT = ZEROS
                   AND WS-AUTH-EFF-FROM > WS-AUTH-EFF-TO
               MOVE SPACES TO WS-FND-NOTE
               STRING 'EFFECTIVE ' DELIMITED BY SIZE
                       WS-AUTH-EFF-FROM DELIMITED BY SIZE
                       ' AFTER EXPIRY ' DELIMITED BY SIZE
                       WS-AUTH-EFF-TO DELIMITED BY SIZE
                   INTO WS-FND-NOTE
               END-STRING
               MOVE 14 TO WS-CAT-PICKED
               PERFORM RECORD-FINDING
           END-IF.
           MOVE WS-AUTH-USER-ID TO WS-AUTH-LOOKUP-ID.
           PERFORM FIND-AUTH-USER.
           IF WS-AUTH-PICKED > ZERO
               MOVE 'USER ID ALREADY ON AUTHFILE' TO WS-FND-NOTE
               MOVE 15 TO WS-CAT-PICKED
               PERFORM RECORD-FINDING
           ELSE
               IF WS-AUTH-ENTRY-COUNT >= WS-AUTH-MAX-ENTRIES
                   DISPLAY 'WARNING: AUTHORIZATION TABLE FULL AT '
                           WS-AUTH-MAX-ENTRIES
                   MOVE 4 TO RETURN-CODE
                   SET AUTH-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-AUTH-ENTRY-COUNT
                   MOVE WS-AUTH-USER-ID
                       TO WS-AUTH-TBL-ID(WS-AUTH-ENTRY-COUNT)
               END-IF
           END-IF.

       FIND-AUTH-USER.
           MOVE ZERO TO WS-AUTH-PICKED.
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-ENTRY-COUNT
                   OR WS-AUTH-PICKED > ZERO
               IF WS-AUTH-TBL-ID(WS-AUTH-IDX) = WS-AUTH-LOOKUP-ID
                   MOVE WS-AUTH-IDX TO WS-AUTH-PICKED
               END-IF
           END-PERFORM.

       LOAD-RATE-TYPES.
           OPEN INPUT RATE-MASTER-FILE.
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY 'No rate master, status ' WS-RATE-FILE-STATUS
                       ' - rate-row checks skipped.'
           ELSE
               SET RATES-LOADED TO TRUE
               PERFORM LOAD-ONE-RATE-TYPE
                   UNTIL RATE-EOF
               CLOSE RATE-MASTER-FILE
           END-IF.
           DISPLAY 'Account types with a rate in force: '
                   WS-RTT-ENTRY-COUNT.

       LOAD-ONE-RATE-TYPE.
      * The same blank-date normalization as the posting run's
      * loader: a blank from-date is open at the start, a blank or
      * zero to-date is open-ended.
           READ RATE-MASTER-FILE
               AT END SET RATE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RATE-READ-COUNT
                   IF WS-RMR-EFF-FROM IS NUMERIC
                       MOVE WS-RMR-EFF-FROM TO WS-RATE-EFF-FROM
                   ELSE
                       MOVE ZERO TO WS-RATE-EFF-FROM
                   END-IF
                   IF WS-RMR-EFF-TO IS NUMERIC
                           AND WS-RMR-EFF-TO NOT = ZEROS
                       MOVE WS-RMR-EFF-TO TO WS-RATE-EFF-TO
                   ELSE
                       MOVE 99999999 TO WS-RATE-EFF-TO
                   END-IF
                   IF WS-RUN-DATE >= WS-RATE-EFF-FROM
                           AND WS-RUN-DATE <= WS-RATE-EFF-TO
                       PERFORM STORE-RATE-TYPE
                   END-IF
           END-READ.

       STORE-RATE-TYPE.
           IF WS-RTT-ENTRY-COUNT >= WS-RTT-MAX-ENTRIES
               DISPLAY 'WARNING: RATE TYPE TABLE FULL AT '
                       WS-RTT-MAX-ENTRIES
               MOVE 4 TO RETURN-CODE
               SET RATE-EOF TO TRUE
           ELSE
               ADD 1 TO WS-RTT-ENTRY-COUNT
               MOVE WS-RMR-ACC-TYPE
                   TO WS-RTT-ACC-TYPE(WS-RTT-ENTRY-COUNT)
           END-IF.

      * ----- input procedure: one key record per customer reference

       RELEASE-CUSTOMER-KEYS.
           PERFORM RELEASE-ONE-CUSTOMER
               UNTIL CUSTOMER-EOF.
           PERFORM RELEASE-ONE-ARCHIVED-CUSTOMER
               UNTIL ARCHIVE-EOF.
           PERFORM RELEASE-ONE-ACCOUNT
               UNTIL ACCOUNT-EOF.
           PERFORM RELEASE-ONE-ADDRESS
               UNTIL ADDRESS-EOF.
           PERFORM RELEASE-ONE-DELQ-ENTRY
               UNTIL DELQ-EOF.
           PERFORM RELEASE-ONE-CREDIT-ENTRY
               UNTIL CRED-EOF.
           PERFORM RELEASE-ONE-INACTIVE-ENTRY
               UNTIL INACT-EOF.
           PERFORM RELEASE-ONE-RESTRICTION
               UNTIL RESTRICTION-EOF.
           PERFORM RELEASE-ONE-HISTORY-RECORD
               UNTIL HISTORY-EOF.

       RELEASE-ONE-CUSTOMER.
           READ CUSTOMER-MASTER-FILE
               AT END SET CUSTOMER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUST-READ-COUNT
                   MOVE SPACES TO WS-SORT-RECORD
                   MOVE WS-CMR-CUST-ID TO WS-SRT-CUST-ID
                   SET SRT-CUSTOMER TO TRUE
                   MOVE WS-CMR-CUST-STATUS TO WS-SRT-STATUS
                   PERFORM RELEASE-KEY-RECORD
           END-READ.

       RELEASE-ONE-ARCHIVED-CUSTOMER.
           READ ARCHIVE-FILE
               AT END SET ARCHIVE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCH-READ-COUNT
                   MOVE SPACES TO WS-SORT-RECORD
                   MOVE WS-ARC-CUST-ID TO WS-SRT-CUST-ID
                   SET SRT-ARCHIVE TO TRUE
                   MOVE WS-ARC-DATE TO WS-SRT-DETAIL
                   PERFORM RELEASE-KEY-RECORD
           END-READ.

       RELEASE-ONE-ACCOUNT.
           READ ACCOUNT-MASTER-FILE
               AT END SET ACCOUNT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCT-READ-COUNT
                   MOVE SPACES TO WS-SORT-RECORD
                   MOVE WS-AMR-CUST-ID TO WS-SRT-CUST-ID
                   SET SRT-ACCOUNT TO TRUE
                   MOVE WS-AMR-ACC-STATUS TO WS-SRT-STATUS
                   MOVE WS-AMR-ACC-NUMBER TO WS-SRT-KEY
                   MOVE WS-AMR-ACC-TYPE TO WS-SRT-DETAIL
                   PERFORM RELEASE-KEY-RECORD
           END-READ.

       RELEASE-ONE-ADDRESS.
           READ ADDRESS-MASTER-FILE
               AT END SET ADDRESS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ADDR-READ-COUNT
                   MOVE SPACES TO WS-SORT-RECORD
                   MOVE WS-ADR-CUST-ID TO WS-SRT-CUST-ID
                   SET SRT-ADDRESS TO TRUE
                   MOVE WS-ADR-STATUS TO WS-SRT-STATUS
                   PERFORM RELEASE-KEY-RECORD
           END-READ.

       RELEASE-ONE-DELQ-ENTRY.
           READ DELINQUENCY-TRACKING-FILE
               AT END SET DELQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DELQ-READ-COUNT
                   MOVE SPACES TO WS-SORT-RECORD
                   MOVE WS-DTK-CUST-ID TO WS-SRT-CUST-ID
                   SET SRT-DELQ-TRACK TO TRUE
                   PERFORM RELEASE-KEY-RECORD
           END-READ.

       RELEASE-ONE-CREDIT-ENTRY.
           READ CREDIT-TRACKING-FILE
               AT END SET CRED-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CRED-READ-COUNT
                   MOVE SPACES TO WS-SORT-RECORD
                   MOVE WS-CTK-CUST-ID TO WS-SRT-CUST-ID
                   SET SRT-CRED-TRACK TO TRUE
                   PERFORM RELEASE-KEY-RECORD
           END-READ.

       RELEASE-ONE-INACTIVE-ENTRY.
           READ INACTIVE-TRACKING-FILE
               AT END SET INACT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-INACT-READ-COUNT
                   MOVE SPACES TO WS-SORT-RECORD
                   MOVE WS-ITK-CUST-ID TO WS-SRT-CUST-ID
                   SET SRT-INACT-TRACK TO TRUE
                   PERFORM RELEASE-KEY-RECORD
           END-READ.

       RELEASE-ONE-RESTRICTION.
      * The restriction code rides in the key bytes; the requester
      * and approver ride in the key and detail tails.
           READ RESTRICTION-MASTER-FILE INTO WS-RESTRICTION-RECORD
               AT END SET RESTRICTION-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RSTR-READ-COUNT
                   MOVE SPACES TO WS-SORT-RECORD
                   MOVE WS-RS-CUST-ID TO WS-SRT-CUST-ID
                   SET SRT-RESTRICTION TO TRUE
                   MOVE WS-RS-CODE TO WS-SRT-KEY(1:2)
                   MOVE WS-RS-REQUESTER-ID TO WS-SRT-KEY(3:8)
                   MOVE WS-RS-APPROVER-ID TO WS-SRT-DETAIL(1:8)
                   PERFORM RELEASE-KEY-RECORD
           END-READ.

       RELEASE-ONE-HISTORY-RECORD.
           READ TRAN-HISTORY-FILE INTO WS-HISTORY-WORK-RECORD
               AT END SET HISTORY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   MOVE SPACES TO WS-SORT-RECORD
                   MOVE WS-TH-CUST-ID TO WS-SRT-CUST-ID
                   SET SRT-HISTORY TO TRUE
                   PERFORM RELEASE-KEY-RECORD
           END-READ.

       RELEASE-KEY-RECORD.
           RELEASE WS-SORT-RECORD.
           ADD 1 TO WS-KEYS-SORTED-COUNT.

      * ----- output procedure: each customer's references together

       CHECK-CUSTOMER-GROUPS.
           PERFORM RETURN-KEY-RECORD.
           PERFORM CHECK-ONE-CUSTOMER-GROUP
               UNTIL SORT-EOF.

       RETURN-KEY-RECORD.
           RETURN SORT-WORK-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN.

       CHECK-ONE-CUSTOMER-GROUP.
           ADD 1 TO WS-GROUP-COUNT.
           MOVE WS-SRT-CUST-ID TO WS-GRP-CUST-ID.
           MOVE 'N' TO WS-GRP-MASTER-SW.
           MOVE 'N' TO WS-GRP-ARCHIVE-SW.
           MOVE SPACE TO WS-GRP-CUST-STATUS.
           MOVE ZERO TO WS-GRP-HIST-COUNT.
           PERFORM CHECK-ONE-KEY-RECORD
               UNTIL SORT-EOF
               OR WS-SRT-CUST-ID NOT = WS-GRP-CUST-ID.
           MOVE WS-GRP-CUST-ID TO WS-FND-CUST-ID.
           MOVE SPACES TO WS-FND-KEY.
           IF GRP-ON-MASTER AND GRP-ARCHIVED
               MOVE SPACES TO WS-FND-NOTE
               STRING 'MASTER STATUS ' DELIMITED BY SIZE
                       WS-GRP-CUST-STATUS DELIMITED BY SIZE
                   INTO WS-FND-NOTE
               END-STRING
               MOVE 7 TO WS-CAT-PICKED
               PERFORM RECORD-FINDING
           END-IF.
           IF WS-GRP-HIST-COUNT > ZERO
                   AND NOT GRP-ON-MASTER AND NOT GRP-ARCHIVED
               MOVE WS-GRP-HIST-COUNT TO WS-FND-COUNT-EDIT
               MOVE SPACES TO WS-FND-NOTE
               STRING 'HISTORY ROWS ' DELIMITED BY SIZE
                       WS-FND-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-FND-NOTE
               END-STRING
               MOVE 13 TO WS-CAT-PICKED
               PERFORM RECORD-FINDING
           END-IF.

       CHECK-ONE-KEY-RECORD.
           MOVE WS-GRP-CUST-ID TO WS-FND-CUST-ID.
           MOVE SPACES TO WS-FND-KEY.
           MOVE SPACES TO WS-FND-NOTE.
           PERFORM SET-CUSTOMER-WHEREABOUTS.
           EVALUATE TRUE
               WHEN SRT-CUSTOMER
                   SET GRP-ON-MASTER TO TRUE
                   MOVE WS-SRT-STATUS TO WS-GRP-CUST-STATUS
               WHEN SRT-ARCHIVE
                   SET GRP-ARCHIVED TO TRUE
               WHEN SRT-ACCOUNT
                   PERFORM CHECK-ACCOUNT-REFERENCE
               WHEN SRT-ADDRESS
                   IF NOT GRP-ON-MASTER
                       MOVE WS-FND-WHERE TO WS-FND-NOTE
                       IF GRP-ARCHIVED
                           MOVE 6 TO WS-CAT-PICKED
                       ELSE
                           MOVE 5 TO WS-CAT-PICKED
                       END-IF
                       PERFORM RECORD-FINDING
                   END-IF
               WHEN SRT-DELQ-TRACK
                   MOVE 8 TO WS-CAT-PICKED
                   PERFORM CHECK-TRACKING-REFERENCE
               WHEN SRT-CRED-TRACK
                   MOVE 9 TO WS-CAT-PICKED
                   PERFORM CHECK-TRACKING-REFERENCE
               WHEN SRT-INACT-TRACK
                   MOVE 10 TO WS-CAT-PICKED
                   PERFORM CHECK-TRACKING-REFERENCE
               WHEN SRT-RESTRICTION
                   PERFORM CHECK-RESTRICTION-REFERENCE
               WHEN SRT-HISTORY
                   ADD 1 TO WS-GRP-HIST-COUNT
           END-EVALUATE.
           PERFORM RETURN-KEY-RECORD.

       SET-CUSTOMER-WHEREABOUTS.
           EVALUATE TRUE
               WHEN GRP-ON-MASTER
                   MOVE SPACES TO WS-FND-WHERE
               WHEN GRP-ARCHIVED
                   MOVE 'CUSTOMER ARCHIVED' TO WS-FND-WHERE
               WHEN OTHER
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-FND-WHERE
           END-EVALUATE.

       CHECK-ACCOUNT-REFERENCE.
           MOVE WS-SRT-KEY TO WS-FND-KEY.
           EVALUATE TRUE
               WHEN GRP-ON-MASTER
                   IF WS-GRP-CUST-STATUS = 'I'
                           AND WS-SRT-STATUS NOT = 'C'
                       STRING 'ACCOUNT STATUS ' DELIMITED BY SIZE
                               WS-SRT-STATUS DELIMITED BY SIZE
                               ' TYPE ' DELIMITED BY SIZE
                               WS-SRT-DETAIL DELIMITED BY SIZE
                           INTO WS-FND-NOTE
                       END-STRING
                       MOVE 3 TO WS-CAT-PICKED
                       PERFORM RECORD-FINDING
                   END-IF
               WHEN GRP-ARCHIVED
                   MOVE WS-FND-WHERE TO WS-FND-NOTE
                   MOVE 2 TO WS-CAT-PICKED
                   PERFORM RECORD-FINDING
               WHEN OTHER
                   MOVE WS-FND-WHERE TO WS-FND-NOTE
                   MOVE 1 TO WS-CAT-PICKED
                   PERFORM RECORD-FINDING
           END-EVALUATE.
           IF WS-SRT-STATUS NOT = 'C' AND RATES-LOADED
               PERFORM CHECK-ACCOUNT-RATE-TYPE
           END-IF.

       CHECK-ACCOUNT-RATE-TYPE.
      * Findings by type are written after the sweep, one per type.
           MOVE ZERO TO WS-RTT-PICKED.
           PERFORM VARYING WS-RTT-IDX FROM 1 BY 1
                   UNTIL WS-RTT-IDX > WS-RTT-ENTRY-COUNT
                   OR WS-RTT-PICKED > ZERO
               IF WS-RTT-ACC-TYPE(WS-RTT-IDX) = WS-SRT-DETAIL
                   MOVE WS-RTT-IDX TO WS-RTT-PICKED
               END-IF
           END-PERFORM.
           IF WS-RTT-PICKED = ZERO
               MOVE ZERO TO WS-MTT-PICKED
               PERFORM VARYING WS-MTT-IDX FROM 1 BY 1
                       UNTIL WS-MTT-IDX > WS-MTT-ENTRY-COUNT
                       OR WS-MTT-PICKED > ZERO
                   IF WS-MTT-ACC-TYPE(WS-MTT-IDX) = WS-SRT-DETAIL
                       MOVE WS-MTT-IDX TO WS-MTT-PICKED
                   END-IF
               END-PERFORM
               IF WS-MTT-PICKED = ZERO
                   IF WS-MTT-ENTRY-COUNT >= WS-MTT-MAX-ENTRIES
                       DISPLAY 'WARNING: MISSING-RATE TYPE TABLE '
                               'FULL, TYPE ' WS-SRT-DETAIL
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-MTT-ENTRY-COUNT
                       MOVE WS-MTT-ENTRY-COUNT TO WS-MTT-PICKED
                       MOVE WS-SRT-DETAIL
                           TO WS-MTT-ACC-TYPE(WS-MTT-PICKED)
                       MOVE ZERO TO WS-MTT-ACCT-COUNT(WS-MTT-PICKED)
                   END-IF
               END-IF
               IF WS-MTT-PICKED > ZERO
                   ADD 1 TO WS-MTT-ACCT-COUNT(WS-MTT-PICKED)
               END-IF
           END-IF.

       CHECK-TRACKING-REFERENCE.
           IF NOT GRP-ON-MASTER
               MOVE WS-FND-WHERE TO WS-FND-NOTE
               PERFORM RECORD-FINDING
           END-IF.

       CHECK-RESTRICTION-REFERENCE.
           MOVE WS-SRT-KEY(1:2) TO WS-FND-KEY.
           IF NOT GRP-ON-MASTER
               MOVE WS-FND-WHERE TO WS-FND-NOTE
               MOVE 11 TO WS-CAT-PICKED
               PERFORM RECORD-FINDING
           END-IF.
           IF AUTH-LOADED
               MOVE WS-SRT-KEY(3:8) TO WS-AUTH-LOOKUP-ID
               IF WS-AUTH-LOOKUP-ID NOT = SPACES
                   PERFORM FIND-AUTH-USER
                   IF WS-AUTH-PICKED = ZERO
                       MOVE SPACES TO WS-FND-NOTE
                       STRING 'REQUESTER ' DELIMITED BY SIZE
                               WS-AUTH-LOOKUP-ID DELIMITED BY SIZE
                           INTO WS-FND-NOTE
                       END-STRING
                       MOVE 12 TO WS-CAT-PICKED
                       PERFORM RECORD-FINDING
                   END-IF
               END-IF
               MOVE WS-SRT-DETAIL(1:8) TO WS-AUTH-LOOKUP-ID
               IF WS-AUTH-LOOKUP-ID NOT = SPACES
                   PERFORM FIND-AUTH-USER
                   IF WS-AUTH-PICKED = ZERO
                       MOVE SPACES TO WS-FND-NOTE
                       STRING 'APPROVER ' DELIMITED BY SIZE
                               WS-AUTH-LOOKUP-ID DELIMITED BY SIZE
                           INTO WS-FND-NOTE
                       END-STRING
                       MOVE 12 TO WS-CAT-PICKED
                       PERFORM RECORD-FINDING
                   END-IF
               END-IF
           END-IF.

       RECORD-FINDING.
           ADD 1 TO WS-CAT-COUNT(WS-CAT-PICKED).
           ADD 1 TO WS-FINDING-COUNT.
           MOVE WS-CAT-CODE(WS-CAT-PICKED) TO WS-RPF-CODE.
           MOVE WS-CAT-DESC(WS-CAT-PICKED) TO WS-RPF-DESC.
           MOVE WS-FND-CUST-ID TO WS-RPF-CUST-ID.
           MOVE WS-FND-KEY TO WS-RPF-KEY.
           MOVE WS-FND-NOTE TO WS-RPF-NOTE.
           WRITE WS-INTEGRITY-REPORT-LINE FROM WS-RPT-FINDING-LINE.

       REPORT-MISSING-RATE-TYPES.
           PERFORM VARYING WS-MTT-IDX FROM 1 BY 1
                   UNTIL WS-MTT-IDX > WS-MTT-ENTRY-COUNT
               MOVE SPACES TO WS-FND-CUST-ID
               MOVE WS-MTT-ACC-TYPE(WS-MTT-IDX) TO WS-FND-KEY
               MOVE WS-MTT-ACCT-COUNT(WS-MTT-IDX)
                   TO WS-FND-COUNT-EDIT
               MOVE SPACES TO WS-FND-NOTE
               STRING 'OPEN ACCOUNTS ' DELIMITED BY SIZE
                       WS-FND-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-FND-NOTE
               END-STRING
               MOVE 4 TO WS-CAT-PICKED
               PERFORM RECORD-FINDING
           END-PERFORM.

      * ----- week-over-week summary

       LOAD-PRIOR-SUMMARY.
           OPEN INPUT SUMMARY-FILE-IN.
           IF WS-SUM-IN-STATUS NOT = '00'
               DISPLAY 'No prior sweep summary, movement starts fresh.'
               SET SUMMARY-EOF TO TRUE
           END-IF.
           PERFORM LOAD-ONE-PRIOR-COUNT
               UNTIL SUMMARY-EOF.
           IF WS-SUM-IN-STATUS = '00' OR WS-SUM-IN-STATUS = '10'
               CLOSE SUMMARY-FILE-IN
           END-IF.

       LOAD-ONE-PRIOR-COUNT.
           READ SUMMARY-FILE-IN INTO WS-SUMMARY-WORK-RECORD
               AT END SET SUMMARY-EOF TO TRUE
               NOT AT END
                   MOVE WS-SUM-SWEEP-DATE TO WS-PRIOR-SWEEP-DATE
                   MOVE ZERO TO WS-CAT-PICKED
                   PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                           UNTIL WS-CAT-IDX > WS-CAT-MAX-ENTRIES
                           OR WS-CAT-PICKED > ZERO
                       IF WS-CAT-CODE(WS-CAT-IDX) = WS-SUM-CODE
                           MOVE WS-CAT-IDX TO WS-CAT-PICKED
                       END-IF
                   END-PERFORM
                   IF WS-CAT-PICKED > ZERO
                       MOVE WS-SUM-COUNT TO WS-CAT-PRIOR(WS-CAT-PICKED)
                       ADD WS-SUM-COUNT TO WS-PRIOR-TOTAL
                   END-IF
           END-READ.

       WRITE-CATEGORY-SUMMARY.
           MOVE WS-PRIOR-SWEEP-DATE TO WS-RPT-PRIOR-DATE.
           WRITE WS-INTEGRITY-REPORT-LINE FROM WS-RPT-SUMMARY-TITLE.
           WRITE WS-INTEGRITY-REPORT-LINE FROM WS-RPT-SUMMARY-HEADER.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-MAX-ENTRIES
               MOVE WS-CAT-CODE(WS-CAT-IDX) TO WS-RPS-CODE
               MOVE WS-CAT-DESC(WS-CAT-IDX) TO WS-RPS-DESC
               MOVE WS-CAT-COUNT(WS-CAT-IDX) TO WS-RPS-COUNT
               MOVE WS-CAT-PRIOR(WS-CAT-IDX) TO WS-RPS-PRIOR
               COMPUTE WS-MOVEMENT = WS-CAT-COUNT(WS-CAT-IDX)
                   - WS-CAT-PRIOR(WS-CAT-IDX)
               MOVE WS-MOVEMENT TO WS-RPS-MOVEMENT
               WRITE WS-INTEGRITY-REPORT-LINE
                   FROM WS-RPT-SUMMARY-LINE
           END-PERFORM.
           MOVE 'ALL' TO WS-RPS-CODE.
           MOVE 'TOTAL FINDINGS' TO WS-RPS-DESC.
           MOVE WS-FINDING-COUNT TO WS-RPS-COUNT.
           MOVE WS-PRIOR-TOTAL TO WS-RPS-PRIOR.
           COMPUTE WS-MOVEMENT = WS-FINDING-COUNT - WS-PRIOR-TOTAL.
           MOVE WS-MOVEMENT TO WS-RPS-MOVEMENT.
           WRITE WS-INTEGRITY-REPORT-LINE FROM WS-RPT-SUMMARY-LINE.

       WRITE-SUMMARY-FORWARD.
      * Every category is carried, zero counts included, so next
      * week's movement column is complete.
           OPEN OUTPUT SUMMARY-FILE-OUT.
           IF WS-SUM-OUT-STATUS NOT = '00'
               DISPLAY 'Error opening summary out file: '
                       WS-SUM-OUT-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CAT-MAX-ENTRIES
                   MOVE SPACES TO WS-SUMMARY-WORK-RECORD
                   MOVE WS-CAT-CODE(WS-CAT-IDX) TO WS-SUM-CODE
                   MOVE WS-CAT-COUNT(WS-CAT-IDX) TO WS-SUM-COUNT
                   MOVE WS-RUN-DATE TO WS-SUM-SWEEP-DATE
                   WRITE WS-SUMMARY-RECORD-OUT
                       FROM WS-SUMMARY-WORK-RECORD
               END-PERFORM
               CLOSE SUMMARY-FILE-OUT
           END-IF.

       TERMINATION-PARAGRAPH.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           IF WS-ADDR-MASTER-STATUS = '00'
                   OR WS-ADDR-MASTER-STATUS = '10'
               CLOSE ADDRESS-MASTER-FILE
           END-IF.
           IF WS-ARCHIVE-FILE-STATUS = '00'
                   OR WS-ARCHIVE-FILE-STATUS = '10'
               CLOSE ARCHIVE-FILE
           END-IF.
           IF WS-DELQ-FILE-STATUS = '00'
                   OR WS-DELQ-FILE-STATUS = '10'
               CLOSE DELINQUENCY-TRACKING-FILE
           END-IF.
           IF WS-CRED-FILE-STATUS = '00'
                   OR WS-CRED-FILE-STATUS = '10'
               CLOSE CREDIT-TRACKING-FILE
           END-IF.
           IF WS-INACT-FILE-STATUS = '00'
                   OR WS-INACT-FILE-STATUS = '10'
               CLOSE INACTIVE-TRACKING-FILE
           END-IF.
           IF WS-RESTRICTION-FILE-STATUS = '00'
                   OR WS-RESTRICTION-FILE-STATUS = '10'
               CLOSE RESTRICTION-MASTER-FILE
           END-IF.
           IF WS-HISTORY-FILE-STATUS = '00'
                   OR WS-HISTORY-FILE-STATUS = '10'
               CLOSE TRAN-HISTORY-FILE
           END-IF.
           CLOSE INTEGRITY-REPORT-FILE.
           DISPLAY 'Customers read:           ' WS-CUST-READ-COUNT.
           DISPLAY 'Archived customers read:  ' WS-ARCH-READ-COUNT.
           DISPLAY 'Accounts read:            ' WS-ACCT-READ-COUNT.
           DISPLAY 'Addresses read:           ' WS-ADDR-READ-COUNT.
           DISPLAY 'DELQTRK entries read:     ' WS-DELQ-READ-COUNT.
           DISPLAY 'CREDREFD entries read:    ' WS-CRED-READ-COUNT.
           DISPLAY 'INACTRK entries read:     ' WS-INACT-READ-COUNT.
           DISPLAY 'Restrictions read:        ' WS-RSTR-READ-COUNT.
           DISPLAY 'History records read:     ' WS-HIST-READ-COUNT.
           DISPLAY 'Rate rows read:           ' WS-RATE-READ-COUNT.
           DISPLAY 'Auth grants read:         ' WS-AUTH-READ-COUNT.
           DISPLAY 'Customer keys sorted:     ' WS-KEYS-SORTED-COUNT.
           DISPLAY 'Customer ids checked:     ' WS-GROUP-COUNT.
           DISPLAY 'Findings this sweep:      ' WS-FINDING-COUNT.
           DISPLAY 'Findings prior sweep:     ' WS-PRIOR-TOTAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-KEYS-SORTED-COUNT TO WS-CR-RECORDS-IN.
           MOVE WS-FINDING-COUNT TO WS-CR-RECORDS-OUT.
           MOVE ZERO TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program INTGSWP completed.'.
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
