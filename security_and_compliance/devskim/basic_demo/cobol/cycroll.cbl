       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCROLL.
      * Whole-cycle rollback, so a night that posted a bad TRANFILE
      * or RATEFILE can be cleanly rerun. PARM='YYYYMMDD,CCCC' names
      * the cycle date and type to roll back. The run:
      *   - REFUSES (return code 16, nothing written) unless the
      *     rollback request card ROLLREQ names the same cycle and
      *     carries three different ids -- operator, approver and
      *     second approver -- each holding a grant in force on
      *     AUTHFILE today, the same dual-authorization rule the
      *     high-value corrections in SAMPLEPGM2 follow;
      *   - REFUSES unless the cycle is the LATEST cleanly completed
      *     posting (REDEFEX) cycle still standing on the run-control
      *     master -- nights roll back newest first, one at a time;
      *   - copies each master and tracking file's pre-cycle
      *     generation (the generation the voided night READ) forward
      *     as the new current generation: customer master,
      *     delinquency, credit-balance and inactivity tracking, the
      *     customer archive, the future-dated payment warehouse,
      *     minimum-due tracking, charge-off tracking, lockbox
      *     suspense, the held-transaction queue, dormancy tracking
      *     and the open payoff quotes;
      *   - strips the cycle's records out of TRANHIST (posting date
      *     equal to the cycle date) and out of the posted-TRANFILE
      *     log TRANPOST (posted date equal to the cycle date), so
      *     the rerun neither double-posts history nor trips the
      *     duplicate-file guard on the same TRANFILE;
      *   - re-reads every file it wrote and proves record counts and
      *     hash totals against what it read -- restored equals pre-
      *     cycle, kept plus stripped equals input -- on the rollback
      *     report ROLLRPT. Any difference is return code 12 and NO
      *     void is recorded, so nothing downstream treats the night
      *     as rolled back until the outputs are proven;
      *   - appends a void record (RC-VOID-RECORD) to the run-control
      *     master and a void ('V') restart record for every job and
      *     slice whose restart state belonged to the voided cycle.
      *     NIGHTEND and RUNTREND ignore everything the master holds
      *     for the cycle ahead of the void, and the posting runs'
      *     prior-cycle lookup steps back past it. Neither master is
      *     ever rewritten; the void supersedes, it does not delete.
      * A pre-cycle generation that is not supplied is reported as
      * NOT RESTORED (return code 4) rather than guessed at; the
      * customer master and TRANHIST are required. The customer
      * master supplied must be the prior cycle's own generation --
      * its header created on that cycle's date, and not a dry run's
      * projection -- or the run REFUSES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLLBACK-REQUEST-FILE ASSIGN TO ROLLREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROLLREQ-FILE-STATUS.

           SELECT AUTH-MASTER-FILE ASSIGN TO AUTHFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT OPTIONAL RESTART-MASTER-FILE ASSIGN TO RSTMST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTMST-FILE-STATUS.

      * Pre-cycle generations in, restored generations out.
           SELECT CUST-PRE-FILE ASSIGN TO CUSTPRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTPRE-FILE-STATUS.

           SELECT CUST-RESTORED-FILE ASSIGN TO CUSTRST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTRST-FILE-STATUS.

           SELECT OPTIONAL DELQ-PRE-FILE ASSIGN TO DELQPRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELQPRE-FILE-STATUS.

           SELECT DELQ-RESTORED-FILE ASSIGN TO DELQRST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELQRST-FILE-STATUS.

           SELECT OPTIONAL CRED-PRE-FILE ASSIGN TO CREDPRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CREDPRE-FILE-STATUS.

           SELECT CRED-RESTORED-FILE ASSIGN TO CREDRST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CREDRST-FILE-STATUS.

           SELECT OPTIONAL INAC-PRE-FILE ASSIGN TO INACPRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INACPRE-FILE-STATUS.

           SELECT INAC-RESTORED-FILE ASSIGN TO INACRST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INACRST-FILE-STATUS.

           SELECT OPTIONAL ARCH-PRE-FILE ASSIGN TO ARCHPRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHPRE-FILE-STATUS.

           SELECT ARCH-RESTORED-FILE ASSIGN TO ARCHRST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHRST-FILE-STATUS.

           SELECT OPTIONAL WARE-PRE-FILE ASSIGN TO WAREPRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WAREPRE-FILE-STATUS.

           SELECT WARE-RESTORED-FILE ASSIGN TO WARERST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WARERST-FILE-STATUS.

           SELECT OPTIONAL DUE-PRE-FILE ASSIGN TO DUEPRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUEPRE-FILE-STATUS.

           SELECT DUE-RESTORED-FILE ASSIGN TO DUERST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUERST-FILE-STATUS.

           SELECT OPTIONAL CHGT-PRE-FILE ASSIGN TO CHGTPRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGTPRE-FILE-STATUS.

           SELECT CHGT-RESTORED-FILE ASSIGN TO CHGTRST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGTRST-FILE-STATUS.

           SELECT OPTIONAL LBXS-PRE-FILE ASSIGN TO LBXSPRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LBXSPRE-FILE-STATUS.

           SELECT LBXS-RESTORED-FILE ASSIGN TO LBXSRST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LBXSRST-FILE-STATUS.

           SELECT OPTIONAL HELD-PRE-FILE ASSIGN TO HELDPRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELDPRE-FILE-STATUS.

           SELECT HELD-RESTORED-FILE ASSIGN TO HELDRST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELDRST-FILE-STATUS.

           SELECT OPTIONAL DORM-PRE-FILE ASSIGN TO DORMPRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DORMPRE-FILE-STATUS.

           SELECT DORM-RESTORED-FILE ASSIGN TO DORMRST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DORMRST-FILE-STATUS.

           SELECT OPTIONAL PAYQ-PRE-FILE ASSIGN TO PAYQPRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYQPRE-FILE-STATUS.

           SELECT PAYQ-RESTORED-FILE ASSIGN TO PAYQRST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYQRST-FILE-STATUS.

      * Cumulative files in, the same files less the cycle out.
           SELECT TRAN-HISTORY-FILE ASSIGN TO TRANHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT HISTORY-KEPT-FILE ASSIGN TO HISTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTOUT-FILE-STATUS.

           SELECT OPTIONAL TRAN-POSTED-LOG-FILE ASSIGN TO TRANPOST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANPOST-FILE-STATUS.

           SELECT POSTED-LOG-KEPT-FILE ASSIGN TO TPOSTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TPOSTOUT-FILE-STATUS.

           SELECT ROLLBACK-REPORT-FILE ASSIGN TO ROLLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROLLBACK-REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-ROLLBACK-REQUEST-FILE-RECORD.
       01  WS-ROLLBACK-REQUEST-FILE-RECORD PIC X(80).

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

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-RUN-CONTROL-FILE-RECORD.
       01  WS-RUN-CONTROL-FILE-RECORD PIC X(100).

       FD  RESTART-MASTER-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-RESTART-MASTER-RECORD.
       01  WS-RESTART-MASTER-RECORD PIC X(60).

       FD  CUST-PRE-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS WS-CUST-PRE-RECORD.
       01  WS-CUST-PRE-RECORD       PIC X(50).

       FD  CUST-RESTORED-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS WS-CUST-RESTORED-RECORD.
       01  WS-CUST-RESTORED-RECORD  PIC X(50).

       FD  DELQ-PRE-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS WS-DELQ-PRE-RECORD.
       01  WS-DELQ-PRE-RECORD       PIC X(30).

       FD  DELQ-RESTORED-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS WS-DELQ-RESTORED-RECORD.
       01  WS-DELQ-RESTORED-RECORD  PIC X(30).

       FD  CRED-PRE-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS WS-CRED-PRE-RECORD.
       01  WS-CRED-PRE-RECORD       PIC X(30).

       FD  CRED-RESTORED-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS WS-CRED-RESTORED-RECORD.
       01  WS-CRED-RESTORED-RECORD  PIC X(30).

       FD  INAC-PRE-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS WS-INAC-PRE-RECORD.
       01  WS-INAC-PRE-RECORD       PIC X(20).

       FD  INAC-RESTORED-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS WS-INAC-RESTORED-RECORD.
       01  WS-INAC-RESTORED-RECORD  PIC X(20).

       FD  ARCH-PRE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-ARCH-PRE-RECORD.
       01  WS-ARCH-PRE-RECORD       PIC X(80).

       FD  ARCH-RESTORED-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-ARCH-RESTORED-RECORD.
       01  WS-ARCH-RESTORED-RECORD  PIC X(80).

       FD  WARE-PRE-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-WARE-PRE-RECORD.
       01  WS-WARE-PRE-RECORD       PIC X(100).

       FD  WARE-RESTORED-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-WARE-RESTORED-RECORD.
       01  WS-WARE-RESTORED-RECORD  PIC X(100).

       FD  DUE-PRE-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-DUE-PRE-RECORD.
       01  WS-DUE-PRE-RECORD        PIC X(60).

       FD  DUE-RESTORED-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-DUE-RESTORED-RECORD.
       01  WS-DUE-RESTORED-RECORD   PIC X(60).

       FD  CHGT-PRE-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS WS-CHGT-PRE-RECORD.
       01  WS-CHGT-PRE-RECORD       PIC X(30).

       FD  CHGT-RESTORED-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS WS-CHGT-RESTORED-RECORD.
       01  WS-CHGT-RESTORED-RECORD  PIC X(30).

       FD  LBXS-PRE-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS WS-LBXS-PRE-RECORD.
       01  WS-LBXS-PRE-RECORD       PIC X(120).

       FD  LBXS-RESTORED-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS WS-LBXS-RESTORED-RECORD.
       01  WS-LBXS-RESTORED-RECORD  PIC X(120).

       FD  HELD-PRE-FILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS WS-HELD-PRE-RECORD.
       01  WS-HELD-PRE-RECORD       PIC X(160).

       FD  HELD-RESTORED-FILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS WS-HELD-RESTORED-RECORD.
       01  WS-HELD-RESTORED-RECORD  PIC X(160).

       FD  DORM-PRE-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS WS-DORM-PRE-RECORD.
       01  WS-DORM-PRE-RECORD       PIC X(40).

       FD  DORM-RESTORED-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS WS-DORM-RESTORED-RECORD.
       01  WS-DORM-RESTORED-RECORD  PIC X(40).

       FD  PAYQ-PRE-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS WS-PAYQ-PRE-RECORD.
       01  WS-PAYQ-PRE-RECORD       PIC X(150).

       FD  PAYQ-RESTORED-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS WS-PAYQ-RESTORED-RECORD.
       01  WS-PAYQ-RESTORED-RECORD  PIC X(150).

       FD  TRAN-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-HISTORY-FILE-RECORD.
       01  WS-HISTORY-FILE-RECORD   PIC X(60).

       FD  HISTORY-KEPT-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-HISTORY-KEPT-RECORD.
       01  WS-HISTORY-KEPT-RECORD   PIC X(60).

       FD  TRAN-POSTED-LOG-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS WS-TRAN-POSTED-RECORD.
       01  WS-TRAN-POSTED-RECORD    PIC X(40).

       FD  POSTED-LOG-KEPT-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS WS-POSTED-LOG-KEPT-RECORD.
       01  WS-POSTED-LOG-KEPT-RECORD PIC X(40).

       FD  ROLLBACK-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-ROLLBACK-REPORT-LINE.
       01  WS-ROLLBACK-REPORT-LINE  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ROLLREQ-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-AUTH-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-RUNCTL-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-RSTMST-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CUSTPRE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CUSTRST-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-DELQPRE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-DELQRST-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CREDPRE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CREDRST-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-INACPRE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-INACRST-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ARCHPRE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ARCHRST-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-WAREPRE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-WARERST-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-DUEPRE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-DUERST-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CHGTPRE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CHGTRST-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-LBXSPRE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-LBXSRST-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-HELDPRE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-HELDRST-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-DORMPRE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-DORMRST-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-PAYQPRE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-PAYQRST-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-HISTORY-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-HISTOUT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-TRANPOST-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-TPOSTOUT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REPORT-FILE-STATUS.

       01  WS-RUN-CONTROL-RECORD.
           COPY RUNCTLRC.

       01  WS-RESTART-CONTROL-RECORD.
           COPY RSTCTLRC.

      * Every record copied or stripped passes through one work area
      * so the tally paragraphs serve all fourteen files; the views
      * below pick out the field each file is hashed on.
       01  WS-ROLL-WORK-RECORD      PIC X(160).

       01  WS-ROLL-KEY-VIEW REDEFINES WS-ROLL-WORK-RECORD.
           05  WS-RWK-CUST-ID       PIC 9(10).
           05  FILLER               PIC X(150).

       01  WS-ROLL-CUST-VIEW REDEFINES WS-ROLL-WORK-RECORD.
           05  WS-RWC-CUST-ID       PIC 9(10).
           05  WS-RWC-CUST-NAME     PIC X(30).
           05  WS-RWC-CUST-BALANCE  PIC S9(7)V99.
           05  FILLER               PIC X(111).

       01  WS-ROLL-POSTED-VIEW REDEFINES WS-ROLL-WORK-RECORD.
           05  WS-RWP-CREATE-DATE   PIC 9(8).
           05  WS-RWP-HASH-TOTAL    PIC 9(13)V99.
           05  WS-RWP-POSTED-DATE   PIC 9(8).
           05  FILLER               PIC X(129).

      * DUETRK (MINDUERC): the minimum due.
       01  WS-ROLL-DUE-VIEW REDEFINES WS-ROLL-WORK-RECORD.
           05  FILLER               PIC X(26).
           05  WS-RWD-MIN-DUE       PIC 9(7)V99.
           05  FILLER               PIC X(125).

      * LBXSUS: the remittance amount.
       01  WS-ROLL-SUSPENSE-VIEW REDEFINES WS-ROLL-WORK-RECORD.
           05  FILLER               PIC X(10).
           05  WS-RWS-AMOUNT        PIC 9(8)V99.
           05  FILLER               PIC X(140).

      * Held queue (HELDREC): the held transaction image's amount.
       01  WS-ROLL-HELD-VIEW REDEFINES WS-ROLL-WORK-RECORD.
           05  FILLER               PIC X(50).
           05  WS-RWH-AMOUNT        PIC 9(15)V99.
           05  FILLER               PIC X(93).

      * Payoff quotes (PAYQREC): the payoff amount.
       01  WS-ROLL-QUOTE-VIEW REDEFINES WS-ROLL-WORK-RECORD.
           05  FILLER               PIC X(105).
           05  WS-RWQ-PAYOFF-AMOUNT PIC 9(9)V99.
           05  FILLER               PIC X(44).

       01  WS-HISTORY-WORK-RECORD REDEFINES WS-ROLL-WORK-RECORD.
           COPY TRNHIST.

      * One request card per rollback: the cycle keyed a second time
      * (it must agree with the PARM) and the three people who
      * signed for it.
       01  WS-ROLLBACK-REQUEST-RECORD.
           05  WS-RBQ-CYCLE-DATE    PIC X(8).
           05  WS-RBQ-CYCLE-TYPE    PIC X(4).
           05  WS-RBQ-OPERATOR-ID   PIC X(8).
           05  WS-RBQ-APPROVER-ID   PIC X(8).
           05  WS-RBQ-APPROVER2-ID  PIC X(8).
           05  WS-RBQ-REASON        PIC X(40).
           05  FILLER               PIC X(4).

       01  WS-PARM-FIELDS.
           05  WS-PARM-LENGTH       PIC 9(4) VALUE ZERO.
           05  WS-ROLL-CYCLE-DATE   PIC 9(8) VALUE ZERO.
           05  WS-ROLL-CYCLE-TYPE   PIC X(4) VALUE SPACES.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                    PIC X(8).

      * Grants in force today, loaded from AUTHFILE.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY-COUNT  PIC 9(4) VALUE ZERO.
           05  WS-AUTH-MAX-ENTRIES  PIC 9(4) VALUE 200.
           05  WS-AUTH-ENTRY OCCURS 200 TIMES.
               10  WS-AUTH-TBL-ID       PIC X(8).
           05  WS-AUTH-IDX          PIC 9(4) VALUE ZERO.
           05  WS-AUTH-LOOKUP-ID    PIC X(8) VALUE SPACES.
           05  WS-AUTH-FOUND-SW     PIC X(1) VALUE 'N'.
               88  AUTH-ID-FOUND        VALUE 'Y'.
           05  WS-AUTH-EOF-SW       PIC X(1) VALUE 'N'.
               88  AUTH-FILE-EOF        VALUE 'Y'.

      * Current restart state per job/slice pair, the RSTCTLUT
      * table: the last record for a pair overwrites its slot.
       01  WS-STATE-TABLE.
           05  WS-STA-ENTRY-COUNT   PIC 9(2) VALUE ZERO.
           05  WS-STA-MAX-ENTRIES   PIC 9(2) VALUE 50.
           05  WS-STA-ENTRY OCCURS 50 TIMES.
               10  WS-STA-JOB-NAME      PIC X(10).
               10  WS-STA-SLICE-ID      PIC 9(1).
               10  WS-STA-ACTION        PIC X(1).
               10  WS-STA-CYCLE-DATE    PIC 9(8).
               10  WS-STA-CYCLE-TYPE    PIC X(4).
           05  WS-STA-IDX           PIC 9(2) VALUE ZERO.
           05  WS-STA-PICKED        PIC 9(2) VALUE ZERO.

      * One slot per file the rollback touches. Restored files prove
      * IN = OUT = VERIFY; stripped files prove IN = OUT + STRIPPED
      * and OUT = VERIFY, on count and on hash.
       01  WS-ROLL-FILE-NAMES.
           05  FILLER PIC X(20) VALUE 'CUSTOMER MASTER     '.
           05  FILLER PIC X(20) VALUE 'DELINQUENCY TRACKING'.
           05  FILLER PIC X(20) VALUE 'CREDIT-BAL TRACKING '.
           05  FILLER PIC X(20) VALUE 'INACTIVITY TRACKING '.
           05  FILLER PIC X(20) VALUE 'CUSTOMER ARCHIVE    '.
           05  FILLER PIC X(20) VALUE 'PAYMENT WAREHOUSE   '.
           05  FILLER PIC X(20) VALUE 'MINIMUM-DUE TRACKING'.
           05  FILLER PIC X(20) VALUE 'CHARGE-OFF TRACKING '.
           05  FILLER PIC X(20) VALUE 'LOCKBOX SUSPENSE    '.
           05  FILLER PIC X(20) VALUE 'HELD-TRANSACTION Q  '.
           05  FILLER PIC X(20) VALUE 'DORMANCY TRACKING   '.
           05  FILLER PIC X(20) VALUE 'OPEN PAYOFF QUOTES  '.
           05  FILLER PIC X(20) VALUE 'TRANSACTION HISTORY '.
           05  FILLER PIC X(20) VALUE 'POSTED-TRANFILE LOG '.
       01  WS-ROLL-FILE-NAME-TABLE REDEFINES WS-ROLL-FILE-NAMES.
           05  WS-RBF-NAME          PIC X(20) OCCURS 14 TIMES.

       01  WS-ROLL-FILE-TABLE.
           05  WS-RBF-ENTRY OCCURS 14 TIMES.
               10  WS-RBF-STATE         PIC X(1).
                   88  RBF-NOT-SUPPLIED     VALUE 'N'.
                   88  RBF-PROCESSED        VALUE 'Y'.
               10  WS-RBF-IN-COUNT      PIC 9(9).
               10  WS-RBF-OUT-COUNT     PIC 9(9).
               10  WS-RBF-STRIP-COUNT   PIC 9(9).
               10  WS-RBF-VERIFY-COUNT  PIC 9(9).
               10  WS-RBF-IN-HASH       PIC S9(13)V99 COMP-3.
               10  WS-RBF-OUT-HASH      PIC S9(13)V99 COMP-3.
               10  WS-RBF-STRIP-HASH    PIC S9(13)V99 COMP-3.
               10  WS-RBF-VERIFY-HASH   PIC S9(13)V99 COMP-3.
           05  WS-RBX               PIC 9(2) VALUE ZERO.
           05  WS-RECORD-HASH       PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-PROOF-HASH        PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-ROLLBACK-CONTROL-FIELDS.
           05  WS-REFUSED-SW        PIC X(1) VALUE 'N'.
               88  ROLLBACK-REFUSED     VALUE 'Y'.
           05  WS-PROOF-SW          PIC X(1) VALUE 'Y'.
               88  ROLLBACK-PROVEN      VALUE 'Y'.
           05  WS-ROLL-INPUT-EOF-SW PIC X(1) VALUE 'N'.
               88  ROLL-INPUT-EOF       VALUE 'Y'.
           05  WS-RUNCTL-EOF-SW     PIC X(1) VALUE 'N'.
               88  RUNCTL-EOF           VALUE 'Y'.
           05  WS-RSTMST-EOF-SW     PIC X(1) VALUE 'N'.
               88  RESTART-MASTER-EOF   VALUE 'Y'.
           05  WS-REQUEST-COUNT     PIC 9(4) VALUE ZERO.
           05  WS-REFUSE-REASON     PIC X(60) VALUE SPACES.
           05  WS-RUNCTL-READ       PIC 9(9) VALUE ZERO.
           05  WS-RSTMST-READ       PIC 9(9) VALUE ZERO.
           05  WS-RESTART-VOIDS     PIC 9(9) VALUE ZERO.
           05  WS-TOTAL-IN          PIC 9(9) VALUE ZERO.
           05  WS-TOTAL-OUT         PIC 9(9) VALUE ZERO.
           05  WS-TOTAL-STRIPPED    PIC 9(9) VALUE ZERO.

      * Header view of the pre-cycle customer master's first record
      * (copybook FILENVWS).
       01  WS-ENVELOPE-RECORD.
           COPY FILENVWS.

       COPY CYCSTKWS.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE-LINE    PIC X(80) VALUE
               'CYCROLL - WHOLE-CYCLE ROLLBACK'.
           05  WS-RPT-CYCLE-LINE.
               10  FILLER           PIC X(23) VALUE
                   'CYCLE ROLLED BACK     '.
               10  WS-RPC-CYCLE     PIC 9(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPC-TYPE      PIC X(4).
               10  FILLER           PIC X(24) VALUE
                   '   FILES RESTORED TO    '.
               10  WS-RPC-PRIOR     PIC 9(8).
               10  FILLER           PIC X(12) VALUE SPACES.
           05  WS-RPT-AUTH-LINE.
               10  FILLER           PIC X(9) VALUE 'OPERATOR '.
               10  WS-RPA-OPERATOR  PIC X(8).
               10  FILLER           PIC X(11) VALUE '  APPROVER '.
               10  WS-RPA-APPROVER  PIC X(8).
               10  FILLER           PIC X(18) VALUE
                   '  SECOND APPROVER '.
               10  WS-RPA-APPROVER2 PIC X(8).
               10  FILLER           PIC X(18) VALUE SPACES.
           05  WS-RPT-REASON-LINE.
               10  FILLER           PIC X(9) VALUE 'REASON   '.
               10  WS-RPR-REASON    PIC X(40).
               10  FILLER           PIC X(31) VALUE SPACES.
           05  WS-RPT-FILE-LINE.
               10  WS-RPF-NAME      PIC X(20).
               10  FILLER           PIC X(4) VALUE ' IN='.
               10  WS-RPF-IN        PIC ZZZZZZZZ9.
               10  FILLER           PIC X(5) VALUE ' OUT='.
               10  WS-RPF-OUT       PIC ZZZZZZZZ9.
               10  FILLER           PIC X(7) VALUE ' STRIP='.
               10  WS-RPF-STRIP     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPF-STATUS    PIC X(12).
               10  FILLER           PIC X(4) VALUE SPACES.
           05  WS-RPT-HASH-LINE.
               10  FILLER           PIC X(11) VALUE '   HASH IN='.
               10  WS-RPH-IN        PIC -ZZZZZZZZZZZZ9.99.
               10  FILLER           PIC X(5) VALUE ' OUT='.
               10  WS-RPH-OUT       PIC -ZZZZZZZZZZZZ9.99.
               10  FILLER           PIC X(7) VALUE ' STRIP='.
               10  WS-RPH-STRIP     PIC -ZZZZZZZZZZZZ9.99.
               10  FILLER           PIC X(6) VALUE SPACES.
           05  WS-RPT-MESSAGE-LINE  PIC X(80).

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN          PIC S9(4) COMP.
           05  WS-PARM-DATA         PIC X(13).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PARAGRAPH.
           PERFORM PARSE-RUN-PARM.
           DISPLAY 'Program CYCROLL started, cycle '
                   WS-ROLL-CYCLE-DATE ' ' WS-ROLL-CYCLE-TYPE.
           MOVE 'CYCROLL' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           OPEN OUTPUT ROLLBACK-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening rollback report: '
                       WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           WRITE WS-ROLLBACK-REPORT-LINE FROM WS-RPT-TITLE-LINE.
           PERFORM LOAD-ROLLBACK-REQUEST.
           IF NOT ROLLBACK-REFUSED
               PERFORM LOAD-AUTH-TABLE
               PERFORM VALIDATE-ROLLBACK-AUTH
           END-IF.
           IF NOT ROLLBACK-REFUSED
               PERFORM VERIFY-LATEST-CYCLE
           END-IF.
           IF NOT ROLLBACK-REFUSED
               PERFORM VERIFY-PRE-CYCLE-MASTER
           END-IF.
           IF NOT ROLLBACK-REFUSED
               PERFORM LOAD-RESTART-STATES
           END-IF.
           IF ROLLBACK-REFUSED
               PERFORM REFUSE-ROLLBACK
               GOBACK
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM RESTORE-CUSTOMER-MASTER.
           PERFORM RESTORE-DELQ-TRACKING.
           PERFORM RESTORE-CRED-TRACKING.
           PERFORM RESTORE-INAC-TRACKING.
           PERFORM RESTORE-CUSTOMER-ARCHIVE.
           PERFORM RESTORE-PAYMENT-WAREHOUSE.
           PERFORM RESTORE-DUE-TRACKING.
           PERFORM RESTORE-CHGT-TRACKING.
           PERFORM RESTORE-LOCKBOX-SUSPENSE.
           PERFORM RESTORE-HELD-QUEUE.
           PERFORM RESTORE-DORM-TRACKING.
           PERFORM RESTORE-PAYOFF-QUOTES.
           PERFORM STRIP-TRANSACTION-HISTORY.
           PERFORM STRIP-POSTED-LOG.
           PERFORM PROVE-ONE-FILE
               VARYING WS-RBX FROM 1 BY 1
               UNTIL WS-RBX > 14.
           IF ROLLBACK-PROVEN AND RETURN-CODE < 8
               PERFORM VOID-RESTART-STATES
           END-IF.
           PERFORM TERMINATION-PARAGRAPH.
           GOBACK.

       PARSE-RUN-PARM.
      * No default cycle: rolling back "today" because the PARM was
      * left off is exactly the accident this run must not allow.
           MOVE ZERO TO WS-ROLL-CYCLE-DATE.
           MOVE 'DAIL' TO WS-ROLL-CYCLE-TYPE.
           MOVE WS-PARM-LEN TO WS-PARM-LENGTH.
           IF WS-PARM-LENGTH >= 13
               IF WS-PARM-DATA(1:8) IS NUMERIC
                   MOVE WS-PARM-DATA(1:8) TO WS-ROLL-CYCLE-DATE
               END-IF
               MOVE WS-PARM-DATA(10:4) TO WS-ROLL-CYCLE-TYPE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           IF WS-ROLL-CYCLE-DATE = ZERO
               SET ROLLBACK-REFUSED TO TRUE
               MOVE 'NO CYCLE DATE ON PARM' TO WS-REFUSE-REASON
           END-IF.

      * ----- authorization -----

       LOAD-ROLLBACK-REQUEST.
           IF ROLLBACK-REFUSED
               CONTINUE
           ELSE
               OPEN INPUT ROLLBACK-REQUEST-FILE
               IF WS-ROLLREQ-FILE-STATUS NOT = '00'
                   SET ROLLBACK-REFUSED TO TRUE
                   MOVE 'NO ROLLBACK REQUEST CARD'
                       TO WS-REFUSE-REASON
               ELSE
                   PERFORM READ-ROLLBACK-REQUEST
                       UNTIL WS-ROLLREQ-FILE-STATUS NOT = '00'
                   CLOSE ROLLBACK-REQUEST-FILE
                   PERFORM CHECK-ROLLBACK-REQUEST
               END-IF
           END-IF.

       READ-ROLLBACK-REQUEST.
      * The first card is kept; a second one is counted so the run
      * can refuse -- two requests for one rollback is a keying
      * error, not something to pick between.
           IF WS-REQUEST-COUNT = ZERO
               READ ROLLBACK-REQUEST-FILE
                       INTO WS-ROLLBACK-REQUEST-RECORD
                   AT END CONTINUE
                   NOT AT END ADD 1 TO WS-REQUEST-COUNT
               END-READ
           ELSE
               READ ROLLBACK-REQUEST-FILE
                   AT END CONTINUE
                   NOT AT END ADD 1 TO WS-REQUEST-COUNT
               END-READ
           END-IF.

       CHECK-ROLLBACK-REQUEST.
           EVALUATE TRUE
               WHEN WS-REQUEST-COUNT = ZERO
                   SET ROLLBACK-REFUSED TO TRUE
                   MOVE 'ROLLBACK REQUEST FILE IS EMPTY'
                       TO WS-REFUSE-REASON
               WHEN WS-REQUEST-COUNT > 1
                   SET ROLLBACK-REFUSED TO TRUE
                   MOVE 'MORE THAN ONE ROLLBACK REQUEST CARD'
                       TO WS-REFUSE-REASON
               WHEN WS-RBQ-CYCLE-DATE NOT = WS-PARM-DATA(1:8)
                       OR WS-RBQ-CYCLE-TYPE NOT = WS-ROLL-CYCLE-TYPE
                   SET ROLLBACK-REFUSED TO TRUE
                   MOVE 'REQUEST CARD CYCLE DOES NOT MATCH PARM'
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   MOVE WS-RBQ-OPERATOR-ID TO WS-RPA-OPERATOR
                   MOVE WS-RBQ-APPROVER-ID TO WS-RPA-APPROVER
                   MOVE WS-RBQ-APPROVER2-ID TO WS-RPA-APPROVER2
                   MOVE WS-RBQ-REASON TO WS-RPR-REASON
           END-EVALUATE.

       LOAD-AUTH-TABLE.
      * No authorization master means nobody can sign for a
      * rollback; the validation below then refuses the run.
           OPEN INPUT AUTH-MASTER-FILE.
           IF WS-AUTH-FILE-STATUS NOT = '00'
               DISPLAY 'No authorization master, status '
                       WS-AUTH-FILE-STATUS
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
      * Caller sets WS-AUTH-LOOKUP-ID; a blank id never authorizes.
           MOVE 'N' TO WS-AUTH-FOUND-SW.
           IF WS-AUTH-LOOKUP-ID NOT = SPACES
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-IDX > WS-AUTH-ENTRY-COUNT
                       OR AUTH-ID-FOUND
                   IF WS-AUTH-TBL-ID(WS-AUTH-IDX) = WS-AUTH-LOOKUP-ID
                       SET AUTH-ID-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       VALIDATE-ROLLBACK-AUTH.
      * Operator, approver and second approver must all hold a grant
      * in force, and must be three different people: nobody may
      * approve their own rollback, and one approver may not sign
      * twice.
           MOVE WS-RBQ-OPERATOR-ID TO WS-AUTH-LOOKUP-ID.
           PERFORM LOOKUP-AUTH-ID.
           IF NOT AUTH-ID-FOUND
               SET ROLLBACK-REFUSED TO TRUE
               MOVE 'OPERATOR NOT AUTH' TO WS-REFUSE-REASON
           END-IF.
           IF NOT ROLLBACK-REFUSED
               MOVE WS-RBQ-APPROVER-ID TO WS-AUTH-LOOKUP-ID
               PERFORM LOOKUP-AUTH-ID
               IF NOT AUTH-ID-FOUND
                   SET ROLLBACK-REFUSED TO TRUE
                   MOVE 'APPROVER NOT AUTH' TO WS-REFUSE-REASON
               END-IF
           END-IF.
           IF NOT ROLLBACK-REFUSED
                   AND WS-RBQ-APPROVER-ID = WS-RBQ-OPERATOR-ID
               SET ROLLBACK-REFUSED TO TRUE
               MOVE 'APPROVER IS OPERATOR' TO WS-REFUSE-REASON
           END-IF.
           IF NOT ROLLBACK-REFUSED
               MOVE WS-RBQ-APPROVER2-ID TO WS-AUTH-LOOKUP-ID
               PERFORM LOOKUP-AUTH-ID
               IF NOT AUTH-ID-FOUND
                       OR WS-RBQ-APPROVER2-ID = WS-RBQ-APPROVER-ID
                       OR WS-RBQ-APPROVER2-ID = WS-RBQ-OPERATOR-ID
                   SET ROLLBACK-REFUSED TO TRUE
                   MOVE 'SECOND APPROVER REQD' TO WS-REFUSE-REASON
               END-IF
           END-IF.

      * ----- latest-cycle check -----

       VERIFY-LATEST-CYCLE.
      * The keyed cycle must be the posting run's latest clean cycle
      * still standing after any earlier voids; the one beneath it
      * is the cycle the files go back to.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS NOT = '00'
               SET ROLLBACK-REFUSED TO TRUE
               MOVE 'RUN-CONTROL MASTER NOT AVAILABLE'
                   TO WS-REFUSE-REASON
           ELSE
               PERFORM SCAN-ONE-RUN-CONTROL-RECORD
                   UNTIL RUNCTL-EOF
               CLOSE RUN-CONTROL-FILE
               DISPLAY 'Run-control records read: ' WS-RUNCTL-READ
               IF WS-CS-CURRENT-DATE NOT = WS-ROLL-CYCLE-DATE
                   SET ROLLBACK-REFUSED TO TRUE
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING 'NOT THE LATEST POSTED CYCLE - LATEST IS '
                           DELIMITED BY SIZE
                           WS-CS-CURRENT-DATE DELIMITED BY SIZE
                       INTO WS-REFUSE-REASON
                   END-STRING
               END-IF
           END-IF.

       SCAN-ONE-RUN-CONTROL-RECORD.
           READ RUN-CONTROL-FILE INTO WS-RUN-CONTROL-RECORD
               AT END SET RUNCTL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RUNCTL-READ
                   IF RC-VOID-RECORD
                       MOVE WS-RC-CYCLE-DATE TO WS-CS-NOTE-DATE
                       PERFORM 8710-NOTE-VOIDED-CYCLE
                   ELSE
                       IF WS-RC-JOB-NAME = 'REDEFEX'
                               AND WS-RC-RETURN-CODE IS NUMERIC
                               AND WS-RC-RETURN-CODE < 8
                           MOVE WS-RC-CYCLE-DATE TO WS-CS-NOTE-DATE
                           PERFORM 8700-NOTE-CLEAN-CYCLE
                       END-IF
                   END-IF
           END-READ.

       VERIFY-PRE-CYCLE-MASTER.
      * The customer master handed in as CUSTPRE must be the one the
      * prior cycle wrote: its header carries that cycle's date as
      * its creation date. Another generation, or a dry run's
      * projection, would be restored as if it were the real thing.
           OPEN INPUT CUST-PRE-FILE.
           IF WS-CUSTPRE-FILE-STATUS NOT = '00'
               SET ROLLBACK-REFUSED TO TRUE
               MOVE 'PRE-CYCLE CUSTOMER MASTER NOT AVAILABLE'
                   TO WS-REFUSE-REASON
           ELSE
               MOVE SPACES TO WS-ENVELOPE-RECORD
               READ CUST-PRE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE WS-CUST-PRE-RECORD TO WS-ENVELOPE-RECORD
               END-READ
               CLOSE CUST-PRE-FILE
               EVALUATE TRUE
                   WHEN NOT ENV-IS-HEADER
                       SET ROLLBACK-REFUSED TO TRUE
                       MOVE 'CUSTPRE HAS NO FILE HEADER'
                           TO WS-REFUSE-REASON
                   WHEN ENV-IS-DRY-RUN
                       SET ROLLBACK-REFUSED TO TRUE
                       MOVE 'CUSTPRE IS A DRY-RUN PROJECTION'
                           TO WS-REFUSE-REASON
                   WHEN WS-ENV-CREATE-DATE NOT NUMERIC
                           OR WS-ENV-CREATE-DATE NOT = WS-CS-PRIOR-DATE
                       SET ROLLBACK-REFUSED TO TRUE
                       MOVE SPACES TO WS-REFUSE-REASON
                       STRING 'CUSTPRE CREATED ' DELIMITED BY SIZE
                               WS-ENV-CREATE-DATE DELIMITED BY SIZE
                               ', PRIOR CYCLE IS ' DELIMITED BY SIZE
                               WS-CS-PRIOR-DATE DELIMITED BY SIZE
                           INTO WS-REFUSE-REASON
                       END-STRING
               END-EVALUATE
           END-IF.

       LOAD-RESTART-STATES.
      * The restart states are taken before anything is restored, so
      * a master too big to hold is refused up front rather than
      * found out after the files have gone back.
           OPEN INPUT RESTART-MASTER-FILE.
           IF WS-RSTMST-FILE-STATUS NOT = '00'
                   AND WS-RSTMST-FILE-STATUS NOT = '05'
               DISPLAY 'No restart-control master, status '
                       WS-RSTMST-FILE-STATUS
               SET RESTART-MASTER-EOF TO TRUE
           END-IF.
           PERFORM SCAN-ONE-RESTART-RECORD
               UNTIL RESTART-MASTER-EOF.
           IF WS-RSTMST-FILE-STATUS = '00'
                   OR WS-RSTMST-FILE-STATUS = '10'
               CLOSE RESTART-MASTER-FILE
           END-IF.

       REFUSE-ROLLBACK.
           MOVE 16 TO RETURN-CODE.
           MOVE SPACES TO WS-RPT-MESSAGE-LINE.
           STRING '*** ROLLBACK REFUSED: ' DELIMITED BY SIZE
                   WS-REFUSE-REASON DELIMITED BY '  '
                   ' - NOTHING RESTORED ***' DELIMITED BY SIZE
               INTO WS-RPT-MESSAGE-LINE
           END-STRING.
           WRITE WS-ROLLBACK-REPORT-LINE FROM WS-RPT-MESSAGE-LINE.
           DISPLAY WS-RPT-MESSAGE-LINE.
           CLOSE ROLLBACK-REPORT-FILE.

       WRITE-REPORT-HEADING.
           MOVE WS-ROLL-CYCLE-DATE TO WS-RPC-CYCLE.
           MOVE WS-ROLL-CYCLE-TYPE TO WS-RPC-TYPE.
           MOVE WS-CS-PRIOR-DATE TO WS-RPC-PRIOR.
           WRITE WS-ROLLBACK-REPORT-LINE FROM WS-RPT-CYCLE-LINE.
           WRITE WS-ROLLBACK-REPORT-LINE FROM WS-RPT-AUTH-LINE.
           WRITE WS-ROLLBACK-REPORT-LINE FROM WS-RPT-REASON-LINE.
           DISPLAY WS-RPT-CYCLE-LINE.
           DISPLAY WS-RPT-AUTH-LINE.
           PERFORM VARYING WS-RBX FROM 1 BY 1 UNTIL WS-RBX > 14
               SET RBF-NOT-SUPPLIED(WS-RBX) TO TRUE
               MOVE ZERO TO WS-RBF-IN-COUNT(WS-RBX)
                            WS-RBF-OUT-COUNT(WS-RBX)
                            WS-RBF-STRIP-COUNT(WS-RBX)
                            WS-RBF-VERIFY-COUNT(WS-RBX)
                            WS-RBF-IN-HASH(WS-RBX)
                            WS-RBF-OUT-HASH(WS-RBX)
                            WS-RBF-STRIP-HASH(WS-RBX)
                            WS-RBF-VERIFY-HASH(WS-RBX)
           END-PERFORM.

      * ----- shared tallies -----

       COMPUTE-RECORD-HASH.
      * Money where the file carries it, the customer id otherwise.
           MOVE ZERO TO WS-RECORD-HASH.
           EVALUATE WS-RBX
               WHEN 1
                   IF WS-RWC-CUST-BALANCE IS NUMERIC
                       MOVE WS-RWC-CUST-BALANCE TO WS-RECORD-HASH
                   END-IF
               WHEN 7
                   IF WS-RWD-MIN-DUE IS NUMERIC
                       MOVE WS-RWD-MIN-DUE TO WS-RECORD-HASH
                   END-IF
               WHEN 9
                   IF WS-RWS-AMOUNT IS NUMERIC
                       MOVE WS-RWS-AMOUNT TO WS-RECORD-HASH
                   END-IF
               WHEN 10
                   IF WS-RWH-AMOUNT IS NUMERIC
                       MOVE WS-RWH-AMOUNT TO WS-RECORD-HASH
                   END-IF
               WHEN 12
                   IF WS-RWQ-PAYOFF-AMOUNT IS NUMERIC
                       MOVE WS-RWQ-PAYOFF-AMOUNT TO WS-RECORD-HASH
                   END-IF
               WHEN 13
                   IF WS-TH-AMOUNT IS NUMERIC
                       MOVE WS-TH-AMOUNT TO WS-RECORD-HASH
                   END-IF
               WHEN 14
                   IF WS-RWP-HASH-TOTAL IS NUMERIC
                       MOVE WS-RWP-HASH-TOTAL TO WS-RECORD-HASH
                   END-IF
               WHEN OTHER
                   IF WS-RWK-CUST-ID IS NUMERIC
                       MOVE WS-RWK-CUST-ID TO WS-RECORD-HASH
                   END-IF
           END-EVALUATE.

       TALLY-INPUT-RECORD.
           PERFORM COMPUTE-RECORD-HASH.
           ADD 1 TO WS-RBF-IN-COUNT(WS-RBX).
           ADD WS-RECORD-HASH TO WS-RBF-IN-HASH(WS-RBX).

       TALLY-OUTPUT-RECORD.
           ADD 1 TO WS-RBF-OUT-COUNT(WS-RBX).
           ADD WS-RECORD-HASH TO WS-RBF-OUT-HASH(WS-RBX).

       TALLY-STRIPPED-RECORD.
           ADD 1 TO WS-RBF-STRIP-COUNT(WS-RBX).
           ADD WS-RECORD-HASH TO WS-RBF-STRIP-HASH(WS-RBX).

       TALLY-VERIFY-RECORD.
           PERFORM COMPUTE-RECORD-HASH.
           ADD 1 TO WS-RBF-VERIFY-COUNT(WS-RBX).
           ADD WS-RECORD-HASH TO WS-RBF-VERIFY-HASH(WS-RBX).

       OUTPUT-OPEN-FAILED.
           DISPLAY 'Error opening restored ' WS-RBF-NAME(WS-RBX)
                   ' output'.
           MOVE 12 TO RETURN-CODE.
           MOVE 'N' TO WS-PROOF-SW.

       OPTIONAL-INPUT-MISSING.
           DISPLAY 'Pre-cycle ' WS-RBF-NAME(WS-RBX)
                   ' not supplied - NOT RESTORED'.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      * ----- customer master -----

       RESTORE-CUSTOMER-MASTER.
           MOVE 1 TO WS-RBX.
           OPEN INPUT CUST-PRE-FILE.
           IF WS-CUSTPRE-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening pre-cycle customer master: '
                       WS-CUSTPRE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE 'N' TO WS-PROOF-SW
           ELSE
               OPEN OUTPUT CUST-RESTORED-FILE
               IF WS-CUSTRST-FILE-STATUS NOT = '00'
                   PERFORM OUTPUT-OPEN-FAILED
                   CLOSE CUST-PRE-FILE
               ELSE
                   SET RBF-PROCESSED(WS-RBX) TO TRUE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM COPY-ONE-CUSTOMER-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE CUST-PRE-FILE
                   CLOSE CUST-RESTORED-FILE
                   OPEN INPUT CUST-RESTORED-FILE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM VERIFY-ONE-CUSTOMER-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE CUST-RESTORED-FILE
               END-IF
           END-IF.

       COPY-ONE-CUSTOMER-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ CUST-PRE-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END
                   PERFORM TALLY-INPUT-RECORD
                   WRITE WS-CUST-RESTORED-RECORD
                       FROM WS-ROLL-WORK-RECORD
                   PERFORM TALLY-OUTPUT-RECORD
           END-READ.

       VERIFY-ONE-CUSTOMER-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ CUST-RESTORED-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END PERFORM TALLY-VERIFY-RECORD
           END-READ.

      * ----- delinquency tracking -----

       RESTORE-DELQ-TRACKING.
           MOVE 2 TO WS-RBX.
           OPEN INPUT DELQ-PRE-FILE.
           IF WS-DELQPRE-FILE-STATUS NOT = '00'
               PERFORM OPTIONAL-INPUT-MISSING
           ELSE
               OPEN OUTPUT DELQ-RESTORED-FILE
               IF WS-DELQRST-FILE-STATUS NOT = '00'
                   PERFORM OUTPUT-OPEN-FAILED
                   CLOSE DELQ-PRE-FILE
               ELSE
                   SET RBF-PROCESSED(WS-RBX) TO TRUE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM COPY-ONE-DELQ-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE DELQ-PRE-FILE
                   CLOSE DELQ-RESTORED-FILE
                   OPEN INPUT DELQ-RESTORED-FILE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM VERIFY-ONE-DELQ-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE DELQ-RESTORED-FILE
               END-IF
           END-IF.

       COPY-ONE-DELQ-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ DELQ-PRE-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END
                   PERFORM TALLY-INPUT-RECORD
                   WRITE WS-DELQ-RESTORED-RECORD
                       FROM WS-ROLL-WORK-RECORD
                   PERFORM TALLY-OUTPUT-RECORD
           END-READ.

       VERIFY-ONE-DELQ-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ DELQ-RESTORED-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END PERFORM TALLY-VERIFY-RECORD
           END-READ.

      * ----- credit-balance tracking -----

       RESTORE-CRED-TRACKING.
           MOVE 3 TO WS-RBX.
           OPEN INPUT CRED-PRE-FILE.
           IF WS-CREDPRE-FILE-STATUS NOT = '00'
               PERFORM OPTIONAL-INPUT-MISSING
           ELSE
               OPEN OUTPUT CRED-RESTORED-FILE
               IF WS-CREDRST-FILE-STATUS NOT = '00'
                   PERFORM OUTPUT-OPEN-FAILED
                   CLOSE CRED-PRE-FILE
               ELSE
                   SET RBF-PROCESSED(WS-RBX) TO TRUE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM COPY-ONE-CRED-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE CRED-PRE-FILE
                   CLOSE CRED-RESTORED-FILE
                   OPEN INPUT CRED-RESTORED-FILE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM VERIFY-ONE-CRED-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE CRED-RESTORED-FILE
               END-IF
           END-IF.

       COPY-ONE-CRED-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ CRED-PRE-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END
                   PERFORM TALLY-INPUT-RECORD
                   WRITE WS-CRED-RESTORED-RECORD
                       FROM WS-ROLL-WORK-RECORD
                   PERFORM TALLY-OUTPUT-RECORD
           END-READ.

       VERIFY-ONE-CRED-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ CRED-RESTORED-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END PERFORM TALLY-VERIFY-RECORD
           END-READ.

      * ----- inactivity tracking -----

       RESTORE-INAC-TRACKING.
           MOVE 4 TO WS-RBX.
           OPEN INPUT INAC-PRE-FILE.
           IF WS-INACPRE-FILE-STATUS NOT = '00'
               PERFORM OPTIONAL-INPUT-MISSING
           ELSE
               OPEN OUTPUT INAC-RESTORED-FILE
               IF WS-INACRST-FILE-STATUS NOT = '00'
                   PERFORM OUTPUT-OPEN-FAILED
                   CLOSE INAC-PRE-FILE
               ELSE
                   SET RBF-PROCESSED(WS-RBX) TO TRUE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM COPY-ONE-INAC-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE INAC-PRE-FILE
                   CLOSE INAC-RESTORED-FILE
                   OPEN INPUT INAC-RESTORED-FILE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM VERIFY-ONE-INAC-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE INAC-RESTORED-FILE
               END-IF
           END-IF.

       COPY-ONE-INAC-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ INAC-PRE-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END
                   PERFORM TALLY-INPUT-RECORD
                   WRITE WS-INAC-RESTORED-RECORD
                       FROM WS-ROLL-WORK-RECORD
                   PERFORM TALLY-OUTPUT-RECORD
           END-READ.

       VERIFY-ONE-INAC-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ INAC-RESTORED-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END PERFORM TALLY-VERIFY-RECORD
           END-READ.

      * ----- customer archive -----

       RESTORE-CUSTOMER-ARCHIVE.
           MOVE 5 TO WS-RBX.
           OPEN INPUT ARCH-PRE-FILE.
           IF WS-ARCHPRE-FILE-STATUS NOT = '00'
               PERFORM OPTIONAL-INPUT-MISSING
           ELSE
               OPEN OUTPUT ARCH-RESTORED-FILE
               IF WS-ARCHRST-FILE-STATUS NOT = '00'
                   PERFORM OUTPUT-OPEN-FAILED
                   CLOSE ARCH-PRE-FILE
               ELSE
                   SET RBF-PROCESSED(WS-RBX) TO TRUE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM COPY-ONE-ARCH-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE ARCH-PRE-FILE
                   CLOSE ARCH-RESTORED-FILE
                   OPEN INPUT ARCH-RESTORED-FILE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM VERIFY-ONE-ARCH-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE ARCH-RESTORED-FILE
               END-IF
           END-IF.

       COPY-ONE-ARCH-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ ARCH-PRE-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END
                   PERFORM TALLY-INPUT-RECORD
                   WRITE WS-ARCH-RESTORED-RECORD
                       FROM WS-ROLL-WORK-RECORD
                   PERFORM TALLY-OUTPUT-RECORD
           END-READ.

       VERIFY-ONE-ARCH-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ ARCH-RESTORED-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END PERFORM TALLY-VERIFY-RECORD
           END-READ.

      * ----- payment warehouse -----

       RESTORE-PAYMENT-WAREHOUSE.
           MOVE 6 TO WS-RBX.
           OPEN INPUT WARE-PRE-FILE.
           IF WS-WAREPRE-FILE-STATUS NOT = '00'
               PERFORM OPTIONAL-INPUT-MISSING
           ELSE
               OPEN OUTPUT WARE-RESTORED-FILE
               IF WS-WARERST-FILE-STATUS NOT = '00'
                   PERFORM OUTPUT-OPEN-FAILED
                   CLOSE WARE-PRE-FILE
               ELSE
                   SET RBF-PROCESSED(WS-RBX) TO TRUE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM COPY-ONE-WARE-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE WARE-PRE-FILE
                   CLOSE WARE-RESTORED-FILE
                   OPEN INPUT WARE-RESTORED-FILE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM VERIFY-ONE-WARE-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE WARE-RESTORED-FILE
               END-IF
           END-IF.

       COPY-ONE-WARE-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ WARE-PRE-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END
                   PERFORM TALLY-INPUT-RECORD
                   WRITE WS-WARE-RESTORED-RECORD
                       FROM WS-ROLL-WORK-RECORD
                   PERFORM TALLY-OUTPUT-RECORD
           END-READ.

       VERIFY-ONE-WARE-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ WARE-RESTORED-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END PERFORM TALLY-VERIFY-RECORD
           END-READ.

      * ----- minimum-due tracking -----

       RESTORE-DUE-TRACKING.
           MOVE 7 TO WS-RBX.
           OPEN INPUT DUE-PRE-FILE.
           IF WS-DUEPRE-FILE-STATUS NOT = '00'
               PERFORM OPTIONAL-INPUT-MISSING
           ELSE
               OPEN OUTPUT DUE-RESTORED-FILE
               IF WS-DUERST-FILE-STATUS NOT = '00'
                   PERFORM OUTPUT-OPEN-FAILED
                   CLOSE DUE-PRE-FILE
               ELSE
                   SET RBF-PROCESSED(WS-RBX) TO TRUE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM COPY-ONE-DUE-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE DUE-PRE-FILE
                   CLOSE DUE-RESTORED-FILE
                   OPEN INPUT DUE-RESTORED-FILE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM VERIFY-ONE-DUE-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE DUE-RESTORED-FILE
               END-IF
           END-IF.

       COPY-ONE-DUE-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ DUE-PRE-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END
                   PERFORM TALLY-INPUT-RECORD
                   WRITE WS-DUE-RESTORED-RECORD
                       FROM WS-ROLL-WORK-RECORD
                   PERFORM TALLY-OUTPUT-RECORD
           END-READ.

       VERIFY-ONE-DUE-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ DUE-RESTORED-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END PERFORM TALLY-VERIFY-RECORD
           END-READ.

      * ----- charge-off tracking -----

       RESTORE-CHGT-TRACKING.
           MOVE 8 TO WS-RBX.
           OPEN INPUT CHGT-PRE-FILE.
           IF WS-CHGTPRE-FILE-STATUS NOT = '00'
               PERFORM OPTIONAL-INPUT-MISSING
           ELSE
               OPEN OUTPUT CHGT-RESTORED-FILE
               IF WS-CHGTRST-FILE-STATUS NOT = '00'
                   PERFORM OUTPUT-OPEN-FAILED
                   CLOSE CHGT-PRE-FILE
               ELSE
                   SET RBF-PROCESSED(WS-RBX) TO TRUE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM COPY-ONE-CHGT-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE CHGT-PRE-FILE
                   CLOSE CHGT-RESTORED-FILE
                   OPEN INPUT CHGT-RESTORED-FILE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM VERIFY-ONE-CHGT-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE CHGT-RESTORED-FILE
               END-IF
           END-IF.

       COPY-ONE-CHGT-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ CHGT-PRE-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END
                   PERFORM TALLY-INPUT-RECORD
                   WRITE WS-CHGT-RESTORED-RECORD
                       FROM WS-ROLL-WORK-RECORD
                   PERFORM TALLY-OUTPUT-RECORD
           END-READ.

       VERIFY-ONE-CHGT-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ CHGT-RESTORED-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END PERFORM TALLY-VERIFY-RECORD
           END-READ.

      * ----- lockbox suspense -----

       RESTORE-LOCKBOX-SUSPENSE.
           MOVE 9 TO WS-RBX.
           OPEN INPUT LBXS-PRE-FILE.
           IF WS-LBXSPRE-FILE-STATUS NOT = '00'
               PERFORM OPTIONAL-INPUT-MISSING
           ELSE
               OPEN OUTPUT LBXS-RESTORED-FILE
               IF WS-LBXSRST-FILE-STATUS NOT = '00'
                   PERFORM OUTPUT-OPEN-FAILED
                   CLOSE LBXS-PRE-FILE
               ELSE
                   SET RBF-PROCESSED(WS-RBX) TO TRUE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM COPY-ONE-LBXS-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE LBXS-PRE-FILE
                   CLOSE LBXS-RESTORED-FILE
                   OPEN INPUT LBXS-RESTORED-FILE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM VERIFY-ONE-LBXS-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE LBXS-RESTORED-FILE
               END-IF
           END-IF.

       COPY-ONE-LBXS-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ LBXS-PRE-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END
                   PERFORM TALLY-INPUT-RECORD
                   WRITE WS-LBXS-RESTORED-RECORD
                       FROM WS-ROLL-WORK-RECORD
                   PERFORM TALLY-OUTPUT-RECORD
           END-READ.

       VERIFY-ONE-LBXS-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ LBXS-RESTORED-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END PERFORM TALLY-VERIFY-RECORD
           END-READ.

      * ----- held-transaction queue -----

       RESTORE-HELD-QUEUE.
           MOVE 10 TO WS-RBX.
           OPEN INPUT HELD-PRE-FILE.
           IF WS-HELDPRE-FILE-STATUS NOT = '00'
               PERFORM OPTIONAL-INPUT-MISSING
           ELSE
               OPEN OUTPUT HELD-RESTORED-FILE
               IF WS-HELDRST-FILE-STATUS NOT = '00'
                   PERFORM OUTPUT-OPEN-FAILED
                   CLOSE HELD-PRE-FILE
               ELSE
                   SET RBF-PROCESSED(WS-RBX) TO TRUE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM COPY-ONE-HELD-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE HELD-PRE-FILE
                   CLOSE HELD-RESTORED-FILE
                   OPEN INPUT HELD-RESTORED-FILE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM VERIFY-ONE-HELD-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE HELD-RESTORED-FILE
               END-IF
           END-IF.

       COPY-ONE-HELD-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ HELD-PRE-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END
                   PERFORM TALLY-INPUT-RECORD
                   WRITE WS-HELD-RESTORED-RECORD
                       FROM WS-ROLL-WORK-RECORD
                   PERFORM TALLY-OUTPUT-RECORD
           END-READ.

       VERIFY-ONE-HELD-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ HELD-RESTORED-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END PERFORM TALLY-VERIFY-RECORD
           END-READ.

      * ----- dormancy tracking -----

       RESTORE-DORM-TRACKING.
           MOVE 11 TO WS-RBX.
           OPEN INPUT DORM-PRE-FILE.
           IF WS-DORMPRE-FILE-STATUS NOT = '00'
               PERFORM OPTIONAL-INPUT-MISSING
           ELSE
               OPEN OUTPUT DORM-RESTORED-FILE
               IF WS-DORMRST-FILE-STATUS NOT = '00'
                   PERFORM OUTPUT-OPEN-FAILED
                   CLOSE DORM-PRE-FILE
               ELSE
                   SET RBF-PROCESSED(WS-RBX) TO TRUE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM COPY-ONE-DORM-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE DORM-PRE-FILE
                   CLOSE DORM-RESTORED-FILE
                   OPEN INPUT DORM-RESTORED-FILE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM VERIFY-ONE-DORM-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE DORM-RESTORED-FILE
               END-IF
           END-IF.

       COPY-ONE-DORM-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ DORM-PRE-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END
                   PERFORM TALLY-INPUT-RECORD
                   WRITE WS-DORM-RESTORED-RECORD
                       FROM WS-ROLL-WORK-RECORD
                   PERFORM TALLY-OUTPUT-RECORD
           END-READ.

       VERIFY-ONE-DORM-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ DORM-RESTORED-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END PERFORM TALLY-VERIFY-RECORD
           END-READ.

      * ----- open payoff quotes -----

       RESTORE-PAYOFF-QUOTES.
           MOVE 12 TO WS-RBX.
           OPEN INPUT PAYQ-PRE-FILE.
           IF WS-PAYQPRE-FILE-STATUS NOT = '00'
               PERFORM OPTIONAL-INPUT-MISSING
           ELSE
               OPEN OUTPUT PAYQ-RESTORED-FILE
               IF WS-PAYQRST-FILE-STATUS NOT = '00'
                   PERFORM OUTPUT-OPEN-FAILED
                   CLOSE PAYQ-PRE-FILE
               ELSE
                   SET RBF-PROCESSED(WS-RBX) TO TRUE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM COPY-ONE-PAYQ-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE PAYQ-PRE-FILE
                   CLOSE PAYQ-RESTORED-FILE
                   OPEN INPUT PAYQ-RESTORED-FILE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM VERIFY-ONE-PAYQ-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE PAYQ-RESTORED-FILE
               END-IF
           END-IF.

       COPY-ONE-PAYQ-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ PAYQ-PRE-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END
                   PERFORM TALLY-INPUT-RECORD
                   WRITE WS-PAYQ-RESTORED-RECORD
                       FROM WS-ROLL-WORK-RECORD
                   PERFORM TALLY-OUTPUT-RECORD
           END-READ.

       VERIFY-ONE-PAYQ-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ PAYQ-RESTORED-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END PERFORM TALLY-VERIFY-RECORD
           END-READ.

      * ----- transaction history -----

       STRIP-TRANSACTION-HISTORY.
      * Every history row posted on the cycle date goes, whichever
      * step of the night wrote it -- the whole night is undone.
           MOVE 13 TO WS-RBX.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening transaction history: '
                       WS-HISTORY-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE 'N' TO WS-PROOF-SW
           ELSE
               OPEN OUTPUT HISTORY-KEPT-FILE
               IF WS-HISTOUT-FILE-STATUS NOT = '00'
                   PERFORM OUTPUT-OPEN-FAILED
                   CLOSE TRAN-HISTORY-FILE
               ELSE
                   SET RBF-PROCESSED(WS-RBX) TO TRUE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM STRIP-ONE-HISTORY-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE TRAN-HISTORY-FILE
                   CLOSE HISTORY-KEPT-FILE
                   OPEN INPUT HISTORY-KEPT-FILE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM VERIFY-ONE-HISTORY-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE HISTORY-KEPT-FILE
               END-IF
           END-IF.

       STRIP-ONE-HISTORY-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ TRAN-HISTORY-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END
                   PERFORM TALLY-INPUT-RECORD
                   IF WS-TH-POST-DATE IS NUMERIC
                           AND WS-TH-POST-DATE = WS-ROLL-CYCLE-DATE
                       PERFORM TALLY-STRIPPED-RECORD
                   ELSE
                       WRITE WS-HISTORY-KEPT-RECORD
                           FROM WS-ROLL-WORK-RECORD
                       PERFORM TALLY-OUTPUT-RECORD
                   END-IF
           END-READ.

       VERIFY-ONE-HISTORY-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ HISTORY-KEPT-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END PERFORM TALLY-VERIFY-RECORD
           END-READ.

      * ----- posted-TRANFILE log -----

       STRIP-POSTED-LOG.
      * No log yet (a site that has never posted) is nothing to
      * strip, not an error.
           MOVE 14 TO WS-RBX.
           OPEN INPUT TRAN-POSTED-LOG-FILE.
           IF WS-TRANPOST-FILE-STATUS NOT = '00'
                   AND WS-TRANPOST-FILE-STATUS NOT = '05'
               PERFORM OPTIONAL-INPUT-MISSING
           ELSE
               OPEN OUTPUT POSTED-LOG-KEPT-FILE
               IF WS-TPOSTOUT-FILE-STATUS NOT = '00'
                   PERFORM OUTPUT-OPEN-FAILED
                   CLOSE TRAN-POSTED-LOG-FILE
               ELSE
                   SET RBF-PROCESSED(WS-RBX) TO TRUE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM STRIP-ONE-POSTED-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE TRAN-POSTED-LOG-FILE
                   CLOSE POSTED-LOG-KEPT-FILE
                   OPEN INPUT POSTED-LOG-KEPT-FILE
                   MOVE 'N' TO WS-ROLL-INPUT-EOF-SW
                   PERFORM VERIFY-ONE-POSTED-RECORD
                       UNTIL ROLL-INPUT-EOF
                   CLOSE POSTED-LOG-KEPT-FILE
               END-IF
           END-IF.

       STRIP-ONE-POSTED-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ TRAN-POSTED-LOG-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END
                   PERFORM TALLY-INPUT-RECORD
                   IF WS-RWP-POSTED-DATE IS NUMERIC
                           AND WS-RWP-POSTED-DATE = WS-ROLL-CYCLE-DATE
                       PERFORM TALLY-STRIPPED-RECORD
                   ELSE
                       WRITE WS-POSTED-LOG-KEPT-RECORD
                           FROM WS-ROLL-WORK-RECORD
                       PERFORM TALLY-OUTPUT-RECORD
                   END-IF
           END-READ.

       VERIFY-ONE-POSTED-RECORD.
           MOVE SPACES TO WS-ROLL-WORK-RECORD.
           READ POSTED-LOG-KEPT-FILE INTO WS-ROLL-WORK-RECORD
               AT END SET ROLL-INPUT-EOF TO TRUE
               NOT AT END PERFORM TALLY-VERIFY-RECORD
           END-READ.

      * ----- proof -----

       PROVE-ONE-FILE.
           MOVE WS-RBF-NAME(WS-RBX) TO WS-RPF-NAME.
           MOVE WS-RBF-IN-COUNT(WS-RBX) TO WS-RPF-IN.
           MOVE WS-RBF-OUT-COUNT(WS-RBX) TO WS-RPF-OUT.
           MOVE WS-RBF-STRIP-COUNT(WS-RBX) TO WS-RPF-STRIP.
           MOVE WS-RBF-IN-HASH(WS-RBX) TO WS-RPH-IN.
           MOVE WS-RBF-OUT-HASH(WS-RBX) TO WS-RPH-OUT.
           MOVE WS-RBF-STRIP-HASH(WS-RBX) TO WS-RPH-STRIP.
           COMPUTE WS-PROOF-HASH =
               WS-RBF-OUT-HASH(WS-RBX) + WS-RBF-STRIP-HASH(WS-RBX).
           EVALUATE TRUE
               WHEN RBF-NOT-SUPPLIED(WS-RBX)
                   MOVE 'NOT RESTORED' TO WS-RPF-STATUS
               WHEN WS-RBF-OUT-COUNT(WS-RBX)
                       + WS-RBF-STRIP-COUNT(WS-RBX)
                       NOT = WS-RBF-IN-COUNT(WS-RBX)
                   OR WS-PROOF-HASH NOT = WS-RBF-IN-HASH(WS-RBX)
                   OR WS-RBF-VERIFY-COUNT(WS-RBX)
                       NOT = WS-RBF-OUT-COUNT(WS-RBX)
                   OR WS-RBF-VERIFY-HASH(WS-RBX)
                       NOT = WS-RBF-OUT-HASH(WS-RBX)
                   MOVE 'OUT OF BAL' TO WS-RPF-STATUS
                   MOVE 'N' TO WS-PROOF-SW
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'PROVEN' TO WS-RPF-STATUS
           END-EVALUATE.
           ADD WS-RBF-IN-COUNT(WS-RBX) TO WS-TOTAL-IN.
           ADD WS-RBF-OUT-COUNT(WS-RBX) TO WS-TOTAL-OUT.
           ADD WS-RBF-STRIP-COUNT(WS-RBX) TO WS-TOTAL-STRIPPED.
           WRITE WS-ROLLBACK-REPORT-LINE FROM WS-RPT-FILE-LINE.
           WRITE WS-ROLLBACK-REPORT-LINE FROM WS-RPT-HASH-LINE.
           DISPLAY WS-RPT-FILE-LINE.
           DISPLAY WS-RPT-HASH-LINE.

      * ----- restart master -----

       VOID-RESTART-STATES.
      * Every job/slice whose current restart state belongs to the
      * voided cycle gets a void record, pending or not: a pending
      * checkpoint from the bad night must not skip the rerun
      * forward, and the audit trail shows why it went away. The
      * states were taken by LOAD-RESTART-STATES.
           PERFORM VOID-ONE-RESTART-STATE
               VARYING WS-STA-IDX FROM 1 BY 1
               UNTIL WS-STA-IDX > WS-STA-ENTRY-COUNT.

       SCAN-ONE-RESTART-RECORD.
           READ RESTART-MASTER-FILE INTO WS-RESTART-CONTROL-RECORD
               AT END SET RESTART-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RSTMST-READ
                   PERFORM POST-STATE-TO-TABLE
           END-READ.

       POST-STATE-TO-TABLE.
           MOVE ZERO TO WS-STA-PICKED.
           PERFORM VARYING WS-STA-IDX FROM 1 BY 1
                   UNTIL WS-STA-IDX > WS-STA-ENTRY-COUNT
                   OR WS-STA-PICKED > ZERO
               IF WS-STA-JOB-NAME(WS-STA-IDX) = WS-RS-JOB-NAME
                       AND WS-STA-SLICE-ID(WS-STA-IDX)
                           = WS-RS-SLICE-ID
                   MOVE WS-STA-IDX TO WS-STA-PICKED
               END-IF
           END-PERFORM.
           IF WS-STA-PICKED = ZERO
               IF WS-STA-ENTRY-COUNT >= WS-STA-MAX-ENTRIES
                   DISPLAY '*** RESTART STATE TABLE FULL AT '
                           WS-STA-MAX-ENTRIES ' ***'
                   SET ROLLBACK-REFUSED TO TRUE
                   MOVE 'RESTART STATE TABLE FULL' TO WS-REFUSE-REASON
                   SET RESTART-MASTER-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-STA-ENTRY-COUNT
                   MOVE WS-STA-ENTRY-COUNT TO WS-STA-PICKED
                   MOVE WS-RS-JOB-NAME
                       TO WS-STA-JOB-NAME(WS-STA-PICKED)
                   MOVE WS-RS-SLICE-ID
                       TO WS-STA-SLICE-ID(WS-STA-PICKED)
               END-IF
           END-IF.
           IF WS-STA-PICKED > ZERO
               MOVE WS-RS-ACTION TO WS-STA-ACTION(WS-STA-PICKED)
               MOVE WS-RS-CYCLE-DATE
                   TO WS-STA-CYCLE-DATE(WS-STA-PICKED)
               MOVE WS-RS-CYCLE-TYPE
                   TO WS-STA-CYCLE-TYPE(WS-STA-PICKED)
           END-IF.

       VOID-ONE-RESTART-STATE.
           IF WS-STA-CYCLE-DATE(WS-STA-IDX) = WS-ROLL-CYCLE-DATE
                   AND WS-STA-ACTION(WS-STA-IDX) NOT = 'V'
               MOVE SPACES TO WS-RESTART-CONTROL-RECORD
               MOVE WS-STA-JOB-NAME(WS-STA-IDX) TO WS-RS-JOB-NAME
               MOVE WS-STA-SLICE-ID(WS-STA-IDX) TO WS-RS-SLICE-ID
               MOVE WS-ROLL-CYCLE-DATE TO WS-RS-CYCLE-DATE
               MOVE WS-STA-CYCLE-TYPE(WS-STA-IDX)
                   TO WS-RS-CYCLE-TYPE
               MOVE ZERO TO WS-RS-POSITION
               SET RS-ACTION-VOIDED TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RS-STAMP
               CALL 'RSTCTLWR' USING WS-RESTART-CONTROL-RECORD
               ADD 1 TO WS-RESTART-VOIDS
               MOVE SPACES TO WS-RPT-MESSAGE-LINE
               STRING 'VOIDED RESTART STATE FOR ' DELIMITED BY SIZE
                       WS-STA-JOB-NAME(WS-STA-IDX)
                       DELIMITED BY SIZE
                       ' SLICE ' DELIMITED BY SIZE
                       WS-STA-SLICE-ID(WS-STA-IDX)
                       DELIMITED BY SIZE
                   INTO WS-RPT-MESSAGE-LINE
               END-STRING
               WRITE WS-ROLLBACK-REPORT-LINE
                   FROM WS-RPT-MESSAGE-LINE
               DISPLAY WS-RPT-MESSAGE-LINE
           END-IF.

       TERMINATION-PARAGRAPH.
           MOVE SPACES TO WS-RPT-MESSAGE-LINE.
           IF ROLLBACK-PROVEN AND RETURN-CODE < 8
               STRING 'ROLLBACK PROVEN - CYCLE ' DELIMITED BY SIZE
                       WS-ROLL-CYCLE-DATE DELIMITED BY SIZE
                       ' VOIDED, RESTORED TO ' DELIMITED BY SIZE
                       WS-CS-PRIOR-DATE DELIMITED BY SIZE
                   INTO WS-RPT-MESSAGE-LINE
               END-STRING
           ELSE
               MOVE '*** ROLLBACK NOT PROVEN - CYCLE NOT VOIDED ***'
                   TO WS-RPT-MESSAGE-LINE
           END-IF.
           WRITE WS-ROLLBACK-REPORT-LINE FROM WS-RPT-MESSAGE-LINE.
           DISPLAY WS-RPT-MESSAGE-LINE.
           CLOSE ROLLBACK-REPORT-FILE.
           DISPLAY 'Records read:           ' WS-TOTAL-IN.
           DISPLAY 'Records restored/kept:  ' WS-TOTAL-OUT.
           DISPLAY 'Records stripped:       ' WS-TOTAL-STRIPPED.
           DISPLAY 'Restart states voided:  ' WS-RESTART-VOIDS.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-TOTAL-IN       TO WS-CR-RECORDS-IN.
           MOVE WS-TOTAL-OUT      TO WS-CR-RECORDS-OUT.
           MOVE WS-TOTAL-STRIPPED TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE       TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program CYCROLL completed.'.
           EXIT PROGRAM.

       WRITE-RUN-CONTROL-RECORD.
      * The run's own record doubles as the void: it carries the
      * voided cycle's date and type, and the void marker only when
      * every file proved. A failed rollback still leaves its record
      * for the audit trail, unmarked, so it voids nothing.
           MOVE SPACES TO WS-RUN-CONTROL-RECORD.
           MOVE WS-CR-JOB-NAME TO WS-RC-JOB-NAME.
           MOVE WS-ROLL-CYCLE-DATE TO WS-RC-CYCLE-DATE.
           MOVE WS-ROLL-CYCLE-TYPE TO WS-RC-CYCLE-TYPE.
           MOVE WS-CR-RECORDS-IN TO WS-RC-RECORDS-IN.
           MOVE WS-CR-RECORDS-OUT TO WS-RC-RECORDS-OUT.
           MOVE WS-CR-RECORDS-REJ TO WS-RC-RECORDS-REJ.
           MOVE WS-CR-RETURN-CODE TO WS-RC-RETURN-CODE.
           MOVE WS-CR-START-TS(1:14) TO WS-RC-START-STAMP.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RC-END-STAMP.
           MOVE ZERO TO WS-RC-SLICE-ID.
           IF ROLLBACK-PROVEN AND WS-CR-RETURN-CODE < 8
               SET RC-VOID-RECORD TO TRUE
           END-IF.
           CALL 'RUNCTLWR' USING WS-RUN-CONTROL-RECORD.

       COPY CTLRPTPR.

       COPY CYCSTKPR.
