       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLARCH.
      * Retention and compaction of the three append-only control
      * masters. RUNCTLWR, ALERTWTR and RSTCTLWR append to RUNCTL,
      * ALERTMST and RSTMST forever and every reader scans the whole
      * file, so this housekeeping run splits each master into a
      * compacted copy (RCTLOUT, ALRTOUT, RSTOUT) and a dated archive
      * generation (RCTLARCH, ALRTARCH, RSTARCH), the same way
      * HISTARCH trims TRANHIST. PARM='YYYYMMDD' gives the run date
      * (today when absent). Retention is set per master by control
      * card, in days of cycle date:
      *   RCTLDAYS (default 180) - run-control records
      *   ALRTDAYS (default 90)  - operator alerts
      *   RSTRDAYS (default 35)  - restart-control records
      * Ageing is on the cycle date, never the stamp, so a CYCROLL
      * void record and the night it voids age together. On top of
      * the retention period:
      *   RUNCTL - for every job/slice pair the records from its
      *        prior clean cycle onward are kept whatever their age,
      *        worked out through the same clean-cycle stack
      *        (CYCSTKWS/CYCSTKPR) the prior-cycle lookups use, so
      *        FIND-PRIOR-CYCLE-DATE, the CYCROLL rollback and the
      *        end-of-night reconciliation see the same current and
      *        prior cycles after a compaction as before it. A void
      *        record is kept while any record kept ahead of it on
      *        the master is dated on or after its cycle.
      *   RSTMST - the last record for every job/slice pair is kept
      *        whatever its age, since that record is the pair's
      *        current state.
      * Either master is copied whole when its pair table fills,
      * with a warning -- an unsure compaction must keep, not drop.
      * Record counts are proven per master (input equals kept plus
      * archived, and the pre-scan count equals the split count);
      * out of balance sets RC 12 and neither output may replace
      * its master. This run's own run-control record goes on the
      * end of the compacted RCTLOUT, not through RUNCTLWR, since
      * RUNCTL is the master being replaced. Run it outside the
      * batch window, when nothing is appending to the masters, and
      * copy the compacted files over the masters only on RC < 8.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT RUNCTL-KEPT-FILE ASSIGN TO RCTLOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCTL-OUT-STATUS.

           SELECT RUNCTL-ARCHIVE-FILE ASSIGN TO RCTLARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCTL-ARCH-STATUS.

           SELECT OPTIONAL ALERT-MASTER-FILE ASSIGN TO ALERTMST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.

           SELECT ALERT-KEPT-FILE ASSIGN TO ALRTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALRT-OUT-STATUS.

           SELECT ALERT-ARCHIVE-FILE ASSIGN TO ALRTARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALRT-ARCH-STATUS.

           SELECT OPTIONAL RESTART-MASTER-FILE ASSIGN TO RSTMST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTART-FILE-STATUS.

           SELECT RESTART-KEPT-FILE ASSIGN TO RSTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RST-OUT-STATUS.

           SELECT RESTART-ARCHIVE-FILE ASSIGN TO RSTARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RST-ARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-RUN-CONTROL-FILE-RECORD.
       01  WS-RUN-CONTROL-FILE-RECORD PIC X(100).

       FD  RUNCTL-KEPT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-RUNCTL-KEPT-RECORD.
       01  WS-RUNCTL-KEPT-RECORD    PIC X(100).

       FD  RUNCTL-ARCHIVE-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS WS-RUNCTL-ARCHIVE-OUT.
       01  WS-RUNCTL-ARCHIVE-OUT    PIC X(120).

       FD  ALERT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-ALERT-FILE-RECORD.
       01  WS-ALERT-FILE-RECORD     PIC X(80).

       FD  ALERT-KEPT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-ALERT-KEPT-RECORD.
       01  WS-ALERT-KEPT-RECORD     PIC X(80).

       FD  ALERT-ARCHIVE-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-ALERT-ARCHIVE-OUT.
       01  WS-ALERT-ARCHIVE-OUT     PIC X(100).

       FD  RESTART-MASTER-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-RESTART-FILE-RECORD.
       01  WS-RESTART-FILE-RECORD   PIC X(60).

       FD  RESTART-KEPT-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WS-RESTART-KEPT-RECORD.
       01  WS-RESTART-KEPT-RECORD   PIC X(60).

       FD  RESTART-ARCHIVE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-RESTART-ARCHIVE-OUT.
       01  WS-RESTART-ARCHIVE-OUT   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-RUNCTL-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-RCTL-OUT-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-RCTL-ARCH-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ALERT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ALRT-OUT-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ALRT-ARCH-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-RESTART-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-RST-OUT-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-RST-ARCH-STATUS.

       01  WS-RUN-CONTROL-RECORD.
           COPY RUNCTLRC.

       01  WS-OPERATOR-ALERT-RECORD.
           COPY ALERTRC.

       01  WS-RESTART-CONTROL-RECORD.
           COPY RSTCTLRC.

      * Each archived record is the master record plus the date it
      * was archived, so every generation can be dated, as HARCHOUT.
       01  WS-RUNCTL-ARCHIVE-RECORD.
           05  WS-RCA-RECORD        PIC X(100).
           05  WS-RCA-DATE          PIC 9(8).
           05  FILLER               PIC X(12).

       01  WS-ALERT-ARCHIVE-RECORD.
           05  WS-ALA-RECORD        PIC X(80).
           05  WS-ALA-DATE          PIC 9(8).
           05  FILLER               PIC X(12).

       01  WS-RESTART-ARCHIVE-RECORD.
           05  WS-RSA-RECORD        PIC X(60).
           05  WS-RSA-DATE          PIC 9(8).
           05  FILLER               PIC X(12).

       01  WS-PARM-FIELDS.
           05  WS-PARM-LENGTH       PIC 9(4) VALUE ZERO.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.

       COPY OPTPARWS.

       01  WS-ARCHIVE-CONTROL-FIELDS.
      * Records whose cycle date is more than this many days before
      * the run date are archived, subject to the keep rules above.
      * RCTLDAYS, ALRTDAYS and RSTRDAYS control cards override.
           05  WS-RCTL-RETAIN-DAYS  PIC 9(5) VALUE 180.
           05  WS-ALRT-RETAIN-DAYS  PIC 9(5) VALUE 90.
           05  WS-RSTR-RETAIN-DAYS  PIC 9(5) VALUE 35.
           05  WS-RUN-DATE-INT      PIC 9(7) VALUE ZERO.
           05  WS-AGE-DATE          PIC 9(8) VALUE ZERO.
           05  WS-AGE-DATE-INT      PIC 9(7) VALUE ZERO.
           05  WS-DAYS-OLD          PIC S9(7) VALUE ZERO.
           05  WS-AGE-DATE-SW       PIC X(1) VALUE 'Y'.
               88  AGE-DATE-VALID       VALUE 'Y'.
               88  AGE-DATE-BAD         VALUE 'N'.
           05  WS-KEEP-SW           PIC X(1) VALUE 'N'.
               88  KEEP-THIS-RECORD     VALUE 'Y'.
           05  WS-RUNCTL-EOF-SW     PIC X(1) VALUE 'N'.
               88  RUNCTL-EOF           VALUE 'Y'.
           05  WS-ALERT-EOF-SW      PIC X(1) VALUE 'N'.
               88  ALERT-EOF            VALUE 'Y'.
           05  WS-RESTART-EOF-SW    PIC X(1) VALUE 'N'.
               88  RESTART-EOF          VALUE 'Y'.
           05  WS-RCTL-KEEP-ALL-SW  PIC X(1) VALUE 'N'.
               88  RCTL-KEEP-ALL        VALUE 'Y'.
           05  WS-RSTR-KEEP-ALL-SW  PIC X(1) VALUE 'N'.
               88  RSTR-KEEP-ALL        VALUE 'Y'.
      * Latest cycle date among the run-control records kept so far,
      * to tell whether a void still has anything kept to act on.
           05  WS-HIGH-KEPT-DATE    PIC 9(8) VALUE ZERO.
           05  WS-PAIR-JOB-NAME     PIC X(10) VALUE SPACES.
           05  WS-PAIR-SLICE-ID     PIC X(1) VALUE SPACES.
           05  WS-PAIR-FOUND-SW     PIC X(1) VALUE 'N'.
               88  PAIR-FOUND           VALUE 'Y'.
           05  WS-POSITION          PIC 9(9) VALUE ZERO.

       01  WS-RUN-COUNTERS.
           05  WS-RCTL-SCAN-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-RCTL-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-RCTL-KEPT-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-RCTL-ARCH-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-RCTL-PINNED-COUNT PIC 9(9) VALUE ZERO.
           05  WS-RCTL-VOID-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-RCTL-BAD-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-ALRT-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ALRT-KEPT-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ALRT-ARCH-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ALRT-BAD-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-RSTR-SCAN-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-RSTR-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-RSTR-KEPT-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-RSTR-ARCH-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-RSTR-LAST-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-RSTR-BAD-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-BALANCE-SW        PIC X(1) VALUE 'Y'.
               88  COMPACTION-BALANCED  VALUE 'Y'.

      * One entry per job/slice pair on the run-control master: its
      * own clean-cycle stack, saved between records and worked
      * through the shared CYCSTKPR paragraphs, and the date from
      * which its records are kept whatever their age.
       01  WS-CYCLE-PIN-TABLE.
           05  WS-CPN-ENTRY-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-CPN-MAX-ENTRIES   PIC 9(4) VALUE 200.
           05  WS-CPN-ENTRY OCCURS 200 TIMES.
               10  WS-CPN-JOB-NAME      PIC X(10).
               10  WS-CPN-SLICE-ID      PIC X(1).
               10  WS-CPN-DEPTH         PIC 9(2).
               10  WS-CPN-DATE          PIC 9(8) OCCURS 10 TIMES.
               10  WS-CPN-PIN-DATE      PIC 9(8).
           05  WS-CPN-IDX           PIC 9(4) VALUE ZERO.
           05  WS-CPN-DIDX          PIC 9(2) VALUE ZERO.

      * One entry per job/slice pair on the restart master and the
      * position on the master of its last (governing) record.
       01  WS-RESTART-PAIR-TABLE.
           05  WS-RPR-ENTRY-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-RPR-MAX-ENTRIES   PIC 9(4) VALUE 200.
           05  WS-RPR-ENTRY OCCURS 200 TIMES.
               10  WS-RPR-JOB-NAME      PIC X(10).
               10  WS-RPR-SLICE-ID      PIC X(1).
               10  WS-RPR-LAST-POSITION PIC 9(9).
           05  WS-RPR-IDX           PIC 9(4) VALUE ZERO.

       COPY CYCSTKWS.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN          PIC S9(4) COMP.
           05  WS-PARM-DATA         PIC X(8).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PARAGRAPH.
           PERFORM PARSE-RUN-PARM.
           DISPLAY 'Program CTLARCH started for ' WS-RUN-DATE.
           PERFORM GET-RETENTION-OPTIONS.
           MOVE 'CTLARCH' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM OPEN-OUTPUT-FILES.
           PERFORM COMPACT-RUN-CONTROL.
           PERFORM COMPACT-ALERT-MASTER.
           PERFORM COMPACT-RESTART-MASTER.
           PERFORM VERIFY-COMPACTION-TOTALS.
           PERFORM TERMINATION-PARAGRAPH.
           GOBACK.

       PARSE-RUN-PARM.
           MOVE ZERO TO WS-RUN-DATE.
           MOVE WS-PARM-LEN TO WS-PARM-LENGTH.
           IF WS-PARM-LENGTH >= 8
               IF WS-PARM-DATA(1:8) IS NUMERIC
                   MOVE WS-PARM-DATA(1:8) TO WS-RUN-DATE
               END-IF
           END-IF.
           IF WS-RUN-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DATE-INT.

       GET-RETENTION-OPTIONS.
           MOVE 'RCTLDAYS' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND RUN-OPTION-NUMERIC
                   AND WS-OPT-NUMVAL > ZERO
                   AND WS-OPT-NUMVAL <= 99999
               MOVE WS-OPT-NUMVAL TO WS-RCTL-RETAIN-DAYS
           END-IF.
           MOVE 'ALRTDAYS' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND RUN-OPTION-NUMERIC
                   AND WS-OPT-NUMVAL > ZERO
                   AND WS-OPT-NUMVAL <= 99999
               MOVE WS-OPT-NUMVAL TO WS-ALRT-RETAIN-DAYS
           END-IF.
           MOVE 'RSTRDAYS' TO WS-OPT-KEYWORD.
           CALL 'OPTPARSE' USING WS-OPTION-REQUEST.
           IF RUN-OPTION-FOUND AND RUN-OPTION-NUMERIC
                   AND WS-OPT-NUMVAL > ZERO
                   AND WS-OPT-NUMVAL <= 99999
               MOVE WS-OPT-NUMVAL TO WS-RSTR-RETAIN-DAYS
           END-IF.
           DISPLAY 'OPTION IN EFFECT: RCTLDAYS=' WS-RCTL-RETAIN-DAYS.
           DISPLAY 'OPTION IN EFFECT: ALRTDAYS=' WS-ALRT-RETAIN-DAYS.
           DISPLAY 'OPTION IN EFFECT: RSTRDAYS=' WS-RSTR-RETAIN-DAYS.

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT RUNCTL-KEPT-FILE.
           IF WS-RCTL-OUT-STATUS NOT = '00'
               DISPLAY 'Error opening compacted run control: '
                       WS-RCTL-OUT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RUNCTL-ARCHIVE-FILE.
           IF WS-RCTL-ARCH-STATUS NOT = '00'
               DISPLAY 'Error opening run control archive: '
                       WS-RCTL-ARCH-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE RUNCTL-KEPT-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT ALERT-KEPT-FILE.
           IF WS-ALRT-OUT-STATUS NOT = '00'
               DISPLAY 'Error opening compacted alert master: '
                       WS-ALRT-OUT-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE RUNCTL-KEPT-FILE
               CLOSE RUNCTL-ARCHIVE-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT ALERT-ARCHIVE-FILE.
           IF WS-ALRT-ARCH-STATUS NOT = '00'
               DISPLAY 'Error opening alert archive: '
                       WS-ALRT-ARCH-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE RUNCTL-KEPT-FILE
               CLOSE RUNCTL-ARCHIVE-FILE
               CLOSE ALERT-KEPT-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT RESTART-KEPT-FILE.
           IF WS-RST-OUT-STATUS NOT = '00'
               DISPLAY 'Error opening compacted restart master: '
                       WS-RST-OUT-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE RUNCTL-KEPT-FILE
               CLOSE RUNCTL-ARCHIVE-FILE
               CLOSE ALERT-KEPT-FILE
               CLOSE ALERT-ARCHIVE-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT RESTART-ARCHIVE-FILE.
           IF WS-RST-ARCH-STATUS NOT = '00'
               DISPLAY 'Error opening restart archive: '
                       WS-RST-ARCH-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE RUNCTL-KEPT-FILE
               CLOSE RUNCTL-ARCHIVE-FILE
               CLOSE ALERT-KEPT-FILE
               CLOSE ALERT-ARCHIVE-FILE
               CLOSE RESTART-KEPT-FILE
               GOBACK
           END-IF.

       CLOSE-OUTPUT-FILES.
           CLOSE RUNCTL-KEPT-FILE.
           CLOSE RUNCTL-ARCHIVE-FILE.
           CLOSE ALERT-KEPT-FILE.
           CLOSE ALERT-ARCHIVE-FILE.
           CLOSE RESTART-KEPT-FILE.
           CLOSE RESTART-ARCHIVE-FILE.

      * A missing master (status 05 on an OPTIONAL file) is simply
      * empty; anything else stops the run before any output is
      * trusted.
       OPEN-RUN-CONTROL-INPUT.
           MOVE 'N' TO WS-RUNCTL-EOF-SW.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS NOT = '00'
                   AND WS-RUNCTL-FILE-STATUS NOT = '05'
               DISPLAY 'Error opening run control master: '
                       WS-RUNCTL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-OUTPUT-FILES
               GOBACK
           END-IF.

       DATE-AGE-OF-RECORD.
      * A record whose cycle date will not convert stays live -- a
      * malformed date must never silently bury a record in the
      * archive.
           SET AGE-DATE-VALID TO TRUE.
           MOVE ZERO TO WS-DAYS-OLD.
           IF WS-AGE-DATE NOT NUMERIC
                   OR WS-AGE-DATE = ZERO
               SET AGE-DATE-BAD TO TRUE
           ELSE
               MOVE FUNCTION INTEGER-OF-DATE(WS-AGE-DATE)
                   TO WS-AGE-DATE-INT
               COMPUTE WS-DAYS-OLD =
                   WS-RUN-DATE-INT - WS-AGE-DATE-INT
           END-IF.

      * ----- run-control master -----

       COMPACT-RUN-CONTROL.
           PERFORM OPEN-RUN-CONTROL-INPUT.
           PERFORM SCAN-ONE-RUN-CONTROL-RECORD
               UNTIL RUNCTL-EOF.
           CLOSE RUN-CONTROL-FILE.
           IF RCTL-KEEP-ALL
               DISPLAY 'WARNING: RUN CONTROL PAIR TABLE FULL AT '
                       WS-CPN-MAX-ENTRIES
                       ' - MASTER COPIED WHOLE'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM SET-CYCLE-PIN-DATE
                   VARYING WS-CPN-IDX FROM 1 BY 1
                   UNTIL WS-CPN-IDX > WS-CPN-ENTRY-COUNT
           END-IF.
           PERFORM OPEN-RUN-CONTROL-INPUT.
           PERFORM SPLIT-ONE-RUN-CONTROL-RECORD
               UNTIL RUNCTL-EOF.
           CLOSE RUN-CONTROL-FILE.
           CLOSE RUNCTL-ARCHIVE-FILE.

      * First pass: rebuild every pair's clean-cycle stack exactly
      * as the prior-cycle lookups do -- a clean record is return
      * code below 8; a void pops the voided night off every pair.
       SCAN-ONE-RUN-CONTROL-RECORD.
           READ RUN-CONTROL-FILE INTO WS-RUN-CONTROL-RECORD
               AT END SET RUNCTL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RCTL-SCAN-COUNT
                   IF WS-RC-CYCLE-DATE IS NUMERIC
                           AND NOT RCTL-KEEP-ALL
                       MOVE WS-RC-CYCLE-DATE TO WS-CS-NOTE-DATE
                       IF RC-VOID-RECORD
                           PERFORM NOTE-VOID-ON-EVERY-PAIR
                               VARYING WS-CPN-IDX FROM 1 BY 1
                               UNTIL WS-CPN-IDX > WS-CPN-ENTRY-COUNT
                       ELSE
                           IF WS-RC-RETURN-CODE IS NUMERIC
                                   AND WS-RC-RETURN-CODE < 8
                               PERFORM NOTE-CLEAN-CYCLE-FOR-PAIR
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       NOTE-CLEAN-CYCLE-FOR-PAIR.
           PERFORM FIND-CYCLE-PIN-ENTRY.
           IF NOT PAIR-FOUND
               IF WS-CPN-ENTRY-COUNT >= WS-CPN-MAX-ENTRIES
                   SET RCTL-KEEP-ALL TO TRUE
               ELSE
                   ADD 1 TO WS-CPN-ENTRY-COUNT
                   MOVE WS-CPN-ENTRY-COUNT TO WS-CPN-IDX
                   MOVE WS-PAIR-JOB-NAME
                       TO WS-CPN-JOB-NAME(WS-CPN-IDX)
                   MOVE WS-PAIR-SLICE-ID
                       TO WS-CPN-SLICE-ID(WS-CPN-IDX)
                   MOVE ZERO TO WS-CPN-DEPTH(WS-CPN-IDX)
                   MOVE ZERO TO WS-CPN-PIN-DATE(WS-CPN-IDX)
                   SET PAIR-FOUND TO TRUE
               END-IF
           END-IF.
           IF PAIR-FOUND
               PERFORM LOAD-PAIR-CYCLE-STACK
               PERFORM 8700-NOTE-CLEAN-CYCLE
               PERFORM SAVE-PAIR-CYCLE-STACK
           END-IF.

       NOTE-VOID-ON-EVERY-PAIR.
           PERFORM LOAD-PAIR-CYCLE-STACK.
           PERFORM 8710-NOTE-VOIDED-CYCLE.
           PERFORM SAVE-PAIR-CYCLE-STACK.

      * A blank slice id on records written before the field existed
      * reads as slice zero, per the copybook's rule.
       FIND-CYCLE-PIN-ENTRY.
           MOVE WS-RC-JOB-NAME TO WS-PAIR-JOB-NAME.
           IF WS-RC-SLICE-ID IS NUMERIC
               MOVE WS-RC-SLICE-ID TO WS-PAIR-SLICE-ID
           ELSE
               MOVE '0' TO WS-PAIR-SLICE-ID
           END-IF.
           MOVE 'N' TO WS-PAIR-FOUND-SW.
           PERFORM VARYING WS-CPN-IDX FROM 1 BY 1
                   UNTIL WS-CPN-IDX > WS-CPN-ENTRY-COUNT
                   OR PAIR-FOUND
               IF WS-CPN-JOB-NAME(WS-CPN-IDX) = WS-PAIR-JOB-NAME
                       AND WS-CPN-SLICE-ID(WS-CPN-IDX)
                           = WS-PAIR-SLICE-ID
                   SET PAIR-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF PAIR-FOUND
               SUBTRACT 1 FROM WS-CPN-IDX
           END-IF.

       LOAD-PAIR-CYCLE-STACK.
           MOVE WS-CPN-DEPTH(WS-CPN-IDX) TO WS-CS-DEPTH.
           PERFORM VARYING WS-CPN-DIDX FROM 1 BY 1
                   UNTIL WS-CPN-DIDX > WS-CS-MAX-DEPTH
               MOVE WS-CPN-DATE(WS-CPN-IDX, WS-CPN-DIDX)
                   TO WS-CS-DATE(WS-CPN-DIDX)
           END-PERFORM.

       SAVE-PAIR-CYCLE-STACK.
           MOVE WS-CS-DEPTH TO WS-CPN-DEPTH(WS-CPN-IDX).
           PERFORM VARYING WS-CPN-DIDX FROM 1 BY 1
                   UNTIL WS-CPN-DIDX > WS-CS-MAX-DEPTH
               MOVE WS-CS-DATE(WS-CPN-DIDX)
                   TO WS-CPN-DATE(WS-CPN-IDX, WS-CPN-DIDX)
           END-PERFORM.

      * The pair keeps everything from its prior clean cycle on, or
      * from its only one; a pair with no surviving clean cycle has
      * nothing to protect.
       SET-CYCLE-PIN-DATE.
           PERFORM LOAD-PAIR-CYCLE-STACK.
           PERFORM 8730-SET-STACK-RESULT.
           IF WS-CS-PRIOR-DATE > ZERO
               MOVE WS-CS-PRIOR-DATE TO WS-CPN-PIN-DATE(WS-CPN-IDX)
           ELSE
               MOVE WS-CS-CURRENT-DATE
                   TO WS-CPN-PIN-DATE(WS-CPN-IDX)
           END-IF.

      * Second pass: split on age, pins and voids.
       SPLIT-ONE-RUN-CONTROL-RECORD.
           READ RUN-CONTROL-FILE INTO WS-RUN-CONTROL-RECORD
               AT END SET RUNCTL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RCTL-READ-COUNT
                   PERFORM ROUTE-RUN-CONTROL-RECORD
           END-READ.

       ROUTE-RUN-CONTROL-RECORD.
           MOVE 'N' TO WS-KEEP-SW.
           MOVE WS-RC-CYCLE-DATE TO WS-AGE-DATE.
           PERFORM DATE-AGE-OF-RECORD.
           IF RCTL-KEEP-ALL
               SET KEEP-THIS-RECORD TO TRUE
           ELSE
               IF AGE-DATE-BAD
                   ADD 1 TO WS-RCTL-BAD-COUNT
                   SET KEEP-THIS-RECORD TO TRUE
               ELSE
                   IF WS-DAYS-OLD NOT > WS-RCTL-RETAIN-DAYS
                       SET KEEP-THIS-RECORD TO TRUE
                   ELSE
                       PERFORM TEST-RUN-CONTROL-KEEP-RULES
                   END-IF
               END-IF
           END-IF.
           IF KEEP-THIS-RECORD
               WRITE WS-RUNCTL-KEPT-RECORD
                   FROM WS-RUN-CONTROL-RECORD
               ADD 1 TO WS-RCTL-KEPT-COUNT
               IF AGE-DATE-VALID AND NOT RC-VOID-RECORD
                       AND WS-RC-CYCLE-DATE > WS-HIGH-KEPT-DATE
                   MOVE WS-RC-CYCLE-DATE TO WS-HIGH-KEPT-DATE
               END-IF
           ELSE
               MOVE SPACES TO WS-RUNCTL-ARCHIVE-RECORD
               MOVE WS-RUN-CONTROL-RECORD TO WS-RCA-RECORD
               MOVE WS-RUN-DATE TO WS-RCA-DATE
               WRITE WS-RUNCTL-ARCHIVE-OUT
                   FROM WS-RUNCTL-ARCHIVE-RECORD
               ADD 1 TO WS-RCTL-ARCH-COUNT
           END-IF.

      * Past retention: a void stays while a kept record ahead of it
      * falls in the night it voids or later; a step record stays
      * when it is on or after its pair's pinned cycle.
       TEST-RUN-CONTROL-KEEP-RULES.
           IF RC-VOID-RECORD
               IF WS-HIGH-KEPT-DATE >= WS-RC-CYCLE-DATE
                   SET KEEP-THIS-RECORD TO TRUE
                   ADD 1 TO WS-RCTL-VOID-COUNT
               END-IF
           ELSE
               PERFORM FIND-CYCLE-PIN-ENTRY
               IF PAIR-FOUND
                   IF WS-CPN-PIN-DATE(WS-CPN-IDX) > ZERO
                           AND WS-RC-CYCLE-DATE
                               >= WS-CPN-PIN-DATE(WS-CPN-IDX)
                       SET KEEP-THIS-RECORD TO TRUE
                       ADD 1 TO WS-RCTL-PINNED-COUNT
                   END-IF
               END-IF
           END-IF.

      * ----- alert master -----

       COMPACT-ALERT-MASTER.
           MOVE 'N' TO WS-ALERT-EOF-SW.
           OPEN INPUT ALERT-MASTER-FILE.
           IF WS-ALERT-FILE-STATUS NOT = '00'
                   AND WS-ALERT-FILE-STATUS NOT = '05'
               DISPLAY 'Error opening alert master: '
                       WS-ALERT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-OUTPUT-FILES
               GOBACK
           END-IF.
           PERFORM SPLIT-ONE-ALERT-RECORD
               UNTIL ALERT-EOF.
           CLOSE ALERT-MASTER-FILE.
           CLOSE ALERT-KEPT-FILE.
           CLOSE ALERT-ARCHIVE-FILE.

       SPLIT-ONE-ALERT-RECORD.
           READ ALERT-MASTER-FILE INTO WS-OPERATOR-ALERT-RECORD
               AT END SET ALERT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ALRT-READ-COUNT
                   PERFORM ROUTE-ALERT-RECORD
           END-READ.

       ROUTE-ALERT-RECORD.
           MOVE WS-AL-CYCLE-DATE TO WS-AGE-DATE.
           PERFORM DATE-AGE-OF-RECORD.
           IF AGE-DATE-BAD
               ADD 1 TO WS-ALRT-BAD-COUNT
           END-IF.
           IF AGE-DATE-BAD
                   OR WS-DAYS-OLD NOT > WS-ALRT-RETAIN-DAYS
               WRITE WS-ALERT-KEPT-RECORD
                   FROM WS-OPERATOR-ALERT-RECORD
               ADD 1 TO WS-ALRT-KEPT-COUNT
           ELSE
               MOVE SPACES TO WS-ALERT-ARCHIVE-RECORD
               MOVE WS-OPERATOR-ALERT-RECORD TO WS-ALA-RECORD
               MOVE WS-RUN-DATE TO WS-ALA-DATE
               WRITE WS-ALERT-ARCHIVE-OUT
                   FROM WS-ALERT-ARCHIVE-RECORD
               ADD 1 TO WS-ALRT-ARCH-COUNT
           END-IF.

      * ----- restart-control master -----

       COMPACT-RESTART-MASTER.
           PERFORM OPEN-RESTART-INPUT.
           MOVE ZERO TO WS-POSITION.
           PERFORM SCAN-ONE-RESTART-RECORD
               UNTIL RESTART-EOF.
           CLOSE RESTART-MASTER-FILE.
           IF RSTR-KEEP-ALL
               DISPLAY 'WARNING: RESTART PAIR TABLE FULL AT '
                       WS-RPR-MAX-ENTRIES
                       ' - MASTER COPIED WHOLE'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM OPEN-RESTART-INPUT.
           MOVE ZERO TO WS-POSITION.
           PERFORM SPLIT-ONE-RESTART-RECORD
               UNTIL RESTART-EOF.
           CLOSE RESTART-MASTER-FILE.
           CLOSE RESTART-KEPT-FILE.
           CLOSE RESTART-ARCHIVE-FILE.

       OPEN-RESTART-INPUT.
           MOVE 'N' TO WS-RESTART-EOF-SW.
           OPEN INPUT RESTART-MASTER-FILE.
           IF WS-RESTART-FILE-STATUS NOT = '00'
                   AND WS-RESTART-FILE-STATUS NOT = '05'
               DISPLAY 'Error opening restart master: '
                       WS-RESTART-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-OUTPUT-FILES
               GOBACK
           END-IF.

      * First pass: remember where each pair's last record sits.
       SCAN-ONE-RESTART-RECORD.
           READ RESTART-MASTER-FILE INTO WS-RESTART-CONTROL-RECORD
               AT END SET RESTART-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RSTR-SCAN-COUNT
                   ADD 1 TO WS-POSITION
                   IF NOT RSTR-KEEP-ALL
                       PERFORM NOTE-RESTART-PAIR-POSITION
                   END-IF
           END-READ.

       NOTE-RESTART-PAIR-POSITION.
           PERFORM FIND-RESTART-PAIR-ENTRY.
           IF NOT PAIR-FOUND
               IF WS-RPR-ENTRY-COUNT >= WS-RPR-MAX-ENTRIES
                   SET RSTR-KEEP-ALL TO TRUE
               ELSE
                   ADD 1 TO WS-RPR-ENTRY-COUNT
                   MOVE WS-RPR-ENTRY-COUNT TO WS-RPR-IDX
                   MOVE WS-PAIR-JOB-NAME
                       TO WS-RPR-JOB-NAME(WS-RPR-IDX)
                   MOVE WS-PAIR-SLICE-ID
                       TO WS-RPR-SLICE-ID(WS-RPR-IDX)
                   SET PAIR-FOUND TO TRUE
               END-IF
           END-IF.
           IF PAIR-FOUND
               MOVE WS-POSITION TO WS-RPR-LAST-POSITION(WS-RPR-IDX)
           END-IF.

       FIND-RESTART-PAIR-ENTRY.
           MOVE WS-RS-JOB-NAME TO WS-PAIR-JOB-NAME.
           IF WS-RS-SLICE-ID IS NUMERIC
               MOVE WS-RS-SLICE-ID TO WS-PAIR-SLICE-ID
           ELSE
               MOVE '0' TO WS-PAIR-SLICE-ID
           END-IF.
           MOVE 'N' TO WS-PAIR-FOUND-SW.
           PERFORM VARYING WS-RPR-IDX FROM 1 BY 1
                   UNTIL WS-RPR-IDX > WS-RPR-ENTRY-COUNT
                   OR PAIR-FOUND
               IF WS-RPR-JOB-NAME(WS-RPR-IDX) = WS-PAIR-JOB-NAME
                       AND WS-RPR-SLICE-ID(WS-RPR-IDX)
                           = WS-PAIR-SLICE-ID
                   SET PAIR-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF PAIR-FOUND
               SUBTRACT 1 FROM WS-RPR-IDX
           END-IF.

       SPLIT-ONE-RESTART-RECORD.
           READ RESTART-MASTER-FILE INTO WS-RESTART-CONTROL-RECORD
               AT END SET RESTART-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RSTR-READ-COUNT
                   ADD 1 TO WS-POSITION
                   PERFORM ROUTE-RESTART-RECORD
           END-READ.

       ROUTE-RESTART-RECORD.
           MOVE 'N' TO WS-KEEP-SW.
           MOVE WS-RS-CYCLE-DATE TO WS-AGE-DATE.
           PERFORM DATE-AGE-OF-RECORD.
           IF RSTR-KEEP-ALL
               SET KEEP-THIS-RECORD TO TRUE
           ELSE
               IF AGE-DATE-BAD
                   ADD 1 TO WS-RSTR-BAD-COUNT
                   SET KEEP-THIS-RECORD TO TRUE
               ELSE
                   IF WS-DAYS-OLD NOT > WS-RSTR-RETAIN-DAYS
                       SET KEEP-THIS-RECORD TO TRUE
                   ELSE
                       PERFORM FIND-RESTART-PAIR-ENTRY
                       IF PAIR-FOUND
                           IF WS-RPR-LAST-POSITION(WS-RPR-IDX)
                                   = WS-POSITION
                               SET KEEP-THIS-RECORD TO TRUE
                               ADD 1 TO WS-RSTR-LAST-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF KEEP-THIS-RECORD
               WRITE WS-RESTART-KEPT-RECORD
                   FROM WS-RESTART-CONTROL-RECORD
               ADD 1 TO WS-RSTR-KEPT-COUNT
           ELSE
               MOVE SPACES TO WS-RESTART-ARCHIVE-RECORD
               MOVE WS-RESTART-CONTROL-RECORD TO WS-RSA-RECORD
               MOVE WS-RUN-DATE TO WS-RSA-DATE
               WRITE WS-RESTART-ARCHIVE-OUT
                   FROM WS-RESTART-ARCHIVE-RECORD
               ADD 1 TO WS-RSTR-ARCH-COUNT
           END-IF.

      * ----- proof -----

       VERIFY-COMPACTION-TOTALS.
           DISPLAY 'Run control records read: ' WS-RCTL-READ-COUNT.
           DISPLAY '  kept:                    ' WS-RCTL-KEPT-COUNT.
           DISPLAY '    of which prior cycles: ' WS-RCTL-PINNED-COUNT.
           DISPLAY '    of which voids:        ' WS-RCTL-VOID-COUNT.
           DISPLAY '    of which bad dates:    ' WS-RCTL-BAD-COUNT.
           DISPLAY '  archived:                ' WS-RCTL-ARCH-COUNT.
           DISPLAY 'Alert records read:       ' WS-ALRT-READ-COUNT.
           DISPLAY '  kept:                    ' WS-ALRT-KEPT-COUNT.
           DISPLAY '    of which bad dates:    ' WS-ALRT-BAD-COUNT.
           DISPLAY '  archived:                ' WS-ALRT-ARCH-COUNT.
           DISPLAY 'Restart records read:     ' WS-RSTR-READ-COUNT.
           DISPLAY '  kept:                    ' WS-RSTR-KEPT-COUNT.
           DISPLAY '    of which governing:    ' WS-RSTR-LAST-COUNT.
           DISPLAY '    of which bad dates:    ' WS-RSTR-BAD-COUNT.
           DISPLAY '  archived:                ' WS-RSTR-ARCH-COUNT.
           IF WS-RCTL-KEPT-COUNT + WS-RCTL-ARCH-COUNT
                   NOT = WS-RCTL-READ-COUNT
                   OR WS-RCTL-SCAN-COUNT NOT = WS-RCTL-READ-COUNT
               DISPLAY 'RUN CONTROL SPLIT OUT OF BALANCE'
               MOVE 'N' TO WS-BALANCE-SW
           END-IF.
           IF WS-ALRT-KEPT-COUNT + WS-ALRT-ARCH-COUNT
                   NOT = WS-ALRT-READ-COUNT
               DISPLAY 'ALERT SPLIT OUT OF BALANCE'
               MOVE 'N' TO WS-BALANCE-SW
           END-IF.
           IF WS-RSTR-KEPT-COUNT + WS-RSTR-ARCH-COUNT
                   NOT = WS-RSTR-READ-COUNT
                   OR WS-RSTR-SCAN-COUNT NOT = WS-RSTR-READ-COUNT
               DISPLAY 'RESTART SPLIT OUT OF BALANCE'
               MOVE 'N' TO WS-BALANCE-SW
           END-IF.
           IF COMPACTION-BALANCED
               DISPLAY 'Control masters balanced: kept plus '
                       'archived equals input for every master.'
           ELSE
               DISPLAY 'CONTROL MASTER COMPACTION OUT OF BALANCE - '
                       'DO NOT RELEASE ANY OUTPUT'
               MOVE 12 TO RETURN-CODE
           END-IF.

       TERMINATION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           COMPUTE WS-CR-RECORDS-IN = WS-RCTL-READ-COUNT
               + WS-ALRT-READ-COUNT + WS-RSTR-READ-COUNT.
           COMPUTE WS-CR-RECORDS-OUT = WS-RCTL-KEPT-COUNT
               + WS-ALRT-KEPT-COUNT + WS-RSTR-KEPT-COUNT.
           COMPUTE WS-CR-RECORDS-REJ = WS-RCTL-ARCH-COUNT
               + WS-ALRT-ARCH-COUNT + WS-RSTR-ARCH-COUNT.
           MOVE RETURN-CODE TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           CLOSE RUNCTL-KEPT-FILE.
           DISPLAY 'Program CTLARCH completed.'.
           EXIT PROGRAM.

      * Appended to the compacted master directly, after the proof,
      * so it is the one record RCTLOUT carries beyond the kept
      * count.
       WRITE-RUN-CONTROL-RECORD.
           MOVE SPACES TO WS-RUN-CONTROL-RECORD.
           MOVE WS-CR-JOB-NAME TO WS-RC-JOB-NAME.
           MOVE WS-RUN-DATE TO WS-RC-CYCLE-DATE.
           MOVE 'ARCH' TO WS-RC-CYCLE-TYPE.
           MOVE WS-CR-RECORDS-IN TO WS-RC-RECORDS-IN.
           MOVE WS-CR-RECORDS-OUT TO WS-RC-RECORDS-OUT.
           MOVE WS-CR-RECORDS-REJ TO WS-RC-RECORDS-REJ.
           MOVE WS-CR-RETURN-CODE TO WS-RC-RETURN-CODE.
           MOVE WS-CR-START-TS(1:14) TO WS-RC-START-STAMP.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RC-END-STAMP.
           MOVE ZERO TO WS-RC-SLICE-ID.
           WRITE WS-RUNCTL-KEPT-RECORD FROM WS-RUN-CONTROL-RECORD.

       COPY CYCSTKPR.

       COPY CTLRPTPR.
