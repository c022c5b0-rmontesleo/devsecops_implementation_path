       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJGEN.
      * Bulk adjustment generator for SAMPLEPGM2. A mass correction
      * ("every base record whose field 1 starts X gets field 2 set
      * to Y") is described once on the ADJCRIT criteria record
      * instead of being keyed as hundreds of ADJFILE records; this
      * run scans BASEFILE for the records the criteria select and
      * generates one adjustment per record, stamped with the
      * requesting operator.
      *
      * PARM='YYYYMMDD,MMMM' names the run date and mode:
      *   PRVW - preview (the default; absent or unknown modes run as
      *          a preview). Every selected record prints on ADJGRPT
      *          with its before and after values, then the count and
      *          hash. No ADJFILE is written; the run instead writes
      *          the preview record to ADJPREV -- the criteria, count
      *          and hash exactly as printed -- for sign-off.
      *   RLSE - release. The JCL points ADJPREV at the signed-off
      *          preview, which is read instead of written (the way
      *          SAMPLEPGM2 reads its AUDJRNL in reversal mode). The
      *          scan is repeated, and the generated ADJFILE is only
      *          written when the criteria are the ones previewed and
      *          the scan reproduces the previewed count and hash;
      *          any difference means the request or the base file
      *          has moved since sign-off, and the release is refused
      *          (return code 16) with no ADJFILE written.
      * The preview hash is the sum of the selected records' field 2
      * BEFORE values, so a change to any selected balance between
      * preview and release shows as a hash mismatch.
      *
      * The approvers who signed off the preview are carried on the
      * criteria record for the release and stamped on every
      * generated adjustment. ADJGEN only insists that an approver
      * is named who is not the operator; SAMPLEPGM2 still puts
      * every generated record through its own authorization master
      * and dual-approval checks when it applies the file, exactly
      * as it does hand-keyed ones.
      *
      * SAMPLEPGM2 loads ADJFILE into a 500-entry table, so a release
      * selecting more records than that is refused; the preview
      * flags it (return code 4) so the criteria can be split. A
      * FIELD1 correction rewrites the record key, so one selecting
      * more than one record would give every one of them the same
      * key -- criteria asking for it are refused (return code 8).
      * SAMPLEPGM2 finds the record an adjustment corrects by its key
      * (the first 20 bytes of field 1), so every key generated must
      * belong to exactly one base record. Criteria selecting a
      * record whose key another base record also holds, selected
      * or not, are refused the same way (return code 8).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRITERIA-FILE ASSIGN TO ADJCRIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRITERIA-FILE-STATUS.

      * Prior day's SAMPLEPGM output, the same base master SAMPLEPGM2
      * corrects.
           SELECT BASE-FILE ASSIGN TO BASEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BASE-FILE-STATUS.

      * Written by a preview, read by a release.
           SELECT PREVIEW-FILE ASSIGN TO ADJPREV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREVIEW-FILE-STATUS.

      * Written by a release only.
           SELECT ADJUSTMENT-FILE ASSIGN TO ADJFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJUSTMENT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO ADJGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One criteria record. Field 1 is matched on WS-CRT-MATCH-LEN
      * bytes from WS-CRT-MATCH-POS (length zero means no field 1
      * criterion); field 2 on the inclusive range low to high (high
      * zero means no field 2 criterion). At least one criterion is
      * required. The correction switch and new values follow
      * SAMPLEPGM2's adjustment record. The request portion is what
      * a release must match; the approver ids are filled in once
      * the preview is signed off and are read on a release only.
       FD  CRITERIA-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-CRITERIA-RECORD.
       01  WS-CRITERIA-RECORD.
           05  WS-CRT-REQUEST.
               10  WS-CRT-OPERATOR-ID   PIC X(8).
               10  WS-CRT-MATCH-POS     PIC 9(2).
               10  WS-CRT-MATCH-LEN     PIC 9(2).
               10  WS-CRT-MATCH-VALUE   PIC X(20).
               10  WS-CRT-FIELD2-LOW    PIC 9(7).
               10  WS-CRT-FIELD2-HIGH   PIC 9(7).
               10  WS-CRT-CORRECTION-SW PIC X(2).
                   88  CRT-CORRECT-FIELD1   VALUE 'Y '  'YY'.
                   88  CRT-CORRECT-FIELD2   VALUE ' Y'  'YY'.
               10  WS-CRT-FIELD1-NEW    PIC X(20).
               10  WS-CRT-FIELD2-NEW    PIC 9(7).
           05  WS-CRT-APPROVER-ID   PIC X(8).
           05  WS-CRT-APPROVER2-ID  PIC X(8).
           05  FILLER               PIC X(9).

       FD  BASE-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WS-BASE-RECORD.
       01  WS-BASE-RECORD.
           05  WS-BASE-FIELD1   PIC X(50).
           05  WS-BASE-FIELD2   PIC 9(7).
           05  WS-BASE-RUN-DATE PIC 9(8).
           05  FILLER           PIC X(35).

      * The preview as signed off: the request portion of the
      * criteria record, and the count and hash the preview printed.
       FD  PREVIEW-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS WS-PREVIEW-RECORD.
       01  WS-PREVIEW-RECORD.
           05  WS-PRV-RUN-DATE      PIC 9(8).
           05  WS-PRV-JOB-NAME      PIC X(8).
           05  WS-PRV-SELECT-COUNT  PIC 9(9).
           05  WS-PRV-SELECT-HASH   PIC 9(13)V99.
           05  WS-PRV-REQUEST       PIC X(75).
           05  FILLER               PIC X(5).

      * SAMPLEPGM2's 80-byte adjustment record, under the standard
      * ADJFILE envelope.
       FD  ADJUSTMENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-ADJUSTMENT-RECORD.
       01  WS-ADJUSTMENT-RECORD.
           05  WS-ADJ-KEY            PIC X(20).
           05  WS-ADJ-FIELD1-NEW     PIC X(20).
           05  WS-ADJ-FIELD2-NEW     PIC 9(9).
           05  WS-ADJ-CORRECTION-SW  PIC X(2).
           05  WS-ADJ-OPERATOR-ID    PIC X(8).
           05  WS-ADJ-APPROVER-ID    PIC X(8).
           05  WS-ADJ-APPROVER2-ID   PIC X(8).
           05  FILLER                PIC X(5).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-REPORT-LINE.
       01  WS-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CRITERIA-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-BASE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-PREVIEW-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY
               WS-ADJUSTMENT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REPORT-FILE-STATUS.

       01  WS-PARM-FIELDS.
           05  WS-PARM-LENGTH       PIC 9(4) VALUE ZERO.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05  WS-PARM-RUN-MODE     PIC X(4) VALUE SPACES.
               88  MODE-IS-PREVIEW      VALUE 'PRVW'.
               88  MODE-IS-RELEASE      VALUE 'RLSE'.

      * Keys of the selected records, held until the release checks
      * pass so that a refused release never opens ADJFILE. Sized to
      * SAMPLEPGM2's own adjustment table.
       01  WS-SELECTED-TABLE.
           05  WS-SEL-ENTRY-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-SEL-MAX-ENTRIES   PIC 9(4) VALUE 500.
           05  WS-SEL-ENTRY OCCURS 500 TIMES.
               10  WS-SEL-TBL-KEY       PIC X(20).
               10  WS-SEL-TBL-HOLDERS   PIC 9(9).
           05  WS-SEL-IDX           PIC 9(4) VALUE ZERO.

       01  WS-GENERATE-CONTROL-FIELDS.
           05  WS-BASE-EOF-SW       PIC X(1) VALUE 'N'.
               88  BASE-EOF             VALUE 'Y'.
           05  WS-CRITERIA-SW       PIC X(1) VALUE 'Y'.
               88  CRITERIA-ARE-VALID   VALUE 'Y'.
               88  CRITERIA-REJECTED    VALUE 'N'.
           05  WS-SELECT-SW         PIC X(1) VALUE 'N'.
               88  BASE-REC-SELECTED    VALUE 'Y'.
           05  WS-CHANGE-SW         PIC X(1) VALUE 'N'.
               88  BASE-REC-CHANGES     VALUE 'Y'.
           05  WS-ENVELOPE-SW       PIC X(1) VALUE 'Y'.
               88  BASE-ENVELOPE-OK     VALUE 'Y'.
           05  WS-RELEASE-SW        PIC X(1) VALUE 'N'.
               88  RELEASE-APPROVED     VALUE 'Y'.
           05  WS-FIELD2-RANGE-SW   PIC X(1) VALUE 'N'.
               88  FIELD2-RANGE-APPLIES VALUE 'Y'.
           05  WS-REFUSE-REASON     PIC X(40) VALUE SPACES.
           05  WS-CRITERIA-REASON   PIC X(40) VALUE SPACES.

       01  WS-RUN-COUNTERS.
           05  WS-BASE-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-BASE-HASH-TOTAL   PIC 9(13)V99 VALUE ZERO.
           05  WS-SELECT-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-SELECT-HASH       PIC 9(13)V99 VALUE ZERO.
           05  WS-ALREADY-SET-COUNT PIC 9(9) VALUE ZERO.
           05  WS-ADJ-WRITE-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ADJ-HASH-TOTAL    PIC 9(13)V99 VALUE ZERO.

       01  WS-BASE-HDR-IMAGE        PIC X(80) VALUE SPACES.
       01  WS-BASE-TRL-IMAGE        PIC X(80) VALUE SPACES.

       01  WS-ENVELOPE-RECORD.
           COPY FILENVWS.

       COPY ENVCHKWS.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE-LINE.
               10  FILLER  PIC X(29) VALUE
                   'ADJGEN - BULK ADJUSTMENT RUN '.
               10  WS-RPT-TITLE-MODE PIC X(7).
               10  FILLER  PIC X(10) VALUE ', RUN DATE'.
               10  FILLER  PIC X(1) VALUE SPACE.
               10  WS-RPT-RUN-DATE   PIC 9(8).
               10  FILLER  PIC X(77) VALUE SPACES.
           05  WS-RPT-CRITERIA-LINE.
               10  FILLER  PIC X(11) VALUE 'OPERATOR = '.
               10  WS-RPC-OPERATOR   PIC X(8).
               10  FILLER  PIC X(14) VALUE '  FIELD1 FROM '.
               10  WS-RPC-MATCH-POS  PIC Z9 VALUE ZERO.
               10  FILLER  PIC X(5) VALUE ' LEN '.
               10  WS-RPC-MATCH-LEN  PIC Z9 VALUE ZERO.
               10  FILLER  PIC X(4) VALUE ' = '''.
               10  WS-RPC-MATCH-VALUE PIC X(20).
               10  FILLER  PIC X(17) VALUE '''  FIELD2 RANGE '.
               10  WS-RPC-FIELD2-LOW PIC ZZZZZZ9 VALUE ZERO.
               10  FILLER  PIC X(4) VALUE ' TO '.
               10  WS-RPC-FIELD2-HIGH PIC ZZZZZZ9 VALUE ZERO.
               10  FILLER  PIC X(31) VALUE SPACES.
           05  WS-RPT-CHANGE-LINE.
               10  FILLER  PIC X(20) VALUE 'CORRECTION SWITCH = '.
               10  WS-RPH-CORR-SW    PIC X(2).
               10  FILLER  PIC X(16) VALUE '  NEW FIELD1 = '''.
               10  WS-RPH-FIELD1-NEW PIC X(20).
               10  FILLER  PIC X(16) VALUE '''  NEW FIELD2 = '.
               10  WS-RPH-FIELD2-NEW PIC ZZZZZZ9 VALUE ZERO.
               10  FILLER  PIC X(51) VALUE SPACES.
           05  WS-RPT-HEADING-LINE.
               10  FILLER  PIC X(51) VALUE 'FIELD1 BEFORE'.
               10  FILLER  PIC X(21) VALUE 'FIELD1 AFTER'.
               10  FILLER  PIC X(16) VALUE 'FIELD2 BEFORE'.
               10  FILLER  PIC X(12) VALUE 'FIELD2 AFTER'.
               10  FILLER  PIC X(32) VALUE SPACES.
           05  WS-RPT-DETAIL-LINE.
               10  WS-RPD-FIELD1-BEFORE PIC X(50).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPD-FIELD1-AFTER  PIC X(20).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPD-FIELD2-BEFORE PIC ZZZZZZ9.
               10  FILLER           PIC X(9) VALUE SPACES.
               10  WS-RPD-FIELD2-AFTER  PIC ZZZZZZ9.
               10  FILLER           PIC X(37) VALUE SPACES.
           05  WS-RPT-TOTAL-LINE.
               10  WS-RPT-LABEL     PIC X(40).
               10  WS-RPT-VALUE     PIC ZZZZZZZZ9.
               10  FILLER           PIC X(83) VALUE SPACES.
           05  WS-RPT-HASH-LINE.
               10  WS-RPT-HASH-LABEL PIC X(40).
               10  WS-RPT-HASH-VALUE PIC ZZZZZZZZZZZZ9.99.
               10  FILLER           PIC X(76) VALUE SPACES.
           05  WS-RPT-TEXT-LINE.
               10  WS-RPT-TEXT-LABEL PIC X(20).
               10  WS-RPT-TEXT-VALUE PIC X(60).
               10  FILLER           PIC X(52) VALUE SPACES.

       01  WS-RUN-CONTROL-RECORD.
           COPY RUNCTLRC.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN          PIC S9(4) COMP.
           05  WS-PARM-DATA         PIC X(13).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       MAIN-PARAGRAPH.
           PERFORM PARSE-RUN-PARM.
           DISPLAY 'Program ADJGEN started, run date ' WS-RUN-DATE
                   ' mode ' WS-PARM-RUN-MODE.
           MOVE 'ADJGEN' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM OPEN-FILES.
           PERFORM READ-CRITERIA-RECORD.
           PERFORM VALIDATE-CRITERIA.
           IF CRITERIA-ARE-VALID
               PERFORM READ-BASE-RECORD
               PERFORM PROCESS-ONE-BASE-RECORD
                   UNTIL BASE-EOF
               PERFORM VERIFY-BASE-ENVELOPE
               PERFORM CHECK-SELECTION
           END-IF.
           IF CRITERIA-ARE-VALID AND BASE-ENVELOPE-OK
               IF MODE-IS-RELEASE
                   PERFORM CHECK-RELEASE
                   IF RELEASE-APPROVED
                       PERFORM WRITE-ADJUSTMENT-FILE
                   END-IF
               ELSE
                   PERFORM WRITE-PREVIEW-RECORD
               END-IF
           END-IF.
           PERFORM TERMINATION-PARAGRAPH.
           GOBACK.

       PARSE-RUN-PARM.
      * PARM='YYYYMMDD,MMMM' -- run date and mode (PRVW/RLSE). Absent
      * or malformed PARM runs a preview dated today: nothing is ever
      * released unless the JCL asks for it by name.
           MOVE ZERO TO WS-RUN-DATE.
           MOVE 'PRVW' TO WS-PARM-RUN-MODE.
           MOVE WS-PARM-LEN TO WS-PARM-LENGTH.
           IF WS-PARM-LENGTH >= 13
               IF WS-PARM-DATA(1:8) IS NUMERIC
                   MOVE WS-PARM-DATA(1:8) TO WS-RUN-DATE
               END-IF
               MOVE WS-PARM-DATA(10:4) TO WS-PARM-RUN-MODE
           END-IF.
           IF WS-RUN-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           IF NOT MODE-IS-PREVIEW AND NOT MODE-IS-RELEASE
               MOVE 'PRVW' TO WS-PARM-RUN-MODE
           END-IF.

       OPEN-FILES.
           OPEN INPUT CRITERIA-FILE.
           IF WS-CRITERIA-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening criteria file: '
                       WS-CRITERIA-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT BASE-FILE.
           IF WS-BASE-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening base file: '
                       WS-BASE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CRITERIA-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening bulk adjustment report: '
                       WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CRITERIA-FILE
               CLOSE BASE-FILE
               GOBACK
           END-IF.
           IF MODE-IS-RELEASE
               MOVE 'RELEASE' TO WS-RPT-TITLE-MODE
           ELSE
               MOVE 'PREVIEW' TO WS-RPT-TITLE-MODE
           END-IF.
           MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
           WRITE WS-REPORT-LINE FROM WS-RPT-TITLE-LINE.

       READ-CRITERIA-RECORD.
           READ CRITERIA-FILE
               AT END
                   MOVE SPACES TO WS-CRITERIA-RECORD
                   SET CRITERIA-REJECTED TO TRUE
                   MOVE 'NO CRITERIA RECORD' TO WS-CRITERIA-REASON
           END-READ.

       VALIDATE-CRITERIA.
      * First failure wins; the reason prints on the report and the
      * run ends with return code 8 before the base file is read.
           IF CRITERIA-ARE-VALID
               EVALUATE TRUE
                   WHEN WS-CRT-OPERATOR-ID = SPACES
                       MOVE 'NO REQUESTING OPERATOR'
                           TO WS-CRITERIA-REASON
                   WHEN WS-CRT-MATCH-POS IS NOT NUMERIC
                           OR WS-CRT-MATCH-LEN IS NOT NUMERIC
                           OR WS-CRT-FIELD2-LOW IS NOT NUMERIC
                           OR WS-CRT-FIELD2-HIGH IS NOT NUMERIC
                           OR WS-CRT-FIELD2-NEW IS NOT NUMERIC
                       MOVE 'CRITERIA FIELD NOT NUMERIC'
                           TO WS-CRITERIA-REASON
                   WHEN WS-CRT-MATCH-LEN > 20
                           OR (WS-CRT-MATCH-LEN > ZERO
                               AND (WS-CRT-MATCH-POS = ZERO
                                   OR WS-CRT-MATCH-POS
                                       + WS-CRT-MATCH-LEN > 51))
                       MOVE 'FIELD1 MATCH OUTSIDE FIELD'
                           TO WS-CRITERIA-REASON
                   WHEN WS-CRT-FIELD2-HIGH > ZERO
                           AND WS-CRT-FIELD2-LOW > WS-CRT-FIELD2-HIGH
                       MOVE 'FIELD2 RANGE LOW ABOVE HIGH'
                           TO WS-CRITERIA-REASON
                   WHEN WS-CRT-MATCH-LEN = ZERO
                           AND WS-CRT-FIELD2-HIGH = ZERO
                       MOVE 'NO SELECTION CRITERION'
                           TO WS-CRITERIA-REASON
                   WHEN NOT CRT-CORRECT-FIELD1
                           AND NOT CRT-CORRECT-FIELD2
                       MOVE 'NO CORRECTION REQUESTED'
                           TO WS-CRITERIA-REASON
                   WHEN CRT-CORRECT-FIELD1
                           AND WS-CRT-FIELD1-NEW = SPACES
                       MOVE 'NEW FIELD1 IS BLANK'
                           TO WS-CRITERIA-REASON
               END-EVALUATE
               IF WS-CRITERIA-REASON NOT = SPACES
                   SET CRITERIA-REJECTED TO TRUE
               END-IF
           END-IF.
           PERFORM WRITE-CRITERIA-LINES.
           IF CRITERIA-REJECTED
               PERFORM REJECT-CRITERIA
           ELSE
               IF WS-CRT-FIELD2-HIGH > ZERO
                   SET FIELD2-RANGE-APPLIES TO TRUE
               END-IF
               WRITE WS-REPORT-LINE FROM WS-RPT-HEADING-LINE
           END-IF.

       WRITE-CRITERIA-LINES.
           MOVE WS-CRT-OPERATOR-ID TO WS-RPC-OPERATOR.
           IF WS-CRT-MATCH-POS IS NUMERIC
               MOVE WS-CRT-MATCH-POS TO WS-RPC-MATCH-POS
           END-IF.
           IF WS-CRT-MATCH-LEN IS NUMERIC
               MOVE WS-CRT-MATCH-LEN TO WS-RPC-MATCH-LEN
           END-IF.
           MOVE WS-CRT-MATCH-VALUE TO WS-RPC-MATCH-VALUE.
           IF WS-CRT-FIELD2-LOW IS NUMERIC
               MOVE WS-CRT-FIELD2-LOW TO WS-RPC-FIELD2-LOW
           END-IF.
           IF WS-CRT-FIELD2-HIGH IS NUMERIC
               MOVE WS-CRT-FIELD2-HIGH TO WS-RPC-FIELD2-HIGH
           END-IF.
           WRITE WS-REPORT-LINE FROM WS-RPT-CRITERIA-LINE.
           MOVE WS-CRT-CORRECTION-SW TO WS-RPH-CORR-SW.
           MOVE WS-CRT-FIELD1-NEW TO WS-RPH-FIELD1-NEW.
           IF WS-CRT-FIELD2-NEW IS NUMERIC
               MOVE WS-CRT-FIELD2-NEW TO WS-RPH-FIELD2-NEW
           END-IF.
           WRITE WS-REPORT-LINE FROM WS-RPT-CHANGE-LINE.

       REJECT-CRITERIA.
           MOVE 'CRITERIA REJECTED' TO WS-RPT-TEXT-LABEL.
           MOVE WS-CRITERIA-REASON TO WS-RPT-TEXT-VALUE.
           WRITE WS-REPORT-LINE FROM WS-RPT-TEXT-LINE.
           DISPLAY 'Bulk adjustment criteria rejected: '
                   WS-CRITERIA-REASON.
           MOVE 8 TO RETURN-CODE.

      * Envelope records are captured for verification at end of
      * file; they are not data.
       READ-BASE-RECORD.
           READ BASE-FILE
               AT END SET BASE-EOF TO TRUE
           END-READ.

       PROCESS-ONE-BASE-RECORD.
           IF WS-BASE-RECORD(1:4) = 'HDR*'
               MOVE WS-BASE-RECORD(1:80) TO WS-BASE-HDR-IMAGE
           ELSE
               IF WS-BASE-RECORD(1:4) = 'TRL*'
                   MOVE WS-BASE-RECORD(1:80) TO WS-BASE-TRL-IMAGE
               ELSE
                   ADD 1 TO WS-BASE-READ-COUNT
                   ADD WS-BASE-FIELD2 TO WS-BASE-HASH-TOTAL
                   PERFORM SELECT-BASE-RECORD
                   IF BASE-REC-SELECTED
                       PERFORM CHECK-FOR-CHANGE
                       IF BASE-REC-CHANGES
                           PERFORM RECORD-SELECTED-BASE
                       ELSE
                           ADD 1 TO WS-ALREADY-SET-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-BASE-RECORD.

       SELECT-BASE-RECORD.
           SET BASE-REC-SELECTED TO TRUE.
           IF WS-CRT-MATCH-LEN > ZERO
               IF WS-BASE-FIELD1(WS-CRT-MATCH-POS:WS-CRT-MATCH-LEN)
                       NOT = WS-CRT-MATCH-VALUE(1:WS-CRT-MATCH-LEN)
                   MOVE 'N' TO WS-SELECT-SW
               END-IF
           END-IF.
           IF FIELD2-RANGE-APPLIES
               IF WS-BASE-FIELD2 < WS-CRT-FIELD2-LOW
                       OR WS-BASE-FIELD2 > WS-CRT-FIELD2-HIGH
                   MOVE 'N' TO WS-SELECT-SW
               END-IF
           END-IF.

       CHECK-FOR-CHANGE.
      * A selected record that already carries every new value would
      * only journal a no-op in SAMPLEPGM2; it is counted, not
      * generated.
           MOVE 'N' TO WS-CHANGE-SW.
           IF CRT-CORRECT-FIELD1
                   AND WS-BASE-FIELD1 NOT = WS-CRT-FIELD1-NEW
               SET BASE-REC-CHANGES TO TRUE
           END-IF.
           IF CRT-CORRECT-FIELD2
                   AND WS-BASE-FIELD2 NOT = WS-CRT-FIELD2-NEW
               SET BASE-REC-CHANGES TO TRUE
           END-IF.

       RECORD-SELECTED-BASE.
           ADD 1 TO WS-SELECT-COUNT.
           ADD WS-BASE-FIELD2 TO WS-SELECT-HASH.
           IF WS-SEL-ENTRY-COUNT < WS-SEL-MAX-ENTRIES
               ADD 1 TO WS-SEL-ENTRY-COUNT
               MOVE WS-BASE-FIELD1(1:20)
                   TO WS-SEL-TBL-KEY(WS-SEL-ENTRY-COUNT)
               MOVE ZERO TO WS-SEL-TBL-HOLDERS(WS-SEL-ENTRY-COUNT)
           END-IF.
           MOVE WS-BASE-FIELD1 TO WS-RPD-FIELD1-BEFORE.
           IF CRT-CORRECT-FIELD1
               MOVE WS-CRT-FIELD1-NEW TO WS-RPD-FIELD1-AFTER
           ELSE
               MOVE '(UNCHANGED)' TO WS-RPD-FIELD1-AFTER
           END-IF.
           MOVE WS-BASE-FIELD2 TO WS-RPD-FIELD2-BEFORE.
           IF CRT-CORRECT-FIELD2
               MOVE WS-CRT-FIELD2-NEW TO WS-RPD-FIELD2-AFTER
           ELSE
               MOVE WS-BASE-FIELD2 TO WS-RPD-FIELD2-AFTER
           END-IF.
           WRITE WS-REPORT-LINE FROM WS-RPT-DETAIL-LINE.

       VERIFY-BASE-ENVELOPE.
           MOVE 'OUTFILE' TO WS-ENV-EXPECTED-ID.
           MOVE WS-BASE-HDR-IMAGE TO WS-ENV-HEADER-IMAGE.
           MOVE WS-BASE-TRL-IMAGE TO WS-ENV-TRAILER-IMAGE.
           MOVE WS-BASE-READ-COUNT TO WS-ENV-DATA-COUNT.
           MOVE WS-BASE-HASH-TOTAL TO WS-ENV-DATA-HASH.
           CALL 'ENVCHKR' USING WS-ENVELOPE-CHECK-AREA.
           IF NOT ENV-CHECK-OK
               DISPLAY 'Envelope verification failed for '
                       WS-ENV-EXPECTED-ID ', reason '
                       WS-ENV-CHECK-RC
               MOVE 30 TO RETURN-CODE
               MOVE 'N' TO WS-ENVELOPE-SW
               MOVE 'BASE FILE ENVELOPE FAILED' TO WS-RPT-TEXT-LABEL
               MOVE WS-ENV-CHECK-RC TO WS-RPT-TEXT-VALUE
               WRITE WS-REPORT-LINE FROM WS-RPT-TEXT-LINE
           END-IF.

       CHECK-SELECTION.
      * Both of these hold for a preview as much as a release, but a
      * preview still prints in full so the criteria can be reworked.
           IF CRITERIA-ARE-VALID
                   AND CRT-CORRECT-FIELD1
                   AND WS-SELECT-COUNT > 1
               SET CRITERIA-REJECTED TO TRUE
               MOVE 'FIELD1 CHANGE SELECTS MANY KEYS'
                   TO WS-CRITERIA-REASON
               PERFORM REJECT-CRITERIA
           END-IF.
           IF CRITERIA-ARE-VALID AND BASE-ENVELOPE-OK
                   AND WS-SEL-ENTRY-COUNT > ZERO
               PERFORM CHECK-SELECTED-KEYS
           END-IF.
           IF CRITERIA-ARE-VALID
                   AND WS-SELECT-COUNT > WS-SEL-MAX-ENTRIES
               DISPLAY 'WARNING: ' WS-SELECT-COUNT
                       ' RECORDS SELECTED, SAMPLEPGM2 TAKES '
                       WS-SEL-MAX-ENTRIES
                       ' - RELEASE WILL BE REFUSED'
               MOVE 'WARNING' TO WS-RPT-TEXT-LABEL
               MOVE 'MORE RECORDS SELECTED THAN ONE ADJFILE HOLDS'
                   TO WS-RPT-TEXT-VALUE
               WRITE WS-REPORT-LINE FROM WS-RPT-TEXT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * BASEFILE is read a second time to count every record holding
      * each selected key. A count above one means another record --
      * one the criteria passed over, or a second one they selected
      * -- answers to the same key, and SAMPLEPGM2 would correct the
      * wrong record or only one of them.
       CHECK-SELECTED-KEYS.
           CLOSE BASE-FILE.
           OPEN INPUT BASE-FILE.
           IF WS-BASE-FILE-STATUS NOT = '00'
               DISPLAY 'Error reopening base file: '
                       WS-BASE-FILE-STATUS
               SET CRITERIA-REJECTED TO TRUE
               MOVE 'BASE FILE DID NOT REOPEN FOR KEY CHECK'
                   TO WS-CRITERIA-REASON
               PERFORM REJECT-CRITERIA
           ELSE
               MOVE 'N' TO WS-BASE-EOF-SW
               PERFORM READ-BASE-RECORD
               PERFORM COUNT-KEY-HOLDERS
                   UNTIL BASE-EOF
               PERFORM FIND-SHARED-KEY
                   VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-ENTRY-COUNT
                   OR CRITERIA-REJECTED
           END-IF.

       COUNT-KEY-HOLDERS.
           IF WS-BASE-RECORD(1:4) NOT = 'HDR*'
                   AND WS-BASE-RECORD(1:4) NOT = 'TRL*'
               PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX > WS-SEL-ENTRY-COUNT
                   IF WS-BASE-FIELD1(1:20)
                           = WS-SEL-TBL-KEY(WS-SEL-IDX)
                       ADD 1 TO WS-SEL-TBL-HOLDERS(WS-SEL-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM READ-BASE-RECORD.

       FIND-SHARED-KEY.
           IF WS-SEL-TBL-HOLDERS(WS-SEL-IDX) > 1
               MOVE 'KEY NOT UNIQUE' TO WS-RPT-TEXT-LABEL
               MOVE WS-SEL-TBL-KEY(WS-SEL-IDX) TO WS-RPT-TEXT-VALUE
               WRITE WS-REPORT-LINE FROM WS-RPT-TEXT-LINE
               SET CRITERIA-REJECTED TO TRUE
               MOVE 'SELECTED KEY HELD BY ANOTHER BASE RECORD'
                   TO WS-CRITERIA-REASON
               PERFORM REJECT-CRITERIA
           END-IF.

       WRITE-PREVIEW-RECORD.
           OPEN OUTPUT PREVIEW-FILE.
           IF WS-PREVIEW-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening preview file: '
                       WS-PREVIEW-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-PREVIEW-RECORD
               MOVE WS-RUN-DATE TO WS-PRV-RUN-DATE
               MOVE WS-CR-JOB-NAME TO WS-PRV-JOB-NAME
               MOVE WS-SELECT-COUNT TO WS-PRV-SELECT-COUNT
               MOVE WS-SELECT-HASH TO WS-PRV-SELECT-HASH
               MOVE WS-CRT-REQUEST TO WS-PRV-REQUEST
               WRITE WS-PREVIEW-RECORD
               CLOSE PREVIEW-FILE
           END-IF.

       CHECK-RELEASE.
      * First failure wins. Every refusal leaves ADJFILE unopened.
           MOVE SPACES TO WS-REFUSE-REASON.
           OPEN INPUT PREVIEW-FILE.
           IF WS-PREVIEW-FILE-STATUS NOT = '00'
               MOVE 'NO APPROVED PREVIEW' TO WS-REFUSE-REASON
           ELSE
               READ PREVIEW-FILE
                   AT END
                       MOVE 'APPROVED PREVIEW IS EMPTY'
                           TO WS-REFUSE-REASON
               END-READ
               CLOSE PREVIEW-FILE
           END-IF.
           IF WS-REFUSE-REASON = SPACES
               EVALUATE TRUE
                   WHEN WS-PRV-REQUEST NOT = WS-CRT-REQUEST
                       MOVE 'CRITERIA DIFFER FROM PREVIEW'
                           TO WS-REFUSE-REASON
                   WHEN WS-PRV-SELECT-COUNT NOT = WS-SELECT-COUNT
                       MOVE 'COUNT DIFFERS FROM PREVIEW'
                           TO WS-REFUSE-REASON
                   WHEN WS-PRV-SELECT-HASH NOT = WS-SELECT-HASH
                       MOVE 'HASH DIFFERS FROM PREVIEW'
                           TO WS-REFUSE-REASON
                   WHEN WS-SELECT-COUNT > WS-SEL-MAX-ENTRIES
                       MOVE 'MORE RECORDS THAN ONE ADJFILE HOLDS'
                           TO WS-REFUSE-REASON
                   WHEN WS-CRT-APPROVER-ID = SPACES
                       MOVE 'NO APPROVER NAMED'
                           TO WS-REFUSE-REASON
                   WHEN WS-CRT-APPROVER-ID = WS-CRT-OPERATOR-ID
                       MOVE 'APPROVER IS OPERATOR'
                           TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF.
           IF WS-REFUSE-REASON = SPACES
               SET RELEASE-APPROVED TO TRUE
           ELSE
               MOVE 'RELEASE REFUSED' TO WS-RPT-TEXT-LABEL
               MOVE WS-REFUSE-REASON TO WS-RPT-TEXT-VALUE
               WRITE WS-REPORT-LINE FROM WS-RPT-TEXT-LINE
               DISPLAY 'Bulk adjustment release refused: '
                       WS-REFUSE-REASON
               MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-ADJUSTMENT-FILE.
           OPEN OUTPUT ADJUSTMENT-FILE.
           IF WS-ADJUSTMENT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening adjustment file: '
                       WS-ADJUSTMENT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM WRITE-ADJUSTMENT-HEADER
               PERFORM WRITE-ONE-ADJUSTMENT
                   VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-ENTRY-COUNT
               PERFORM WRITE-ADJUSTMENT-TRAILER
               CLOSE ADJUSTMENT-FILE
           END-IF.

       WRITE-ONE-ADJUSTMENT.
           MOVE SPACES TO WS-ADJUSTMENT-RECORD.
           MOVE WS-SEL-TBL-KEY(WS-SEL-IDX) TO WS-ADJ-KEY.
           MOVE WS-CRT-CORRECTION-SW TO WS-ADJ-CORRECTION-SW.
           IF CRT-CORRECT-FIELD1
               MOVE WS-CRT-FIELD1-NEW TO WS-ADJ-FIELD1-NEW
           END-IF.
           IF CRT-CORRECT-FIELD2
               MOVE WS-CRT-FIELD2-NEW TO WS-ADJ-FIELD2-NEW
           ELSE
               MOVE ZERO TO WS-ADJ-FIELD2-NEW
           END-IF.
           MOVE WS-CRT-OPERATOR-ID TO WS-ADJ-OPERATOR-ID.
           MOVE WS-CRT-APPROVER-ID TO WS-ADJ-APPROVER-ID.
           MOVE WS-CRT-APPROVER2-ID TO WS-ADJ-APPROVER2-ID.
           WRITE WS-ADJUSTMENT-RECORD.
           ADD 1 TO WS-ADJ-WRITE-COUNT.
           ADD WS-ADJ-FIELD2-NEW TO WS-ADJ-HASH-TOTAL.

       WRITE-ADJUSTMENT-HEADER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'HDR*' TO WS-ENV-MARKER.
           MOVE 'ADJFILE' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE 'ADJ ' TO WS-ENV-CYCLE.
           MOVE ZERO TO WS-ENV-REC-COUNT.
           MOVE ZERO TO WS-ENV-HASH-TOTAL.
           WRITE WS-ADJUSTMENT-RECORD FROM WS-ENVELOPE-RECORD.

       WRITE-ADJUSTMENT-TRAILER.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           MOVE 'TRL*' TO WS-ENV-MARKER.
           MOVE 'ADJFILE' TO WS-ENV-FILE-ID.
           MOVE WS-RUN-DATE TO WS-ENV-CREATE-DATE.
           MOVE 'ADJ ' TO WS-ENV-CYCLE.
           MOVE WS-ADJ-WRITE-COUNT TO WS-ENV-REC-COUNT.
           MOVE WS-ADJ-HASH-TOTAL TO WS-ENV-HASH-TOTAL.
           WRITE WS-ADJUSTMENT-RECORD FROM WS-ENVELOPE-RECORD.

       TERMINATION-PARAGRAPH.
           MOVE 'BASE RECORDS READ' TO WS-RPT-LABEL.
           MOVE WS-BASE-READ-COUNT TO WS-RPT-VALUE.
           WRITE WS-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'SELECTED, ALREADY HOLDING NEW VALUES' TO WS-RPT-LABEL.
           MOVE WS-ALREADY-SET-COUNT TO WS-RPT-VALUE.
           WRITE WS-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'RECORDS SELECTED FOR ADJUSTMENT' TO WS-RPT-LABEL.
           MOVE WS-SELECT-COUNT TO WS-RPT-VALUE.
           WRITE WS-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'SELECTED FIELD2 HASH (BEFORE VALUES)'
               TO WS-RPT-HASH-LABEL.
           MOVE WS-SELECT-HASH TO WS-RPT-HASH-VALUE.
           WRITE WS-REPORT-LINE FROM WS-RPT-HASH-LINE.
           IF MODE-IS-RELEASE
               MOVE 'ADJUSTMENT RECORDS RELEASED' TO WS-RPT-LABEL
               MOVE WS-ADJ-WRITE-COUNT TO WS-RPT-VALUE
               WRITE WS-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           ELSE
               MOVE 'PREVIEW ONLY' TO WS-RPT-TEXT-LABEL
               MOVE 'NO ADJFILE WRITTEN - RELEASE WITH PARM MODE RLSE'
                   TO WS-RPT-TEXT-VALUE
               WRITE WS-REPORT-LINE FROM WS-RPT-TEXT-LINE
           END-IF.
           CLOSE CRITERIA-FILE.
           CLOSE BASE-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'Base records read:        ' WS-BASE-READ-COUNT.
           DISPLAY 'Records selected:         ' WS-SELECT-COUNT.
           DISPLAY 'Selected field2 hash:     ' WS-SELECT-HASH.
           DISPLAY 'Already holding values:   ' WS-ALREADY-SET-COUNT.
           DISPLAY 'Adjustments released:     ' WS-ADJ-WRITE-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-BASE-READ-COUNT TO WS-CR-RECORDS-IN.
           MOVE WS-ADJ-WRITE-COUNT TO WS-CR-RECORDS-OUT.
           MOVE ZERO               TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE        TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program ADJGEN completed.'.
           EXIT PROGRAM.

       WRITE-RUN-CONTROL-RECORD.
           MOVE SPACES TO WS-RUN-CONTROL-RECORD.
           MOVE WS-CR-JOB-NAME TO WS-RC-JOB-NAME.
           MOVE WS-RUN-DATE TO WS-RC-CYCLE-DATE.
           MOVE WS-PARM-RUN-MODE TO WS-RC-CYCLE-TYPE.
           MOVE WS-CR-RECORDS-IN TO WS-RC-RECORDS-IN.
           MOVE WS-CR-RECORDS-OUT TO WS-RC-RECORDS-OUT.
           MOVE WS-CR-RECORDS-REJ TO WS-RC-RECORDS-REJ.
           MOVE WS-CR-RETURN-CODE TO WS-RC-RETURN-CODE.
           MOVE WS-CR-START-TS(1:14) TO WS-RC-START-STAMP.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RC-END-STAMP.
           MOVE ZERO TO WS-RC-SLICE-ID.
           CALL 'RUNCTLWR' USING WS-RUN-CONTROL-RECORD.

       COPY CTLRPTPR.
