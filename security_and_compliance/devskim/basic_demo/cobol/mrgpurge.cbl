      * The free-form 30-byte customer name is taken as
      * 'FIRST [MIDDLE] LAST'; a one-word name is treated as a last
      * name on its own.
      *
      * A second section catches likely duplicates that differ only
      * in spelling (SMITH/SMYTH, JON/JOHN), which the standardized
      * sort cannot. It reads the nightly phonetic name-search index
      * NAMEIDX (built by NAMEIDXB, copybook NAMIDXRC) in key order
      * and reports every set of live customers filed under the same
      * Soundex last- and first-name keys whose standardized names
      * are not all identical. With no index available the section
      * is skipped with a warning (RC 4) and the collision report
      * stands on its own.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT NAME-INDEX-FILE ASSIGN TO NAMEIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-NIX-KEY
               FILE STATUS IS WS-INDEX-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
           DATA RECORD IS WS-MERGE-REPORT-LINE.
       01  WS-MERGE-REPORT-LINE PIC X(132).

       FD  NAME-INDEX-FILE
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS WS-NAME-INDEX-RECORD.
       01  WS-NAME-INDEX-RECORD.
           COPY NAMIDXRC.

       SD  SORT-WORK-FILE.
       01  WS-SORT-RECORD.
           05  WS-SRT-STD-NAME      PIC X(64).
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-CUSTOMER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REPORT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-INDEX-FILE-STATUS.

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-CUST-EOF-SW       PIC X(1) VALUE 'N'.
           05  WS-IN-GROUP-SW       PIC X(1) VALUE 'N'.
               88  GROUP-OPEN           VALUE 'Y'.

      * Live index entries sharing one pair of phonetic keys, held
      * until the keys change; the set reports only if its members'
      * standardized names differ. 50 members is ample for one pair
      * of keys -- any beyond are counted, not listed.
       01  WS-VARIANT-FIELDS.
           05  WS-INDEX-EOF-SW      PIC X(1) VALUE 'N'.
               88  INDEX-EOF            VALUE 'Y'.
           05  WS-VAR-KEYS          PIC X(8) VALUE SPACES.
           05  WS-VAR-SPELLING-SW   PIC X(1) VALUE 'N'.
               88  SPELLINGS-DIFFER     VALUE 'Y'.
           05  WS-VAR-MEMBER-COUNT  PIC 9(4) VALUE ZERO.
           05  WS-VAR-MAX-MEMBERS   PIC 9(4) VALUE 50.
           05  WS-VAR-MEMBER OCCURS 50 TIMES.
               10  WS-VRM-CUST-ID       PIC 9(10).
               10  WS-VRM-CUST-STATUS   PIC X(1).
               10  WS-VRM-STD-NAME      PIC X(64).
               10  WS-VRM-CUST-NAME     PIC X(30).
           05  WS-VAR-IDX           PIC 9(4) VALUE ZERO.
           05  WS-VAR-NOT-LISTED    PIC 9(9) VALUE ZERO.
           05  WS-INDEX-READ-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-VARIANT-GRP-COUNT PIC 9(9) VALUE ZERO.
           05  WS-VARIANT-CAND-CNT  PIC 9(9) VALUE ZERO.

       COPY NAMSTDWS.

      * Envelope view of CUSTFILE's first record (copybook
      * FILENVWS), for the dry-run check.
       01  WS-ENVELOPE-RECORD.
           COPY FILENVWS.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-RPM-STATUS    PIC X(1).
               10  FILLER           PIC X(102) VALUE SPACES.
           05  WS-RPT-VARIANT-TITLE PIC X(132) VALUE
               'MRGPURGE - LIKELY DUPLICATES BY SPELLING VARIANT'.
           05  WS-RPT-VARIANT-GROUP-LINE.
               10  FILLER           PIC X(14) VALUE 'VARIANT GROUP '.
               10  WS-RPV-GROUP-NUM PIC ZZZZZZZZ9.
               10  FILLER           PIC X(7) VALUE '  KEYS '.
               10  WS-RPV-LAST-KEY  PIC X(4).
               10  FILLER           PIC X(1) VALUE '/'.
               10  WS-RPV-FIRST-KEY PIC X(4).
               10  FILLER           PIC X(93) VALUE SPACES.
           05  WS-RPT-VARIANT-MEMBER-LINE.
               10  FILLER           PIC X(4) VALUE SPACES.
               10  WS-RPW-CUST-ID   PIC 9(10).
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-RPW-STATUS    PIC X(1).
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-RPW-STD-NAME  PIC X(64).
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-RPW-CUST-NAME PIC X(30).
               10  FILLER           PIC X(17) VALUE SPACES.
           05  WS-RPT-NO-INDEX-LINE PIC X(132) VALUE
               'NAME INDEX NAMEIDX NOT AVAILABLE - SECTION SKIPPED'.
           05  WS-RPT-VARIANT-OVERFLOW-LINE.
               10  FILLER           PIC X(4) VALUE SPACES.
               10  WS-RPX-NOT-LISTED PIC ZZZZZZZZ9.
               10  FILLER           PIC X(40) VALUE
                   ' FURTHER MEMBERS NOT LISTED'.
               10  FILLER           PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY 'Program MRGPURGE started.'.
           MOVE 'MRGPURGE' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM 8900-REFUSE-DRY-RUN-CUSTOMERS.
           OPEN OUTPUT MERGE-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening merge report file: '
               ON ASCENDING KEY WS-SRT-CUST-ID
               INPUT PROCEDURE IS RELEASE-CUSTOMERS
               OUTPUT PROCEDURE IS REPORT-COLLISIONS.
           PERFORM REPORT-SPELLING-VARIANTS.
           CLOSE MERGE-REPORT-FILE.
           PERFORM TERMINATION-PARAGRAPH.
           GOBACK.
           WRITE WS-MERGE-REPORT-LINE FROM WS-RPT-MEMBER-LINE.
           ADD 1 TO WS-CANDIDATE-COUNT.

      * ----- spelling variants off the phonetic name index -----

       REPORT-SPELLING-VARIANTS.
           WRITE WS-MERGE-REPORT-LINE FROM WS-RPT-VARIANT-TITLE.
           OPEN INPUT NAME-INDEX-FILE.
           IF WS-INDEX-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: NAME INDEX NOT AVAILABLE ('
                       WS-INDEX-FILE-STATUS
                       ') - SPELLING VARIANTS NOT REPORTED'
               WRITE WS-MERGE-REPORT-LINE FROM WS-RPT-NO-INDEX-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO WS-VAR-MEMBER-COUNT WS-VAR-NOT-LISTED
               MOVE SPACES TO WS-VAR-KEYS
               PERFORM READ-ONE-INDEX-ENTRY
                   UNTIL INDEX-EOF
               PERFORM REPORT-VARIANT-SET
               CLOSE NAME-INDEX-FILE
           END-IF.

       READ-ONE-INDEX-ENTRY.
      * Archived customers cannot be merged, so only live entries
      * count; in key order each pair of phonetic keys is one run.
           READ NAME-INDEX-FILE NEXT RECORD
               AT END SET INDEX-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-INDEX-READ-COUNT
                   IF NIX-LIVE-CUSTOMER
                       IF WS-NIX-KEY(1:8) NOT = WS-VAR-KEYS
                           PERFORM REPORT-VARIANT-SET
                           MOVE WS-NIX-KEY(1:8) TO WS-VAR-KEYS
                           MOVE ZERO TO WS-VAR-MEMBER-COUNT
                                        WS-VAR-NOT-LISTED
                       END-IF
                       PERFORM HOLD-VARIANT-MEMBER
                   END-IF
           END-READ.

       HOLD-VARIANT-MEMBER.
           IF WS-VAR-MEMBER-COUNT < WS-VAR-MAX-MEMBERS
               ADD 1 TO WS-VAR-MEMBER-COUNT
               MOVE WS-NIX-CUST-ID
                   TO WS-VRM-CUST-ID(WS-VAR-MEMBER-COUNT)
               MOVE WS-NIX-CUST-STATUS
                   TO WS-VRM-CUST-STATUS(WS-VAR-MEMBER-COUNT)
               MOVE WS-NIX-STD-NAME
                   TO WS-VRM-STD-NAME(WS-VAR-MEMBER-COUNT)
               MOVE WS-NIX-CUST-NAME
                   TO WS-VRM-CUST-NAME(WS-VAR-MEMBER-COUNT)
           ELSE
               ADD 1 TO WS-VAR-NOT-LISTED
           END-IF.

       REPORT-VARIANT-SET.
      * A set whose names all standardize alike is an exact collision
      * and is already in the section above; only a set with two or
      * more spellings reports here, every member listed.
           MOVE 'N' TO WS-VAR-SPELLING-SW.
           PERFORM VARYING WS-VAR-IDX FROM 2 BY 1
                   UNTIL WS-VAR-IDX > WS-VAR-MEMBER-COUNT
               IF WS-VRM-STD-NAME(WS-VAR-IDX) NOT = WS-VRM-STD-NAME(1)
                   SET SPELLINGS-DIFFER TO TRUE
               END-IF
           END-PERFORM.
           IF SPELLINGS-DIFFER
               ADD 1 TO WS-VARIANT-GRP-COUNT
               MOVE WS-VARIANT-GRP-COUNT TO WS-RPV-GROUP-NUM
               MOVE WS-VAR-KEYS(1:4) TO WS-RPV-LAST-KEY
               MOVE WS-VAR-KEYS(5:4) TO WS-RPV-FIRST-KEY
               WRITE WS-MERGE-REPORT-LINE
                   FROM WS-RPT-VARIANT-GROUP-LINE
               PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
                       UNTIL WS-VAR-IDX > WS-VAR-MEMBER-COUNT
                   MOVE WS-VRM-CUST-ID(WS-VAR-IDX) TO WS-RPW-CUST-ID
                   MOVE WS-VRM-CUST-STATUS(WS-VAR-IDX)
                       TO WS-RPW-STATUS
                   MOVE WS-VRM-STD-NAME(WS-VAR-IDX) TO WS-RPW-STD-NAME
                   MOVE WS-VRM-CUST-NAME(WS-VAR-IDX)
                       TO WS-RPW-CUST-NAME
                   WRITE WS-MERGE-REPORT-LINE
                       FROM WS-RPT-VARIANT-MEMBER-LINE
                   ADD 1 TO WS-VARIANT-CAND-CNT
               END-PERFORM
               IF WS-VAR-NOT-LISTED > ZERO
                   MOVE WS-VAR-NOT-LISTED TO WS-RPX-NOT-LISTED
                   WRITE WS-MERGE-REPORT-LINE
                       FROM WS-RPT-VARIANT-OVERFLOW-LINE
                   DISPLAY 'WARNING: VARIANT SET OVER '
                           WS-VAR-MAX-MEMBERS ' MEMBERS, KEYS '
                           WS-VAR-KEYS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       COPY NAMSTDPR.

       TERMINATION-PARAGRAPH.
           DISPLAY 'Customers read:        ' WS-CUST-READ-COUNT.
           DISPLAY 'Merge candidate groups: ' WS-GROUP-COUNT.
           DISPLAY 'Merge candidates:       ' WS-CANDIDATE-COUNT.
           DISPLAY 'Name index entries read: ' WS-INDEX-READ-COUNT.
           DISPLAY 'Spelling variant groups: ' WS-VARIANT-GRP-COUNT.
           DISPLAY 'Spelling variant members: ' WS-VARIANT-CAND-CNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-CUST-READ-COUNT TO WS-CR-RECORDS-IN.
           COMPUTE WS-CR-RECORDS-OUT = WS-CANDIDATE-COUNT
                                     + WS-VARIANT-CAND-CNT.
           MOVE RETURN-CODE TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           DISPLAY 'Program MRGPURGE completed.'.

       COPY CTLRPTPR.

       COPY DRYREFPR.
