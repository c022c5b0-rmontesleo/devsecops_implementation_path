       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEINQ.
      * Phonetic customer name inquiry. Each request is a name as
      * the caller gave it -- free-form 'FIRST [MIDDLE] LAST' in the
      * first 30 bytes -- and may be spelled the way it sounds. The
      * name is standardized (copybook NAMSTDPR) and coded to the
      * Soundex keys of its last and first name (copybook PHONKYPR),
      * and every entry of the nightly name-search index NAMEIDX
      * (built by NAMEIDXB over CUSTMST and the CUSTARCH archive)
      * whose surname sounds the same is a candidate. Candidates
      * report ranked:
      *   1 EXACT    - the standardized names are identical
      *   2 PHONETIC - last and first names both sound the same
      *                (any first name, when the request gives
      *                only a surname)
      *   3 SURNAME  - only the surname sounds the same
      * with live customers ahead of archived ones within a rank.
      * An archived hit's id can go to CUSTARCH's restore run as is.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAME-REQUEST-FILE ASSIGN TO NAMEREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

           SELECT NAME-INDEX-FILE ASSIGN TO NAMEIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-NIX-KEY
               FILE STATUS IS WS-INDEX-FILE-STATUS.

           SELECT INQUIRY-REPORT-FILE ASSIGN TO NAMERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-NAME-REQUEST-RECORD.
       01  WS-NAME-REQUEST-RECORD.
           05  WS-NRQ-NAME          PIC X(30).
           05  FILLER               PIC X(50).

       FD  NAME-INDEX-FILE
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS WS-NAME-INDEX-RECORD.
       01  WS-NAME-INDEX-RECORD.
           COPY NAMIDXRC.

       FD  INQUIRY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WS-INQUIRY-REPORT-LINE.
       01  WS-INQUIRY-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REQUEST-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-INDEX-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REPORT-FILE-STATUS.

      * The request as standardized and coded.
       01  WS-REQUEST-KEY-FIELDS.
           05  WS-REQ-STD-NAME      PIC X(64) VALUE SPACES.
           05  WS-REQ-LAST-KEY      PIC X(4) VALUE SPACES.
           05  WS-REQ-FIRST-KEY     PIC X(4) VALUE SPACES.

      * Candidates for one request, collected off the index and then
      * listed rank by rank; 100 is the shop's standard table depth.
      * With the table full, a better-ranked candidate takes the
      * place of the worst-ranked one held -- a SURNAME-only one
      * first, then, for an EXACT match, a PHONETIC one; whatever is
      * displaced or cannot be placed is counted as not listed.
       01  WS-CANDIDATE-TABLE.
           05  WS-CDT-ENTRY-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-CDT-MAX-ENTRIES   PIC 9(4) VALUE 100.
           05  WS-CDT-ENTRY OCCURS 100 TIMES.
               10  WS-CDT-RANK          PIC 9(1).
               10  WS-CDT-SOURCE        PIC X(1).
               10  WS-CDT-CUST-ID       PIC 9(10).
               10  WS-CDT-CUST-STATUS   PIC X(1).
               10  WS-CDT-STD-NAME      PIC X(64).
               10  WS-CDT-ARCHIVE-DATE  PIC 9(8).
           05  WS-CDT-IDX           PIC 9(4) VALUE ZERO.
           05  WS-CDT-SLOT          PIC 9(4) VALUE ZERO.
           05  WS-CDT-NOT-LISTED    PIC 9(9) VALUE ZERO.

       01  WS-INQUIRY-CONTROL-FIELDS.
           05  WS-REQUEST-EOF-SW    PIC X(1) VALUE 'N'.
               88  REQUEST-EOF          VALUE 'Y'.
           05  WS-SCAN-END-SW       PIC X(1) VALUE 'N'.
               88  SCAN-ENDED           VALUE 'Y'.
           05  WS-CAND-RANK         PIC 9(1) VALUE ZERO.
           05  WS-LIST-RANK         PIC 9(1) VALUE ZERO.
           05  WS-LIST-SOURCE       PIC X(1) VALUE SPACE.

       01  WS-RUN-COUNTERS.
           05  WS-REQUEST-READ-CNT  PIC 9(9) VALUE ZERO.
           05  WS-REQUEST-BAD-CNT   PIC 9(9) VALUE ZERO.
           05  WS-NO-CANDIDATE-CNT  PIC 9(9) VALUE ZERO.
           05  WS-INDEX-READ-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-EXACT-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-PHONETIC-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-SURNAME-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-LISTED-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-NOT-LISTED-COUNT  PIC 9(9) VALUE ZERO.

       COPY NAMSTDWS.

       COPY PHONKYWS.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE-LINE    PIC X(132) VALUE
               'NAMEINQ - PHONETIC CUSTOMER NAME INQUIRY'.
           05  WS-RPT-REQUEST-LINE.
               10  FILLER           PIC X(8) VALUE 'REQUEST '.
               10  WS-RPR-NAME      PIC X(30).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPR-STD-NAME  PIC X(64).
               10  FILLER           PIC X(6) VALUE ' KEYS '.
               10  WS-RPR-LAST-KEY  PIC X(4).
               10  FILLER           PIC X(1) VALUE '/'.
               10  WS-RPR-FIRST-KEY PIC X(4).
               10  FILLER           PIC X(14) VALUE SPACES.
           05  WS-RPT-CANDIDATE-LINE.
               10  FILLER           PIC X(4) VALUE SPACES.
               10  WS-RPC-RANK      PIC 9(1).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPC-MATCH     PIC X(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPC-CUST-ID   PIC 9(10).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPC-SOURCE    PIC X(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPC-STATUS    PIC X(1).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPC-STD-NAME  PIC X(64).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-RPC-ARC-DATE  PIC X(8).
               10  FILLER           PIC X(22) VALUE SPACES.
           05  WS-RPT-NONE-LINE     PIC X(132) VALUE
               '    NO CANDIDATES FOUND'.
           05  WS-RPT-OVERFLOW-LINE.
               10  FILLER           PIC X(4) VALUE SPACES.
               10  WS-RPO-NOT-LISTED PIC ZZZZZZZZ9.
               10  FILLER           PIC X(40) VALUE
                   ' FURTHER CANDIDATES NOT LISTED'.
               10  FILLER           PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY 'Program NAMEINQ started.'.
           MOVE 'NAMEINQ' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-ONE-REQUEST
               UNTIL REQUEST-EOF.
           PERFORM TERMINATION-PARAGRAPH.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT NAME-REQUEST-FILE.
           IF WS-REQUEST-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening name request file: '
                       WS-REQUEST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT NAME-INDEX-FILE.
           IF WS-INDEX-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening name index: '
                       WS-INDEX-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE NAME-REQUEST-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT INQUIRY-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening inquiry report: '
                       WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE NAME-REQUEST-FILE
               CLOSE NAME-INDEX-FILE
               GOBACK
           END-IF.
           WRITE WS-INQUIRY-REPORT-LINE FROM WS-RPT-TITLE-LINE.

       PROCESS-ONE-REQUEST.
           READ NAME-REQUEST-FILE INTO WS-NAME-REQUEST-RECORD
               AT END SET REQUEST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUEST-READ-CNT
                   PERFORM CODE-REQUEST-NAME
                   IF WS-REQ-LAST-KEY = SPACES
                       ADD 1 TO WS-REQUEST-BAD-CNT
                       DISPLAY 'Unusable name request: '
                               WS-NRQ-NAME
                   ELSE
                       PERFORM COLLECT-CANDIDATES
                       PERFORM REPORT-CANDIDATES
                   END-IF
           END-READ.

       CODE-REQUEST-NAME.
      * Same parse, standardization and Soundex coding NAMEIDXB puts
      * every indexed name through, so both sides meet on one form.
           MOVE WS-NRQ-NAME TO WS-SN-FREEFORM-NAME.
           PERFORM 8310-PARSE-AND-STANDARDIZE-NAME.
           PERFORM 8800-BUILD-PHONETIC-KEYS.
           MOVE WS-SN-STANDARDIZED TO WS-REQ-STD-NAME.
           MOVE WS-PK-LAST-KEY     TO WS-REQ-LAST-KEY.
           MOVE WS-PK-FIRST-KEY    TO WS-REQ-FIRST-KEY.

       COLLECT-CANDIDATES.
      * Position on the first entry filed under the request's surname
      * key and read forward until the surname key changes.
           MOVE ZERO TO WS-CDT-ENTRY-COUNT WS-CDT-NOT-LISTED.
           MOVE 'N' TO WS-SCAN-END-SW.
           MOVE LOW-VALUES TO WS-NIX-KEY.
           MOVE WS-REQ-LAST-KEY TO WS-NIX-LAST-KEY.
           START NAME-INDEX-FILE KEY IS NOT LESS THAN WS-NIX-KEY
               INVALID KEY
                   SET SCAN-ENDED TO TRUE
           END-START.
           PERFORM READ-NEXT-INDEX-ENTRY
               UNTIL SCAN-ENDED.

       READ-NEXT-INDEX-ENTRY.
           READ NAME-INDEX-FILE NEXT RECORD
               AT END SET SCAN-ENDED TO TRUE
               NOT AT END
                   IF WS-NIX-LAST-KEY NOT = WS-REQ-LAST-KEY
                       SET SCAN-ENDED TO TRUE
                   ELSE
                       ADD 1 TO WS-INDEX-READ-COUNT
                       PERFORM RANK-INDEX-ENTRY
                       PERFORM STORE-CANDIDATE
                   END-IF
           END-READ.

       RANK-INDEX-ENTRY.
           EVALUATE TRUE
               WHEN WS-NIX-STD-NAME = WS-REQ-STD-NAME
                   MOVE 1 TO WS-CAND-RANK
               WHEN WS-REQ-FIRST-KEY = SPACES
                   MOVE 2 TO WS-CAND-RANK
               WHEN WS-NIX-FIRST-KEY = WS-REQ-FIRST-KEY
                   MOVE 2 TO WS-CAND-RANK
               WHEN OTHER
                   MOVE 3 TO WS-CAND-RANK
           END-EVALUATE.

       STORE-CANDIDATE.
           MOVE ZERO TO WS-CDT-SLOT.
           IF WS-CDT-ENTRY-COUNT < WS-CDT-MAX-ENTRIES
               ADD 1 TO WS-CDT-ENTRY-COUNT
               MOVE WS-CDT-ENTRY-COUNT TO WS-CDT-SLOT
           ELSE
               IF WS-CAND-RANK < 3
                   PERFORM VARYING WS-CDT-IDX FROM 1 BY 1
                           UNTIL WS-CDT-IDX > WS-CDT-ENTRY-COUNT
                              OR WS-CDT-SLOT > ZERO
                       IF WS-CDT-RANK(WS-CDT-IDX) = 3
                           MOVE WS-CDT-IDX TO WS-CDT-SLOT
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-CAND-RANK = 1 AND WS-CDT-SLOT = ZERO
                   PERFORM VARYING WS-CDT-IDX FROM 1 BY 1
                           UNTIL WS-CDT-IDX > WS-CDT-ENTRY-COUNT
                              OR WS-CDT-SLOT > ZERO
                       IF WS-CDT-RANK(WS-CDT-IDX) = 2
                           MOVE WS-CDT-IDX TO WS-CDT-SLOT
                       END-IF
                   END-PERFORM
               END-IF
               ADD 1 TO WS-CDT-NOT-LISTED
           END-IF.
           IF WS-CDT-SLOT > ZERO
               MOVE WS-CAND-RANK      TO WS-CDT-RANK(WS-CDT-SLOT)
               MOVE WS-NIX-SOURCE     TO WS-CDT-SOURCE(WS-CDT-SLOT)
               MOVE WS-NIX-CUST-ID    TO WS-CDT-CUST-ID(WS-CDT-SLOT)
               MOVE WS-NIX-CUST-STATUS
                   TO WS-CDT-CUST-STATUS(WS-CDT-SLOT)
               MOVE WS-NIX-STD-NAME   TO WS-CDT-STD-NAME(WS-CDT-SLOT)
               MOVE WS-NIX-ARCHIVE-DATE
                   TO WS-CDT-ARCHIVE-DATE(WS-CDT-SLOT)
           END-IF.

       REPORT-CANDIDATES.
           MOVE WS-NRQ-NAME      TO WS-RPR-NAME.
           MOVE WS-REQ-STD-NAME  TO WS-RPR-STD-NAME.
           MOVE WS-REQ-LAST-KEY  TO WS-RPR-LAST-KEY.
           MOVE WS-REQ-FIRST-KEY TO WS-RPR-FIRST-KEY.
           WRITE WS-INQUIRY-REPORT-LINE FROM WS-RPT-REQUEST-LINE.
           IF WS-CDT-ENTRY-COUNT = ZERO
               ADD 1 TO WS-NO-CANDIDATE-CNT
               WRITE WS-INQUIRY-REPORT-LINE FROM WS-RPT-NONE-LINE
           ELSE
               PERFORM VARYING WS-LIST-RANK FROM 1 BY 1
                       UNTIL WS-LIST-RANK > 3
                   MOVE 'L' TO WS-LIST-SOURCE
                   PERFORM LIST-RANK-AND-SOURCE
                   MOVE 'A' TO WS-LIST-SOURCE
                   PERFORM LIST-RANK-AND-SOURCE
               END-PERFORM
           END-IF.
           IF WS-CDT-NOT-LISTED > ZERO
               MOVE WS-CDT-NOT-LISTED TO WS-RPO-NOT-LISTED
               WRITE WS-INQUIRY-REPORT-LINE FROM WS-RPT-OVERFLOW-LINE
               ADD WS-CDT-NOT-LISTED TO WS-NOT-LISTED-COUNT
               DISPLAY 'WARNING: CANDIDATE TABLE FULL AT '
                       WS-CDT-MAX-ENTRIES ' FOR ' WS-NRQ-NAME
               MOVE 4 TO RETURN-CODE
           END-IF.

       LIST-RANK-AND-SOURCE.
           PERFORM VARYING WS-CDT-IDX FROM 1 BY 1
                   UNTIL WS-CDT-IDX > WS-CDT-ENTRY-COUNT
               IF WS-CDT-RANK(WS-CDT-IDX) = WS-LIST-RANK
                       AND WS-CDT-SOURCE(WS-CDT-IDX) = WS-LIST-SOURCE
                   PERFORM WRITE-CANDIDATE-LINE
               END-IF
           END-PERFORM.

       WRITE-CANDIDATE-LINE.
           MOVE WS-CDT-RANK(WS-CDT-IDX) TO WS-RPC-RANK.
           EVALUATE WS-CDT-RANK(WS-CDT-IDX)
               WHEN 1
                   MOVE 'EXACT'    TO WS-RPC-MATCH
                   ADD 1 TO WS-EXACT-COUNT
               WHEN 2
                   MOVE 'PHONETIC' TO WS-RPC-MATCH
                   ADD 1 TO WS-PHONETIC-COUNT
               WHEN OTHER
                   MOVE 'SURNAME'  TO WS-RPC-MATCH
                   ADD 1 TO WS-SURNAME-COUNT
           END-EVALUATE.
           MOVE WS-CDT-CUST-ID(WS-CDT-IDX)     TO WS-RPC-CUST-ID.
           MOVE WS-CDT-CUST-STATUS(WS-CDT-IDX) TO WS-RPC-STATUS.
           MOVE WS-CDT-STD-NAME(WS-CDT-IDX)    TO WS-RPC-STD-NAME.
           IF WS-CDT-SOURCE(WS-CDT-IDX) = 'A'
               MOVE 'ARCHIVED' TO WS-RPC-SOURCE
               MOVE WS-CDT-ARCHIVE-DATE(WS-CDT-IDX) TO WS-RPC-ARC-DATE
           ELSE
               MOVE 'LIVE'     TO WS-RPC-SOURCE
               MOVE SPACES     TO WS-RPC-ARC-DATE
           END-IF.
           WRITE WS-INQUIRY-REPORT-LINE FROM WS-RPT-CANDIDATE-LINE.
           ADD 1 TO WS-LISTED-COUNT.

       COPY NAMSTDPR.

       COPY PHONKYPR.

       TERMINATION-PARAGRAPH.
           CLOSE NAME-REQUEST-FILE.
           CLOSE NAME-INDEX-FILE.
           CLOSE INQUIRY-REPORT-FILE.
           DISPLAY 'Name requests read:     ' WS-REQUEST-READ-CNT.
           DISPLAY 'Requests unusable:      ' WS-REQUEST-BAD-CNT.
           DISPLAY 'Requests with no match: ' WS-NO-CANDIDATE-CNT.
           DISPLAY 'Index entries examined: ' WS-INDEX-READ-COUNT.
           DISPLAY 'Candidates listed:      ' WS-LISTED-COUNT
                   ' (exact ' WS-EXACT-COUNT
                   ' phonetic ' WS-PHONETIC-COUNT
                   ' surname ' WS-SURNAME-COUNT ')'.
           DISPLAY 'Candidates not listed:  ' WS-NOT-LISTED-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-REQUEST-READ-CNT TO WS-CR-RECORDS-IN.
           MOVE WS-LISTED-COUNT     TO WS-CR-RECORDS-OUT.
           MOVE WS-REQUEST-BAD-CNT  TO WS-CR-RECORDS-REJ.
           MOVE RETURN-CODE         TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           DISPLAY 'Program NAMEINQ completed.'.

       COPY CTLRPTPR.
