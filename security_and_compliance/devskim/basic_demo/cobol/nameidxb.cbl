       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEIDXB.
      * Nightly build of the phonetic customer name-search index
      * NAMEIDX. Exact-name matching (ARCHINQ, MRGPURGE) cannot find
      * SMYTH for SMITH or JON for JOHN; this index files every
      * customer under the Soundex codes of the standardized last and
      * first name (copybooks NAMSTDPR and PHONKYPR), so NAMEINQ and
      * MRGPURGE can look up names by sound.
      *
      * Every customer on the keyed master CUSTMST goes in as a live
      * entry, and every customer in the accumulated CUSTARCH archive
      * ARCHIN goes in as an archived entry with its archive date.
      * The entries are sorted into key order and the index is
      * reloaded from scratch; a customer archived in more than one
      * generation keeps only its latest archive date. A run with no
      * archive file builds a live-only index and ends with RC 4.
      * A name with no letters in its surname cannot be coded and is
      * left out (counted).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-CMR-CUST-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT ARCHIVE-FILE-IN ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-IN-STATUS.

           SELECT NAME-INDEX-FILE ASSIGN TO NAMEIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-NIX-KEY
               FILE STATUS IS WS-INDEX-FILE-STATUS.

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

      * Same 80-byte layout CUSTARCH writes to ARCHOUT.
       FD  ARCHIVE-FILE-IN
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WS-ARCHIVE-RECORD-IN.
       01  WS-ARCHIVE-RECORD-IN     PIC X(80).

       FD  NAME-INDEX-FILE
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS WS-NAME-INDEX-RECORD.
       01  WS-NAME-INDEX-RECORD.
           COPY NAMIDXRC.

      * Index entry plus the archive date again as a descending minor
      * key, so the latest generation of a customer sorts first.
       SD  SORT-WORK-FILE.
       01  WS-SORT-RECORD.
           05  WS-SRT-ENTRY.
               10  WS-SRT-KEY           PIC X(19).
               10  FILLER               PIC X(109).
           05  WS-SRT-ARCHIVE-DATE  PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-MASTER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-ARCH-IN-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-INDEX-FILE-STATUS.

      * Structured view of the archived record (CUSTARCH's layout).
       01  WS-ARCHIVE-RECORD.
           05  WS-ARC-CUSTOMER.
               10  WS-ARC-CUST-ID       PIC 9(10).
               10  WS-ARC-CUST-NAME     PIC X(30).
               10  WS-ARC-CUST-BALANCE  PIC S9(7)V99.
               10  WS-ARC-CUST-STATUS   PIC X(1).
           05  WS-ARC-DATE          PIC 9(8).
           05  WS-ARC-REASON        PIC X(20).
           05  FILLER               PIC X(2).

      * Entry being built for release to the sort.
       01  WS-INDEX-ENTRY.
           COPY NAMIDXRC.

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-MASTER-EOF-SW     PIC X(1) VALUE 'N'.
               88  MASTER-EOF           VALUE 'Y'.
           05  WS-ARCH-EOF-SW       PIC X(1) VALUE 'N'.
               88  ARCHIVE-EOF          VALUE 'Y'.
           05  WS-SORT-EOF-SW       PIC X(1) VALUE 'N'.
               88  SORT-EOF             VALUE 'Y'.
           05  WS-ARCHIVE-OPEN-SW   PIC X(1) VALUE 'N'.
               88  ARCHIVE-IS-OPEN      VALUE 'Y'.
           05  WS-PRIOR-KEY         PIC X(19) VALUE LOW-VALUES.

       01  WS-RUN-COUNTERS.
           05  WS-MASTER-READ-COUNT PIC 9(9) VALUE ZERO.
           05  WS-ARCH-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-NOT-CODED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-LIVE-ENTRY-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-ARCH-ENTRY-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-OLDER-GEN-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-ENTRY-WRITE-COUNT PIC 9(9) VALUE ZERO.
           05  WS-ENTRY-REJ-COUNT   PIC 9(9) VALUE ZERO.

       COPY NAMSTDWS.

       COPY PHONKYWS.

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

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY 'Program NAMEIDXB started.'.
           MOVE 'NAMEIDXB' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM GET-RUN-OPTIONS.
           PERFORM OPEN-FILES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY WS-SRT-KEY
               ON DESCENDING KEY WS-SRT-ARCHIVE-DATE
               INPUT PROCEDURE IS RELEASE-INDEX-ENTRIES
               OUTPUT PROCEDURE IS LOAD-NAME-INDEX.
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
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening customer master: '
                       WS-MASTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT NAME-INDEX-FILE.
           IF WS-INDEX-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening name index: '
                       WS-INDEX-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CUSTOMER-MASTER-FILE
               GOBACK
           END-IF.
      * The archive is optional: before the first CUSTARCH run there
      * is nothing to index, and the live half still gets built.
           OPEN INPUT ARCHIVE-FILE-IN.
           IF WS-ARCH-IN-STATUS = '00'
               SET ARCHIVE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'WARNING: ARCHIVE FILE NOT AVAILABLE ('
                       WS-ARCH-IN-STATUS
                       ') - INDEX HOLDS LIVE CUSTOMERS ONLY'
               MOVE 4 TO RETURN-CODE
               SET ARCHIVE-EOF TO TRUE
           END-IF.

      * ----- input procedure: code every live and archived name -----

       RELEASE-INDEX-ENTRIES.
           PERFORM RELEASE-ONE-MASTER-CUSTOMER
               UNTIL MASTER-EOF.
           PERFORM RELEASE-ONE-ARCHIVED-CUSTOMER
               UNTIL ARCHIVE-EOF.

       RELEASE-ONE-MASTER-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END SET MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
                   MOVE SPACES TO WS-INDEX-ENTRY
                   MOVE 'L' TO WS-NIX-SOURCE OF WS-INDEX-ENTRY
                   MOVE WS-CMR-CUST-ID
                       TO WS-NIX-CUST-ID OF WS-INDEX-ENTRY
                   MOVE WS-CMR-CUST-STATUS
                       TO WS-NIX-CUST-STATUS OF WS-INDEX-ENTRY
                   MOVE WS-CMR-CUST-NAME
                       TO WS-NIX-CUST-NAME OF WS-INDEX-ENTRY
                   MOVE ZERO
                       TO WS-NIX-ARCHIVE-DATE OF WS-INDEX-ENTRY
                   PERFORM CODE-AND-RELEASE-ENTRY
           END-READ.

       RELEASE-ONE-ARCHIVED-CUSTOMER.
           READ ARCHIVE-FILE-IN INTO WS-ARCHIVE-RECORD
               AT END SET ARCHIVE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCH-READ-COUNT
                   MOVE SPACES TO WS-INDEX-ENTRY
                   MOVE 'A' TO WS-NIX-SOURCE OF WS-INDEX-ENTRY
                   MOVE WS-ARC-CUST-ID
                       TO WS-NIX-CUST-ID OF WS-INDEX-ENTRY
                   MOVE WS-ARC-CUST-STATUS
                       TO WS-NIX-CUST-STATUS OF WS-INDEX-ENTRY
                   MOVE WS-ARC-CUST-NAME
                       TO WS-NIX-CUST-NAME OF WS-INDEX-ENTRY
                   MOVE WS-ARC-DATE
                       TO WS-NIX-ARCHIVE-DATE OF WS-INDEX-ENTRY
                   PERFORM CODE-AND-RELEASE-ENTRY
           END-READ.

       CODE-AND-RELEASE-ENTRY.
      * Shared free-form parse + standardization (copybook NAMSTDPR),
      * then the Soundex keys of the result (copybook PHONKYPR).
           MOVE WS-NIX-CUST-NAME OF WS-INDEX-ENTRY
               TO WS-SN-FREEFORM-NAME.
           PERFORM 8310-PARSE-AND-STANDARDIZE-NAME.
           PERFORM 8800-BUILD-PHONETIC-KEYS.
           IF WS-PK-LAST-KEY = SPACES
               ADD 1 TO WS-NOT-CODED-COUNT
               DISPLAY 'Name not indexable, customer '
                       WS-NIX-CUST-ID OF WS-INDEX-ENTRY ': '
                       WS-NIX-CUST-NAME OF WS-INDEX-ENTRY
           ELSE
               MOVE WS-PK-LAST-KEY
                   TO WS-NIX-LAST-KEY OF WS-INDEX-ENTRY
               MOVE WS-PK-FIRST-KEY
                   TO WS-NIX-FIRST-KEY OF WS-INDEX-ENTRY
               MOVE WS-SN-STANDARDIZED
                   TO WS-NIX-STD-NAME OF WS-INDEX-ENTRY
               MOVE WS-INDEX-ENTRY TO WS-SRT-ENTRY
               MOVE WS-NIX-ARCHIVE-DATE OF WS-INDEX-ENTRY
                   TO WS-SRT-ARCHIVE-DATE
               RELEASE WS-SORT-RECORD
           END-IF.

      * ----- output procedure: reload the index in key order -----

       LOAD-NAME-INDEX.
           MOVE LOW-VALUES TO WS-PRIOR-KEY.
           PERFORM RETURN-ONE-INDEX-ENTRY
               UNTIL SORT-EOF.

       RETURN-ONE-INDEX-ENTRY.
           RETURN SORT-WORK-FILE
               AT END SET SORT-EOF TO TRUE
               NOT AT END PERFORM WRITE-INDEX-ENTRY
           END-RETURN.

       WRITE-INDEX-ENTRY.
      * An equal key can only be an older archive generation of a
      * customer already written (the latest sorts first); it drops.
           IF WS-SRT-KEY = WS-PRIOR-KEY
               ADD 1 TO WS-OLDER-GEN-COUNT
           ELSE
               MOVE WS-SRT-KEY TO WS-PRIOR-KEY
               MOVE WS-SRT-ENTRY TO WS-NAME-INDEX-RECORD
               WRITE WS-NAME-INDEX-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ENTRY-REJ-COUNT
                       DISPLAY 'Index entry rejected, status '
                               WS-INDEX-FILE-STATUS ' key '
                               WS-SRT-KEY
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-ENTRY-WRITE-COUNT
                       IF NIX-LIVE-CUSTOMER OF WS-NAME-INDEX-RECORD
                           ADD 1 TO WS-LIVE-ENTRY-COUNT
                       ELSE
                           ADD 1 TO WS-ARCH-ENTRY-COUNT
                       END-IF
               END-WRITE
           END-IF.

       COPY NAMSTDPR.

       COPY PHONKYPR.

       TERMINATION-PARAGRAPH.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE NAME-INDEX-FILE.
           IF ARCHIVE-IS-OPEN
               CLOSE ARCHIVE-FILE-IN
           END-IF.
           DISPLAY 'Master customers read:   ' WS-MASTER-READ-COUNT.
           DISPLAY 'Archive records read:    ' WS-ARCH-READ-COUNT.
           DISPLAY 'Names not indexable:     ' WS-NOT-CODED-COUNT.
           DISPLAY 'Older generations dropped: ' WS-OLDER-GEN-COUNT.
           DISPLAY 'Index entries written:   ' WS-ENTRY-WRITE-COUNT
                   ' (live ' WS-LIVE-ENTRY-COUNT
                   ' archived ' WS-ARCH-ENTRY-COUNT ')'.
           DISPLAY 'Index entries rejected:  ' WS-ENTRY-REJ-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           COMPUTE WS-CR-RECORDS-IN = WS-MASTER-READ-COUNT
                                    + WS-ARCH-READ-COUNT.
           MOVE WS-ENTRY-WRITE-COUNT TO WS-CR-RECORDS-OUT.
           COMPUTE WS-CR-RECORDS-REJ = WS-NOT-CODED-COUNT
                                     + WS-ENTRY-REJ-COUNT.
           MOVE RETURN-CODE TO WS-CR-RETURN-CODE.
           PERFORM 8200-DISPLAY-CONTROL-REPORT.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY 'Program NAMEIDXB completed.'.

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
