      *        is in the file STMTGEN prints from that night.
      *        Deactivated addresses are left out of the extract, so
      *        a deactivated customer lands back on the
      *        missing-address exception listing. Undeliverable
      *        ('U') addresses stay on the extract with their return
      *        date and reason, so the mailing runs can hold that
      *        customer's mail and work the bad-address list.
      *   LOAD - one-time conversion: reads an existing flat
      *        ADDRFILE (skipping any envelope records) and loads
      *        the keyed master from it.
       DATA DIVISION.
       FILE SECTION.
       FD  ADDRESS-MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS WS-ADDRESS-MASTER-RECORD.
       01  WS-ADDRESS-MASTER-RECORD.
           COPY ADDRREC.

       FD  ADDRESS-FLAT-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS WS-ADDRESS-FLAT-RECORD.
       01  WS-ADDRESS-FLAT-RECORD   PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
                       ADD 1 TO WS-RECORDS-READ
                       MOVE WS-ADDRESS-FLAT-RECORD
                           TO WS-ADDRESS-MASTER-RECORD
      * A flat file cut before the returned-mail fields existed
      * carries blanks there: no return on record.
                       IF WS-ADR-RETURN-DATE NOT NUMERIC
                           MOVE ZERO TO WS-ADR-RETURN-DATE
                           MOVE SPACES TO WS-ADR-RETURN-REASON
                       END-IF
                       WRITE WS-ADDRESS-MASTER-RECORD
                           INVALID KEY
                               DISPLAY 'Duplicate or out-of-order '
