      * requests go to the suspense file with a reason -- the same
      * suspense-and-register treatment CUSTMNT gives MNTFILE
      * requests. DELETE deactivates the record in place.
      *
      * A CHANGE that replaces any part of the mailing address (line
      * 1, line 2, city or postal code) on an address RTNMAIL has
      * flagged undeliverable clears the flag, return date and reason
      * -- the new address is presumed good until mail comes back
      * again. A phone-only change leaves the flag standing.
      *
      * The statement delivery preference (P paper, E electronic, B
      * both) and the e-mail address are maintained here too. An ADD
      * with no preference is paper. A preference of E or B must end
      * up with an e-mail address on the record, and any e-mail
      * address keyed must be well formed (one '@', a dotted domain,
      * no embedded spaces) -- a statement sent to an address that
      * cannot exist is a statement nobody receives. A CHANGE that
      * supplies a new e-mail address clears the bounce date ESTMBNC
      * stamped when the old one bounced.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  ADDRESS-MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS WS-ADDRESS-MASTER-RECORD.
       01  WS-ADDRESS-MASTER-RECORD.
           COPY ADDRREC.
      * leaves that field alone, so a request can change any one
      * field or several.
       FD  MAINTENANCE-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS WS-MAINTENANCE-RECORD.
       01  WS-MAINTENANCE-RECORD.
           05  WS-AMN-ACTION        PIC X(1).
           05  WS-AMN-CITY          PIC X(20).
           05  WS-AMN-POSTAL-CODE   PIC X(10).
           05  WS-AMN-PHONE         PIC X(15).
           05  WS-AMN-DELIVERY-PREF PIC X(1).
               88  AMN-PREF-IS-VALID     VALUE 'P' 'E' 'B' SPACE.
           05  WS-AMN-EMAIL         PIC X(60).
           05  FILLER               PIC X(23).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 226 CHARACTERS
           DATA RECORD IS WS-SUSPENSE-RECORD.
       01  WS-SUSPENSE-RECORD.
           05  WS-SUS-MAINT-IMAGE   PIC X(200).
           05  WS-SUS-REASON-CODE   PIC X(4).
           05  WS-SUS-REASON-TEXT   PIC X(20).
           05  FILLER               PIC X(2).
           05  WS-ADD-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-CHANGE-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-DELETE-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-RETURN-CLEAR-COUNT PIC 9(9) VALUE ZERO.
           05  WS-RETURN-CLEAR-SW    PIC X(1) VALUE 'N'.
               88  RETURN-FLAG-CLEARED   VALUE 'Y'.
           05  WS-MAINT-EOF-SW       PIC X(1) VALUE 'N'.
               88  MAINTENANCE-EOF       VALUE 'Y'.
           05  WS-AMN-VALID-SW       PIC X(1) VALUE 'Y'.
           05  WS-ADDR-FOUND-SW      PIC X(1) VALUE 'N'.
               88  ADDRESS-REC-FOUND     VALUE 'Y'.
           05  WS-AMN-CUST-ID-NUM    PIC 9(10) VALUE ZERO.
           05  WS-PREF-CHANGE-COUNT  PIC 9(9) VALUE ZERO.

      * Resulting preference and e-mail address of a request (the
      * request's value, or the stored one a CHANGE leaves alone),
      * and the pieces of the e-mail address format check.
       01  WS-DELIVERY-EDIT-FIELDS.
           05  WS-NEW-DELIVERY-PREF  PIC X(1) VALUE SPACE.
               88  NEW-PREF-ELECTRONIC   VALUE 'E' 'B'.
           05  WS-NEW-EMAIL          PIC X(60) VALUE SPACES.
           05  WS-EMAIL-LENGTH       PIC 9(3) VALUE ZERO.
           05  WS-EMAIL-AT-COUNT     PIC 9(3) VALUE ZERO.
           05  WS-EMAIL-AT-OFFSET    PIC 9(3) VALUE ZERO.
           05  WS-EMAIL-DOMAIN-POS   PIC 9(3) VALUE ZERO.
           05  WS-EMAIL-DOMAIN-LEN   PIC 9(3) VALUE ZERO.
           05  WS-EMAIL-DOT-COUNT    PIC 9(3) VALUE ZERO.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
               10  WS-REG-PHONE     PIC X(15).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-STATUS    PIC X(1).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-DELIVERY-PREF PIC X(1).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  WS-REG-EMAIL     PIC X(27).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
               MOVE 'M107' TO WS-AMN-REASON-CODE
               MOVE 'POSTAL CODE BLANK' TO WS-AMN-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               MOVE WS-AMN-DELIVERY-PREF TO WS-NEW-DELIVERY-PREF
               MOVE WS-AMN-EMAIL TO WS-NEW-EMAIL
               PERFORM VALIDATE-DELIVERY-FIELDS
           END-IF.

       VALIDATE-CHANGE-REQUEST.
           IF NOT ADDRESS-REC-FOUND
                   AND WS-AMN-CITY = SPACES
                   AND WS-AMN-POSTAL-CODE = SPACES
                   AND WS-AMN-PHONE = SPACES
                   AND WS-AMN-DELIVERY-PREF = SPACE
                   AND WS-AMN-EMAIL = SPACES
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'M109' TO WS-AMN-REASON-CODE
               MOVE 'NO FIELDS TO CHANGE' TO WS-AMN-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID
               MOVE WS-ADR-DELIVERY-PREF TO WS-NEW-DELIVERY-PREF
               IF WS-AMN-DELIVERY-PREF NOT = SPACE
                   MOVE WS-AMN-DELIVERY-PREF TO WS-NEW-DELIVERY-PREF
               END-IF
               MOVE WS-ADR-EMAIL TO WS-NEW-EMAIL
               IF WS-AMN-EMAIL NOT = SPACES
                   MOVE WS-AMN-EMAIL TO WS-NEW-EMAIL
               END-IF
               PERFORM VALIDATE-DELIVERY-FIELDS
           END-IF.

       VALIDATE-DELIVERY-FIELDS.
      * The preference keyed must be one we know; an electronic or
      * both preference needs an e-mail address on the resulting
      * record; an e-mail address keyed must pass the format check.
           IF NOT AMN-PREF-IS-VALID
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'M113' TO WS-AMN-REASON-CODE
               MOVE 'BAD DELIVERY PREF' TO WS-AMN-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND NEW-PREF-ELECTRONIC
                   AND WS-NEW-EMAIL = SPACES
               SET MAINT-IS-REJECTED TO TRUE
               MOVE 'M114' TO WS-AMN-REASON-CODE
               MOVE 'EMAIL REQUIRED' TO WS-AMN-REASON-TEXT
           END-IF.
           IF MAINT-IS-VALID AND WS-AMN-EMAIL NOT = SPACES
               PERFORM VALIDATE-EMAIL-ADDRESS
           END-IF.

       VALIDATE-EMAIL-ADDRESS.
      * Left-justified, no embedded spaces, exactly one '@' with
      * something before it, and a domain after it holding a '.'
      * that is neither its first nor its last character.
           MOVE ZERO TO WS-EMAIL-LENGTH WS-EMAIL-AT-COUNT
                        WS-EMAIL-AT-OFFSET WS-EMAIL-DOT-COUNT.
           INSPECT WS-AMN-EMAIL TALLYING WS-EMAIL-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT WS-AMN-EMAIL TALLYING WS-EMAIL-AT-COUNT
               FOR ALL '@'.
           INSPECT WS-AMN-EMAIL TALLYING WS-EMAIL-AT-OFFSET
               FOR CHARACTERS BEFORE INITIAL '@'.
           IF WS-EMAIL-LENGTH = ZERO
                   OR WS-EMAIL-AT-COUNT NOT = 1
                   OR WS-EMAIL-AT-OFFSET = ZERO
                   OR WS-EMAIL-AT-OFFSET + 1 >= WS-EMAIL-LENGTH
               SET MAINT-IS-REJECTED TO TRUE
           ELSE
               IF WS-EMAIL-LENGTH < 60
                   IF WS-AMN-EMAIL(WS-EMAIL-LENGTH + 1:) NOT = SPACES
                       SET MAINT-IS-REJECTED TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF MAINT-IS-VALID
               COMPUTE WS-EMAIL-DOMAIN-POS = WS-EMAIL-AT-OFFSET + 2
               COMPUTE WS-EMAIL-DOMAIN-LEN =
                   WS-EMAIL-LENGTH - WS-EMAIL-AT-OFFSET - 1
               INSPECT WS-AMN-EMAIL(WS-EMAIL-DOMAIN-POS:
                                    WS-EMAIL-DOMAIN-LEN)
                   TALLYING WS-EMAIL-DOT-COUNT FOR ALL '.'
               IF WS-EMAIL-DOT-COUNT = ZERO
                       OR WS-AMN-EMAIL(WS-EMAIL-DOMAIN-POS:1) = '.'
                       OR WS-AMN-EMAIL(WS-EMAIL-LENGTH:1) = '.'
                   SET MAINT-IS-REJECTED TO TRUE
               END-IF
           END-IF.
           IF MAINT-IS-REJECTED
               MOVE 'M115' TO WS-AMN-REASON-CODE
               MOVE 'EMAIL NOT VALID' TO WS-AMN-REASON-TEXT
           END-IF.

       VALIDATE-DELETE-REQUEST.
           IF NOT ADDRESS-REC-FOUND
           MOVE WS-AMN-POSTAL-CODE TO WS-ADR-POSTAL-CODE.
           MOVE WS-AMN-PHONE       TO WS-ADR-PHONE.
           MOVE 'A' TO WS-ADR-STATUS.
           MOVE ZERO TO WS-ADR-RETURN-DATE.
           MOVE SPACES TO WS-ADR-RETURN-REASON.
           MOVE WS-AMN-DELIVERY-PREF TO WS-ADR-DELIVERY-PREF.
           IF WS-AMN-DELIVERY-PREF = SPACE
               MOVE 'P' TO WS-ADR-DELIVERY-PREF
           END-IF.
           MOVE WS-AMN-EMAIL       TO WS-ADR-EMAIL.
           MOVE ZERO TO WS-ADR-BOUNCE-DATE.
           WRITE WS-ADDRESS-MASTER-RECORD
               INVALID KEY
                   SET MAINT-IS-REJECTED TO TRUE
           IF WS-AMN-PHONE NOT = SPACES
               MOVE WS-AMN-PHONE TO WS-ADR-PHONE
           END-IF.
           IF WS-AMN-DELIVERY-PREF NOT = SPACE
                   AND WS-AMN-DELIVERY-PREF NOT = WS-ADR-DELIVERY-PREF
               MOVE WS-AMN-DELIVERY-PREF TO WS-ADR-DELIVERY-PREF
               ADD 1 TO WS-PREF-CHANGE-COUNT
           END-IF.
           IF WS-AMN-EMAIL NOT = SPACES
               MOVE WS-AMN-EMAIL TO WS-ADR-EMAIL
               MOVE ZERO TO WS-ADR-BOUNCE-DATE
           END-IF.
           MOVE 'N' TO WS-RETURN-CLEAR-SW.
           IF ADR-UNDELIVERABLE
               IF WS-AMN-LINE1 NOT = SPACES
                       OR WS-AMN-LINE2 NOT = SPACES
                       OR WS-AMN-CITY NOT = SPACES
                       OR WS-AMN-POSTAL-CODE NOT = SPACES
                   MOVE 'A' TO WS-ADR-STATUS
                   MOVE ZERO TO WS-ADR-RETURN-DATE
                   MOVE SPACES TO WS-ADR-RETURN-REASON
                   MOVE 'Y' TO WS-RETURN-CLEAR-SW
               END-IF
           ELSE
               MOVE 'A' TO WS-ADR-STATUS
           END-IF.
           PERFORM REWRITE-ADDRESS-RECORD.
           IF MAINT-IS-VALID
               ADD 1 TO WS-CHANGE-COUNT
               MOVE 'CHANGE' TO WS-REG-ACTION
               IF RETURN-FLAG-CLEARED
                   ADD 1 TO WS-RETURN-CLEAR-COUNT
                   MOVE 'CHG/CLRRTN' TO WS-REG-ACTION
               END-IF
           END-IF.

       REWRITE-ADDRESS-RECORD.
           MOVE WS-ADR-POSTAL-CODE TO WS-REG-POSTAL.
           MOVE WS-ADR-PHONE       TO WS-REG-PHONE.
           MOVE WS-ADR-STATUS      TO WS-REG-STATUS.
           MOVE WS-ADR-DELIVERY-PREF TO WS-REG-DELIVERY-PREF.
           MOVE WS-ADR-EMAIL       TO WS-REG-EMAIL.
           WRITE WS-REGISTER-LINE FROM WS-REG-DETAIL-LINE.

       WRITE-SUSPENSE-RECORD.
                   ' (adds ' WS-ADD-COUNT
                   ' changes ' WS-CHANGE-COUNT
                   ' deactivates ' WS-DELETE-COUNT ')'.
           DISPLAY 'Undeliverable flags cleared by change: '
                   WS-RETURN-CLEAR-COUNT.
           DISPLAY 'Delivery preferences changed: '
                   WS-PREF-CHANGE-COUNT.
           DISPLAY 'Rejected to suspense: ' WS-SUSPENSE-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-MAINT-READ-COUNT TO WS-CR-RECORDS-IN.
