      * the statement mailing block by STMTGEN). A customer with no
      * record here has no address on file and lands on the
      * missing-address exception listing.
      *
      * Status 'A' is a good address, 'I' a deactivated one (left off
      * the extract), 'U' an address the post office has returned
      * mail from: RTNMAIL sets it with the return date and reason,
      * the mailing runs hold that customer's mail and list it on a
      * bad-address worklist instead, and ADDRMNT clears it back to
      * 'A' when it applies a changed address.
      *
      * The delivery preference says how STMTGEN sends the statement:
      * 'P' paper (also a blank, every record written before the
      * preference existed), 'E' electronic to the e-mail address
      * through the e-delivery vendor, 'B' both. ADDRMNT will not
      * take 'E' or 'B' without an e-mail address. When the vendor
      * reports mail to the address bouncing, ESTMBNC puts the
      * customer back on paper and stamps the bounce date, which
      * ADDRMNT clears when it applies a new e-mail address.
           05  WS-ADR-CUST-ID       PIC 9(10).
           05  WS-ADR-LINE1         PIC X(30).
           05  WS-ADR-LINE2         PIC X(30).
           05  WS-ADR-POSTAL-CODE   PIC X(10).
           05  WS-ADR-PHONE         PIC X(15).
           05  WS-ADR-STATUS        PIC X(1).
               88  ADR-ACTIVE           VALUE 'A'.
               88  ADR-INACTIVE         VALUE 'I'.
               88  ADR-UNDELIVERABLE    VALUE 'U'.
           05  FILLER               PIC X(4).
           05  WS-ADR-RETURN-DATE   PIC 9(8).
           05  WS-ADR-RETURN-REASON PIC X(2).
           05  WS-ADR-DELIVERY-PREF PIC X(1).
               88  ADR-DELIVER-PAPER    VALUE 'P' SPACE.
               88  ADR-DELIVER-EMAIL    VALUE 'E'.
               88  ADR-DELIVER-BOTH     VALUE 'B'.
               88  ADR-WANTS-ELECTRONIC VALUE 'E' 'B'.
               88  ADR-PREF-IS-VALID    VALUE 'P' 'E' 'B' SPACE.
           05  WS-ADR-EMAIL         PIC X(60).
           05  WS-ADR-BOUNCE-DATE   PIC 9(8).
           05  FILLER               PIC X(1).
