      * DDLTRREC - unclaimed-property due-diligence letter record
      * fields. COPY under a program's own 01-level record name, e.g.:
      *     01  WS-DUE-DILIGENCE-RECORD.
      *         COPY DDLTRREC.
      * One record per letter DORMTRK issues to the DDLETTER file for
      * the letter shop: a customer whose credit balance has gone
      * dormant, told before the balance is turned over to the state
      * that it will be unless the customer acts. The letter names
      * the balance held, the date of the customer's last activity
      * and the date after which the balance is remitted. The letter
      * id is 'D', the letter date and a five-digit sequence. Mail
      * switch 'N' says there is no address on file and 'U' that the
      * address on file is flagged undeliverable: the letter is
      * recorded as the attempt the law asks for, but operations
      * must find an address before it can go out. 200 bytes.
           05  WS-DDL-LETTER-ID     PIC X(14).
           05  WS-DDL-LETTER-DATE   PIC 9(8).
           05  WS-DDL-CUST-ID       PIC 9(10).
           05  WS-DDL-CUST-NAME     PIC X(30).
           05  WS-DDL-ADDR-LINE1    PIC X(30).
           05  WS-DDL-ADDR-LINE2    PIC X(30).
           05  WS-DDL-CITY          PIC X(20).
           05  WS-DDL-POSTAL-CODE   PIC X(10).
           05  WS-DDL-MAIL-SW       PIC X(1).
               88  DDL-MAILABLE         VALUE 'M'.
               88  DDL-NO-ADDRESS       VALUE 'N'.
               88  DDL-UNDELIVERABLE    VALUE 'U'.
           05  WS-DDL-BALANCE-HELD  PIC 9(7)V99.
           05  WS-DDL-LAST-ACTIVITY PIC 9(8).
           05  WS-DDL-REMIT-DATE    PIC 9(8).
           05  WS-DDL-SOURCE-JOB    PIC X(8).
           05  FILLER               PIC X(14).
