      * ESTMTREC - electronic statement extract record fields. COPY
      * under a program's own 01-level record name, e.g.:
      *     01  WS-ESTATEMENT-RECORD.
      *         COPY ESTMTREC.
      * The 160-byte layout STMTGEN writes to ESTMTFIL for the
      * e-delivery vendor, inside the shop transfer envelope (file id
      * 'ESTMTFIL'). Each electronic statement is one statement-header
      * record ('SH') followed by its typed line records, all carrying
      * the customer id and a line sequence within the statement:
      *   'NA' - one per line of the name block (standardized name,
      *          address lines, city and postal code)
      *   'BL' - one per balance line: OPENING BALANCE, CLOSING
      *          BALANCE and, with a balance owing, MINIMUM PAYMENT DUE
      *   'TX' - one per transaction, in posting-date order, with the
      *          running balance after it
      * Amounts are signed zoned decimal, as on the statement print.
      * The statement kind is 'S' for a cycle statement, 'F' for a
      * final statement; the delivery preference is 'E' electronic
      * only or 'B' where a paper copy is also mailed.
           05  WS-EST-REC-TYPE      PIC X(2).
               88  EST-STATEMENT-HEADER VALUE 'SH'.
               88  EST-NAME-LINE        VALUE 'NA'.
               88  EST-BALANCE-LINE     VALUE 'BL'.
               88  EST-TRANSACTION-LINE VALUE 'TX'.
           05  WS-EST-CUST-ID       PIC 9(10).
           05  WS-EST-LINE-SEQ      PIC 9(5).
           05  WS-EST-HEADER-DATA.
               10  WS-EST-STMT-DATE     PIC 9(8).
               10  WS-EST-STMT-KIND     PIC X(1).
                   88  EST-CYCLE-STATEMENT  VALUE 'S'.
                   88  EST-FINAL-STATEMENT  VALUE 'F'.
               10  WS-EST-EMAIL         PIC X(60).
               10  WS-EST-DELIVERY-PREF PIC X(1).
               10  WS-EST-OPENING-BAL   PIC S9(11)V99.
               10  WS-EST-CLOSING-BAL   PIC S9(11)V99.
               10  WS-EST-MINIMUM-DUE   PIC 9(11)V99.
               10  WS-EST-DUE-DATE      PIC 9(8).
               10  WS-EST-CLOSE-DATE    PIC 9(8).
               10  WS-EST-TRAN-COUNT    PIC 9(7).
               10  FILLER               PIC X(11).
           05  WS-EST-NAME-DATA REDEFINES WS-EST-HEADER-DATA.
               10  WS-EST-NAME-TEXT     PIC X(64).
               10  FILLER               PIC X(79).
           05  WS-EST-BALANCE-DATA REDEFINES WS-EST-HEADER-DATA.
               10  WS-EST-BAL-LABEL     PIC X(20).
               10  WS-EST-BAL-AMOUNT    PIC S9(11)V99.
               10  FILLER               PIC X(110).
           05  WS-EST-TRAN-DATA REDEFINES WS-EST-HEADER-DATA.
               10  WS-EST-TX-POST-DATE  PIC 9(8).
               10  WS-EST-TX-TYPE       PIC X(1).
               10  WS-EST-TX-AMOUNT     PIC S9(9)V99.
               10  WS-EST-TX-RUNNING    PIC S9(11)V99.
               10  WS-EST-TX-REF        PIC X(14).
               10  FILLER               PIC X(96).
