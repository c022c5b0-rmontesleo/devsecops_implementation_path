      * MINDUERC - statement minimum-payment record fields. COPY
      * under a program's own 01-level record name, e.g.:
      *     01  WS-MINIMUM-DUE-RECORD.
      *         COPY MINDUERC.
      * One record per printed statement with something owing,
      * written by STMTGEN: the statement date, the payment due date
      * (business days after the statement, from the processing
      * calendar), the minimum payment due and the closing balance it
      * was figured on, and the primary account type whose rate-master
      * row supplied the rule. LATEFEE carries these forward until
      * the due date passes and then checks the payments posted
      * against the minimum.
           05  WS-MD-CUST-ID        PIC 9(10).
           05  WS-MD-STMT-DATE      PIC 9(8).
           05  WS-MD-DUE-DATE       PIC 9(8).
           05  WS-MD-MIN-DUE        PIC 9(7)V99.
           05  WS-MD-CLOSING-BAL    PIC S9(7)V99.
           05  WS-MD-ACC-TYPE       PIC X(10).
           05  FILLER               PIC X(6).
