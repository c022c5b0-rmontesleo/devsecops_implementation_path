           05  WS-INACT-BAL-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-BAND-LOWER-EDGE   PIC S9(7)V99 VALUE 0.

      * Envelope view of CUSTFILE's first record (copybook
      * FILENVWS), for the dry-run check.
       01  WS-ENVELOPE-RECORD.
           COPY FILENVWS.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
       COPY CTLRPTWS.
           MOVE 'CUSTSTRT' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM GET-RUN-OPTIONS.
           PERFORM 8900-REFUSE-DRY-RUN-CUSTOMERS.
           PERFORM OPEN-FILES.
           PERFORM READ-CUSTOMER-RECORD.
           PERFORM READ-ACCOUNT-RECORD.
           DISPLAY 'Program CUSTSTRT completed.'.

       COPY CTLRPTPR.

       COPY DRYREFPR.
