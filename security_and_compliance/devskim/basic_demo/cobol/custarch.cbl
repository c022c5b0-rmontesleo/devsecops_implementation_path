      * ----- archive mode -----

       ARCHIVE-RUN.
           PERFORM 8900-REFUSE-DRY-RUN-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening customer file: '
           EXIT PROGRAM.

       COPY CTLRPTPR.

       COPY DRYREFPR.
