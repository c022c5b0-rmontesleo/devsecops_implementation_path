      * ----- load mode: flat CUSTFILE -> CUSTMST -----

       LOAD-MASTER-RUN.
           PERFORM 8900-REFUSE-DRY-RUN-CUSTOMERS.
           OPEN INPUT CUSTOMER-FLAT-FILE.
           IF WS-FLAT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening flat customer file: '
           CALL 'RUNCTLWR' USING WS-RUN-CONTROL-RECORD.

       COPY CTLRPTPR.

       COPY DRYREFPR REPLACING
           ==CUSTOMER-FILE== BY ==CUSTOMER-FLAT-FILE==
           ==WS-CUSTOMER-FILE-STATUS== BY ==WS-FLAT-FILE-STATUS==
           ==WS-CUSTOMER-FILE-RECORD== BY ==WS-CUSTOMER-FLAT-RECORD==.
