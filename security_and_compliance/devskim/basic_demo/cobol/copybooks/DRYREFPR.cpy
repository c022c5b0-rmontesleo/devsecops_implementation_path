      * DRYREFPR - shared dry-run customer master refusal, COPYed
      * into the PROCEDURE DIVISION of every program that reads
      * CUSTFILE (envelope fields in FILENVWS, under the program's
      * WS-ENVELOPE-RECORD). A customer master the posting run wrote
      * in its dry run carries the dry-run mark on its header: its
      * balances are a projection of a night that never posted. The
      * run refuses it (return code 16) before any output is opened;
      * a file that will not open is left for the program's own open
      * to report. Names the customer file CUSTOMER-FILE, its status
      * WS-CUSTOMER-FILE-STATUS and its record
      * WS-CUSTOMER-FILE-RECORD; a program naming them otherwise
      * COPYs with REPLACING.
       8900-REFUSE-DRY-RUN-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS = '00'
               MOVE SPACES TO WS-ENVELOPE-RECORD
               READ CUSTOMER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE WS-CUSTOMER-FILE-RECORD
                           TO WS-ENVELOPE-RECORD
               END-READ
               CLOSE CUSTOMER-FILE
               IF ENV-IS-HEADER AND ENV-IS-DRY-RUN
                   DISPLAY '*** CUSTFILE IS A DRY-RUN PROJECTION - RUN '
                           'REFUSED ***'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
