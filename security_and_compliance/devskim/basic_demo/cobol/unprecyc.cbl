                   88  SUS-TRAN-PAYMENT   VALUE 'P'.
                   88  SUS-TRAN-CHARGE    VALUE 'C'.
                   88  SUS-TRAN-REVERSAL  VALUE 'R'.
                   88  SUS-TRAN-LATE-FEE  VALUE 'L'.
                   88  SUS-TRAN-WRITE-OFF VALUE 'W'.
                   88  SUS-TRAN-PAYOFF    VALUE 'Q'.
                   88  SUS-TRAN-ESCHEAT   VALUE 'E'.
               10  WS-SUS-REV-ORIG  PIC X(1).
                   88  SUS-REV-ORIG-PAY   VALUE 'P'.
                   88  SUS-REV-ORIG-CHG   VALUE 'C'.

      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
      * Envelope view: a real UNPOSTED carries none, but the posting
      * run's dry run envelopes its projection with the dry-run mark
      * (copybook FILENVWS).
       01  WS-ENVELOPE-RECORD.
           COPY FILENVWS.

       COPY CTLRPTWS.

       01  WS-RUN-CONTROL-RECORD.
               DISPLAY 'No unposted file this run, status '
                       WS-FILE-STATUS-UNP
               SET UNPOSTED-EOF TO TRUE
           ELSE
               PERFORM REFUSE-DRY-RUN-UNPOSTED
           END-IF.
      * Prior suspense may not exist on the first run ever.
           OPEN INPUT SUSPENSE-FILE-IN.
                   PERFORM RECYCLE-ONE-ITEM
           END-READ.

       REFUSE-DRY-RUN-UNPOSTED.
      * A projection from the posting run's dry run opens with its
      * envelope; recycling it would suspend items that were never
      * refused. A real file is reopened so its first item is read
      * again.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           READ UNPOSTED-ITEMS-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE WS-UNPOSTED-ITEM-RECORD(1:80)
                       TO WS-ENVELOPE-RECORD
           END-READ.
           CLOSE UNPOSTED-ITEMS-FILE.
           IF ENV-IS-HEADER AND ENV-IS-DRY-RUN
               DISPLAY '*** UNPOSTED IS A DRY-RUN PROJECTION - RUN '
                       'REFUSED, NOTHING RECYCLED ***'
               MOVE 16 TO RETURN-CODE
               IF WS-FILE-STATUS-RPR = '00'
                   CLOSE REPAIR-FILE
               END-IF
               GOBACK
           END-IF.
           OPEN INPUT UNPOSTED-ITEMS-FILE.
           IF WS-FILE-STATUS-UNP NOT = '00'
               DISPLAY 'No unposted file this run, status '
                       WS-FILE-STATUS-UNP
               SET UNPOSTED-EOF TO TRUE
           END-IF.

       PROCESS-UNPOSTED-FILE.
      * A fresh unposted item enters the recycle stream with a zero
      * cycle count and today's date as first seen.
                   AND NOT SUS-TRAN-PAYMENT
                   AND NOT SUS-TRAN-CHARGE
                   AND NOT SUS-TRAN-REVERSAL
                   AND NOT SUS-TRAN-LATE-FEE
                   AND NOT SUS-TRAN-WRITE-OFF
                   AND NOT SUS-TRAN-PAYOFF
                   AND NOT SUS-TRAN-ESCHEAT
               SET RECORD-IS-INVALID TO TRUE
               MOVE 'U008' TO WS-SUS-REASON-CODE
               MOVE 'UNKNOWN TRAN TYPE' TO WS-SUS-REASON-TEXT
