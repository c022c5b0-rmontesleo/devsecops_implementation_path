
      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
      * Envelope view: a real UNPOSTED carries none, but the posting
      * run's dry run envelopes its projection with the dry-run mark
      * (copybook FILENVWS).
       01  WS-ENVELOPE-RECORD.
           COPY FILENVWS.

       COPY CTLRPTWS.

       01  WS-REPORT-LINES.
           READ RUN-CONTROL-FILE INTO WS-RUN-CONTROL-RECORD
               AT END SET RUNCTL-EOF TO TRUE
               NOT AT END
      * A CYCROLL void record means the volumes read so far were the
      * rolled-back night's; only the rerun after it counts.
                   IF WS-RC-CYCLE-DATE = WS-CYCLE-DATE
                           AND RC-VOID-RECORD
                       MOVE ZERO TO WS-IN-SAMPLEPGM
                                    WS-IN-SAMPLEPGM2
                                    WS-IN-REDEFEX
                                    WS-IN-CUSTMNT
                   END-IF
                   IF WS-RC-CYCLE-DATE = WS-CYCLE-DATE
                       EVALUATE WS-RC-JOB-NAME
                           WHEN 'SAMPLEPGM'
                       INTO WS-UNPOSTED-ITEM-RECORD
                       AT END SET SOURCE-EOF TO TRUE
                       NOT AT END
                           IF WS-UNPOSTED-ITEM-RECORD(1:4) = 'HDR*'
                               PERFORM 2110-CHECK-UNPOSTED-ENVELOPE
                           ELSE
                               MOVE WS-UPI-REASON-CODE
                                   TO WS-TALLY-CODE
                               PERFORM 2900-TALLY-ONE-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UNPOSTED-ITEMS-FILE
           END-IF.

       2110-CHECK-UNPOSTED-ENVELOPE.
      * Only a dry-run projection is enveloped, and its items were
      * never refused: none of it is tallied.
           MOVE WS-UNPOSTED-ITEM-RECORD(1:80) TO WS-ENVELOPE-RECORD.
           IF ENV-IS-DRY-RUN
               DISPLAY 'WARNING: UNPOSTED IS A DRY-RUN PROJECTION, '
                       'NOT TALLIED'
               MOVE 4 TO RETURN-CODE
               SET SOURCE-EOF TO TRUE
           END-IF.

       2200-TALLY-MAINT-SUSPENSE.
           MOVE 'N' TO WS-SOURCE-EOF-SW.
           OPEN INPUT MAINT-SUSPENSE-FILE.
