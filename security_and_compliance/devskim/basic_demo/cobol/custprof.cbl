
      * Standard end-of-job control report fields, shared with the
      * other programs via copybooks/CTLRPTWS.cpy.
      * Envelope view: a real referral report carries none, but the
      * posting run's dry run envelopes its projection with the
      * dry-run mark (copybook FILENVWS).
       01  WS-ENVELOPE-RECORD.
           COPY FILENVWS.

       COPY CTLRPTWS.

       01  WS-RUN-CONTROL-RECORD.
               DISPLAY 'No referral report, status '
                       WS-REFERRAL-FILE-STATUS
               SET REFERRAL-EOF TO TRUE
           ELSE
               PERFORM SKIP-DRY-RUN-REFERRALS
           END-IF.
           PERFORM GATHER-ONE-REFERRAL-LINE
               UNTIL REFERRAL-EOF.
               CLOSE REFERRAL-REPORT-FILE
           END-IF.

       SKIP-DRY-RUN-REFERRALS.
      * A projection from the posting run's dry run opens with its
      * envelope and is not profiled; a real report is reopened so
      * its first line is read again.
           MOVE SPACES TO WS-ENVELOPE-RECORD.
           READ REFERRAL-REPORT-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE WS-REFERRAL-REPORT-LINE(1:80)
                       TO WS-ENVELOPE-RECORD
           END-READ.
           IF ENV-IS-HEADER AND ENV-IS-DRY-RUN
               DISPLAY 'WARNING: REFRPT IS A DRY-RUN PROJECTION, '
                       'REFERRALS NOT PROFILED'
               MOVE 4 TO RETURN-CODE
               SET REFERRAL-EOF TO TRUE
           ELSE
               CLOSE REFERRAL-REPORT-FILE
               OPEN INPUT REFERRAL-REPORT-FILE
               IF WS-REFERRAL-FILE-STATUS NOT = '00'
                   DISPLAY 'No referral report, status '
                           WS-REFERRAL-FILE-STATUS
                   SET REFERRAL-EOF TO TRUE
               END-IF
           END-IF.

       GATHER-ONE-REFERRAL-LINE.
      * Heading lines carry no numeric id and fall through; a
      * customer with lines at both severities keeps the worst
