               88  RUNCTL-EOF           VALUE 'Y'.
           05  WS-PRIOR-CYCLE-DATE  PIC 9(8) VALUE ZERO.

      * A rolled-back night leaves a void record on the master; the
      * clean-cycle stack steps back past it to the cycle before.
       COPY CYCSTKWS.

      * Operator alert record, appended through the shared ALERTWTR
      * subprogram so serious events reach the one alert master the
      * morning print and console automation watch.
      * The LAST cleanly completed (return code below 8) run-control
      * record for this job and slice names the prior cycle. Failed
      * nights do not count -- their rerun legitimately repeats the
      * date. Voided nights do not count either: a CYCROLL void
      * record takes its cycle back off the clean-cycle stack. No
      * master, or no such record, leaves the prior date zero and
      * the next-business check silent.
           MOVE ZERO TO WS-PRIOR-CYCLE-DATE.
           MOVE ZERO TO WS-CS-DEPTH.
           MOVE 'N' TO WS-RUNCTL-EOF-SW.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS = '00'
               PERFORM SCAN-ONE-RUN-CONTROL-RECORD
                   UNTIL RUNCTL-EOF
               CLOSE RUN-CONTROL-FILE
               MOVE WS-CS-CURRENT-DATE TO WS-PRIOR-CYCLE-DATE
           END-IF.

       SCAN-ONE-RUN-CONTROL-RECORD.
           READ RUN-CONTROL-FILE INTO WS-RUN-CONTROL-RECORD
               AT END SET RUNCTL-EOF TO TRUE
               NOT AT END
                   IF RC-VOID-RECORD
                       MOVE WS-RC-CYCLE-DATE TO WS-CS-NOTE-DATE
                       PERFORM 8710-NOTE-VOIDED-CYCLE
                   ELSE
                       IF WS-RC-JOB-NAME = 'SAMPLEPGM'
                               AND WS-RC-RETURN-CODE IS NUMERIC
                               AND WS-RC-RETURN-CODE < 8
                               AND ((WS-RC-SLICE-ID IS NUMERIC
                                       AND WS-RC-SLICE-ID
                                           = WS-SLICE-ID)
                                   OR (WS-RC-SLICE-ID NOT NUMERIC
                                       AND WS-SLICE-ID = ZERO))
                           MOVE WS-RC-CYCLE-DATE
                               TO WS-CS-NOTE-DATE
                           PERFORM 8700-NOTE-CLEAN-CYCLE
                       END-IF
                   END-IF
           END-READ.

       COPY CTLRPTPR.

       COPY EDITRLPR.

       COPY CYCSTKPR.
