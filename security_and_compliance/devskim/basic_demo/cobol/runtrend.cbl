      * History is kept per job name AND cycle type, because WEEK and
      * MEND volumes are legitimately different from DAIL; the alarm
      * only compares a run against its own cycle type's history.
      * A rolled-back night is never trended: when the master holds
      * a CYCROLL void record for the cycle, only the records after
      * the last such void (the rerun) count, so the bad night's
      * volumes never reach the rolling history.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           05  WS-HIST-EOF-SW       PIC X(1) VALUE 'N'.
               88  HISTORY-EOF          VALUE 'Y'.
           05  WS-RUNS-TRENDED      PIC 9(4) VALUE ZERO.
           05  WS-RUNCTL-POSITION   PIC 9(9) VALUE ZERO.
           05  WS-LAST-VOID-POSITION PIC 9(9) VALUE ZERO.
           05  WS-ALARM-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-HT-IDX            PIC 9(2) VALUE ZERO.
           05  WS-HT-PICKED         PIC 9(2) VALUE ZERO.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1050-FIND-LAST-VOID
               UNTIL RUNCTL-EOF.
           CLOSE RUN-CONTROL-FILE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS NOT = '00'
               DISPLAY 'Error reopening run-control master: '
                       WS-RUNCTL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-RUNCTL-EOF-SW.
           MOVE ZERO TO WS-RUNCTL-POSITION.
           IF WS-LAST-VOID-POSITION > ZERO
               DISPLAY 'Cycle was rolled back; trending only the '
                       'records after run-control record '
                       WS-LAST-VOID-POSITION
           END-IF.
           OPEN OUTPUT TREND-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening trend report: '
               SET HISTORY-EOF TO TRUE
           END-IF.

       1050-FIND-LAST-VOID.
           READ RUN-CONTROL-FILE INTO WS-RUN-CONTROL-RECORD
               AT END SET RUNCTL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RUNCTL-POSITION
                   IF RC-VOID-RECORD
                           AND WS-RC-CYCLE-DATE = WS-CYCLE-DATE
                       MOVE WS-RUNCTL-POSITION
                           TO WS-LAST-VOID-POSITION
                   END-IF
           END-READ.

       1100-LOAD-HISTORY.
           READ HISTORY-FILE-IN INTO WS-HISTORY-RECORD
               AT END SET HISTORY-EOF TO TRUE
           READ RUN-CONTROL-FILE INTO WS-RUN-CONTROL-RECORD
               AT END SET RUNCTL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RUNCTL-POSITION
                   IF WS-RC-CYCLE-DATE = WS-CYCLE-DATE
                           AND WS-RC-CYCLE-TYPE = WS-CYCLE-TYPE
                           AND WS-RUNCTL-POSITION
                               > WS-LAST-VOID-POSITION
                           AND NOT RC-VOID-RECORD
                       IF WS-RC-SLICE-ID IS NUMERIC
                               AND WS-RC-SLICE-ID > ZERO
                           PERFORM 2050-ACCUMULATE-SLICE
