      * means adding a record, not recompiling this program. With no
      * schedule master the shipped defaults -- the five steps and
      * one cross-foot this program always checked -- stay in force.
      * A void record for the cycle date (CYCROLL rolled the night
      * back) discards every step record read before it: only the
      * rerun that follows the void is reconciled.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
               88  RUNCTL-EOF           VALUE 'Y'.
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-MATCHED   PIC 9(9) VALUE ZERO.
           05  WS-VOIDS-SEEN        PIC 9(4) VALUE ZERO.
           05  WS-STEP-IDX          PIC 9(2) VALUE ZERO.
           05  WS-PROBLEM-COUNT     PIC 9(4) VALUE ZERO.
           05  WS-FINAL-RC          PIC 9(4) VALUE ZERO.
           MOVE 'NIGHTEND' TO WS-CR-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-START-TS.
           PERFORM 1500-LOAD-SCHEDULE-MASTER.
           PERFORM 1050-CLEAR-STEP-TALLIES.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening run-control master: '
           MOVE WS-CYCLE-TYPE TO WS-RPT-CYCLE-TYPE.
           WRITE WS-NIGHT-REPORT-LINE FROM WS-RPT-TITLE-LINE.

       1050-CLEAR-STEP-TALLIES.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-EXPECTED-STEP-COUNT
               MOVE ZERO TO WS-STP-SEEN-COUNT(WS-STEP-IDX)
                            WS-STP-RECORDS-IN(WS-STEP-IDX)
                            WS-STP-RECORDS-OUT(WS-STEP-IDX)
                            WS-STP-RECORDS-REJ(WS-STEP-IDX)
                            WS-STP-RETURN-CODE(WS-STEP-IDX)
           END-PERFORM.
           PERFORM VARYING WS-SLICE-IDX FROM 1 BY 1
                   UNTIL WS-SLICE-IDX > 4
               MOVE 'N' TO WS-SLICE-SEEN-SW(WS-SLICE-IDX)
           END-PERFORM.

       1100-VERIFY-CYCLE-CALENDAR.
      * No calendar master on site means every date is accepted,
      * exactly as before the calendar existed.
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF WS-RC-CYCLE-DATE = WS-CYCLE-DATE
                       IF RC-VOID-RECORD
                           PERFORM 2050-DISCARD-VOIDED-NIGHT
                       ELSE
                           PERFORM 2100-TALLY-STEP-RECORD
                       END-IF
                   END-IF
           END-READ.

       2050-DISCARD-VOIDED-NIGHT.
      * Everything tallied so far belongs to the rolled-back night.
           ADD 1 TO WS-VOIDS-SEEN.
           MOVE ZERO TO WS-RECORDS-MATCHED.
           PERFORM 1050-CLEAR-STEP-TALLIES.
           MOVE SPACES TO WS-RPT-MESSAGE-LINE.
           STRING 'CYCLE ROLLED BACK BY ' DELIMITED BY SIZE
                   WS-RC-JOB-NAME DELIMITED BY SPACE
                   ' AT ' DELIMITED BY SIZE
                   WS-RC-END-STAMP DELIMITED BY SIZE
                   ' - EARLIER RECORDS DISCARDED' DELIMITED BY SIZE
               INTO WS-RPT-MESSAGE-LINE
           END-STRING.
           WRITE WS-NIGHT-REPORT-LINE FROM WS-RPT-MESSAGE-LINE.

       2100-TALLY-STEP-RECORD.
      * A step that ran more than once keeps the LAST set of counts
      * (a rerun supersedes the abort it follows) but the duplicate
           MOVE WS-FINAL-RC TO RETURN-CODE.
           DISPLAY 'Run-control records read:    ' WS-RECORDS-READ.
           DISPLAY 'Records matched to cycle:    ' WS-RECORDS-MATCHED.
           DISPLAY 'Cycle voids honoured:        ' WS-VOIDS-SEEN.
           DISPLAY 'Problems found:              ' WS-PROBLEM-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-RECORDS-READ    TO WS-CR-RECORDS-IN.
