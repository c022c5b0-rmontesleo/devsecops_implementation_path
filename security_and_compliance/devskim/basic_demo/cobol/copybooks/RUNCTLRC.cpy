      * partitioned run. The reconciliation and trend steps
      * aggregate slice records into one logical run.
           05  WS-RC-SLICE-ID       PIC 9(1).
      * Space on every ordinary step record. 'V' marks a void record
      * appended by the cycle-rollback run CYCROLL: every record for
      * WS-RC-CYCLE-DATE that precedes it on the master belongs to a
      * night that was rolled back and no longer counts. Records
      * for that date written AFTER the void are the rerun.
           05  WS-RC-RECORD-TYPE    PIC X(1).
               88  RC-VOID-RECORD       VALUE 'V'.
           05  FILLER               PIC X(17).
