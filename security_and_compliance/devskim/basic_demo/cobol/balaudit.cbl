      * extract (CUSTDLTA's CUSTDLT file) must move by exactly the
      * sum of that customer's TRANHIST records for the cycle date
      * (WS-TH-AMOUNT is signed by effect on the balance, so the sum
      * IS the movement; a recovery on a charged-off customer is
      * history that moves no balance, and is left out). Every
      * customer whose movement does not tie prints on the audit
      * report, the run ends with return code 8, and the counts land
      * on the run-control master so NIGHTEND holds the release.
      * A movement with no history can be legitimate (maintenance
      * changes balances without posting); it still reports, because
      * deciding that is the reviewer's call, not this program's.
           PERFORM UNTIL NOT HIST-DATA-HELD
                   OR SEQUENCE-ERROR
                   OR WS-TH-CUST-ID NOT = WS-AUDIT-CUST-ID
               IF WS-TH-TRAN-TYPE NOT = 'Y'
                   ADD WS-TH-AMOUNT TO WS-HISTORY-MOVEMENT
               END-IF
               PERFORM READ-CYCLE-HISTORY-RECORD
           END-PERFORM.
           IF WS-DELTA-MOVEMENT = WS-HISTORY-MOVEMENT
