      * 'C' for a clear: programs append a 'C' record at clean end
      * of job, and the RSTCTLUT operator utility lists and clears
      * whatever is left. The LAST record on the master for a
      * job/slice pair is its current state. A 'V' record is
      * appended by the cycle-rollback run for every pair whose
      * state belonged to the voided cycle; like a clear, it leaves
      * nothing pending.
      * WS-RS-POSITION is the unit the owning program restarts on:
      * the input RRN for SAMPLEPGM, the loop iteration for
      * DEMO1500.
           05  WS-RS-ACTION         PIC X(1).
               88  RS-ACTION-PENDING    VALUE 'P'.
               88  RS-ACTION-CLEARED    VALUE 'C'.
               88  RS-ACTION-VOIDED     VALUE 'V'.
           05  WS-RS-STAMP          PIC X(14).
           05  FILLER               PIC X(13).
