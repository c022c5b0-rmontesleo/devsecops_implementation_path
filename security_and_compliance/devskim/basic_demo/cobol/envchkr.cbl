      * and hash accumulated over the data records (interface block
      * in copybook ENVCHKWS); the checker proves the envelope out
      * and returns the first mismatch it finds in WS-ENV-CHECK-RC.
      * A complete file that a dry run produced is refused as well:
      * its contents are a projection, not tonight's data.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EVALUATE TRUE
               WHEN NOT ENV-IS-HEADER
                   MOVE 21 TO WS-ENV-CHECK-RC
               WHEN ENV-IS-DRY-RUN OR TRV-IS-DRY-RUN
                   MOVE 26 TO WS-ENV-CHECK-RC
               WHEN WS-ENV-FILE-ID NOT = WS-ENV-EXPECTED-ID
                   MOVE 22 TO WS-ENV-CHECK-RC
               WHEN NOT TRV-IS-TRAILER
