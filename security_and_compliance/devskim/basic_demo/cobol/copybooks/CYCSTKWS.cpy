      * CYCSTKWS - shared clean-cycle stack working storage. Readers
      * of the run-control master that need "the last cycle this job
      * completed" walk the master in order and feed every clean
      * record and every void record (CYCROLL's rollback of a whole
      * night, RC-VOID-RECORD in RUNCTLRC) through the paragraphs in
      * CYCSTKPR:
      *     MOVE cycle-date TO WS-CS-NOTE-DATE
      *     PERFORM 8700-NOTE-CLEAN-CYCLE    (clean run of the job)
      *     PERFORM 8710-NOTE-VOIDED-CYCLE   (void record)
      * A void pops every remembered cycle on or after the voided
      * date, so the cycle before it becomes current again and the
      * rerun of the voided date is the legitimate next cycle. When
      * the walk ends WS-CS-CURRENT-DATE is the latest surviving
      * clean cycle and WS-CS-PRIOR-DATE the one before it (zero
      * when there is none). The oldest entry drops off when the
      * stack is full; only the top few are ever needed.
       01  WS-CYCLE-STACK-FIELDS.
           05  WS-CS-DEPTH          PIC 9(2) VALUE ZERO.
           05  WS-CS-MAX-DEPTH      PIC 9(2) VALUE 10.
           05  WS-CS-DATE           PIC 9(8) OCCURS 10 TIMES.
           05  WS-CS-IDX            PIC 9(2) VALUE ZERO.
           05  WS-CS-NOTE-DATE      PIC 9(8) VALUE ZERO.
           05  WS-CS-CURRENT-DATE   PIC 9(8) VALUE ZERO.
           05  WS-CS-PRIOR-DATE     PIC 9(8) VALUE ZERO.
           05  WS-CS-POP-SW         PIC X(1) VALUE 'N'.
               88  CS-POP-DONE          VALUE 'Y'.
