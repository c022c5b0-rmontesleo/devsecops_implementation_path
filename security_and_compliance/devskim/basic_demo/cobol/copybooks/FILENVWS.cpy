      *   ADDRFILE - 1 per record (addresses carry no amount)
      *   ACKFILE  - the amount on each data record
      *   GLVOUCHR - the voucher amount
      *   ANNTAX   - the interest charged on each data record
      *   UNPOSTED - the 17-byte amount, when numeric
      *   REFRPT, DRYSUMM - 1 per record
      *   ESTMTFIL - the closing balance on each statement-header
      *              ('SH') record; the count is every data record
      * The envelope occupies the first 80 bytes of whatever LRECL
      * the file uses; producing programs pad the rest with spaces.
      * Consumers verify through the shared CALLable checker ENVCHKR
      * (interface in copybook ENVCHKWS) and fail the step with
      * return code 30 on any mismatch.
      * The run-mode byte marks a file a simulation produced (the
      * posting run's DRYRUN mode): its data are a projection, and
      * ENVCHKR refuses the file to any consumer, so it can never
      * be picked up as the real thing. Real files leave it blank.
           05  WS-ENV-MARKER        PIC X(4).
               88  ENV-IS-HEADER        VALUE 'HDR*'.
               88  ENV-IS-TRAILER       VALUE 'TRL*'.
           05  WS-ENV-CYCLE         PIC X(4).
           05  WS-ENV-REC-COUNT     PIC 9(9).
           05  WS-ENV-HASH-TOTAL    PIC 9(13)V99.
           05  WS-ENV-RUN-MODE      PIC X(1).
               88  ENV-IS-DRY-RUN       VALUE 'D'.
           05  FILLER               PIC X(31).
