               88  ENV-BAD-TRAILER           VALUE 23.
               88  ENV-COUNT-MISMATCH        VALUE 24.
               88  ENV-HASH-MISMATCH         VALUE 25.
               88  ENV-DRY-RUN-FILE          VALUE 26.
