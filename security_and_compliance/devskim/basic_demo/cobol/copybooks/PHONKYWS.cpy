      * PHONKYWS - shared phonetic name-key working storage. Callers
      * first standardize the name through NAMSTDPR (8300 or 8310),
      * then PERFORM the 8800-BUILD-PHONETIC-KEYS paragraph copied in
      * from PHONKYPR. WS-PK-LAST-KEY / WS-PK-FIRST-KEY then hold the
      * four-byte American Soundex codes of WS-SN-STD-LAST and
      * WS-SN-STD-FIRST -- a letter and three digits, e.g. SMITH and
      * SMYTH both S530, JON and JOHN both J500. A name part with no
      * letters in it (a bare last name has no first name) codes to
      * spaces.
       01  WS-PHONETIC-KEY-FIELDS.
           05  WS-PK-LAST-KEY       PIC X(4) VALUE SPACES.
           05  WS-PK-FIRST-KEY      PIC X(4) VALUE SPACES.
           05  WS-PK-NAME-IN        PIC X(20) VALUE SPACES.
           05  WS-PK-CODES          PIC X(20) VALUE SPACES.
           05  WS-PK-KEY-OUT        PIC X(4) VALUE SPACES.
           05  WS-PK-KEY-LEN        PIC 9(2) VALUE ZERO.
           05  WS-PK-START          PIC 9(2) VALUE ZERO.
           05  WS-PK-IDX            PIC 9(2) VALUE ZERO.
           05  WS-PK-PRIOR-CODE     PIC X(1) VALUE SPACE.
           05  WS-PK-THIS-CODE      PIC X(1) VALUE SPACE.
