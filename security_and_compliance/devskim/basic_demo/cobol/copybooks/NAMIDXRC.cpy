      * NAMIDXRC - phonetic customer name-search index record fields.
      * COPY under a program's own 01-level record name, e.g.:
      *     01  WS-NAME-INDEX-RECORD.
      *         COPY NAMIDXRC.
      * The 128-byte record of the keyed index NAMEIDX, rebuilt every
      * night by NAMEIDXB from the customer master CUSTMST and the
      * accumulated CUSTARCH archive. One entry per customer name:
      * the key leads with the Soundex codes of the standardized last
      * and first names (copybooks PHONKYWS/PHONKYPR), so a partial
      * key on WS-NIX-LAST-KEY positions on everyone whose surname
      * sounds alike, then carries 'L' for a live customer or 'A' for
      * an archived one and the customer id. A customer archived more
      * than once keeps only the latest archive generation. The
      * archive date is zero on a live entry.
           05  WS-NIX-KEY.
               10  WS-NIX-LAST-KEY      PIC X(4).
               10  WS-NIX-FIRST-KEY     PIC X(4).
               10  WS-NIX-SOURCE        PIC X(1).
                   88  NIX-LIVE-CUSTOMER    VALUE 'L'.
                   88  NIX-ARCHIVED-CUSTOMER VALUE 'A'.
               10  WS-NIX-CUST-ID       PIC 9(10).
           05  WS-NIX-CUST-STATUS   PIC X(1).
           05  WS-NIX-STD-NAME      PIC X(64).
           05  WS-NIX-CUST-NAME     PIC X(30).
           05  WS-NIX-ARCHIVE-DATE  PIC 9(8).
           05  FILLER               PIC X(6).
