      * ANNTAXRC - annual customer summary extract record fields.
      * COPY under a program's own 01-level record name, e.g.:
      *     01  WS-ANNUAL-TAX-RECORD.
      *         COPY ANNTAXRC.
      * One record per customer ANNSUMM summarizes for a closed year,
      * written to the ANNTAX extract for the tax-reporting vendor
      * under the shop envelope (HDR*/TRL*, copybook FILENVWS). It
      * carries the customer's standardized name and mailing address
      * from the ADDRFILE extract and the year's totals from history:
      * interest charged, fees charged, fee waivers (credits posted
      * against a fee), reversals (net, signed by effect on the
      * balance), payments received, and the opening and closing
      * balances. Waivers and payments are carried as positive
      * amounts. Mail switch 'M' is a mailable address, 'N' no
      * address on file, 'H' a summary held for an address flagged
      * undeliverable -- the vendor still reports every customer.
      * 250 bytes.
           05  WS-ATX-TAX-YEAR      PIC 9(4).
           05  WS-ATX-CUST-ID       PIC 9(10).
           05  WS-ATX-CUST-NAME     PIC X(64).
           05  WS-ATX-ADDR-LINE1    PIC X(30).
           05  WS-ATX-ADDR-LINE2    PIC X(30).
           05  WS-ATX-CITY          PIC X(20).
           05  WS-ATX-POSTAL-CODE   PIC X(10).
           05  WS-ATX-MAIL-SW       PIC X(1).
               88  ATX-MAILABLE         VALUE 'M'.
               88  ATX-NO-ADDRESS       VALUE 'N'.
               88  ATX-HELD             VALUE 'H'.
           05  WS-ATX-INTEREST      PIC S9(9)V99.
           05  WS-ATX-FEES          PIC S9(9)V99.
           05  WS-ATX-WAIVERS       PIC S9(9)V99.
           05  WS-ATX-REVERSALS     PIC S9(9)V99.
           05  WS-ATX-PAYMENTS      PIC S9(9)V99.
           05  WS-ATX-OPENING-BAL   PIC S9(9)V99.
           05  WS-ATX-CLOSING-BAL   PIC S9(9)V99.
           05  WS-ATX-CUST-STATUS   PIC X(1).
           05  FILLER               PIC X(3).
