      * vouchered. Reads the transaction history the posting run
      * appends (record layout in copybook TRNHIST), selects the
      * records posted under the cycle date, totals them by
      * transaction type (payments, charges, reversals, the
      * month-end interest and fee accruals, late fees, charge-off
      * write-offs and the recoveries received after them, the
      * residuals PAYCLOSE settles when a payoff closes, and the
      * dormant credit balances DORMTRK turns over to the state), and
      * writes one balanced debit/credit journal voucher set for the
      * general-ledger system: one voucher line per type with
      * activity, one offsetting settlement line, wrapped in the
      * shop-standard envelope whose trailer carries the count and
      * hash. The set must net to zero before it releases; a set
      * that does not net fails the step so finance never books an
      * unbalanced voucher.
      *
      * WS-TH-AMOUNT is signed by its effect on the customer balance
      * (receivable): a positive net per type books as a debit to the
      * an unknown type on history is counted and reported, never
      * silently folded into another account.
       01  WS-TYPE-TOTAL-TABLE.
           05  WS-TTL-ENTRY-COUNT   PIC 9(2) VALUE 10.
           05  WS-TTL-FIXED-ENTRIES.
               10  FILLER PIC X(29) VALUE
                   'P20100001PAYMENTS RECEIVED   '.
                   'I41100001INTEREST ACCRUED    '.
               10  FILLER PIC X(29) VALUE
                   'F41200001SERVICE FEES        '.
               10  FILLER PIC X(29) VALUE
                   'L41300001LATE FEES           '.
               10  FILLER PIC X(29) VALUE
                   'W14900001CHARGE-OFFS         '.
               10  FILLER PIC X(29) VALUE
                   'Y14900002CHARGE-OFF RECOVERY '.
               10  FILLER PIC X(29) VALUE
                   'Q41900001PAYOFF RESIDUAL     '.
               10  FILLER PIC X(29) VALUE
                   'E22100001ESCHEAT LIABILITY   '.
           05  WS-TTL-ENTRY-TABLE REDEFINES WS-TTL-FIXED-ENTRIES.
               10  WS-TTL-ENTRY OCCURS 10 TIMES.
                   15  WS-TTL-TRAN-TYPE  PIC X(1).
                   15  WS-TTL-GL-ACCOUNT PIC X(8).
                   15  WS-TTL-DESC       PIC X(20).
           05  WS-TTL-AMOUNTS.
               10  WS-TTL-AMOUNT-ENTRY OCCURS 10 TIMES.
                   15  WS-TTL-NET-AMOUNT PIC S9(11)V99 COMP-3.
                   15  WS-TTL-REC-COUNT  PIC 9(9).
           05  WS-TTL-IDX           PIC 9(2) VALUE ZERO.
