      *> Closing exposure balance for one customer at one period end,
      *> written by the period close before BAL-PTD-TOTAL is rolled to
      *> zero. BH-LEDGER-TOTAL is what the exposure ledger adds up to
      *> for the period; BH-PROOF says whether it matched the closing
      *> period-to-date. BH-UTIL-PCT is the closing total as a
      *> percentage of the limit (zero when not limit-checked).
       01 BALANCE-HISTORY-RECORD.
           05 BH-PERIOD-END      PIC X(8).
           05 BH-SEP1            PIC X.
           05 BH-CUST-ID         PIC 9(7).
           05 BH-SEP2            PIC X.
           05 BH-LIMIT           PIC 9(9)V99.
           05 BH-SEP3            PIC X.
           05 BH-CLOSING-PTD     PIC 9(9)V99.
           05 BH-SEP4            PIC X.
           05 BH-LEDGER-TOTAL    PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 BH-SEP5            PIC X.
           05 BH-PROOF           PIC X.
               88 BH-PROVED       VALUE 'Y'.
               88 BH-NOT-PROVED   VALUE 'N'.
           05 BH-SEP6            PIC X.
           05 BH-UTIL-PCT        PIC 9(4)V9.
