      *> Daily exchange rate, one line per currency per business date,
      *> published ahead of the day's run. RATE-VALUE is the number of
      *> base-currency units one unit of RATE-CURRENCY buys on
      *> RATE-DATE. A rate applies to its own business date only --
      *> an item whose currency has no rate for the day is suspended,
      *> never converted at an earlier day's rate.
       01 RATE-RECORD.
           05 RATE-CURRENCY     PIC X(3).
           05 RATE-SEP1         PIC X.
           05 RATE-DATE         PIC X(8).
           05 RATE-SEP2         PIC X.
           05 RATE-VALUE        PIC 9(4).9(6).
