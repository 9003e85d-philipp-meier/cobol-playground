      *> human-readable for money amounts. RES-SUB carries a floating
      *> minus sign -- SUBTRACT NUM1 FROM NUM2 GIVING RES computes
      *> NUM2 - NUM1, which goes negative whenever NUM1 > NUM2.
      *> RES-SOURCE names the sending system whose transaction file
      *> the result came from. It sits at the END of the record so
      *> result files and generations written before it existed read
      *> back with spaces there.
      *> RES-ENTRY-TYPE marks a reversal ('R') of the detail posted on
      *> RES-ORIG-DATE; the amounts and results repeat the original's
      *> as sent, and every total taken over the file subtracts them.
      *> A reversal that could not be posted and went to suspense is
      *> marked 'S' instead: it neither adds to nor subtracts from any
      *> total, and is not counted among the reversals.
      *> RES-NET-AMOUNT is the entry's signed exposure -- NUM1 + NUM2
      *> for a clean detail, zero for one routed to suspense, and
      *> negative for a reversal. Appended by the same trick.
      *> RES-NUM1/RES-NUM2 and every result are in the base currency.
      *> RES-CURRENCY, RES-CURR-NUM1/RES-CURR-NUM2 and RES-RATE keep
      *> the transaction as sent and the day's rate it was converted
      *> at (1.000000 for a base-currency item, zero when there was no
      *> rate and the item went to suspense) -- appended likewise, so
      *> older files read back with spaces there.
      *> RES-CUST-ID was widened in place from three digits to seven,
      *> so a result file or generation written before then has its
      *> fields four bytes to the left. Every program that reads
      *> generations recognises such a record by the space in the
      *> fourth byte and shifts it into this layout as it is read.
       01 RES-RECORD.
           05 RES-CUST-ID       PIC 9(7).
           05 RES-SEP0           PIC X.
           05 RES-NUM1          PIC 9(7).99.
           05 RES-SEP1           PIC X.
           05 RES-DIV-REMAINDER PIC 9(7).99.
           05 RES-SEP7           PIC X.
           05 RES-COMPUTE       PIC 9(7).99.
           05 RES-SEP8           PIC X.
           05 RES-SOURCE        PIC X(8).
           05 RES-SEP9           PIC X.
           05 RES-ENTRY-TYPE    PIC X.
               88 RES-REVERSAL-ENTRY VALUE 'R'.
               88 RES-SUSPENDED-REVERSAL VALUE 'S'.
           05 RES-SEP10          PIC X.
           05 RES-ORIG-DATE     PIC X(8).
           05 RES-SEP11          PIC X.
           05 RES-NET-AMOUNT    PIC -9(8).99.
           05 RES-SEP12          PIC X.
           05 RES-CURRENCY      PIC X(3).
           05 RES-SEP13          PIC X.
           05 RES-CURR-NUM1     PIC 9(7).99.
           05 RES-SEP14          PIC X.
           05 RES-CURR-NUM2     PIC 9(7).99.
           05 RES-SEP15          PIC X.
           05 RES-RATE          PIC 9(4).9(6).
