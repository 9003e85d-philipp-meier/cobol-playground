               88 BTRN-UPDATE      VALUE 'U'.
               88 BTRN-RESET       VALUE 'R'.
               88 BTRN-DELETE      VALUE 'D'.
           05 BTRN-CUST-ID      PIC 9(7).
           05 BTRN-SEP1         PIC X.
           05 BTRN-LIMIT        PIC 9(9).99.
