      *> Customer group maintenance transaction -- the group
      *> membership fields prefixed with an action code, same
      *> discipline as the BALTRN balance maintenance transaction. The
      *> limit is display-edited so the input file stays
      *> human-readable.
      *> Actions: A add the customer to the group (a new group takes
      *>            the given limit, an existing one keeps its own),
      *>          U update the group limit on every member,
      *>          R remove the customer from the group.
       01 GRP-TRANS-RECORD.
           05 GTRN-ACTION       PIC X(1).
               88 GTRN-ADD         VALUE 'A'.
               88 GTRN-UPDATE      VALUE 'U'.
               88 GTRN-REMOVE      VALUE 'R'.
           05 GTRN-GROUP-ID     PIC 9(5).
           05 GTRN-SEP1         PIC X.
           05 GTRN-CUST-ID      PIC 9(7).
           05 GTRN-SEP2         PIC X.
           05 GTRN-LIMIT        PIC 9(9).99.
