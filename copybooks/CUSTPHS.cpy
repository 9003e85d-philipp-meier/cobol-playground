      *> Decided customer maintenance item -- written by
      *> customer_approval when a checker approves or declines a
      *> pending item, carrying the original pending record so the
      *> maker, the checker and the change keyed all stay on file.
       01 CUST-PENDING-HISTORY-RECORD.
           05 PH-DECIDED-DATE    PIC X(8).
           05 PH-SEP1            PIC X.
           05 PH-DECISION        PIC X(8).
           05 PH-SEP2            PIC X.
           05 PH-CHECKER         PIC X(3).
           05 PH-SEP3            PIC X.
           05 PH-ITEM-NUM        PIC 9(5).
           05 PH-SEP4            PIC X.
           05 PH-ENTERED-DATE    PIC X(8).
           05 PH-SEP5            PIC X.
           05 PH-TRANS-IMAGE     PIC X(50).
           05 PH-SEP6            PIC X.
           05 PH-NOTE            PIC X(40).
