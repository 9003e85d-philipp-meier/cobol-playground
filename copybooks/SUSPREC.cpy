      *> CVAUDIT) so records from before it existed read back with
      *> spaces there and count as unassigned; suspense maintenance
      *> stamps those on its next run.
      *> SUSP-SOURCE names the sending system the suspended item
      *> arrived from, appended after the item number by the same
      *> trick -- older records read back with spaces.
      *> SUSP-CURRENCY is the currency SUSP-NUM1/SUSP-NUM2 are held
      *> in: a suspended item keeps its amounts as sent, and is
      *> converted again at its business date's rate when it is
      *> resubmitted. Appended the same way -- spaces on older records
      *> mean the base currency.
      *> SUSP-CUST-ID was widened in place from three digits to seven;
      *> the live queue is carried across by customer_id_convert, and
      *> dated suspense generations from before then are shifted into
      *> this layout by the programs that read them.
       01 SUSPENSE-RECORD.
           05 SUSP-CUST-ID       PIC 9(7).
           05 SUSP-SEP0          PIC X.
           05 SUSP-NUM1          PIC 9(7).99.
           05 SUSP-SEP1          PIC X.
           05 SUSP-REASON        PIC X(90).
           05 SUSP-SEP4          PIC X.
           05 SUSP-ITEM-NUM      PIC 9(5).
           05 SUSP-SEP5          PIC X.
           05 SUSP-SOURCE        PIC X(8).
           05 SUSP-SEP6          PIC X.
           05 SUSP-CURRENCY      PIC X(3).
