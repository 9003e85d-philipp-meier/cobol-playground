      *> Customer maintenance item waiting for a second operator --
      *> one record per keyed CUSTTRN transaction on the pending file
      *> customer_approval maintains. PEND-ITEM-NUM is the item's
      *> permanent number, the one checkers quote on the approval
      *> decisions file; PEND-TRANS-IMAGE is the CUSTTRN record as
      *> keyed, maker included, checker still spaces.
       01 CUST-PENDING-RECORD.
           05 PEND-ITEM-NUM      PIC 9(5).
           05 PEND-SEP1          PIC X.
           05 PEND-ENTERED-DATE  PIC X(8).
           05 PEND-SEP2          PIC X.
           05 PEND-TRANS-IMAGE   PIC X(50).
