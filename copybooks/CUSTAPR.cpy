      *> Checker decision on a pending customer maintenance item.
      *> APR-ITEM-NUM is the permanent number printed on the pending
      *> report. APR-CHECKER must be filled in and must differ from
      *> the operator who keyed the item, or the decision is rejected
      *> and the item stays pending.
       01 CUST-APPROVAL-RECORD.
           05 APR-ITEM-NUM       PIC 9(5).
           05 APR-SEP1           PIC X.
           05 APR-ACTION         PIC X.
               88 APR-APPROVE     VALUE 'A'.
               88 APR-DECLINE     VALUE 'D'.
           05 APR-SEP2           PIC X.
           05 APR-CHECKER        PIC X(3).
           05 APR-SEP3           PIC X.
           05 APR-NOTE           PIC X(40).
