      *> Customer group membership -- one record per member customer,
      *> naming the group it belongs to and the group's own limit on
      *> the combined period-to-date exposure of all its members. The
      *> group limit is carried on every member record of the group
      *> and kept in step by customer_group_maint; a customer belongs
      *> to one group at most. basic-math refuses a transaction to
      *> suspense as GROUP OVER LIMIT when it would take the members'
      *> combined BAL-PTD-TOTAL past the group limit. A group limit of
      *> zero means the group is not limit-checked.
       01 GROUP-MEMBER-RECORD.
           05 GRP-GROUP-ID      PIC 9(5).
           05 GRP-SEP1          PIC X.
           05 GRP-CUST-ID       PIC 9(7).
           05 GRP-SEP2          PIC X.
           05 GRP-LIMIT         PIC 9(9).99.
