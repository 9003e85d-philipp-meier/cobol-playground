      *> like the master. BAL-LIMIT is the most a customer may push
      *> through in a period; BAL-PTD-TOTAL is the running
      *> period-to-date exposure, posted by basic-math as each
      *> transaction clears and rolled to zero by the period close
      *> (exposure_period_close). Every change to either figure is
      *> also written to the exposure ledger (EXPLDGR). A limit of
      *> zero means the customer is not limit-checked.
       01 BALANCE-RECORD.
           05 BAL-CUST-ID       PIC 9(7).
           05 BAL-LIMIT         PIC 9(9)V99.
           05 BAL-PTD-TOTAL     PIC 9(9)V99.
