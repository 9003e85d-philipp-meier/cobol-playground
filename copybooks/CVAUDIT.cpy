      *> the END of the record so trail records written before it
      *> existed read back with spaces there and simply count as
      *> unassigned -- no one-time conversion of the on-disk file.
      *> AUDIT-RESULT-REF ties the evaluation to the basic-math result
      *> it was scored from -- the customer, the amounts, the business
      *> date and sending system, and the record's position on that
      *> day's result file. Appended after the sequence by the same
      *> trick, so older trail records read back with spaces there.
      *> AUDIT-RULE-VERSION is the CHECK-VAL rule table version the
      *> score was judged under (see CVRULE); spaces on records from
      *> before the rule table.
       01 AUDIT-RECORD.
           05 AUDIT-CHECK-VAL  PIC S9(3) SIGN IS LEADING SEPARATE.
           05 AUDIT-SEP1       PIC X.
           05 AUDIT-TIMESTAMP  PIC X(21).
           05 AUDIT-SEP3       PIC X.
           05 AUDIT-SEQ        PIC 9(9).
           05 AUDIT-RESULT-REF.
               10 AUDIT-SEP4       PIC X.
               10 AUDIT-CUST-ID    PIC 9(7).
               10 AUDIT-SEP5       PIC X.
               10 AUDIT-NUM1       PIC 9(7).99.
               10 AUDIT-SEP6       PIC X.
               10 AUDIT-NUM2       PIC 9(7).99.
               10 AUDIT-SEP7       PIC X.
               10 AUDIT-BUS-DATE   PIC X(8).
               10 AUDIT-SEP8       PIC X.
               10 AUDIT-SOURCE     PIC X(8).
               10 AUDIT-SEP9       PIC X.
               10 AUDIT-RES-SEQ    PIC 9(9).
           05 AUDIT-RULE-REF.
               10 AUDIT-SEP10      PIC X.
               10 AUDIT-RULE-VERSION PIC 9(3).
