      *> Customer maintenance transaction -- the CUSTREC customer
      *> fields prefixed with an action code so customer_master can
      *> tell an intended add from an update, deactivation or delete
      *> instead of blindly upserting whatever arrives. CTRN-MAKER is
      *> the operator who keyed the change; CTRN-CHECKER is the
      *> different operator who approved it through customer_approval
      *> -- customer_master applies nothing without both.
       01 CUST-TRANS-RECORD.
           05 CTRN-ACTION       PIC X(1).
               88 CTRN-ADD         VALUE 'A'.
               88 CTRN-UPDATE      VALUE 'U'.
               88 CTRN-DEACTIVATE  VALUE 'I'.
               88 CTRN-DELETE      VALUE 'D'.
           05 CTRN-ID           PIC 9(7).
           05 CTRN-NAME         PIC X(15).
           05 CTRN-ADDRESS      PIC X(20).
           05 CTRN-STATUS       PIC X(1).
               88 CTRN-STATUS-ACTIVE    VALUE 'A'.
               88 CTRN-STATUS-INACTIVE  VALUE 'I'.
               88 CTRN-STATUS-OMITTED   VALUE SPACE.
           05 CTRN-MAKER        PIC X(3).
           05 CTRN-CHECKER      PIC X(3).
