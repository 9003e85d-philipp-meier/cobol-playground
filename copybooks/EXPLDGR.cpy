      *> Exposure ledger entry -- one record for every change to a
      *> customer's balance record: basic-math postings and reversals,
      *> balance-maintenance limit changes, resets and deletes, and the
      *> period-close roll to zero. Whichever program first creates
      *> the ledger opens it with an opening entry per balance record,
      *> carrying the period-to-date as it then stood, so the ledger
      *> proves from its first period. LDG-PTD-CHANGE is the signed
      *> effect on BAL-PTD-TOTAL and LDG-PTD-AFTER the total it left,
      *> so the entries since a customer's last close add up to the
      *> balance on file. LDG-REF is the result record number for a
      *> basic-math entry, zero otherwise.
       01 EXPOSURE-LEDGER-RECORD.
           05 LDG-CUST-ID        PIC 9(7).
           05 LDG-SEP1           PIC X.
           05 LDG-BUS-DATE       PIC X(8).
           05 LDG-SEP2           PIC X.
           05 LDG-ENTRY-TYPE     PIC X.
               88 LDG-POSTING       VALUE 'P'.
               88 LDG-REVERSAL      VALUE 'V'.
               88 LDG-LIMIT-CHANGE  VALUE 'L'.
               88 LDG-RESET         VALUE 'R'.
               88 LDG-BALANCE-DELETE VALUE 'D'.
               88 LDG-PERIOD-CLOSE  VALUE 'C'.
               88 LDG-OPENING       VALUE 'O'.
           05 LDG-SEP3           PIC X.
           05 LDG-SOURCE         PIC X(8).
           05 LDG-SEP4           PIC X.
           05 LDG-PTD-CHANGE     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 LDG-SEP5           PIC X.
           05 LDG-PTD-AFTER      PIC 9(9)V99.
           05 LDG-SEP6           PIC X.
           05 LDG-LIMIT-BEFORE   PIC 9(9)V99.
           05 LDG-SEP7           PIC X.
           05 LDG-LIMIT-AFTER    PIC 9(9)V99.
           05 LDG-SEP8           PIC X.
           05 LDG-RUN-DATE       PIC X(8).
           05 LDG-SEP9           PIC X.
           05 LDG-REF            PIC 9(9).
