      *> History record for dispositioned NUM1 review-queue items --
      *> what was decided, by whom, when, with the operator's note
      *> and the original queue entry it came from, including the
      *> transaction reference a CHECK-VAL REVIEW item was queued for
      *> (spaces for items queued before the queue carried one).
       01 REVIEW-HISTORY-RECORD.
           05 RH-CLOSE-DATE       PIC X(8).
           05 RH-SEP1             PIC X.
           05 RH-QUEUED-TIMESTAMP PIC X(21).
           05 RH-SEP6             PIC X.
           05 RH-NOTE             PIC X(40).
           05 RH-TRANS-REF.
               10 RH-SEP7         PIC X.
               10 RH-CUST-ID      PIC 9(7).
               10 RH-SEP8         PIC X.
               10 RH-BUS-DATE     PIC X(8).
               10 RH-SEP9         PIC X.
               10 RH-SOURCE       PIC X(8).
               10 RH-SEP10        PIC X.
               10 RH-RES-SEQ      PIC 9(9).
