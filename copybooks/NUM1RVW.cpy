      *> Manual-review queue for basic-math results that need a person
      *> to look at them. It has two producers, and NR-REASON tells
      *> their items apart:
      *>   conditionals  queues a result whose CHECK-VAL score came
      *>                 out REVIEW. NR-REASON is "CHECK-VAL " and then
      *>                 the score.
      *>   outlier_check queues a posted detail that is far out of
      *>                 line with the customer's history. NR-REASON
      *>                 is "OUTLIER " and then the amount flagged
      *>                 (NUM1, NUM2 or NUM1+NUM2).
      *> Each producer finds its own items of a business date by that
      *> leading word, so a rerun does not queue the same result twice.
      *> Any new producer needs a leading word of its own.
      *> NR-STATUS drives the review workstation: both producers queue
      *> items open, review_queue_maint closes them to the history
      *> file or marks them escalated while they wait. Records from
      *> before the status byte read as spaces and count as open.
      *> NR-ITEM-NUM is the item's PERMANENT number, assigned from
      *> the review-queue control file when its producer first
      *> queues the item and carried unchanged through every queue
      *> rewrite -- the only number decisions may address an item
      *> by. At the END of the record (same trick as AUDIT-SEQ) so
      *> older records read back with spaces and count as
      *> unassigned; review_queue_maint stamps those on its next run.
      *> NR-TRANS-REF names the transaction an item was queued for,
      *> from either producer. It holds the customer, business date
      *> and sending system, and the record's position on that day's
      *> basic-math result file.
      *> Appended after the item number the same way; items queued
      *> before it existed read back with spaces there.
       01 NUM1-REVIEW-RECORD.
           05 NR-NUM1         PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           05 NR-SEP1         PIC X.
               88 NR-ESCALATED  VALUE 'E'.
           05 NR-SEP4         PIC X.
           05 NR-ITEM-NUM     PIC 9(5).
           05 NR-TRANS-REF.
               10 NR-SEP5       PIC X.
               10 NR-CUST-ID    PIC 9(7).
               10 NR-SEP6       PIC X.
               10 NR-BUS-DATE   PIC X(8).
               10 NR-SEP7       PIC X.
               10 NR-SOURCE     PIC X(8).
               10 NR-SEP8       PIC X.
               10 NR-RES-SEQ    PIC 9(9).
