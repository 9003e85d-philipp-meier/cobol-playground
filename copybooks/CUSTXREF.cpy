      *> UNKNOWN CUSTOMER, so the sending systems can catch up to a
      *> merge on their own schedule.
       01 XREF-RECORD.
           05 XREF-RETIRED-ID   PIC 9(7).
           05 XREF-SEP1         PIC X.
           05 XREF-SURVIVOR-ID  PIC 9(7).
           05 XREF-SEP2         PIC X.
           05 XREF-MERGE-DATE   PIC X(8).
