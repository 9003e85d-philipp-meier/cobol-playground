      *> MASTER-RECORD image before and after the change so an
      *> overwritten record can be reconstructed and traced to the
      *> run that changed it. The before image is spaces for an add,
      *> the after image is spaces for a delete. Maker and checker
      *> are the operators who keyed and approved a maintenance
      *> change; both are spaces on records written by the batch
      *> archive, merge and restore jobs and on older records.
       01 JOURNAL-RECORD.
           05 JRNL-RUN-DATE     PIC X(8).
           05 JRNL-SEP1         PIC X.
           05 JRNL-ACTION       PIC X(10).
           05 JRNL-SEP3         PIC X.
           05 JRNL-BEFORE-IMAGE.
               10 JRNL-BEF-ID       PIC X(7).
               10 JRNL-BEF-REST     PIC X(36).
           05 JRNL-SEP4         PIC X.
           05 JRNL-AFTER-IMAGE.
               10 JRNL-AFT-ID       PIC X(7).
               10 JRNL-AFT-REST     PIC X(36).
           05 JRNL-SEP5         PIC X.
           05 JRNL-MAKER        PIC X(3).
           05 JRNL-SEP6         PIC X.
           05 JRNL-CHECKER      PIC X(3).
