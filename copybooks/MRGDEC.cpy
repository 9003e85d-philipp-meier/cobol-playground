      *> survivor is not one of the pair, so a keying slip cannot
      *> fold a customer into an unrelated record.
       01 MERGE-DECISION-RECORD.
           05 MDEC-ID-1         PIC 9(7).
           05 MDEC-SEP1         PIC X.
           05 MDEC-ID-2         PIC 9(7).
           05 MDEC-SEP2         PIC X.
           05 MDEC-SURVIVOR-ID  PIC 9(7).
