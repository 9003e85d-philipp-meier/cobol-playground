      *>              CLOSE    near-match name at an address within
      *>                       the close-match tolerance.
       01 MERGE-CANDIDATE-RECORD.
           05 MRG-ID-1          PIC 9(7).
           05 MRG-SEP1          PIC X.
           05 MRG-ID-2          PIC 9(7).
           05 MRG-SEP2          PIC X.
           05 MRG-NAME-1        PIC X(15).
           05 MRG-SEP3          PIC X.
