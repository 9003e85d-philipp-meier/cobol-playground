           05 ARC-LAST-CHANGE   PIC X(8).
           05 ARC-SEP2          PIC X.
           05 ARC-CUSTOMER.
               10 ARC-ID        PIC 9(7).
               10 ARC-NAME      PIC X(15).
               10 ARC-ADDRESS   PIC X(20).
               10 ARC-STATUS    PIC X(1).
