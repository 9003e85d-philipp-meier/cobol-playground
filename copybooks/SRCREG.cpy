      *> Source-system registry for the basic-math batch -- one record
      *> per sending system expected on a business day, naming the
      *> system (matched against TH-SOURCE-SYSTEM on that file's H
      *> header), the transaction file it delivers, and the
      *> acknowledgment file cut back to it. Each registered file is
      *> edited, acknowledged, and controlled on its own; a source
      *> whose file is refused or never arrives is reported without
      *> holding up the others. No registry on disk means the single
      *> historical feed, data/basic-math-trans-in.txt acknowledged
      *> in data/basic-math-ack.txt.
       01 SOURCE-REGISTRY-RECORD.
           05 SREG-SOURCE-SYSTEM PIC X(8).
           05 SREG-SEP1          PIC X.
           05 SREG-TRANS-FILE    PIC X(60).
           05 SREG-SEP2          PIC X.
           05 SREG-ACK-FILE      PIC X(60).
