      *> master and is validated at start of processing. The file is
      *> wrapped in the TRANCTL header/trailer control records;
      *> TRANS-REC-TYPE distinguishes the detail lines.
      *> An 'R' reversal backs out a detail already processed on an
      *> earlier business date: it names the original by customer,
      *> amounts, and TRANS-ORIG-DATE, the business date the original
      *> was posted under. The original date sits at the END of the
      *> record, so a detail line without one is unchanged.
      *> TRANS-CURRENCY is the currency the amounts were sent in,
      *> appended after the original date by the same trick -- spaces
      *> (or the base currency) mean the amounts need no conversion.
       01 TRANS-RECORD.
           05 TRANS-REC-TYPE    PIC X.
               88 TRANS-DETAIL   VALUE 'D'.
               88 TRANS-REVERSAL VALUE 'R'.
           05 TRANS-CUST-ID     PIC 9(7).
           05 TRANS-SEP0        PIC X.
           05 TRANS-NUM1        PIC 9(7).99.
           05 TRANS-SEP1        PIC X.
           05 TRANS-NUM2        PIC 9(7).99.
           05 TRANS-SEP2        PIC X.
           05 TRANS-ORIG-DATE   PIC X(8).
           05 TRANS-SEP3        PIC X.
           05 TRANS-CURRENCY    PIC X(3).
