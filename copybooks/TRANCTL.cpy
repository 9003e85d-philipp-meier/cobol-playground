      *> input. The sending system wraps the detail lines in one H
      *> header (business date and source system) and one T trailer
      *> (detail record count and a hash total of TRANS-NUM1 +
      *> TRANS-NUM2 over the valid details -- reversal records count
      *> as details for both), so a truncated transfer
      *> no longer looks identical to a short day -- the edit pass
      *> refuses the whole file when the trailer doesn't balance.
       01 TRANS-HEADER-RECORD.
