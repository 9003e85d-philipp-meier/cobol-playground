      *> CHECK-VAL rule table record -- one version of the PASS and
      *> FAIL score ranges, in force from RULE-EFFECTIVE-DATE until
      *> the next version's effective date. A score inside neither
      *> range is REVIEW. conditionals judges each business date
      *> under the version in force on that date and stamps the
      *> version on every audit record, so a threshold change can be
      *> told apart from a change in the business itself.
       01 CHECK-VAL-RULE-RECORD.
           05 RULE-VERSION        PIC 9(3).
           05 RULE-SEP1           PIC X.
           05 RULE-EFFECTIVE-DATE PIC X(8).
           05 RULE-SEP2           PIC X.
           05 RULE-PASS-LOW       PIC S9(3) SIGN IS LEADING SEPARATE.
           05 RULE-SEP3           PIC X.
           05 RULE-PASS-HIGH      PIC S9(3) SIGN IS LEADING SEPARATE.
           05 RULE-SEP4           PIC X.
           05 RULE-FAIL-LOW       PIC S9(3) SIGN IS LEADING SEPARATE.
           05 RULE-SEP5           PIC X.
           05 RULE-FAIL-HIGH      PIC S9(3) SIGN IS LEADING SEPARATE.
