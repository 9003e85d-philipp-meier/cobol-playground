
PROGRAM-ID. conditionals.

*> Runs the CHECK-VAL rules against the day's business: every record
*> on the basic-math result file is scored, judged PASS, FAIL, or
*> REVIEW under the rule table version in force for the business
*> date, and written to the CVAUDIT trail with the customer and
*> amounts it came from and the rule version it was judged under.
*> REVIEW outcomes are queued on the NUM1 manual-review queue
*> against their customer and transaction, and the outcome counts
*> go to the control-totals file the consolidated report picks up.
*> A rerun for the same business date scores everything again for
*> the counts, but writes no audit record for a source already on
*> the audit trail for the date and queues no review item already
*> queued.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT RES-FILE ASSIGN TO "data/basic-math-res-out.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RES-FILE-STATUS.

        SELECT LASTDATE-FILE ASSIGN TO
                "data/basic-math-lastdate.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LASTDATE-FILE-STATUS.

        SELECT RULE-FILE ASSIGN TO "data/conditionals-rules.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RULE-FILE-STATUS.

        SELECT COND-COUNTS-FILE ASSIGN TO "data/conditionals-counts.txt"
            ORGANIZATION IS LINE SEQUENTIAL
DATA DIVISION.

FILE SECTION.
    FD RES-FILE.
    COPY RESREC.

    *> Business date of the result file -- basic-math stamps it once
    *> the day's run has completed and reconciled.
    FD LASTDATE-FILE.
    01 LASTDATE-RECORD.
        05 LD-BUSINESS-DATE PIC X(8).

    FD RULE-FILE.
    COPY CVRULE.

    FD COND-COUNTS-FILE.
    COPY CONDCNT.
        05 RC-NEXT-ITEM-NUM PIC 9(5).

    WORKING-STORAGE SECTION.
        01 WS-RES-FILE-STATUS PIC XX VALUE SPACES.
        01 WS-LASTDATE-FILE-STATUS PIC XX VALUE SPACES.
        01 WS-RULE-FILE-STATUS PIC XX VALUE SPACES.
        01 WS-COUNTS-FILE-STATUS PIC XX VALUE SPACES.
        01 WS-AUDIT-FILE-STATUS PIC XX VALUE SPACES.
        01 WS-NUM1-REVIEW-FILE-STATUS PIC XX VALUE SPACES.
        COPY MATHVARS.
        *> can be used in conditionals as check
        01 CHECK-VAL PIC S9(3).

        *> Outcome CHECK-VAL was judged to under the rule version in
        *> force -- the ranges come from the rule table, so the
        *> condition-names sit on the outcome rather than on fixed
        *> value ranges.
        01 CHECK-VAL-OUTCOME PIC X(6) VALUE SPACES.
            88 PASS   VALUE 'PASS'.
            88 FAIL   VALUE 'FAIL'.
            88 REVIEW VALUE 'REVIEW'.

        *> Rule version in force for the business date. Version 000
        *> is the built-in ranges, used only when the rule table has
        *> no valid version in force for the date.
        01 WS-RULE-IN-FORCE.
            05 WS-RULE-VERSION PIC 9(3).
            05 WS-RULE-EFFECTIVE-DATE PIC X(8).
            05 WS-RULE-PASS-LOW PIC S9(3).
            05 WS-RULE-PASS-HIGH PIC S9(3).
            05 WS-RULE-FAIL-LOW PIC S9(3).
            05 WS-RULE-FAIL-HIGH PIC S9(3).
        01 WS-RULE-FOUND-FLAG PIC X VALUE 'N'.
            88 RULE-VERSION-FOUND VALUE 'Y'.
        01 WS-RULE-VALID-FLAG PIC X VALUE 'N'.
            88 RULE-RECORD-VALID VALUE 'Y'.
        01 WS-RULE-REJECTED-COUNT PIC 9(5) VALUE 0.
        01 WS-RULE-DATE-NUM PIC 9(8).
        01 WS-JUDGE-DATE PIC X(8) VALUE SPACES.

        01 WS-EOF-FLAG PIC X VALUE 'N'.
            88 END-OF-RES-FILE VALUE 'Y'.

        *> Identifies the transaction each score belongs to: the
        *> business date of the result file and the record's position
        *> on it.
        01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
        01 WS-RES-SEQ PIC 9(9) VALUE 0.

        *> What an earlier run for the same business date already
        *> wrote: the sources on the audit trail for the date, and
        *> the CHECK-VAL items on the review queue.
        01 WS-AUDITED-TABLE.
            05 WS-AD-SOURCE OCCURS 20 TIMES PIC X(8).
        01 WS-AD-COUNT PIC 9(3) VALUE 0.
        01 WS-AD-IDX PIC 9(3).
        01 WS-AD-LOOKUP-SOURCE PIC X(8).
        01 WS-AUDITED-FLAG PIC X.
            88 SOURCE-ALREADY-AUDITED VALUE 'Y'.
        01 WS-QUEUED-TABLE.
            05 WS-QD-ENTRY OCCURS 2000 TIMES.
                10 WS-QD-SOURCE PIC X(8).
                10 WS-QD-RES-SEQ PIC 9(9).
        01 WS-QD-COUNT PIC 9(5) VALUE 0.
        01 WS-QD-IDX PIC 9(5).
        01 WS-ALREADY-QUEUED-FLAG PIC X.
            88 ALREADY-QUEUED VALUE 'Y'.
        01 WS-SKIPPED-AUDIT-COUNT PIC 9(9) VALUE 0.
        01 WS-SKIPPED-REVIEW-COUNT PIC 9(5) VALUE 0.

        *> Unclamped score, brought into CHECK-VAL's range before the
        *> rules are applied.
        01 WS-SCORE PIC S9(7) VALUE 0.
        01 WS-EDIT-CHECK-VAL PIC ---9.

        *> Control totals for the end-of-day consolidated report.
        01 WS-PASS-COUNT PIC 9(5) VALUE 0.
        01 WS-REVIEW-COUNT PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    *> Working storage survives between CALLs within one run unit,
    *> so every run starts its counts afresh.
    MOVE 'N' TO WS-EOF-FLAG.
    MOVE 0 TO WS-RES-SEQ WS-PASS-COUNT WS-FAIL-COUNT WS-REVIEW-COUNT.
    MOVE 0 TO WS-AD-COUNT WS-QD-COUNT WS-SKIPPED-AUDIT-COUNT
        WS-SKIPPED-REVIEW-COUNT.
    PERFORM READ-BUSINESS-DATE.
    PERFORM SELECT-RULE-VERSION.
    IF WS-BUSINESS-DATE NOT = SPACES
        PERFORM LOAD-AUDITED-SOURCES
        PERFORM LOAD-QUEUED-REVIEWS
    END-IF.
    PERFORM OPEN-AUDIT-FILE.
    OPEN INPUT RES-FILE.
    IF WS-RES-FILE-STATUS NOT = "00"
        DISPLAY "No basic-math result file to evaluate, file status: "
            WS-RES-FILE-STATUS
        SET END-OF-RES-FILE TO TRUE
        MOVE 4 TO RETURN-CODE
    END-IF.
    PERFORM EVALUATE-RESULT-RECORDS UNTIL END-OF-RES-FILE.
    IF WS-RES-FILE-STATUS NOT = "35"
        CLOSE RES-FILE
    END-IF.
    CLOSE AUDIT-FILE.

    *> Persist control totals for the end-of-day consolidated report.
    OPEN OUTPUT COND-COUNTS-FILE.
    WRITE COND-COUNTS-RECORD.
    CLOSE COND-COUNTS-FILE.

    DISPLAY "Conditionals complete. Results scored: " WS-RES-SEQ
        ", pass: " WS-PASS-COUNT
        ", fail: " WS-FAIL-COUNT
        ", review: " WS-REVIEW-COUNT.
    IF WS-SKIPPED-AUDIT-COUNT > 0 OR WS-SKIPPED-REVIEW-COUNT > 0
        DISPLAY "Business date " WS-BUSINESS-DATE
            " already on file -- audit records not rewritten: "
            WS-SKIPPED-AUDIT-COUNT ", review items not requeued: "
            WS-SKIPPED-REVIEW-COUNT
    END-IF.

GOBACK.

READ-BUSINESS-DATE.
    OPEN INPUT LASTDATE-FILE.
    IF WS-LASTDATE-FILE-STATUS = "00"
        READ LASTDATE-FILE
            NOT AT END MOVE LD-BUSINESS-DATE TO WS-BUSINESS-DATE
        END-READ
        CLOSE LASTDATE-FILE
    END-IF.

*> Picks the version with the latest effective date on or before
*> the business date (the run date when no business date is on
*> file); of two versions effective the same day the higher number
*> wins. Records that don't parse, whose ranges are upside down,
*> or whose PASS and FAIL ranges overlap are rejected loudly and
*> never chosen.
SELECT-RULE-VERSION.
    MOVE 0 TO WS-RULE-VERSION.
    MOVE SPACES TO WS-RULE-EFFECTIVE-DATE.
    MOVE 0 TO WS-RULE-PASS-LOW.
    MOVE 100 TO WS-RULE-PASS-HIGH.
    MOVE -40 TO WS-RULE-FAIL-LOW.
    MOVE -1 TO WS-RULE-FAIL-HIGH.
    MOVE 'N' TO WS-RULE-FOUND-FLAG.
    MOVE 0 TO WS-RULE-REJECTED-COUNT.
    MOVE WS-BUSINESS-DATE TO WS-JUDGE-DATE.
    IF WS-JUDGE-DATE = SPACES
        ACCEPT WS-JUDGE-DATE FROM DATE YYYYMMDD
    END-IF.
    OPEN INPUT RULE-FILE.
    IF WS-RULE-FILE-STATUS = "00"
        PERFORM UNTIL WS-RULE-FILE-STATUS = "10"
            READ RULE-FILE
                AT END MOVE "10" TO WS-RULE-FILE-STATUS
                NOT AT END PERFORM CONSIDER-RULE-RECORD
            END-READ
        END-PERFORM
        CLOSE RULE-FILE
    END-IF.
    IF RULE-VERSION-FOUND
        DISPLAY "Business date " WS-JUDGE-DATE
            " judged under CHECK-VAL rule version " WS-RULE-VERSION
            " effective " WS-RULE-EFFECTIVE-DATE
    ELSE
        DISPLAY "No CHECK-VAL rule version in force for "
            WS-JUDGE-DATE ", built-in ranges used"
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF WS-RULE-REJECTED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

CONSIDER-RULE-RECORD.
    PERFORM VALIDATE-RULE-RECORD.
    IF NOT RULE-RECORD-VALID
        ADD 1 TO WS-RULE-REJECTED-COUNT
        DISPLAY "CHECK-VAL rule record REJECTED: "
            CHECK-VAL-RULE-RECORD
    ELSE
        IF RULE-EFFECTIVE-DATE <= WS-JUDGE-DATE
            IF NOT RULE-VERSION-FOUND
                    OR RULE-EFFECTIVE-DATE > WS-RULE-EFFECTIVE-DATE
                    OR (RULE-EFFECTIVE-DATE = WS-RULE-EFFECTIVE-DATE
                        AND RULE-VERSION > WS-RULE-VERSION)
                SET RULE-VERSION-FOUND TO TRUE
                MOVE RULE-VERSION TO WS-RULE-VERSION
                MOVE RULE-EFFECTIVE-DATE TO WS-RULE-EFFECTIVE-DATE
                MOVE RULE-PASS-LOW TO WS-RULE-PASS-LOW
                MOVE RULE-PASS-HIGH TO WS-RULE-PASS-HIGH
                MOVE RULE-FAIL-LOW TO WS-RULE-FAIL-LOW
                MOVE RULE-FAIL-HIGH TO WS-RULE-FAIL-HIGH
            END-IF
        END-IF
    END-IF.

VALIDATE-RULE-RECORD.
    MOVE 'Y' TO WS-RULE-VALID-FLAG.
    EVALUATE TRUE
        WHEN RULE-VERSION IS NOT NUMERIC
            MOVE 'N' TO WS-RULE-VALID-FLAG
        WHEN RULE-VERSION = 0
            MOVE 'N' TO WS-RULE-VALID-FLAG
        WHEN RULE-EFFECTIVE-DATE IS NOT NUMERIC
            MOVE 'N' TO WS-RULE-VALID-FLAG
        WHEN RULE-PASS-LOW IS NOT NUMERIC
                OR RULE-PASS-HIGH IS NOT NUMERIC
                OR RULE-FAIL-LOW IS NOT NUMERIC
                OR RULE-FAIL-HIGH IS NOT NUMERIC
            MOVE 'N' TO WS-RULE-VALID-FLAG
        WHEN RULE-PASS-LOW > RULE-PASS-HIGH
                OR RULE-FAIL-LOW > RULE-FAIL-HIGH
            MOVE 'N' TO WS-RULE-VALID-FLAG
        WHEN RULE-PASS-HIGH >= RULE-FAIL-LOW
                AND RULE-FAIL-HIGH >= RULE-PASS-LOW
            MOVE 'N' TO WS-RULE-VALID-FLAG
    END-EVALUATE.
    IF RULE-RECORD-VALID
        MOVE RULE-EFFECTIVE-DATE TO WS-RULE-DATE-NUM
        IF FUNCTION INTEGER-OF-DATE(WS-RULE-DATE-NUM) = 0
            MOVE 'N' TO WS-RULE-VALID-FLAG
        END-IF
    END-IF.

*> A source already on the audit trail for the business date was
*> audited by an earlier run of the date; its records are not
*> written again. A source that posted the date late is not on the
*> trail yet and is audited as normal.
LOAD-AUDITED-SOURCES.
    OPEN INPUT AUDIT-FILE.
    IF WS-AUDIT-FILE-STATUS = "00"
        PERFORM UNTIL WS-AUDIT-FILE-STATUS = "10"
            READ AUDIT-FILE
                AT END MOVE "10" TO WS-AUDIT-FILE-STATUS
                NOT AT END
                    IF AUDIT-BUS-DATE = WS-BUSINESS-DATE
                        MOVE AUDIT-SOURCE TO WS-AD-LOOKUP-SOURCE
                        PERFORM FIND-AUDITED-SOURCE
                        IF NOT SOURCE-ALREADY-AUDITED
                                AND WS-AD-COUNT < 20
                            ADD 1 TO WS-AD-COUNT
                            MOVE AUDIT-SOURCE
                                TO WS-AD-SOURCE(WS-AD-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AUDIT-FILE
    END-IF.
    MOVE SPACES TO WS-AUDIT-FILE-STATUS.

FIND-AUDITED-SOURCE.
    MOVE 'N' TO WS-AUDITED-FLAG.
    PERFORM VARYING WS-AD-IDX FROM 1 BY 1
            UNTIL WS-AD-IDX > WS-AD-COUNT OR SOURCE-ALREADY-AUDITED
        IF WS-AD-SOURCE(WS-AD-IDX) = WS-AD-LOOKUP-SOURCE
            SET SOURCE-ALREADY-AUDITED TO TRUE
        END-IF
    END-PERFORM.

*> CHECK-VAL items of this business date already on the review
*> queue, by source and result sequence -- the same guard
*> outlier_check keeps for its own items.
LOAD-QUEUED-REVIEWS.
    OPEN INPUT NUM1-REVIEW-FILE.
    IF WS-NUM1-REVIEW-FILE-STATUS = "00"
        PERFORM UNTIL WS-NUM1-REVIEW-FILE-STATUS = "10"
            READ NUM1-REVIEW-FILE
                AT END MOVE "10" TO WS-NUM1-REVIEW-FILE-STATUS
                NOT AT END
                    IF NR-REASON(1:10) = "CHECK-VAL "
                            AND NR-BUS-DATE = WS-BUSINESS-DATE
                            AND NR-RES-SEQ IS NUMERIC
                            AND WS-QD-COUNT < 2000
                        ADD 1 TO WS-QD-COUNT
                        MOVE NR-SOURCE TO WS-QD-SOURCE(WS-QD-COUNT)
                        MOVE NR-RES-SEQ TO WS-QD-RES-SEQ(WS-QD-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE NUM1-REVIEW-FILE
    END-IF.
    MOVE SPACES TO WS-NUM1-REVIEW-FILE-STATUS.

OPEN-AUDIT-FILE.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-FILE-STATUS = "35"
        OPEN OUTPUT AUDIT-FILE
    END-IF.

EVALUATE-RESULT-RECORDS.
    READ RES-FILE
        AT END SET END-OF-RES-FILE TO TRUE
        NOT AT END PERFORM SCORE-RESULT-RECORD
    END-READ.

*> Every result record is judged, suspended items and reversals
*> included -- the counts describe everything the day's run wrote.
SCORE-RESULT-RECORD.
    ADD 1 TO WS-RES-SEQ.
    MOVE RES-NUM1 TO NUM1.
    MOVE RES-NUM2 TO NUM2.
    PERFORM DERIVE-CHECK-VAL.
    PERFORM JUDGE-CHECK-VAL.
    MOVE RES-SOURCE TO WS-AD-LOOKUP-SOURCE.
    PERFORM FIND-AUDITED-SOURCE.
    EVALUATE TRUE
        WHEN PASS
            ADD 1 TO WS-PASS-COUNT
            MOVE 'PASS' TO AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
        WHEN FAIL
            ADD 1 TO WS-FAIL-COUNT
            MOVE 'FAIL' TO AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
        WHEN REVIEW
            ADD 1 TO WS-REVIEW-COUNT
            MOVE 'REVIEW' TO AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM QUEUE-REVIEW-ITEM
    END-EVALUATE.

QUEUE-REVIEW-ITEM.
    MOVE 'N' TO WS-ALREADY-QUEUED-FLAG.
    PERFORM VARYING WS-QD-IDX FROM 1 BY 1
            UNTIL WS-QD-IDX > WS-QD-COUNT OR ALREADY-QUEUED
        IF WS-QD-SOURCE(WS-QD-IDX) = RES-SOURCE
                AND WS-QD-RES-SEQ(WS-QD-IDX) = WS-RES-SEQ
            SET ALREADY-QUEUED TO TRUE
        END-IF
    END-PERFORM.
    IF ALREADY-QUEUED
        ADD 1 TO WS-SKIPPED-REVIEW-COUNT
    ELSE
        PERFORM WRITE-NUM1-REVIEW-RECORD
    END-IF.

*> CHECK-VAL is NUM2's variance from NUM1 as a whole percentage of
*> NUM1: an even pair scores zero, NUM2 running short of NUM1 scores
*> negative, NUM2 running over scores positive. A zero NUM1 with a
*> non-zero NUM2 has no proportion at all and scores the top of the
*> range, as does any variance too large to hold -- both land in
*> REVIEW.
DERIVE-CHECK-VAL.
    EVALUATE TRUE
        WHEN NUM1 = 0 AND NUM2 = 0
            MOVE 0 TO WS-SCORE
        WHEN NUM1 = 0
            MOVE 999 TO WS-SCORE
        WHEN OTHER
            COMPUTE WS-SCORE ROUNDED = (NUM2 - NUM1) * 100 / NUM1
                ON SIZE ERROR MOVE 999 TO WS-SCORE
            END-COMPUTE
    END-EVALUATE.
    IF WS-SCORE > 999
        MOVE 999 TO WS-SCORE
    END-IF.
    IF WS-SCORE < -999
        MOVE -999 TO WS-SCORE
    END-IF.
    MOVE WS-SCORE TO CHECK-VAL.

*> PASS and FAIL are the rule version's ranges; anything in
*> neither is REVIEW.
JUDGE-CHECK-VAL.
    EVALUATE TRUE
        WHEN CHECK-VAL >= WS-RULE-PASS-LOW
                AND CHECK-VAL <= WS-RULE-PASS-HIGH
            SET PASS TO TRUE
        WHEN CHECK-VAL >= WS-RULE-FAIL-LOW
                AND CHECK-VAL <= WS-RULE-FAIL-HIGH
            SET FAIL TO TRUE
        WHEN OTHER
            SET REVIEW TO TRUE
    END-EVALUATE.

WRITE-AUDIT-RECORD.
    IF SOURCE-ALREADY-AUDITED
        ADD 1 TO WS-SKIPPED-AUDIT-COUNT
    ELSE
        PERFORM BUILD-AUDIT-RECORD
        WRITE AUDIT-RECORD
    END-IF.

BUILD-AUDIT-RECORD.
    MOVE CHECK-VAL TO AUDIT-CHECK-VAL.
    MOVE SPACE TO AUDIT-SEP1.
    MOVE SPACE TO AUDIT-SEP2.
    MOVE SPACE TO AUDIT-SEP3.
    MOVE 0 TO AUDIT-SEQ.
    MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
    MOVE SPACES TO AUDIT-RESULT-REF.
    MOVE RES-CUST-ID TO AUDIT-CUST-ID.
    MOVE NUM1 TO AUDIT-NUM1.
    MOVE NUM2 TO AUDIT-NUM2.
    MOVE WS-BUSINESS-DATE TO AUDIT-BUS-DATE.
    MOVE RES-SOURCE TO AUDIT-SOURCE.
    MOVE WS-RES-SEQ TO AUDIT-RES-SEQ.
    MOVE SPACE TO AUDIT-SEP10.
    MOVE WS-RULE-VERSION TO AUDIT-RULE-VERSION.

*> Lands a CHECK-VAL REVIEW outcome in the manual-review queue,
*> tied to the customer and the result record it was scored from.
WRITE-NUM1-REVIEW-RECORD.
    PERFORM ASSIGN-REVIEW-ITEM-NUMBER.
    MOVE NUM1 TO NR-NUM1.
    MOVE SPACE TO NR-SEP1.
    MOVE CHECK-VAL TO WS-EDIT-CHECK-VAL.
    MOVE SPACES TO NR-REASON.
    STRING "CHECK-VAL " WS-EDIT-CHECK-VAL
        DELIMITED BY SIZE INTO NR-REASON.
    MOVE SPACE TO NR-SEP2.
    MOVE FUNCTION CURRENT-DATE TO NR-TIMESTAMP.
    MOVE SPACE TO NR-SEP3.
    MOVE 'O' TO NR-STATUS.
    MOVE SPACE TO NR-SEP4.
    MOVE SPACES TO NR-TRANS-REF.
    MOVE RES-CUST-ID TO NR-CUST-ID.
    MOVE WS-BUSINESS-DATE TO NR-BUS-DATE.
    MOVE RES-SOURCE TO NR-SOURCE.
    MOVE WS-RES-SEQ TO NR-RES-SEQ.
    OPEN EXTEND NUM1-REVIEW-FILE.
    IF WS-NUM1-REVIEW-FILE-STATUS = "35"
        OPEN OUTPUT NUM1-REVIEW-FILE
