*> weeks) and a grand total. Any day or week whose FAIL share of
*> evaluations rises above the configured threshold is flagged, so
*> management can see the FAIL rate drifting without reading the
*> raw EXTEND file. Each day shows the CHECK-VAL rule version its
*> evaluations were judged under, and a RULES CHANGED line with the
*> new version's ranges marks the day the version changed, so a
*> jump in FAIL counts can be told apart from a threshold change.

ENVIRONMENT DIVISION.

            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-FILE-STATUS.

        SELECT RULE-FILE ASSIGN TO "data/conditionals-rules.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RULE-FILE-STATUS.

        SELECT TREND-REPORT-FILE ASSIGN TO
                "data/audit-trend-report.txt"
            ORGANIZATION IS LINE SEQUENTIAL
    FD AUDIT-FILE.
    COPY CVAUDIT.

    FD RULE-FILE.
    COPY CVRULE.

    FD TREND-REPORT-FILE.
    01 TREND-LINE PIC X(100).

    01 WS-PARAM-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-AUDIT-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-RULE-FILE-STATUS PIC XX VALUE SPACES.

    01 WS-EOF-FLAG PIC X VALUE 'N'.
        88 END-OF-AUDIT-FILE VALUE 'Y'.
    01 WS-EDIT-PCT PIC ZZ9.
    01 WS-FLAG-TEXT PIC X(16).

    *> Rule table versions, held so a change line can show the
    *> ranges the new version brought in.
    01 WS-RULE-TABLE.
        05 WS-RT-ENTRY OCCURS 100 TIMES.
            10 WS-RT-VERSION   PIC X(3).
            10 WS-RT-EFFECTIVE PIC X(8).
            10 WS-RT-PASS-LOW  PIC S9(3).
            10 WS-RT-PASS-HIGH PIC S9(3).
            10 WS-RT-FAIL-LOW  PIC S9(3).
            10 WS-RT-FAIL-HIGH PIC S9(3).
    01 WS-RT-COUNT PIC 9(3) VALUE 0.
    01 WS-RT-IDX PIC 9(3).
    01 WS-RT-FOUND-IDX PIC 9(3).

    *> Rule version of the record just read and the version in
    *> force before it. Spaces are records from before the rule
    *> table.
    01 WS-REC-RULE-REF.
        05 FILLER PIC X.
        05 WS-REC-RULE-VERSION PIC X(3).
    01 WS-LAST-RULE-VERSION PIC X(3) VALUE SPACES.
    01 WS-RULE-SEEN-FLAG PIC X VALUE 'N'.
        88 RULE-VERSION-SEEN VALUE 'Y'.
    01 WS-CHANGE-FROM PIC X(3).
    01 WS-CHANGE-TO PIC X(3).
    01 WS-RULE-CHANGE-COUNT PIC 9(5) VALUE 0.
    01 WS-SHOW-VERSION PIC X(3).
    01 WS-EDIT-PASS-LOW PIC +999.
    01 WS-EDIT-PASS-HIGH PIC +999.
    01 WS-EDIT-FAIL-LOW PIC +999.
    01 WS-EDIT-FAIL-HIGH PIC +999.
    01 WS-EFFECTIVE-NUM PIC 9(8).
    01 WS-EFFECTIVE-EDIT PIC 9999/99/99.
    01 WS-EDIT-CHANGES PIC ZZ,ZZ9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM READ-TREND-PARAMETERS.
    PERFORM LOAD-RULE-TABLE.
    PERFORM OPEN-FILES.
    PERFORM PROCESS-AUDIT-RECORDS UNTIL END-OF-AUDIT-FILE.
    PERFORM FLUSH-FINAL-BREAKS.
        CLOSE TREND-PARAM-FILE
    END-IF.

LOAD-RULE-TABLE.
    OPEN INPUT RULE-FILE.
    IF WS-RULE-FILE-STATUS = "00"
        PERFORM UNTIL WS-RULE-FILE-STATUS = "10"
            READ RULE-FILE
                AT END MOVE "10" TO WS-RULE-FILE-STATUS
                NOT AT END PERFORM STORE-RULE-VERSION
            END-READ
        END-PERFORM
        CLOSE RULE-FILE
    END-IF.

STORE-RULE-VERSION.
    IF WS-RT-COUNT >= 100
        DISPLAY "Rule table full, version not shown: " RULE-VERSION
    ELSE
        ADD 1 TO WS-RT-COUNT
        MOVE RULE-VERSION TO WS-RT-VERSION(WS-RT-COUNT)
        MOVE RULE-EFFECTIVE-DATE TO WS-RT-EFFECTIVE(WS-RT-COUNT)
        MOVE RULE-PASS-LOW TO WS-RT-PASS-LOW(WS-RT-COUNT)
        MOVE RULE-PASS-HIGH TO WS-RT-PASS-HIGH(WS-RT-COUNT)
        MOVE RULE-FAIL-LOW TO WS-RT-FAIL-LOW(WS-RT-COUNT)
        MOVE RULE-FAIL-HIGH TO WS-RT-FAIL-HIGH(WS-RT-COUNT)
    END-IF.

OPEN-FILES.
    OPEN INPUT AUDIT-FILE.
    IF WS-AUDIT-FILE-STATUS NOT = "00"
    WRITE TREND-LINE.
    MOVE SPACES TO TREND-LINE.
    WRITE TREND-LINE.
    MOVE "  DATE           PASS     FAIL   REVIEW  FAIL%  RULE"
        TO TREND-LINE.
    WRITE TREND-LINE.

            WHEN "REVIEW" ADD 1 TO WS-DAY-REVIEW
            WHEN OTHER    ADD 1 TO WS-INVALID-COUNT
        END-EVALUATE
        PERFORM NOTE-RULE-VERSION
    END-IF.

*> A version different from the one before it is a rule change.
*> Any day break was taken before the record got here, so the
*> change line lands ahead of the line for the day it happened on.
NOTE-RULE-VERSION.
    MOVE AUDIT-RULE-REF TO WS-REC-RULE-REF.
    IF RULE-VERSION-SEEN
            AND WS-REC-RULE-VERSION NOT = WS-LAST-RULE-VERSION
        MOVE WS-LAST-RULE-VERSION TO WS-CHANGE-FROM
        MOVE WS-REC-RULE-VERSION TO WS-CHANGE-TO
        PERFORM WRITE-RULE-CHANGE-LINE
    END-IF.
    MOVE WS-REC-RULE-VERSION TO WS-LAST-RULE-VERSION.
    SET RULE-VERSION-SEEN TO TRUE.

WRITE-RULE-CHANGE-LINE.
    ADD 1 TO WS-RULE-CHANGE-COUNT.
    MOVE 0 TO WS-RT-FOUND-IDX.
    PERFORM VARYING WS-RT-IDX FROM 1 BY 1
            UNTIL WS-RT-IDX > WS-RT-COUNT
        IF WS-RT-VERSION(WS-RT-IDX) = WS-CHANGE-TO
            MOVE WS-RT-IDX TO WS-RT-FOUND-IDX
        END-IF
    END-PERFORM.
    MOVE WS-CHANGE-FROM TO WS-SHOW-VERSION.
    IF WS-SHOW-VERSION = SPACES
        MOVE "---" TO WS-SHOW-VERSION
    END-IF.
    MOVE SPACES TO TREND-LINE.
    EVALUATE TRUE
        WHEN WS-CHANGE-TO = "000"
            STRING "  >> RULES CHANGED " WS-SHOW-VERSION " -> 000"
                "  BUILT-IN RANGES (NO VERSION IN FORCE)"
                DELIMITED BY SIZE INTO TREND-LINE
        WHEN WS-RT-FOUND-IDX = 0
            STRING "  >> RULES CHANGED " WS-SHOW-VERSION " -> "
                WS-CHANGE-TO "  VERSION NOT ON RULE TABLE"
                DELIMITED BY SIZE INTO TREND-LINE
        WHEN OTHER
            MOVE WS-RT-EFFECTIVE(WS-RT-FOUND-IDX) TO WS-EFFECTIVE-NUM
            MOVE WS-EFFECTIVE-NUM TO WS-EFFECTIVE-EDIT
            MOVE WS-RT-PASS-LOW(WS-RT-FOUND-IDX) TO WS-EDIT-PASS-LOW
            MOVE WS-RT-PASS-HIGH(WS-RT-FOUND-IDX) TO WS-EDIT-PASS-HIGH
            MOVE WS-RT-FAIL-LOW(WS-RT-FOUND-IDX) TO WS-EDIT-FAIL-LOW
            MOVE WS-RT-FAIL-HIGH(WS-RT-FOUND-IDX) TO WS-EDIT-FAIL-HIGH
            STRING "  >> RULES CHANGED " WS-SHOW-VERSION " -> "
                WS-CHANGE-TO " EFFECTIVE " WS-EFFECTIVE-EDIT
                "  PASS " WS-EDIT-PASS-LOW " TO " WS-EDIT-PASS-HIGH
                "  FAIL " WS-EDIT-FAIL-LOW " TO " WS-EDIT-FAIL-HIGH
                DELIMITED BY SIZE INTO TREND-LINE
    END-EVALUATE.
    WRITE TREND-LINE.

START-NEW-DAY.
    MOVE WS-AUDIT-DATE TO WS-CURRENT-DATE.
    MOVE 0 TO WS-DAY-PASS.
        + WS-DAY-REVIEW.
    MOVE WS-DAY-FAIL TO WS-LINE-FAIL.
    PERFORM COMPUTE-FAIL-SHARE.
    MOVE WS-LAST-RULE-VERSION TO WS-SHOW-VERSION.
    IF WS-SHOW-VERSION = SPACES
        MOVE "---" TO WS-SHOW-VERSION
    END-IF.
    MOVE SPACES TO TREND-LINE.
    STRING "  " WS-DATE-EDIT "  " WS-EDIT-PASS "  " WS-EDIT-FAIL
        "  " WS-EDIT-REVIEW "   " WS-EDIT-PCT "  " WS-SHOW-VERSION
        WS-FLAG-TEXT
        DELIMITED BY SIZE INTO TREND-LINE.
    WRITE TREND-LINE.
    ADD WS-DAY-PASS TO WS-WEEK-PASS.
    PERFORM COMPUTE-FAIL-SHARE.
    MOVE SPACES TO TREND-LINE.
    STRING "  WEEK TOTAL  " WS-EDIT-PASS "  " WS-EDIT-FAIL
        "  " WS-EDIT-REVIEW "   " WS-EDIT-PCT "     " WS-FLAG-TEXT
        DELIMITED BY SIZE INTO TREND-LINE.
    WRITE TREND-LINE.
    MOVE SPACES TO TREND-LINE.
            DELIMITED BY SIZE INTO TREND-LINE
        WRITE TREND-LINE
    END-IF.
    MOVE WS-RULE-CHANGE-COUNT TO WS-EDIT-CHANGES.
    MOVE SPACES TO TREND-LINE.
    STRING "  Rule version changes: " WS-EDIT-CHANGES
        DELIMITED BY SIZE INTO TREND-LINE.
    WRITE TREND-LINE.
    MOVE "*** END OF REPORT ***" TO TREND-LINE.
    WRITE TREND-LINE.

