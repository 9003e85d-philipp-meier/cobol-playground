        05 AC-ARCHIVED-THRU PIC 9(9).

    FD AUDIT-ARCHIVE-FILE.
    01 AUDIT-ARCHIVE-LINE PIC X(105).

    FD MAINT-REPORT-FILE.
    01 MAINT-REPORT-LINE PIC X(80).
        05 WS-AUD-ENTRY OCCURS 5000 TIMES.
            10 WS-AUD-SEQ PIC 9(9).
            10 WS-AUD-BODY PIC X(33).
            10 WS-AUD-RESULT-REF PIC X(58).
            10 WS-AUD-RULE-REF PIC X(4).
            10 WS-AUD-DATE PIC X(8).
            10 WS-AUD-DISP PIC X.
                88 AUD-KEPT     VALUE 'K'.
            MOVE 0 TO WS-AUD-SEQ(WS-AUD-COUNT)
        END-IF
        MOVE AUDIT-RECORD(1:33) TO WS-AUD-BODY(WS-AUD-COUNT)
        MOVE AUDIT-RESULT-REF TO WS-AUD-RESULT-REF(WS-AUD-COUNT)
        MOVE AUDIT-RULE-REF TO WS-AUD-RULE-REF(WS-AUD-COUNT)
        MOVE AUDIT-TIMESTAMP(1:8) TO WS-AUD-DATE(WS-AUD-COUNT)
        MOVE 'K' TO WS-AUD-DISP(WS-AUD-COUNT)
    END-IF.
    MOVE WS-AUD-BODY(WS-AUD-IDX) TO AUDIT-RECORD(1:33).
    MOVE SPACE TO AUDIT-SEP3.
    MOVE WS-AUD-SEQ(WS-AUD-IDX) TO AUDIT-SEQ.
    MOVE WS-AUD-RESULT-REF(WS-AUD-IDX) TO AUDIT-RESULT-REF.
    MOVE WS-AUD-RULE-REF(WS-AUD-IDX) TO AUDIT-RULE-REF.

REWRITE-AUDIT-FILE.
    OPEN OUTPUT AUDIT-FILE.
