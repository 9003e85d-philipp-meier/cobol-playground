            10 WS-QI-TIMESTAMP PIC X(21).
            10 WS-QI-STATUS    PIC X.
            10 WS-QI-ITEM-NO   PIC 9(5).
            10 WS-QI-TRANS-REF PIC X(36).
            10 WS-QI-DISP      PIC X.
                88 QI-OPEN     VALUE 'O'.
                88 QI-CLOSED   VALUE 'C'.
    01 WS-EDIT-ITEM PIC ZZZZ9.
    01 WS-EDIT-DAYS PIC ZZZZ9.
    01 WS-EDIT-NUM1 PIC -9(7).99.

    *> Customer and business date out of an item's transaction
    *> reference, for the report -- blank for items queued before
    *> the queue carried one.
    01 WS-QI-REF-VIEW.
        05 FILLER PIC X.
        05 WS-REF-CUST-ID PIC X(7).
        05 FILLER PIC X.
        05 WS-REF-BUS-DATE PIC X(8).
        05 FILLER PIC X(19).
    01 WS-RUN-DATE-EDIT PIC 9999/99/99.

PROCEDURE DIVISION.
        MOVE NR-NUM1 TO WS-QI-NUM1(WS-QUEUE-COUNT)
        MOVE NR-REASON TO WS-QI-REASON(WS-QUEUE-COUNT)
        MOVE NR-TIMESTAMP TO WS-QI-TIMESTAMP(WS-QUEUE-COUNT)
        MOVE NR-TRANS-REF TO WS-QI-TRANS-REF(WS-QUEUE-COUNT)
        IF NR-ESCALATED
            MOVE 'E' TO WS-QI-STATUS(WS-QUEUE-COUNT)
        ELSE
    MOVE WS-QI-REASON(WS-QUEUE-IDX) TO RH-REASON.
    MOVE WS-QI-TIMESTAMP(WS-QUEUE-IDX) TO RH-QUEUED-TIMESTAMP.
    MOVE WS-DEC-NOTE(WS-DEC-IDX) TO RH-NOTE.
    MOVE WS-QI-TRANS-REF(WS-QUEUE-IDX) TO RH-TRANS-REF.
    WRITE REVIEW-HISTORY-RECORD.

REWRITE-QUEUE-FILE.
            MOVE WS-QI-TIMESTAMP(WS-QUEUE-IDX) TO NR-TIMESTAMP
            MOVE WS-QI-STATUS(WS-QUEUE-IDX) TO NR-STATUS
            MOVE WS-QI-ITEM-NO(WS-QUEUE-IDX) TO NR-ITEM-NUM
            MOVE WS-QI-TRANS-REF(WS-QUEUE-IDX) TO NR-TRANS-REF
            WRITE NUM1-REVIEW-RECORD
        END-IF
    END-PERFORM.
    WRITE QUEUE-REPORT-LINE.
    MOVE SPACES TO QUEUE-REPORT-LINE.
    WRITE QUEUE-REPORT-LINE.
    MOVE " ITEM  DAYS  ST  NUM1         REASON                CUST    BUS DATE"
        TO QUEUE-REPORT-LINE.
    WRITE QUEUE-REPORT-LINE.

    MOVE 0 TO WS-ITEM-SEQ.
    MOVE WS-QI-ITEM-NO(WS-QUEUE-IDX) TO WS-EDIT-ITEM.
    MOVE WS-DAYS-OPEN TO WS-EDIT-DAYS.
    MOVE WS-QI-NUM1(WS-QUEUE-IDX) TO WS-EDIT-NUM1.
    MOVE WS-QI-TRANS-REF(WS-QUEUE-IDX) TO WS-QI-REF-VIEW.
    MOVE SPACES TO QUEUE-REPORT-LINE.
    STRING WS-EDIT-ITEM " " WS-EDIT-DAYS "  "
        WS-QI-STATUS(WS-QUEUE-IDX) "  " WS-EDIT-NUM1 "  "
        WS-QI-REASON(WS-QUEUE-IDX) "  "
        WS-REF-CUST-ID " " WS-REF-BUS-DATE
        DELIMITED BY SIZE INTO QUEUE-REPORT-LINE.
    WRITE QUEUE-REPORT-LINE.
