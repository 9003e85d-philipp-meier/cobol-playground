    01 WS-CHANGE-DAY PIC 9(7).
    01 WS-CHANGE-DATE-NUM PIC 9(8).

    *> Last journaled change date per customer id, one entry per id
    *> the journal mentions. The journal is append-only, so the last
    *> record seen for an id carries its latest change date. An id
    *> that finds the table full gets no entry, so its age stays
    *> unproven and it is left on the master.
    01 WS-LAST-CHANGE-TABLE.
        05 WS-LAST-CHANGE-ENTRY OCCURS 5000 TIMES.
            10 WS-LC-CUST-ID PIC 9(7).
            10 WS-LAST-CHANGE PIC X(8).
    01 WS-LC-COUNT PIC 9(5) VALUE 0.
    01 WS-LC-IDX PIC 9(5).
    01 WS-LC-FOUND-IDX PIC 9(5).
    01 WS-LC-WANTED-ID PIC 9(7).

    *> The customer-master change journal, extended with the
    *> archive removals -- same before/after-image discipline as
    *> customer_master's maintenance actions.
    01 WS-JRNL-SEQ PIC 9(5) VALUE 0.
    01 WS-BEFORE-IMAGE PIC X(43).

    01 WS-INACTIVE-COUNT PIC 9(5) VALUE 0.
    01 WS-ARCHIVED-COUNT PIC 9(5) VALUE 0.

LOAD-LAST-CHANGE-DATES.
    MOVE SPACES TO WS-LAST-CHANGE-TABLE.
    MOVE 0 TO WS-LC-COUNT.
    OPEN INPUT JOURNAL-FILE.
    IF WS-JOURNAL-FILE-STATUS NOT = "00"
        DISPLAY "No customer journal on file, file status: "

NOTE-JOURNAL-CHANGE.
    IF JRNL-AFT-ID IS NUMERIC
        MOVE JRNL-AFT-ID TO WS-LC-WANTED-ID
        PERFORM NOTE-ONE-CHANGE-DATE
    END-IF.
    IF JRNL-BEF-ID IS NUMERIC
        MOVE JRNL-BEF-ID TO WS-LC-WANTED-ID
        PERFORM NOTE-ONE-CHANGE-DATE
    END-IF.

NOTE-ONE-CHANGE-DATE.
    IF WS-LC-WANTED-ID > 0
        PERFORM FIND-LAST-CHANGE-ENTRY
        IF WS-LC-FOUND-IDX = 0
            IF WS-LC-COUNT < 5000
                ADD 1 TO WS-LC-COUNT
                MOVE WS-LC-WANTED-ID TO WS-LC-CUST-ID(WS-LC-COUNT)
                MOVE WS-LC-COUNT TO WS-LC-FOUND-IDX
            ELSE
                DISPLAY "Last-change table full, customer dropped: "
                    WS-LC-WANTED-ID
            END-IF
        END-IF
        IF WS-LC-FOUND-IDX > 0
            MOVE JRNL-RUN-DATE TO WS-LAST-CHANGE(WS-LC-FOUND-IDX)
        END-IF
    END-IF.

FIND-LAST-CHANGE-ENTRY.
    MOVE 0 TO WS-LC-FOUND-IDX.
    PERFORM VARYING WS-LC-IDX FROM 1 BY 1
            UNTIL WS-LC-IDX > WS-LC-COUNT
                OR WS-LC-FOUND-IDX > 0
        IF WS-LC-CUST-ID(WS-LC-IDX) = WS-LC-WANTED-ID
            MOVE WS-LC-IDX TO WS-LC-FOUND-IDX
        END-IF
    END-PERFORM.

OPEN-FILES.
    OPEN I-O CUSTOMER-MASTER.
    IF WS-MASTER-STATUS NOT = "00"
            END-IF
    END-READ.

*> Id zero never gets a last-change entry -- the same guard
*> NOTE-ONE-CHANGE-DATE applies on the way in; a zero-id record has
*> no provable age and is left alone like any other unproven one.
JUDGE-ONE-INACTIVE-CUSTOMER.
    MOVE MAST-ID TO WS-LC-WANTED-ID.
    PERFORM FIND-LAST-CHANGE-ENTRY.
    IF WS-LC-FOUND-IDX = 0
        PERFORM NOTE-UNPROVEN-CUSTOMER
    ELSE
        IF WS-LAST-CHANGE(WS-LC-FOUND-IDX) IS NOT NUMERIC
            PERFORM NOTE-UNPROVEN-CUSTOMER
        ELSE
            MOVE WS-LAST-CHANGE(WS-LC-FOUND-IDX)
                TO WS-CHANGE-DATE-NUM
            COMPUTE WS-CHANGE-DAY =
                FUNCTION INTEGER-OF-DATE(WS-CHANGE-DATE-NUM)
            IF WS-CHANGE-DAY < WS-CUTOFF-DAY
ARCHIVE-ONE-CUSTOMER.
    MOVE SPACES TO CUSTOMER-ARCHIVE-RECORD.
    MOVE WS-RUN-DATE TO ARC-ARCHIVE-DATE.
    MOVE WS-LAST-CHANGE(WS-LC-FOUND-IDX) TO ARC-LAST-CHANGE.
    MOVE MASTER-RECORD TO ARC-CUSTOMER.
    MOVE MASTER-RECORD TO WS-BEFORE-IMAGE.
    WRITE CUSTOMER-ARCHIVE-RECORD.
