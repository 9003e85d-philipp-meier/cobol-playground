FILE SECTION.
    FD RESTORE-PARAM-FILE.
    01 RESTORE-PARAM-RECORD.
        05 RSP-CUST-ID PIC 9(7).

    FD ARCHIVE-FILE.
    COPY CUSTARC.
        88 END-OF-ARCHIVE-FILE VALUE 'Y'.

    01 WS-RUN-DATE PIC X(8) VALUE SPACES.
    01 WS-WANTED-ID PIC 9(7).
    01 WS-JRNL-SEQ PIC 9(5) VALUE 0.
    01 WS-AFTER-IMAGE PIC X(43).

    *> Whole archive held in memory so it can be rewritten without
    *> the restored record -- same pattern as suspense maintenance.
        05 WS-ARC-ENTRY OCCURS 500 TIMES.
            10 WS-ARC-ARCHIVE-DATE PIC X(8).
            10 WS-ARC-LAST-CHANGE PIC X(8).
            10 WS-ARC-CUSTOMER PIC X(43).
            10 WS-ARC-DISP PIC X.
                88 ARC-KEPT     VALUE 'K'.
                88 ARC-RESTORED VALUE 'R'.
    MOVE 0 TO WS-MATCH-IDX.
    PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
            UNTIL WS-ARC-IDX > WS-ARC-COUNT
        IF WS-ARC-CUSTOMER(WS-ARC-IDX)(1:7) IS NUMERIC
                AND WS-ARC-CUSTOMER(WS-ARC-IDX)(1:7)
                    = RSP-CUST-ID
            MOVE WS-ARC-IDX TO WS-MATCH-IDX
        END-IF
