    01 SORT-RECORD.
        05 SR-NAME       PIC X(15).
        05 SR-ADDRESS    PIC X(20).
        05 SR-ID         PIC 9(7).

WORKING-STORAGE SECTION.
    01 WS-MASTER-STATUS PIC XX VALUE SPACES.
        05 WS-GROUP-ENTRY OCCURS 200 TIMES.
            10 WS-GRP-NAME    PIC X(15).
            10 WS-GRP-ADDRESS PIC X(20).
            10 WS-GRP-ID      PIC 9(7).
    01 WS-GROUP-COUNT PIC 9(3) VALUE 0.
    01 WS-GROUP-IDX PIC 9(3).
    01 WS-MEMBER-FLAG PIC X.
