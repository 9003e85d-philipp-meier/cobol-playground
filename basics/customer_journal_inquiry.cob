FILE SECTION.
    FD INQUIRY-PARAM-FILE.
    01 INQUIRY-PARAM-RECORD.
        05 INQ-CUST-ID PIC 9(7).

    FD JOURNAL-FILE.
    COPY CUSTJRNL.
    01 WS-EOF-FLAG PIC X VALUE 'N'.
        88 END-OF-JOURNAL-FILE VALUE 'Y'.

    01 WS-WANTED-ID PIC X(7) VALUE SPACES.
    01 WS-MATCH-COUNT PIC 9(5) VALUE 0.
    01 WS-EDIT-COUNT PIC ZZZZ9.
    01 WS-DATE-EDIT PIC 9999/99/99.
    MOVE SPACES TO INQUIRY-REPORT-LINE.
    STRING WS-DATE-EDIT " seq " JRNL-SEQ " " JRNL-ACTION
        DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
    *> Maintenance changes carry who keyed and who approved them;
    *> batch archive/merge/restore records and older ones don't.
    IF JRNL-MAKER NOT = SPACES
        MOVE SPACES TO INQUIRY-REPORT-LINE
        STRING WS-DATE-EDIT " seq " JRNL-SEQ " " JRNL-ACTION
            " maker " JRNL-MAKER " checker " JRNL-CHECKER
            DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
    END-IF.
    WRITE INQUIRY-REPORT-LINE.
    MOVE SPACES TO INQUIRY-REPORT-LINE.
    STRING "  before: " JRNL-BEFORE-IMAGE
