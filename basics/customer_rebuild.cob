
    01 WS-FOUND-FLAG PIC X.
        88 RECORD-FOUND VALUE 'Y'.
    01 WS-COMPARE-IMAGE PIC X(43).

    01 WS-EDIT-COUNT PIC ZZZ,ZZ9.

