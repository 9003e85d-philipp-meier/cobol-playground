
    01 WS-DETAIL-LINE.
        05 FILLER           PIC XX VALUE SPACES.
        05 WS-DL-ID         PIC 9(7).
        05 FILLER           PIC XXX VALUE SPACES.
        05 WS-DL-NAME       PIC X(15).
        05 FILLER           PIC XX VALUE SPACES.
    WRITE DIRECTORY-LINE.
    MOVE SPACES TO DIRECTORY-LINE.
    WRITE DIRECTORY-LINE.
    MOVE "  ID        NAME             ADDRESS               STATUS"
        TO DIRECTORY-LINE.
    WRITE DIRECTORY-LINE.
    MOVE "  ---   ---------------  --------------------  --------"
