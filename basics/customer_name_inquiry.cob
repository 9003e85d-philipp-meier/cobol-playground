    WRITE INQUIRY-REPORT-LINE.
    MOVE SPACES TO INQUIRY-REPORT-LINE.
    WRITE INQUIRY-REPORT-LINE.
    MOVE "  ID        NAME             ADDRESS               STATUS"
        TO INQUIRY-REPORT-LINE.
    WRITE INQUIRY-REPORT-LINE.

