    COPY GENCAT.

    FD GEN-IN-FILE.
    01 GEN-IN-LINE PIC X(200).

    FD GEN-OUT-FILE.
    01 GEN-OUT-LINE PIC X(200).

    FD ARCHIVE-FILE.
    01 ARCHIVE-LINE PIC X(200).

WORKING-STORAGE SECTION.
    01 WS-PARAM-FILE-STATUS PIC XX VALUE SPACES.
