        05 RST-DATE PIC X(8).

    FD ARCHIVE-FILE.
    01 ARCHIVE-LINE PIC X(200).

    FD GEN-OUT-FILE.
    01 GEN-OUT-LINE PIC X(200).

    FD CATALOG-FILE.
    COPY GENCAT.
