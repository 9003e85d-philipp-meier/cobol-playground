FILE SECTION.
    FD INQUIRY-PARAM-FILE.
    01 INQUIRY-PARAM-RECORD.
        05 INQ-CUST-ID PIC 9(7).
        05 INQ-SEP1 PIC X.
        05 INQ-DAYS-BACK PIC 9(3).


    01 WS-RUN-DATE PIC X(8) VALUE SPACES.
    01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
    01 WS-WANTED-ID PIC 9(7).
    01 WS-WANTED-ID-TEXT PIC X(7).
    01 WS-DAYS-BACK PIC 9(3) VALUE 7.
    01 WS-WINDOW-START-DAY PIC 9(7).

    01 WS-GEN-IDX PIC 9(3).
    01 WS-RES-BASE PIC X(30) VALUE "data/basic-math-res-out".

    *> Generations written while the customer id was three digits
    *> wide are shifted into the current layout as they are read --
    *> see NORMALIZE-RES-RECORD.
    01 WS-OLD-ID-LINE PIC X(200).
    01 WS-OLD-CUST-ID PIC 9(3).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            READ RES-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
                NOT AT END
                    PERFORM NORMALIZE-RES-RECORD
                    IF RES-CUST-ID = WS-WANTED-ID-TEXT
                        PERFORM PRINT-ONE-RESULT-LINE
                    END-IF
        CLOSE RES-FILE
    END-IF.

*> A result written while the customer id was three digits wide has
*> a space where the fourth id digit now sits, and every field after
*> the id four bytes to the left. Such a record is moved across into
*> the current layout before it is matched to the customer.
NORMALIZE-RES-RECORD.
    IF RES-RECORD(4:1) = SPACE
        MOVE RES-RECORD TO WS-OLD-ID-LINE
        MOVE WS-OLD-ID-LINE(1:3) TO WS-OLD-CUST-ID
        MOVE SPACES TO RES-RECORD
        MOVE WS-OLD-ID-LINE(4:) TO RES-RECORD(8:)
        MOVE WS-OLD-CUST-ID TO RES-CUST-ID
    END-IF.

PRINT-ONE-RESULT-LINE.
    ADD 1 TO WS-RESULT-COUNT.
    MOVE WS-GEN-DATE(WS-GEN-IDX) TO WS-DATE-NUM.
