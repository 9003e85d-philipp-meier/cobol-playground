IDENTIFICATION DIVISION.

PROGRAM-ID. customer_change_feed.

*> Daily customer change feed for the downstream systems that keep
*> their own copy of the customer master. Every CUSTJRNL record
*> journaled since the last feed becomes one pipe-delimited D line
*> carrying the event (ADD, CHANGE, DEACTIVATE, DELETE, MERGE,
*> ARCHIVE, RESTORE), the customer, and the name, address and
*> status before and after, so the receiver can apply the change
*> without reading the master. A MERGE line carries the retired id
*> and the survivor it was folded into, taken from the CUSTXREF
*> cross-reference; the journal's MERGE-SURV record only repeats
*> the survivor's unchanged image and is not fed on its own. Same
*> H/D/T discipline as the GL extract: H names the run date, the
*> feed number and the journal positions covered, T carries the D
*> count and a hash total of the customer ids.
*> The journal is append-only, so the position of the last record
*> fed -- kept in the control file -- is what makes every change go
*> out exactly once. The position only moves after the whole feed
*> is written, so a run that dies part-way is simply rerun; a rerun
*> with nothing new journaled leaves the last feed in place. A
*> journal shorter than the recorded position has been replaced,
*> and the run is refused with RETURN-CODE 8 and no feed.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT JOURNAL-FILE ASSIGN TO "data/customer-journal.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-FILE-STATUS.

        SELECT XREF-FILE ASSIGN TO "data/customer-id-xref.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-XREF-FILE-STATUS.

        SELECT FEED-CONTROL-FILE ASSIGN TO
                "data/change-feed-control.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTROL-FILE-STATUS.

        SELECT FEED-FILE ASSIGN TO "data/customer-change-feed.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FEED-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
    FD JOURNAL-FILE.
    COPY CUSTJRNL.

    FD XREF-FILE.
    COPY CUSTXREF.

    FD FEED-CONTROL-FILE.
    01 FEED-CONTROL-RECORD.
        05 FC-LAST-POSITION PIC 9(9).
        05 FC-SEP1 PIC X.
        05 FC-LAST-FEED-NUM PIC 9(5).
        05 FC-SEP2 PIC X.
        05 FC-LAST-RUN-DATE PIC X(8).

    FD FEED-FILE.
    01 FEED-LINE PIC X(200).

WORKING-STORAGE SECTION.
    01 WS-JOURNAL-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-XREF-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-FEED-FILE-STATUS PIC XX VALUE SPACES.

    01 WS-EOF-FLAG PIC X VALUE 'N'.
        88 END-OF-INPUT-FILE VALUE 'Y'.

    01 WS-RUN-DATE PIC X(8) VALUE SPACES.

    *> Where the last feed stopped, and where this one stops.
    01 WS-LAST-POSITION PIC 9(9) VALUE 0.
    01 WS-FEED-NUM PIC 9(5) VALUE 0.
    01 WS-JOURNAL-COUNT PIC 9(9) VALUE 0.
    01 WS-POSITION PIC 9(9) VALUE 0.
    01 WS-FROM-POSITION PIC 9(9) VALUE 0.

    *> Retired id to survivor, one entry per executed merge.
    01 WS-XREF-TABLE.
        05 WS-XR-ENTRY OCCURS 5000 TIMES.
            10 WS-XR-RETIRED-ID PIC 9(7).
            10 WS-XR-SURVIVOR-ID PIC 9(7).
            10 WS-XR-MERGE-DATE PIC X(8).
    01 WS-XR-COUNT PIC 9(5) VALUE 0.
    01 WS-XR-IDX PIC 9(5).
    01 WS-XR-FULL-COUNT PIC 9(7) VALUE 0.

    *> The journal images laid out as master records, so the name,
    *> address and status can be fed separately.
    01 WS-BEFORE-IMAGE.
        05 WS-BEF-ID PIC X(7).
        05 WS-BEF-NAME PIC X(15).
        05 WS-BEF-ADDRESS PIC X(20).
        05 WS-BEF-STATUS PIC X.
    01 WS-AFTER-IMAGE.
        05 WS-AFT-ID PIC X(7).
        05 WS-AFT-NAME PIC X(15).
        05 WS-AFT-ADDRESS PIC X(20).
        05 WS-AFT-STATUS PIC X.

    01 WS-EVENT PIC X(10).
    01 WS-FEED-CUST-ID PIC X(7).
    01 WS-RETIRED-ID PIC X(7).
    01 WS-SURVIVOR-ID PIC X(7).
    01 WS-HASH-ID PIC 9(7).

    01 WS-DETAIL-COUNT PIC 9(9) VALUE 0.
    01 WS-ID-HASH PIC 9(15) VALUE 0.
    01 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
    01 WS-UNKNOWN-COUNT PIC 9(7) VALUE 0.
    01 WS-NO-SURVIVOR-COUNT PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM READ-FEED-CONTROL.
    PERFORM COUNT-JOURNAL-RECORDS.
    IF WS-JOURNAL-COUNT < WS-LAST-POSITION
        DISPLAY "Customer change feed REFUSED -- journal holds "
            WS-JOURNAL-COUNT " records, last feed ended at "
            WS-LAST-POSITION ", no feed produced"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-JOURNAL-COUNT = WS-LAST-POSITION
        DISPLAY "Customer change feed: nothing journaled since "
            "position " WS-LAST-POSITION
            ", last feed left in place"
        STOP RUN
    END-IF.
    PERFORM LOAD-XREF-TABLE.
    ADD 1 TO WS-FEED-NUM.
    COMPUTE WS-FROM-POSITION = WS-LAST-POSITION + 1.
    PERFORM WRITE-CHANGE-FEED.
    PERFORM WRITE-FEED-CONTROL.
    IF WS-UNKNOWN-COUNT > 0 OR WS-NO-SURVIVOR-COUNT > 0
            OR WS-XR-FULL-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    DISPLAY "Customer change feed " WS-FEED-NUM " complete. "
        "Journal positions " WS-FROM-POSITION " to "
        WS-JOURNAL-COUNT ", changes fed: " WS-DETAIL-COUNT.
    DISPLAY "Merge survivor records not fed separately: "
        WS-SKIPPED-COUNT ", unknown actions skipped: "
        WS-UNKNOWN-COUNT ", merges without a cross-reference: "
        WS-NO-SURVIVOR-COUNT.
    STOP RUN.

READ-FEED-CONTROL.
    OPEN INPUT FEED-CONTROL-FILE.
    IF WS-CONTROL-FILE-STATUS = "00"
        READ FEED-CONTROL-FILE
            NOT AT END
                IF FC-LAST-POSITION IS NUMERIC
                    MOVE FC-LAST-POSITION TO WS-LAST-POSITION
                END-IF
                IF FC-LAST-FEED-NUM IS NUMERIC
                    MOVE FC-LAST-FEED-NUM TO WS-FEED-NUM
                END-IF
        END-READ
        CLOSE FEED-CONTROL-FILE
    END-IF.

COUNT-JOURNAL-RECORDS.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT JOURNAL-FILE.
    IF WS-JOURNAL-FILE-STATUS NOT = "00"
        SET END-OF-INPUT-FILE TO TRUE
    END-IF.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ JOURNAL-FILE
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END ADD 1 TO WS-JOURNAL-COUNT
        END-READ
    END-PERFORM.
    IF WS-JOURNAL-FILE-STATUS NOT = "35"
        CLOSE JOURNAL-FILE
    END-IF.

LOAD-XREF-TABLE.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT XREF-FILE.
    IF WS-XREF-FILE-STATUS NOT = "00"
        SET END-OF-INPUT-FILE TO TRUE
    END-IF.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ XREF-FILE
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END
                IF WS-XR-COUNT < 5000
                    ADD 1 TO WS-XR-COUNT
                    MOVE XREF-RETIRED-ID
                        TO WS-XR-RETIRED-ID(WS-XR-COUNT)
                    MOVE XREF-SURVIVOR-ID
                        TO WS-XR-SURVIVOR-ID(WS-XR-COUNT)
                    MOVE XREF-MERGE-DATE
                        TO WS-XR-MERGE-DATE(WS-XR-COUNT)
                ELSE
                    ADD 1 TO WS-XR-FULL-COUNT
                END-IF
        END-READ
    END-PERFORM.
    IF WS-XREF-FILE-STATUS NOT = "35"
        CLOSE XREF-FILE
    END-IF.
    IF WS-XR-FULL-COUNT > 0
        DISPLAY "Cross-reference table full, records not loaded: "
            WS-XR-FULL-COUNT
    END-IF.

WRITE-CHANGE-FEED.
    OPEN OUTPUT FEED-FILE.
    MOVE SPACES TO FEED-LINE.
    STRING "H|" WS-RUN-DATE "|" WS-FEED-NUM "|" WS-FROM-POSITION
        "|" WS-JOURNAL-COUNT
        DELIMITED BY SIZE INTO FEED-LINE.
    WRITE FEED-LINE.
    MOVE 0 TO WS-POSITION.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT JOURNAL-FILE.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ JOURNAL-FILE
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-POSITION
                IF WS-POSITION > WS-LAST-POSITION
                        AND WS-POSITION NOT > WS-JOURNAL-COUNT
                    PERFORM FEED-ONE-JOURNAL-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE JOURNAL-FILE.
    MOVE SPACES TO FEED-LINE.
    STRING "T|" WS-DETAIL-COUNT "|" WS-ID-HASH
        DELIMITED BY SIZE INTO FEED-LINE.
    WRITE FEED-LINE.
    CLOSE FEED-FILE.

*> The journal's action names are the maintenance jobs' own; the
*> feed speaks the receiver's event names.
FEED-ONE-JOURNAL-RECORD.
    MOVE JRNL-BEFORE-IMAGE TO WS-BEFORE-IMAGE.
    MOVE JRNL-AFTER-IMAGE TO WS-AFTER-IMAGE.
    MOVE SPACES TO WS-RETIRED-ID WS-SURVIVOR-ID WS-EVENT.
    IF WS-AFT-ID NOT = SPACES
        MOVE WS-AFT-ID TO WS-FEED-CUST-ID
    ELSE
        MOVE WS-BEF-ID TO WS-FEED-CUST-ID
    END-IF.
    EVALUATE JRNL-ACTION
        WHEN "ADD"
            MOVE "ADD" TO WS-EVENT
        WHEN "UPDATE"
            MOVE "CHANGE" TO WS-EVENT
        WHEN "DEACTIVATE"
            MOVE "DEACTIVATE" TO WS-EVENT
        WHEN "DELETE"
            MOVE "DELETE" TO WS-EVENT
        WHEN "ARCHIVE"
            MOVE "ARCHIVE" TO WS-EVENT
        WHEN "RESTORE"
            MOVE "RESTORE" TO WS-EVENT
        WHEN "MERGE-DEL"
            MOVE "MERGE" TO WS-EVENT
            MOVE WS-BEF-ID TO WS-RETIRED-ID
            PERFORM FIND-MERGE-SURVIVOR
        WHEN "MERGE-SURV"
            ADD 1 TO WS-SKIPPED-COUNT
        WHEN OTHER
            DISPLAY "Journal position " WS-POSITION
                " has unknown action '" JRNL-ACTION "', not fed"
            ADD 1 TO WS-UNKNOWN-COUNT
    END-EVALUATE.
    IF WS-EVENT NOT = SPACES
        PERFORM WRITE-FEED-DETAIL
    END-IF.

*> A retired id can only be merged again after a restore brought it
*> back, so the latest cross-reference entry dated on or before the
*> journaled merge is the one that belongs to it; failing that, the
*> first entry for the id.
FIND-MERGE-SURVIVOR.
    PERFORM VARYING WS-XR-IDX FROM 1 BY 1
            UNTIL WS-XR-IDX > WS-XR-COUNT
        IF WS-XR-RETIRED-ID(WS-XR-IDX) = WS-BEF-ID
            IF WS-SURVIVOR-ID = SPACES
                    OR WS-XR-MERGE-DATE(WS-XR-IDX) NOT > JRNL-RUN-DATE
                MOVE WS-XR-SURVIVOR-ID(WS-XR-IDX) TO WS-SURVIVOR-ID
            END-IF
        END-IF
    END-PERFORM.
    IF WS-SURVIVOR-ID = SPACES
        DISPLAY "Journal position " WS-POSITION " merge of "
            WS-BEF-ID " has no cross-reference record"
        ADD 1 TO WS-NO-SURVIVOR-COUNT
    END-IF.

WRITE-FEED-DETAIL.
    ADD 1 TO WS-DETAIL-COUNT.
    IF WS-FEED-CUST-ID IS NUMERIC
        MOVE WS-FEED-CUST-ID TO WS-HASH-ID
        ADD WS-HASH-ID TO WS-ID-HASH
    END-IF.
    MOVE SPACES TO FEED-LINE.
    STRING "D|" WS-POSITION "|" FUNCTION TRIM(WS-EVENT) "|"
        WS-FEED-CUST-ID "|" JRNL-RUN-DATE "|"
        FUNCTION TRIM(WS-BEF-NAME) "|"
        FUNCTION TRIM(WS-BEF-ADDRESS) "|" WS-BEF-STATUS "|"
        FUNCTION TRIM(WS-AFT-NAME) "|"
        FUNCTION TRIM(WS-AFT-ADDRESS) "|" WS-AFT-STATUS "|"
        WS-RETIRED-ID "|" WS-SURVIVOR-ID "|"
        JRNL-MAKER "|" JRNL-CHECKER
        DELIMITED BY SIZE INTO FEED-LINE.
    WRITE FEED-LINE.

WRITE-FEED-CONTROL.
    OPEN OUTPUT FEED-CONTROL-FILE.
    MOVE SPACES TO FEED-CONTROL-RECORD.
    MOVE WS-JOURNAL-COUNT TO FC-LAST-POSITION.
    MOVE WS-FEED-NUM TO FC-LAST-FEED-NUM.
    MOVE WS-RUN-DATE TO FC-LAST-RUN-DATE.
    WRITE FEED-CONTROL-RECORD.
    CLOSE FEED-CONTROL-FILE.
