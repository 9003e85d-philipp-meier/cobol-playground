*> last chain outcome per step from the run journal, the basic-math
*> edit and reconciliation results, open suspense items with the
*> oldest SUSP-DATE age, open and escalated review-queue counts,
*> customer maintenance rejects, customer maintenance waiting for
*> approval longer than the pending-approval aging days (each aged
*> item listed), audit sequence gaps, and the result of the last
*> customer reference integrity sweep. The verdict is CLEAN only
*> when the last chain completed, the file was accepted, the run
*> balanced, the integrity sweep passed, and every exception queue
*> and count is empty -- anything else is ATTENTION. A source file
*> that simply isn't on disk yet reads as NOT ON FILE and doesn't
*> raise the verdict on its own.

ENVIRONMENT DIVISION.

            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAINT-FILE-STATUS.

        SELECT PENDING-FILE ASSIGN TO "data/customer-pending.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PENDING-FILE-STATUS.

        SELECT PENDING-PARAM-FILE ASSIGN TO
                "data/customer-pending-params.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARAM-FILE-STATUS.

        SELECT INTEGRITY-REPORT-FILE ASSIGN TO
                "data/integrity-report.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INTEGRITY-FILE-STATUS.

        SELECT SUMMARY-FILE ASSIGN TO "data/ops-summary-report.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUMMARY-FILE-STATUS.
    FD MAINT-REPORT-FILE.
    01 MAINT-REPORT-LINE PIC X(80).

    FD PENDING-FILE.
    COPY CUSTPND.

    FD PENDING-PARAM-FILE.
    01 PENDING-PARAM-RECORD.
        05 PP-AGING-DAYS PIC 9(3).

    FD INTEGRITY-REPORT-FILE.
    01 INTEGRITY-LINE PIC X(100).

    FD SUMMARY-FILE.
    01 SUMMARY-LINE PIC X(100).

    01 WS-REJECT-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-MAINT-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-SUMMARY-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-PENDING-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-PARAM-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-INTEGRITY-FILE-STATUS PIC XX VALUE SPACES.

    01 WS-EOF-FLAG PIC X VALUE 'N'.
        88 END-OF-INPUT-FILE VALUE 'Y'.
    01 WS-MAINT-ON-FILE-FLAG PIC X VALUE 'N'.
        88 MAINT-REPORT-ON-FILE VALUE 'Y'.

    *> Customer maintenance waiting on a checker. Items pending
    *> longer than the aging days customer_approval uses are aged
    *> and listed by number; the first twenty are held for the page.
    COPY CUSTTRN.
    01 WS-PENDING-AGING-DAYS PIC 9(3) VALUE 3.
    01 WS-PENDING-COUNT PIC 9(5) VALUE 0.
    01 WS-AGED-PENDING-COUNT PIC 9(5) VALUE 0.
    01 WS-PENDING-ON-FILE-FLAG PIC X VALUE 'N'.
        88 PENDING-ON-FILE VALUE 'Y'.
    01 WS-DAYS-PENDING PIC 9(5).
    01 WS-ENTERED-DATE-NUM PIC 9(8).
    01 WS-AGED-TABLE.
        05 WS-AGED-LINE PIC X(60) OCCURS 20 TIMES.
    01 WS-AGED-IDX PIC 9(3).
    01 WS-EDIT-ITEM PIC ZZZZ9.

    01 WS-INTEGRITY-RESULT PIC X(30) VALUE "NOT ON FILE".
    01 WS-INTEGRITY-FINDINGS PIC X(10) VALUE SPACES.

    01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
    01 WS-EDIT-DAYS PIC ZZZZ9.

    PERFORM GATHER-SUSPENSE-AGING.
    PERFORM GATHER-REVIEW-QUEUE.
    PERFORM GATHER-CUSTOMER-REJECTS.
    PERFORM GATHER-PENDING-APPROVALS.
    PERFORM GATHER-AUDIT-GAPS.
    PERFORM GATHER-INTEGRITY-RESULT.
    PERFORM JUDGE-OVERALL-VERDICT.
    PERFORM WRITE-SUMMARY-REPORT.
    IF NEEDS-ATTENTION
        CLOSE REJECT-REPORT-FILE
    END-IF.

GATHER-PENDING-APPROVALS.
    OPEN INPUT PENDING-PARAM-FILE.
    IF WS-PARAM-FILE-STATUS = "00"
        READ PENDING-PARAM-FILE
            NOT AT END
                IF PP-AGING-DAYS IS NUMERIC AND PP-AGING-DAYS > 0
                    MOVE PP-AGING-DAYS TO WS-PENDING-AGING-DAYS
                END-IF
        END-READ
        CLOSE PENDING-PARAM-FILE
    END-IF.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT PENDING-FILE.
    IF WS-PENDING-FILE-STATUS NOT = "00"
        SET END-OF-INPUT-FILE TO TRUE
    ELSE
        SET PENDING-ON-FILE TO TRUE
    END-IF.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ PENDING-FILE
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END PERFORM COUNT-ONE-PENDING-ITEM
        END-READ
    END-PERFORM.
    IF WS-PENDING-FILE-STATUS NOT = "35"
        CLOSE PENDING-FILE
    END-IF.

COUNT-ONE-PENDING-ITEM.
    ADD 1 TO WS-PENDING-COUNT.
    MOVE 0 TO WS-DAYS-PENDING.
    IF PEND-ENTERED-DATE IS NUMERIC
        MOVE PEND-ENTERED-DATE TO WS-ENTERED-DATE-NUM
        IF FUNCTION INTEGER-OF-DATE(WS-ENTERED-DATE-NUM) > 0
            COMPUTE WS-DAYS-PENDING =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                - FUNCTION INTEGER-OF-DATE(WS-ENTERED-DATE-NUM)
        END-IF
    END-IF.
    IF WS-DAYS-PENDING > WS-PENDING-AGING-DAYS
        ADD 1 TO WS-AGED-PENDING-COUNT
        IF WS-AGED-PENDING-COUNT <= 20
            MOVE PEND-TRANS-IMAGE TO CUST-TRANS-RECORD
            MOVE PEND-ITEM-NUM TO WS-EDIT-ITEM
            MOVE WS-DAYS-PENDING TO WS-EDIT-DAYS
            MOVE SPACES TO WS-AGED-LINE(WS-AGED-PENDING-COUNT)
            STRING "    Item " WS-EDIT-ITEM "  " CTRN-ACTION " "
                CTRN-ID "  maker " CTRN-MAKER "  days " WS-EDIT-DAYS
                DELIMITED BY SIZE
                INTO WS-AGED-LINE(WS-AGED-PENDING-COUNT)
        END-IF
    END-IF.

GATHER-AUDIT-GAPS.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT MAINT-REPORT-FILE.
        CLOSE MAINT-REPORT-FILE
    END-IF.

GATHER-INTEGRITY-RESULT.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT INTEGRITY-REPORT-FILE.
    IF WS-INTEGRITY-FILE-STATUS NOT = "00"
        SET END-OF-INPUT-FILE TO TRUE
    END-IF.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ INTEGRITY-REPORT-FILE
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END
                IF INTEGRITY-LINE(1:8) = "RESULT: "
                    MOVE INTEGRITY-LINE(9:30) TO WS-INTEGRITY-RESULT
                END-IF
                IF INTEGRITY-LINE(1:16) = "Total findings: "
                    MOVE INTEGRITY-LINE(17:10)
                        TO WS-INTEGRITY-FINDINGS
                END-IF
        END-READ
    END-PERFORM.
    IF WS-INTEGRITY-FILE-STATUS NOT = "35"
        CLOSE INTEGRITY-REPORT-FILE
    END-IF.

JUDGE-OVERALL-VERDICT.
    PERFORM JUDGE-ONE-STEP VARYING WS-STEP-IDX FROM 1 BY 1
        UNTIL WS-STEP-IDX > WS-STEP-COUNT.
    IF WS-EDIT-RESULT(1:13) = "FILE REFUSED "
            OR WS-EDIT-RESULT(1:20) = "SOURCE NOT PROCESSED"
        SET NEEDS-ATTENTION TO TRUE
    END-IF.
    IF WS-RECON-RESULT(1:3) = "***"
        SET NEEDS-ATTENTION TO TRUE
    END-IF.
    IF WS-INTEGRITY-RESULT(1:3) = "***"
        SET NEEDS-ATTENTION TO TRUE
    END-IF.
    IF WS-SUSP-COUNT > 0 OR WS-OPEN-REVIEW-COUNT > 0
            OR WS-ESC-REVIEW-COUNT > 0 OR WS-REJECT-COUNT > 0
            OR WS-GAP-COUNT > 0 OR WS-AGED-PENDING-COUNT > 0
        SET NEEDS-ATTENTION TO TRUE
    END-IF.

        WRITE SUMMARY-LINE
    END-IF.

    MOVE "CUSTOMER MAINTENANCE PENDING APPROVAL" TO SUMMARY-LINE.
    WRITE SUMMARY-LINE.
    IF PENDING-ON-FILE
        MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT
        MOVE SPACES TO SUMMARY-LINE
        STRING "  Pending   : " WS-EDIT-COUNT
            DELIMITED BY SIZE INTO SUMMARY-LINE
        WRITE SUMMARY-LINE
        MOVE WS-AGED-PENDING-COUNT TO WS-EDIT-COUNT
        MOVE WS-PENDING-AGING-DAYS TO WS-EDIT-DAYS
        MOVE SPACES TO SUMMARY-LINE
        STRING "  Older than" WS-EDIT-DAYS " days: " WS-EDIT-COUNT
            DELIMITED BY SIZE INTO SUMMARY-LINE
        WRITE SUMMARY-LINE
        PERFORM VARYING WS-AGED-IDX FROM 1 BY 1
                UNTIL WS-AGED-IDX > WS-AGED-PENDING-COUNT
                   OR WS-AGED-IDX > 20
            MOVE WS-AGED-LINE(WS-AGED-IDX) TO SUMMARY-LINE
            WRITE SUMMARY-LINE
        END-PERFORM
        IF WS-AGED-PENDING-COUNT > 20
            MOVE "    ... more on data/customer-pending-report.txt"
                TO SUMMARY-LINE
            WRITE SUMMARY-LINE
        END-IF
    ELSE
        MOVE "  NOT ON FILE" TO SUMMARY-LINE
        WRITE SUMMARY-LINE
    END-IF.

    MOVE "AUDIT TRAIL" TO SUMMARY-LINE.
    WRITE SUMMARY-LINE.
    IF MAINT-REPORT-ON-FILE
        WRITE SUMMARY-LINE
    END-IF.

    MOVE "CUSTOMER REFERENCE INTEGRITY" TO SUMMARY-LINE.
    WRITE SUMMARY-LINE.
    MOVE SPACES TO SUMMARY-LINE.
    IF WS-INTEGRITY-FINDINGS = SPACES
        STRING "  " WS-INTEGRITY-RESULT DELIMITED BY SIZE
            INTO SUMMARY-LINE
    ELSE
        STRING "  " WS-INTEGRITY-RESULT " Findings: "
            WS-INTEGRITY-FINDINGS DELIMITED BY SIZE INTO SUMMARY-LINE
    END-IF.
    WRITE SUMMARY-LINE.

    MOVE SPACES TO SUMMARY-LINE.
    WRITE SUMMARY-LINE.
    MOVE "*** END OF REPORT ***" TO SUMMARY-LINE.
