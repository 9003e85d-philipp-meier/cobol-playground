IDENTIFICATION DIVISION.

PROGRAM-ID. customer_integrity_check.

*> Scheduled referential integrity sweep over every file that
*> points at a customer id, checked against the live customer
*> master after merges, archives, restores and deletes:
*>   BALANCE   a balance record for an id no longer on the master
*>   XREF      a cross-reference whose survivor has since been
*>             archived or deleted, or whose retired id is live on
*>             the master again
*>   SUSPENSE  an open suspense item for an archived customer
*>   REVIEW    a NUM1 review item queued for an id no longer on the
*>             master (items from before the transaction reference
*>             carry no id and are not checked)
*>   ARCHIVE   an archived customer that is also live on the master
*>   MERGE     a merge candidate pair naming an id no longer on the
*>             master
*>   GROUP     a customer group member retired by a merge (its
*>             membership should have passed to the survivor) or no
*>             longer on the master -- basic-math adds no balance
*>             into the group total for it
*> Every finding is listed on data/integrity-report.txt with a count
*> per check and a RESULT line the morning summary lifts into its
*> verdict. RC 0 = every check passed, RC 4 = findings, RC 8 = the
*> master could not be opened and nothing was checked. A file that
*> isn't on disk is reported NOT ON FILE and passes.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CUSTOMER-MASTER ASSIGN TO "data/customer-master.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MAST-ID
            ALTERNATE RECORD KEY IS MAST-NAME WITH DUPLICATES
            FILE STATUS IS WS-MASTER-STATUS.

        SELECT BALANCE-FILE ASSIGN TO "data/customer-balance.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BAL-CUST-ID
            FILE STATUS IS WS-BALANCE-STATUS.

        SELECT XREF-FILE ASSIGN TO "data/customer-id-xref.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-XREF-FILE-STATUS.

        SELECT ARCHIVE-FILE ASSIGN TO "data/customer-archive.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

        SELECT SUSPENSE-FILE ASSIGN TO "data/basic-math-suspense.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

        SELECT REVIEW-QUEUE-FILE ASSIGN TO
                "data/conditionals-num1-review-queue.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-QUEUE-FILE-STATUS.

        SELECT MERGE-CANDIDATE-FILE ASSIGN TO
                "data/merge-candidates-out.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CANDIDATE-FILE-STATUS.

        SELECT GROUP-FILE ASSIGN TO "data/customer-groups.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GROUP-FILE-STATUS.

        SELECT INTEGRITY-REPORT-FILE ASSIGN TO
                "data/integrity-report.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
    FD CUSTOMER-MASTER.
    COPY CUSTREC REPLACING ==CUSTOMER-RECORD== BY ==MASTER-RECORD==
                            ==CUST-ID==         BY ==MAST-ID==
                            ==CUST-NAME==       BY ==MAST-NAME==
                            ==CUST-ADDRESS==    BY ==MAST-ADDRESS==
                            ==CUST-STATUS==     BY ==MAST-STATUS==
                            ==CUST-ACTIVE==     BY ==MAST-ACTIVE==
                            ==CUST-INACTIVE==   BY ==MAST-INACTIVE==.

    FD BALANCE-FILE.
    COPY CUSTBAL.

    FD XREF-FILE.
    COPY CUSTXREF.

    FD ARCHIVE-FILE.
    COPY CUSTARC.

    FD SUSPENSE-FILE.
    COPY SUSPREC.

    FD REVIEW-QUEUE-FILE.
    COPY NUM1RVW.

    FD MERGE-CANDIDATE-FILE.
    COPY MRGCAND.

    FD GROUP-FILE.
    COPY CUSTGRP.

    FD INTEGRITY-REPORT-FILE.
    01 INTEGRITY-LINE PIC X(100).

WORKING-STORAGE SECTION.
    01 WS-MASTER-STATUS PIC XX VALUE SPACES.
    01 WS-BALANCE-STATUS PIC XX VALUE SPACES.
    01 WS-XREF-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-ARCHIVE-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-SUSPENSE-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-QUEUE-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-CANDIDATE-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-GROUP-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.

    01 WS-EOF-FLAG PIC X VALUE 'N'.
        88 END-OF-INPUT-FILE VALUE 'Y'.

    01 WS-RUN-DATE PIC X(8) VALUE SPACES.
    01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
    01 WS-DATE-EDIT PIC 9999/99/99.

    *> Archived ids, loaded once so every check can tell an archived
    *> customer from one that is simply gone.
    01 WS-ARCHIVE-TABLE.
        05 WS-ARC-ID PIC 9(7) OCCURS 5000 TIMES.
    01 WS-ARC-COUNT PIC 9(5) VALUE 0.
    01 WS-ARC-IDX PIC 9(5).
    01 WS-ARC-OVERFLOW-COUNT PIC 9(7) VALUE 0.

    *> Retired ids and their survivors, kept while the XREF check
    *> reads the cross-reference so the GROUP check can name a
    *> merged-away member's survivor.
    01 WS-XREF-TABLE.
        05 WS-XR-ENTRY OCCURS 5000 TIMES.
            10 WS-XR-RETIRED-ID PIC 9(7).
            10 WS-XR-SURVIVOR-ID PIC 9(7).
    01 WS-XR-COUNT PIC 9(5) VALUE 0.
    01 WS-XR-IDX PIC 9(5).
    01 WS-XR-FOUND-IDX PIC 9(5).
    01 WS-XR-OVERFLOW-COUNT PIC 9(7) VALUE 0.

    01 WS-LOOKUP-ID PIC 9(7).
    01 WS-ON-MASTER-FLAG PIC X.
        88 ID-ON-MASTER VALUE 'Y'.
    01 WS-ON-ARCHIVE-FLAG PIC X.
        88 ID-ARCHIVED VALUE 'Y'.

    *> One row per check: name, records looked at, findings, and
    *> whether its file was on disk at all.
    01 WS-CHECK-TABLE.
        05 WS-CHECK-ENTRY OCCURS 7 TIMES.
            10 WS-CHK-NAME PIC X(8).
            10 WS-CHK-READ PIC 9(7).
            10 WS-CHK-FOUND PIC 9(7).
            10 WS-CHK-ON-FILE PIC X.
    01 WS-CHECK-IDX PIC 9.
    01 WS-TOTAL-FINDINGS PIC 9(7) VALUE 0.

    01 WS-FINDING-ID PIC 9(7).
    01 WS-FINDING-TEXT PIC X(60).
    01 WS-WHERE-TEXT PIC X(8).

    01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
    01 WS-EDIT-READ PIC ZZZ,ZZ9.
    01 WS-EDIT-ITEM PIC ZZZZ9.
    01 WS-CHECK-VERDICT PIC X(12).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM INITIALIZE-CHECK-TABLE.
    OPEN OUTPUT INTEGRITY-REPORT-FILE.
    PERFORM WRITE-REPORT-HEADER.
    OPEN INPUT CUSTOMER-MASTER.
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "Unable to open customer master, file status: "
            WS-MASTER-STATUS ", integrity sweep not run"
        MOVE "RESULT: *** NOT RUN, NO MASTER ***"
            TO INTEGRITY-LINE
        WRITE INTEGRITY-LINE
        MOVE "*** END OF REPORT ***" TO INTEGRITY-LINE
        WRITE INTEGRITY-LINE
        CLOSE INTEGRITY-REPORT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM LOAD-ARCHIVE-IDS.
    PERFORM CHECK-BALANCE-FILE.
    PERFORM CHECK-XREF-FILE.
    PERFORM CHECK-SUSPENSE-QUEUE.
    PERFORM CHECK-REVIEW-QUEUE.
    PERFORM CHECK-ARCHIVE-FILE.
    PERFORM CHECK-MERGE-CANDIDATES.
    PERFORM CHECK-GROUP-FILE.
    CLOSE CUSTOMER-MASTER.
    PERFORM WRITE-CHECK-SUMMARY.
    CLOSE INTEGRITY-REPORT-FILE.
    IF WS-TOTAL-FINDINGS > 0
        DISPLAY "Integrity sweep FAILED, findings: " WS-TOTAL-FINDINGS
            " -- see data/integrity-report.txt"
        MOVE 4 TO RETURN-CODE
    ELSE
        DISPLAY "Integrity sweep passed"
    END-IF.
    STOP RUN.

INITIALIZE-CHECK-TABLE.
    MOVE "BALANCE" TO WS-CHK-NAME(1).
    MOVE "XREF" TO WS-CHK-NAME(2).
    MOVE "SUSPENSE" TO WS-CHK-NAME(3).
    MOVE "REVIEW" TO WS-CHK-NAME(4).
    MOVE "ARCHIVE" TO WS-CHK-NAME(5).
    MOVE "MERGE" TO WS-CHK-NAME(6).
    MOVE "GROUP" TO WS-CHK-NAME(7).
    PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1 UNTIL WS-CHECK-IDX > 7
        MOVE 0 TO WS-CHK-READ(WS-CHECK-IDX)
        MOVE 0 TO WS-CHK-FOUND(WS-CHECK-IDX)
        MOVE 'N' TO WS-CHK-ON-FILE(WS-CHECK-IDX)
    END-PERFORM.

WRITE-REPORT-HEADER.
    MOVE "CUSTOMER REFERENCE INTEGRITY REPORT" TO INTEGRITY-LINE.
    WRITE INTEGRITY-LINE.
    MOVE WS-RUN-DATE-NUM TO WS-DATE-EDIT.
    MOVE SPACES TO INTEGRITY-LINE.
    STRING "Run date: " WS-DATE-EDIT DELIMITED BY SIZE
        INTO INTEGRITY-LINE.
    WRITE INTEGRITY-LINE.
    MOVE SPACES TO INTEGRITY-LINE.
    WRITE INTEGRITY-LINE.
    MOVE "FINDINGS" TO INTEGRITY-LINE.
    WRITE INTEGRITY-LINE.

LOAD-ARCHIVE-IDS.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT ARCHIVE-FILE.
    IF WS-ARCHIVE-FILE-STATUS NOT = "00"
        SET END-OF-INPUT-FILE TO TRUE
    ELSE
        MOVE 'Y' TO WS-CHK-ON-FILE(5)
    END-IF.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ ARCHIVE-FILE
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END
                IF WS-ARC-COUNT >= 5000
                    ADD 1 TO WS-ARC-OVERFLOW-COUNT
                ELSE
                    ADD 1 TO WS-ARC-COUNT
                    MOVE ARC-ID TO WS-ARC-ID(WS-ARC-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    IF WS-ARCHIVE-FILE-STATUS NOT = "35"
        CLOSE ARCHIVE-FILE
    END-IF.
    IF WS-ARC-OVERFLOW-COUNT > 0
        DISPLAY "Archive holds more than 5000 customers, "
            WS-ARC-OVERFLOW-COUNT " not checked"
    END-IF.

LOOKUP-MASTER.
    MOVE WS-LOOKUP-ID TO MAST-ID.
    READ CUSTOMER-MASTER
        INVALID KEY MOVE 'N' TO WS-ON-MASTER-FLAG
        NOT INVALID KEY MOVE 'Y' TO WS-ON-MASTER-FLAG
    END-READ.

LOOKUP-ARCHIVE.
    MOVE 'N' TO WS-ON-ARCHIVE-FLAG.
    PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
            UNTIL WS-ARC-IDX > WS-ARC-COUNT OR ID-ARCHIVED
        IF WS-ARC-ID(WS-ARC-IDX) = WS-LOOKUP-ID
            MOVE 'Y' TO WS-ON-ARCHIVE-FLAG
        END-IF
    END-PERFORM.

*> Says where an id that is not on the master went.
DESCRIBE-MISSING-ID.
    PERFORM LOOKUP-ARCHIVE.
    IF ID-ARCHIVED
        MOVE "ARCHIVED" TO WS-WHERE-TEXT
    ELSE
        MOVE "DELETED" TO WS-WHERE-TEXT
    END-IF.

WRITE-FINDING.
    ADD 1 TO WS-CHK-FOUND(WS-CHECK-IDX).
    ADD 1 TO WS-TOTAL-FINDINGS.
    MOVE SPACES TO INTEGRITY-LINE.
    STRING "  " WS-CHK-NAME(WS-CHECK-IDX) "  " WS-FINDING-ID "  "
        WS-FINDING-TEXT DELIMITED BY SIZE INTO INTEGRITY-LINE.
    WRITE INTEGRITY-LINE.

CHECK-BALANCE-FILE.
    MOVE 1 TO WS-CHECK-IDX.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT BALANCE-FILE.
    IF WS-BALANCE-STATUS NOT = "00"
        SET END-OF-INPUT-FILE TO TRUE
    ELSE
        MOVE 'Y' TO WS-CHK-ON-FILE(1)
        MOVE 0 TO BAL-CUST-ID
        START BALANCE-FILE KEY IS NOT LESS THAN BAL-CUST-ID
            INVALID KEY SET END-OF-INPUT-FILE TO TRUE
        END-START
    END-IF.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ BALANCE-FILE NEXT RECORD
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END PERFORM CHECK-ONE-BALANCE
        END-READ
    END-PERFORM.
    IF WS-CHK-ON-FILE(1) = 'Y'
        CLOSE BALANCE-FILE
    END-IF.

CHECK-ONE-BALANCE.
    ADD 1 TO WS-CHK-READ(1).
    MOVE BAL-CUST-ID TO WS-LOOKUP-ID.
    PERFORM LOOKUP-MASTER.
    IF NOT ID-ON-MASTER
        PERFORM DESCRIBE-MISSING-ID
        MOVE BAL-CUST-ID TO WS-FINDING-ID
        MOVE SPACES TO WS-FINDING-TEXT
        STRING "BALANCE RECORD, CUSTOMER " WS-WHERE-TEXT
            DELIMITED BY SIZE INTO WS-FINDING-TEXT
        PERFORM WRITE-FINDING
    END-IF.

CHECK-XREF-FILE.
    MOVE 2 TO WS-CHECK-IDX.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT XREF-FILE.
    IF WS-XREF-FILE-STATUS NOT = "00"
        SET END-OF-INPUT-FILE TO TRUE
    ELSE
        MOVE 'Y' TO WS-CHK-ON-FILE(2)
    END-IF.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ XREF-FILE
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END PERFORM CHECK-ONE-XREF
        END-READ
    END-PERFORM.
    IF WS-XREF-FILE-STATUS NOT = "35"
        CLOSE XREF-FILE
    END-IF.
    IF WS-XR-OVERFLOW-COUNT > 0
        DISPLAY "Cross-reference holds more than 5000 ids, "
            WS-XR-OVERFLOW-COUNT " not checked against the groups"
    END-IF.

*> basic-math redirects a retired id to its survivor, so a survivor
*> that has left the master turns every redirected transaction into
*> a suspense item; a retired id that is live again means the
*> redirect now hides a real customer.
CHECK-ONE-XREF.
    ADD 1 TO WS-CHK-READ(2).
    IF WS-XR-COUNT >= 5000
        ADD 1 TO WS-XR-OVERFLOW-COUNT
    ELSE
        ADD 1 TO WS-XR-COUNT
        MOVE XREF-RETIRED-ID TO WS-XR-RETIRED-ID(WS-XR-COUNT)
        MOVE XREF-SURVIVOR-ID TO WS-XR-SURVIVOR-ID(WS-XR-COUNT)
    END-IF.
    MOVE XREF-SURVIVOR-ID TO WS-LOOKUP-ID.
    PERFORM LOOKUP-MASTER.
    IF NOT ID-ON-MASTER
        PERFORM DESCRIBE-MISSING-ID
        MOVE XREF-RETIRED-ID TO WS-FINDING-ID
        MOVE SPACES TO WS-FINDING-TEXT
        STRING "RETIRED ID, SURVIVOR " XREF-SURVIVOR-ID " "
            WS-WHERE-TEXT DELIMITED BY SIZE INTO WS-FINDING-TEXT
        PERFORM WRITE-FINDING
    END-IF.
    MOVE XREF-RETIRED-ID TO WS-LOOKUP-ID.
    PERFORM LOOKUP-MASTER.
    IF ID-ON-MASTER
        MOVE XREF-RETIRED-ID TO WS-FINDING-ID
        MOVE SPACES TO WS-FINDING-TEXT
        STRING "RETIRED ID IS ON THE MASTER AGAIN, SURVIVOR "
            XREF-SURVIVOR-ID DELIMITED BY SIZE INTO WS-FINDING-TEXT
        PERFORM WRITE-FINDING
    END-IF.

CHECK-SUSPENSE-QUEUE.
    MOVE 3 TO WS-CHECK-IDX.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT SUSPENSE-FILE.
    IF WS-SUSPENSE-FILE-STATUS NOT = "00"
        SET END-OF-INPUT-FILE TO TRUE
    ELSE
        MOVE 'Y' TO WS-CHK-ON-FILE(3)
    END-IF.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ SUSPENSE-FILE
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END PERFORM CHECK-ONE-SUSPENSE-ITEM
        END-READ
    END-PERFORM.
    IF WS-SUSPENSE-FILE-STATUS NOT = "35"
        CLOSE SUSPENSE-FILE
    END-IF.

*> Suspense legitimately holds UNKNOWN CUSTOMER items, so only an
*> archived customer is a finding: a resubmit would suspend again
*> until the customer is restored.
CHECK-ONE-SUSPENSE-ITEM.
    ADD 1 TO WS-CHK-READ(3).
    IF SUSP-CUST-ID IS NUMERIC
        MOVE SUSP-CUST-ID TO WS-LOOKUP-ID
        PERFORM LOOKUP-MASTER
        IF NOT ID-ON-MASTER
            PERFORM LOOKUP-ARCHIVE
            IF ID-ARCHIVED
                MOVE SUSP-CUST-ID TO WS-FINDING-ID
                MOVE 0 TO WS-EDIT-ITEM
                IF SUSP-ITEM-NUM IS NUMERIC
                    MOVE SUSP-ITEM-NUM TO WS-EDIT-ITEM
                END-IF
                MOVE SPACES TO WS-FINDING-TEXT
                STRING "SUSPENSE ITEM " WS-EDIT-ITEM " DATED "
                    SUSP-DATE ", CUSTOMER ARCHIVED"
                    DELIMITED BY SIZE INTO WS-FINDING-TEXT
                PERFORM WRITE-FINDING
            END-IF
        END-IF
    END-IF.

CHECK-REVIEW-QUEUE.
    MOVE 4 TO WS-CHECK-IDX.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT REVIEW-QUEUE-FILE.
    IF WS-QUEUE-FILE-STATUS NOT = "00"
        SET END-OF-INPUT-FILE TO TRUE
    ELSE
        MOVE 'Y' TO WS-CHK-ON-FILE(4)
    END-IF.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ REVIEW-QUEUE-FILE
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END PERFORM CHECK-ONE-REVIEW-ITEM
        END-READ
    END-PERFORM.
    IF WS-QUEUE-FILE-STATUS NOT = "35"
        CLOSE REVIEW-QUEUE-FILE
    END-IF.

CHECK-ONE-REVIEW-ITEM.
    ADD 1 TO WS-CHK-READ(4).
    IF NR-CUST-ID IS NUMERIC
        MOVE NR-CUST-ID TO WS-LOOKUP-ID
        PERFORM LOOKUP-MASTER
        IF NOT ID-ON-MASTER
            PERFORM DESCRIBE-MISSING-ID
            MOVE NR-CUST-ID TO WS-FINDING-ID
            MOVE 0 TO WS-EDIT-ITEM
            IF NR-ITEM-NUM IS NUMERIC
                MOVE NR-ITEM-NUM TO WS-EDIT-ITEM
            END-IF
            MOVE SPACES TO WS-FINDING-TEXT
            STRING "REVIEW ITEM " WS-EDIT-ITEM " DATED " NR-BUS-DATE
                ", CUSTOMER " WS-WHERE-TEXT
                DELIMITED BY SIZE INTO WS-FINDING-TEXT
            PERFORM WRITE-FINDING
        END-IF
    END-IF.

*> customer_restore takes a restored customer off the archive; one
*> on both means a restore half-done or an id re-added by hand, and
*> restoring it again would fail as a duplicate.
CHECK-ARCHIVE-FILE.
    MOVE 5 TO WS-CHECK-IDX.
    PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
            UNTIL WS-ARC-IDX > WS-ARC-COUNT
        ADD 1 TO WS-CHK-READ(5)
        MOVE WS-ARC-ID(WS-ARC-IDX) TO WS-LOOKUP-ID
        PERFORM LOOKUP-MASTER
        IF ID-ON-MASTER
            MOVE WS-ARC-ID(WS-ARC-IDX) TO WS-FINDING-ID
            MOVE "ARCHIVED CUSTOMER IS ALSO ON THE MASTER"
                TO WS-FINDING-TEXT
            PERFORM WRITE-FINDING
        END-IF
    END-PERFORM.

CHECK-MERGE-CANDIDATES.
    MOVE 6 TO WS-CHECK-IDX.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT MERGE-CANDIDATE-FILE.
    IF WS-CANDIDATE-FILE-STATUS NOT = "00"
        SET END-OF-INPUT-FILE TO TRUE
    ELSE
        MOVE 'Y' TO WS-CHK-ON-FILE(6)
    END-IF.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ MERGE-CANDIDATE-FILE
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END PERFORM CHECK-ONE-CANDIDATE
        END-READ
    END-PERFORM.
    IF WS-CANDIDATE-FILE-STATUS NOT = "35"
        CLOSE MERGE-CANDIDATE-FILE
    END-IF.

*> A candidate pair is stale once either side has left the master --
*> typically already merged, so working it again would be rejected.
CHECK-ONE-CANDIDATE.
    ADD 1 TO WS-CHK-READ(6).
    MOVE MRG-ID-1 TO WS-LOOKUP-ID.
    PERFORM LOOKUP-MASTER.
    IF NOT ID-ON-MASTER
        PERFORM WRITE-CANDIDATE-FINDING
    ELSE
        MOVE MRG-ID-2 TO WS-LOOKUP-ID
        PERFORM LOOKUP-MASTER
        IF NOT ID-ON-MASTER
            PERFORM WRITE-CANDIDATE-FINDING
        END-IF
    END-IF.

WRITE-CANDIDATE-FINDING.
    PERFORM DESCRIBE-MISSING-ID.
    MOVE WS-LOOKUP-ID TO WS-FINDING-ID.
    MOVE SPACES TO WS-FINDING-TEXT.
    STRING "CANDIDATE PAIR " MRG-ID-1 "/" MRG-ID-2 ", THIS ID "
        WS-WHERE-TEXT DELIMITED BY SIZE INTO WS-FINDING-TEXT.
    PERFORM WRITE-FINDING.

CHECK-GROUP-FILE.
    MOVE 7 TO WS-CHECK-IDX.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT GROUP-FILE.
    IF WS-GROUP-FILE-STATUS NOT = "00"
        SET END-OF-INPUT-FILE TO TRUE
    ELSE
        MOVE 'Y' TO WS-CHK-ON-FILE(7)
    END-IF.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ GROUP-FILE
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END PERFORM CHECK-ONE-GROUP-MEMBER
        END-READ
    END-PERFORM.
    IF WS-GROUP-FILE-STATUS NOT = "35"
        CLOSE GROUP-FILE
    END-IF.

*> customer_merge hands a retired id's membership to its survivor,
*> so a retired id still in a group predates that or was put back
*> by hand; either way its group total now misses the survivor.
CHECK-ONE-GROUP-MEMBER.
    ADD 1 TO WS-CHK-READ(7).
    IF GRP-CUST-ID IS NUMERIC
        MOVE GRP-CUST-ID TO WS-LOOKUP-ID
        PERFORM LOOKUP-XREF-RETIRED
        IF WS-XR-FOUND-IDX > 0
            MOVE GRP-CUST-ID TO WS-FINDING-ID
            MOVE SPACES TO WS-FINDING-TEXT
            STRING "GROUP " GRP-GROUP-ID " MEMBER IS RETIRED, SURVIVOR "
                WS-XR-SURVIVOR-ID(WS-XR-FOUND-IDX)
                DELIMITED BY SIZE INTO WS-FINDING-TEXT
            PERFORM WRITE-FINDING
        ELSE
            PERFORM LOOKUP-MASTER
            IF NOT ID-ON-MASTER
                PERFORM DESCRIBE-MISSING-ID
                MOVE GRP-CUST-ID TO WS-FINDING-ID
                MOVE SPACES TO WS-FINDING-TEXT
                STRING "GROUP " GRP-GROUP-ID " MEMBER, CUSTOMER "
                    WS-WHERE-TEXT DELIMITED BY SIZE
                    INTO WS-FINDING-TEXT
                PERFORM WRITE-FINDING
            END-IF
        END-IF
    END-IF.

LOOKUP-XREF-RETIRED.
    MOVE 0 TO WS-XR-FOUND-IDX.
    PERFORM VARYING WS-XR-IDX FROM 1 BY 1
            UNTIL WS-XR-IDX > WS-XR-COUNT OR WS-XR-FOUND-IDX > 0
        IF WS-XR-RETIRED-ID(WS-XR-IDX) = WS-LOOKUP-ID
            MOVE WS-XR-IDX TO WS-XR-FOUND-IDX
        END-IF
    END-PERFORM.

WRITE-CHECK-SUMMARY.
    IF WS-TOTAL-FINDINGS = 0
        MOVE "  NONE" TO INTEGRITY-LINE
        WRITE INTEGRITY-LINE
    END-IF.
    MOVE SPACES TO INTEGRITY-LINE.
    WRITE INTEGRITY-LINE.
    MOVE "CHECK       RECORDS  FINDINGS  RESULT" TO INTEGRITY-LINE.
    WRITE INTEGRITY-LINE.
    PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1 UNTIL WS-CHECK-IDX > 7
        EVALUATE TRUE
            WHEN WS-CHK-ON-FILE(WS-CHECK-IDX) = 'N'
                MOVE "NOT ON FILE" TO WS-CHECK-VERDICT
            WHEN WS-CHK-FOUND(WS-CHECK-IDX) > 0
                MOVE "*** FAILED" TO WS-CHECK-VERDICT
            WHEN OTHER
                MOVE "PASSED" TO WS-CHECK-VERDICT
        END-EVALUATE
        MOVE WS-CHK-READ(WS-CHECK-IDX) TO WS-EDIT-READ
        MOVE WS-CHK-FOUND(WS-CHECK-IDX) TO WS-EDIT-COUNT
        MOVE SPACES TO INTEGRITY-LINE
        STRING WS-CHK-NAME(WS-CHECK-IDX) "  " WS-EDIT-READ "   "
            WS-EDIT-COUNT "  " WS-CHECK-VERDICT
            DELIMITED BY SIZE INTO INTEGRITY-LINE
        WRITE INTEGRITY-LINE
    END-PERFORM.
    MOVE SPACES TO INTEGRITY-LINE.
    WRITE INTEGRITY-LINE.
    MOVE WS-TOTAL-FINDINGS TO WS-EDIT-COUNT.
    MOVE SPACES TO INTEGRITY-LINE.
    STRING "Total findings: " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO INTEGRITY-LINE.
    WRITE INTEGRITY-LINE.
    IF WS-TOTAL-FINDINGS > 0
        MOVE "RESULT: *** FAILED ***" TO INTEGRITY-LINE
    ELSE
        MOVE "RESULT: PASSED" TO INTEGRITY-LINE
    END-IF.
    WRITE INTEGRITY-LINE.
    MOVE "*** END OF REPORT ***" TO INTEGRITY-LINE.
    WRITE INTEGRITY-LINE.
