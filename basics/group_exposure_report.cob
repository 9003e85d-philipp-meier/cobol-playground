IDENTIFICATION DIVISION.

PROGRAM-ID. group_exposure_report.

*> Customer group exposure report. For each group on the group
*> file, in group order, lists the members with their own limit and
*> period-to-date from the live balance file, then the group's
*> combined period-to-date as a percentage of the group limit and
*> the headroom left before basic-math starts suspending the
*> members GROUP OVER LIMIT. Groups at or above the utilization
*> warning threshold (the same parameter file as the customer
*> utilization report, default 80 percent) are flagged.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT UTIL-PARAM-FILE ASSIGN TO
                "data/utilization-params.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARAM-FILE-STATUS.

        SELECT GROUP-FILE ASSIGN TO "data/customer-groups.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GROUP-FILE-STATUS.

        SELECT BALANCE-FILE ASSIGN TO "data/customer-balance.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BAL-CUST-ID
            FILE STATUS IS WS-BALANCE-STATUS.

        SELECT GROUP-REPORT-FILE ASSIGN TO
                "data/group-exposure-report.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
    FD UTIL-PARAM-FILE.
    01 UTIL-PARAM-RECORD.
        05 UP-WARN-THRESHOLD PIC 9(3).

    FD GROUP-FILE.
    COPY CUSTGRP.

    FD BALANCE-FILE.
    COPY CUSTBAL.

    FD GROUP-REPORT-FILE.
    01 GROUP-LINE PIC X(100).

WORKING-STORAGE SECTION.
    01 WS-PARAM-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-GROUP-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-BALANCE-STATUS PIC XX VALUE SPACES.
    01 WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.

    *> Utilization percentage at or above which a group is flagged.
    01 WS-WARN-THRESHOLD PIC 9(3) VALUE 80.

    01 WS-RUN-DATE PIC X(8) VALUE SPACES.
    01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
    01 WS-DATE-EDIT PIC 9999/99/99.

    01 WS-BALANCE-FLAG PIC X VALUE 'N'.
        88 BALANCES-AVAILABLE VALUE 'Y'.

    *> The group file, one entry per member, and the distinct group
    *> ids on it sorted ascending for the report order.
    01 WS-GM-TABLE.
        05 WS-GM-ENTRY OCCURS 2000 TIMES.
            10 WS-GM-GROUP-ID PIC 9(5).
            10 WS-GM-CUST-ID PIC 9(7).
            10 WS-GM-LIMIT PIC 9(9)V99.
    01 WS-GM-COUNT PIC 9(4) VALUE 0.
    01 WS-GM-IDX PIC 9(4).
    01 WS-GM-FULL-COUNT PIC 9(5) VALUE 0.

    01 WS-GID-TABLE.
        05 WS-GID-ENTRY OCCURS 2000 TIMES.
            10 WS-GID-GROUP-ID PIC 9(5).
            10 WS-GID-LIMIT PIC 9(9)V99.
    01 WS-GID-COUNT PIC 9(4) VALUE 0.
    01 WS-GID-IDX PIC 9(4).
    01 WS-GID-FOUND-IDX PIC 9(4).
    01 WS-SORT-IDX PIC 9(4).
    01 WS-SWAP-ENTRY.
        05 WS-SWAP-GROUP-ID PIC 9(5).
        05 WS-SWAP-LIMIT PIC 9(9)V99.

    *> Members' period-to-date, kept per member while a group's
    *> lines are built so each member's share of the group total
    *> can be shown.
    01 WS-MEMBER-TABLE.
        05 WS-MB-ENTRY OCCURS 2000 TIMES.
            10 WS-MB-CUST-ID PIC 9(7).
            10 WS-MB-FOUND PIC X.
            10 WS-MB-LIMIT PIC 9(9)V99.
            10 WS-MB-PTD PIC 9(9)V99.
    01 WS-MB-COUNT PIC 9(4) VALUE 0.
    01 WS-MB-IDX PIC 9(4).

    01 WS-GROUP-PTD-TOTAL PIC 9(11)V99.
    01 WS-GROUP-LIMIT PIC 9(9)V99.
    01 WS-UTIL-PCT PIC 9(4)V9.
    01 WS-SHARE-PCT PIC 9(3)V9.
    01 WS-HEADROOM PIC S9(11)V99.
    01 WS-FLAG-TEXT PIC X(16).
    01 WS-LIMIT-TEXT PIC X(14).
    01 WS-PTD-TEXT PIC X(18).
    01 WS-SHARE-TEXT PIC X(6).

    01 WS-MEMBER-COUNT PIC 9(5) VALUE 0.
    01 WS-HOT-GROUP-COUNT PIC 9(5) VALUE 0.
    01 WS-OVER-GROUP-COUNT PIC 9(5) VALUE 0.
    01 WS-NO-BALANCE-COUNT PIC 9(5) VALUE 0.

    01 WS-EDIT-PCT PIC Z,ZZ9.9.
    01 WS-EDIT-SHARE PIC ZZ9.9.
    01 WS-EDIT-LIMIT PIC ZZZ,ZZZ,ZZ9.99.
    01 WS-EDIT-AMT PIC ZZZ,ZZZ,ZZ9.99.
    01 WS-EDIT-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
    01 WS-EDIT-HEADROOM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
    01 WS-EDIT-THRESHOLD PIC ZZ9.
    01 WS-EDIT-COUNT PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM READ-UTIL-PARAMETERS.
    PERFORM LOAD-GROUP-FILE.
    PERFORM SORT-GROUP-IDS.
    OPEN INPUT BALANCE-FILE.
    IF WS-BALANCE-STATUS = "00"
        SET BALANCES-AVAILABLE TO TRUE
    END-IF.
    OPEN OUTPUT GROUP-REPORT-FILE.
    PERFORM WRITE-REPORT-HEADER.
    PERFORM WRITE-GROUP-SECTION
        VARYING WS-GID-IDX FROM 1 BY 1 UNTIL WS-GID-IDX > WS-GID-COUNT.
    PERFORM WRITE-REPORT-TOTALS.
    MOVE "*** END OF REPORT ***" TO GROUP-LINE.
    WRITE GROUP-LINE.
    CLOSE GROUP-REPORT-FILE.
    IF BALANCES-AVAILABLE
        CLOSE BALANCE-FILE
    ELSE
        MOVE 4 TO RETURN-CODE
    END-IF.
    DISPLAY "Group exposure report written to "
        "data/group-exposure-report.txt. Groups: " WS-GID-COUNT
        ", above " WS-WARN-THRESHOLD "%: " WS-HOT-GROUP-COUNT.
    STOP RUN.

READ-UTIL-PARAMETERS.
    OPEN INPUT UTIL-PARAM-FILE.
    IF WS-PARAM-FILE-STATUS = "00"
        READ UTIL-PARAM-FILE
            NOT AT END
                IF UP-WARN-THRESHOLD IS NUMERIC
                        AND UP-WARN-THRESHOLD > 0
                    MOVE UP-WARN-THRESHOLD TO WS-WARN-THRESHOLD
                END-IF
        END-READ
        CLOSE UTIL-PARAM-FILE
    END-IF.

LOAD-GROUP-FILE.
    OPEN INPUT GROUP-FILE.
    IF WS-GROUP-FILE-STATUS = "00"
        PERFORM UNTIL WS-GROUP-FILE-STATUS = "10"
            READ GROUP-FILE
                AT END MOVE "10" TO WS-GROUP-FILE-STATUS
                NOT AT END PERFORM STORE-GROUP-MEMBER
            END-READ
        END-PERFORM
        CLOSE GROUP-FILE
    END-IF.

STORE-GROUP-MEMBER.
    IF GRP-GROUP-ID IS NUMERIC AND GRP-CUST-ID IS NUMERIC
        IF WS-GM-COUNT >= 2000
            ADD 1 TO WS-GM-FULL-COUNT
        ELSE
            ADD 1 TO WS-GM-COUNT
            MOVE GRP-GROUP-ID TO WS-GM-GROUP-ID(WS-GM-COUNT)
            MOVE GRP-CUST-ID TO WS-GM-CUST-ID(WS-GM-COUNT)
            MOVE GRP-LIMIT TO WS-GM-LIMIT(WS-GM-COUNT)
            PERFORM NOTE-GROUP-ID
        END-IF
    END-IF.

NOTE-GROUP-ID.
    MOVE 0 TO WS-GID-FOUND-IDX.
    PERFORM VARYING WS-GID-IDX FROM 1 BY 1
            UNTIL WS-GID-IDX > WS-GID-COUNT OR WS-GID-FOUND-IDX > 0
        IF WS-GID-GROUP-ID(WS-GID-IDX) = GRP-GROUP-ID
            MOVE WS-GID-IDX TO WS-GID-FOUND-IDX
        END-IF
    END-PERFORM.
    IF WS-GID-FOUND-IDX = 0
        ADD 1 TO WS-GID-COUNT
        MOVE GRP-GROUP-ID TO WS-GID-GROUP-ID(WS-GID-COUNT)
        MOVE WS-GM-LIMIT(WS-GM-COUNT) TO WS-GID-LIMIT(WS-GID-COUNT)
    END-IF.

*> Simple exchange sort -- the group list is short.
SORT-GROUP-IDS.
    PERFORM VARYING WS-GID-IDX FROM 1 BY 1
            UNTIL WS-GID-IDX >= WS-GID-COUNT
        PERFORM VARYING WS-SORT-IDX FROM WS-GID-IDX BY 1
                UNTIL WS-SORT-IDX > WS-GID-COUNT
            IF WS-GID-GROUP-ID(WS-SORT-IDX)
                    < WS-GID-GROUP-ID(WS-GID-IDX)
                MOVE WS-GID-ENTRY(WS-GID-IDX) TO WS-SWAP-ENTRY
                MOVE WS-GID-ENTRY(WS-SORT-IDX)
                    TO WS-GID-ENTRY(WS-GID-IDX)
                MOVE WS-SWAP-ENTRY TO WS-GID-ENTRY(WS-SORT-IDX)
            END-IF
        END-PERFORM
    END-PERFORM.

WRITE-REPORT-HEADER.
    MOVE "CUSTOMER GROUP EXPOSURE REPORT" TO GROUP-LINE.
    WRITE GROUP-LINE.
    MOVE WS-RUN-DATE-NUM TO WS-DATE-EDIT.
    MOVE SPACES TO GROUP-LINE.
    STRING "Run date: " WS-DATE-EDIT DELIMITED BY SIZE
        INTO GROUP-LINE.
    WRITE GROUP-LINE.
    MOVE WS-WARN-THRESHOLD TO WS-EDIT-THRESHOLD.
    MOVE SPACES TO GROUP-LINE.
    STRING "Groups flagged at or above " WS-EDIT-THRESHOLD
        " percent of group limit" DELIMITED BY SIZE INTO GROUP-LINE.
    WRITE GROUP-LINE.
    MOVE SPACES TO GROUP-LINE.
    WRITE GROUP-LINE.
    IF NOT BALANCES-AVAILABLE
        MOVE SPACES TO GROUP-LINE
        STRING "  Balance file not available, file status: "
            WS-BALANCE-STATUS ", period-to-date shown as zero"
            DELIMITED BY SIZE INTO GROUP-LINE
        WRITE GROUP-LINE
        MOVE SPACES TO GROUP-LINE
        WRITE GROUP-LINE
    END-IF.
    IF WS-GID-COUNT = 0
        MOVE "  No customer groups on file" TO GROUP-LINE
        WRITE GROUP-LINE
        MOVE SPACES TO GROUP-LINE
        WRITE GROUP-LINE
    END-IF.

*> The members are collected first, so the group total is known
*> before each member's share of it is printed.
WRITE-GROUP-SECTION.
    MOVE WS-GID-LIMIT(WS-GID-IDX) TO WS-GROUP-LIMIT.
    MOVE 0 TO WS-MB-COUNT.
    MOVE 0 TO WS-GROUP-PTD-TOTAL.
    PERFORM VARYING WS-GM-IDX FROM 1 BY 1
            UNTIL WS-GM-IDX > WS-GM-COUNT
        IF WS-GM-GROUP-ID(WS-GM-IDX) = WS-GID-GROUP-ID(WS-GID-IDX)
            PERFORM COLLECT-MEMBER
        END-IF
    END-PERFORM.

    MOVE SPACES TO WS-LIMIT-TEXT.
    IF WS-GROUP-LIMIT > 0
        MOVE WS-GROUP-LIMIT TO WS-EDIT-LIMIT
        MOVE WS-EDIT-LIMIT TO WS-LIMIT-TEXT
    ELSE
        MOVE "   NOT CHECKED" TO WS-LIMIT-TEXT
    END-IF.
    MOVE SPACES TO GROUP-LINE.
    STRING "GROUP " WS-GID-GROUP-ID(WS-GID-IDX) "   GROUP LIMIT "
        WS-LIMIT-TEXT DELIMITED BY SIZE INTO GROUP-LINE.
    WRITE GROUP-LINE.
    MOVE SPACES TO GROUP-LINE.
    STRING "  CUST ID        OWN LIMIT    PERIOD-TO-DATE  SHARE%"
        DELIMITED BY SIZE INTO GROUP-LINE.
    WRITE GROUP-LINE.
    PERFORM WRITE-MEMBER-LINE
        VARYING WS-MB-IDX FROM 1 BY 1 UNTIL WS-MB-IDX > WS-MB-COUNT.
    PERFORM WRITE-GROUP-TOTAL-LINE.
    MOVE SPACES TO GROUP-LINE.
    WRITE GROUP-LINE.

COLLECT-MEMBER.
    ADD 1 TO WS-MB-COUNT.
    ADD 1 TO WS-MEMBER-COUNT.
    MOVE WS-GM-CUST-ID(WS-GM-IDX) TO WS-MB-CUST-ID(WS-MB-COUNT).
    MOVE 'N' TO WS-MB-FOUND(WS-MB-COUNT).
    MOVE 0 TO WS-MB-LIMIT(WS-MB-COUNT).
    MOVE 0 TO WS-MB-PTD(WS-MB-COUNT).
    IF BALANCES-AVAILABLE
        MOVE WS-GM-CUST-ID(WS-GM-IDX) TO BAL-CUST-ID
        READ BALANCE-FILE
            INVALID KEY
                ADD 1 TO WS-NO-BALANCE-COUNT
            NOT INVALID KEY
                MOVE 'Y' TO WS-MB-FOUND(WS-MB-COUNT)
                MOVE BAL-LIMIT TO WS-MB-LIMIT(WS-MB-COUNT)
                MOVE BAL-PTD-TOTAL TO WS-MB-PTD(WS-MB-COUNT)
                ADD BAL-PTD-TOTAL TO WS-GROUP-PTD-TOTAL
        END-READ
    END-IF.

*> A member without a balance record carries no period-to-date and
*> is shown as such; a zero own limit means the member is checked
*> only against the group. Without the balance file at all only the
*> member ids can be shown.
WRITE-MEMBER-LINE.
    MOVE SPACES TO WS-LIMIT-TEXT.
    MOVE SPACES TO WS-PTD-TEXT.
    MOVE SPACES TO WS-SHARE-TEXT.
    IF WS-MB-FOUND(WS-MB-IDX) = 'Y'
        IF WS-MB-LIMIT(WS-MB-IDX) > 0
            MOVE WS-MB-LIMIT(WS-MB-IDX) TO WS-EDIT-LIMIT
            MOVE WS-EDIT-LIMIT TO WS-LIMIT-TEXT
        ELSE
            MOVE "   NOT CHECKED" TO WS-LIMIT-TEXT
        END-IF
        MOVE WS-MB-PTD(WS-MB-IDX) TO WS-EDIT-AMT
        MOVE WS-EDIT-AMT TO WS-PTD-TEXT(5:14)
        MOVE 0 TO WS-SHARE-PCT
        IF WS-GROUP-PTD-TOTAL > 0
            COMPUTE WS-SHARE-PCT ROUNDED =
                WS-MB-PTD(WS-MB-IDX) * 100 / WS-GROUP-PTD-TOTAL
        END-IF
        MOVE WS-SHARE-PCT TO WS-EDIT-SHARE
        MOVE WS-EDIT-SHARE TO WS-SHARE-TEXT(2:5)
    ELSE
        IF BALANCES-AVAILABLE
            MOVE " NO BALANCE RECORD" TO WS-PTD-TEXT
        END-IF
    END-IF.
    MOVE SPACES TO GROUP-LINE.
    STRING "  " WS-MB-CUST-ID(WS-MB-IDX) "   " WS-LIMIT-TEXT
        WS-PTD-TEXT "  " WS-SHARE-TEXT
        DELIMITED BY SIZE INTO GROUP-LINE.
    WRITE GROUP-LINE.

WRITE-GROUP-TOTAL-LINE.
    MOVE WS-GROUP-PTD-TOTAL TO WS-EDIT-TOTAL.
    MOVE SPACES TO GROUP-LINE.
    IF WS-GROUP-LIMIT > 0
        COMPUTE WS-UTIL-PCT ROUNDED =
            WS-GROUP-PTD-TOTAL * 100 / WS-GROUP-LIMIT
            ON SIZE ERROR MOVE 9999.9 TO WS-UTIL-PCT
        END-COMPUTE
        COMPUTE WS-HEADROOM = WS-GROUP-LIMIT - WS-GROUP-PTD-TOTAL
        MOVE SPACES TO WS-FLAG-TEXT
        IF WS-GROUP-PTD-TOTAL > WS-GROUP-LIMIT
            ADD 1 TO WS-OVER-GROUP-COUNT
            ADD 1 TO WS-HOT-GROUP-COUNT
            MOVE "  *** OVER LIMIT" TO WS-FLAG-TEXT
        ELSE
            IF WS-UTIL-PCT >= WS-WARN-THRESHOLD
                ADD 1 TO WS-HOT-GROUP-COUNT
                MOVE "  *** ABOVE" TO WS-FLAG-TEXT
            END-IF
        END-IF
        MOVE WS-UTIL-PCT TO WS-EDIT-PCT
        MOVE WS-HEADROOM TO WS-EDIT-HEADROOM
        STRING "  GROUP TOTAL              " WS-EDIT-TOTAL
            DELIMITED BY SIZE INTO GROUP-LINE
        WRITE GROUP-LINE
        MOVE SPACES TO GROUP-LINE
        STRING "  GROUP USED%      " WS-EDIT-PCT "  HEADROOM "
            WS-EDIT-HEADROOM WS-FLAG-TEXT
            DELIMITED BY SIZE INTO GROUP-LINE
    ELSE
        STRING "  GROUP TOTAL              " WS-EDIT-TOTAL
            DELIMITED BY SIZE INTO GROUP-LINE
    END-IF.
    WRITE GROUP-LINE.

WRITE-REPORT-TOTALS.
    MOVE WS-GID-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO GROUP-LINE.
    STRING "  Groups                    : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO GROUP-LINE.
    WRITE GROUP-LINE.
    MOVE WS-MEMBER-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO GROUP-LINE.
    STRING "  Members                   : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO GROUP-LINE.
    WRITE GROUP-LINE.
    MOVE WS-HOT-GROUP-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO GROUP-LINE.
    STRING "  Groups above threshold    : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO GROUP-LINE.
    WRITE GROUP-LINE.
    MOVE WS-OVER-GROUP-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO GROUP-LINE.
    STRING "  Groups over limit         : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO GROUP-LINE.
    WRITE GROUP-LINE.
    IF WS-NO-BALANCE-COUNT > 0
        MOVE WS-NO-BALANCE-COUNT TO WS-EDIT-COUNT
        MOVE SPACES TO GROUP-LINE
        STRING "  Members without balance   : " WS-EDIT-COUNT
            DELIMITED BY SIZE INTO GROUP-LINE
        WRITE GROUP-LINE
    END-IF.
    IF WS-GM-FULL-COUNT > 0
        MOVE WS-GM-FULL-COUNT TO WS-EDIT-COUNT
        MOVE SPACES TO GROUP-LINE
        STRING "  Members not shown (table full): " WS-EDIT-COUNT
            DELIMITED BY SIZE INTO GROUP-LINE
        WRITE GROUP-LINE
    END-IF.
    MOVE SPACES TO GROUP-LINE.
    WRITE GROUP-LINE.
