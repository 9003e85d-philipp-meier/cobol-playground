*> A decision whose survivor is not one of the pair, whose customers
*> are not both on the master, or whose survivor is inactive is
*> rejected to the merge report and nothing is touched.
*> A retired id's customer group membership passes to the survivor
*> -- it takes the retired id's place in the group, or the retired
*> id simply leaves when both were already in the same group -- and
*> the group file is written back at the end of the run. A merge
*> whose survivor belongs to a different group than the duplicate
*> is rejected: which group's limit should cover the merged
*> customer is for the customer team to decide first.

ENVIRONMENT DIVISION.

            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-XREF-FILE-STATUS.

        SELECT GROUP-FILE ASSIGN TO "data/customer-groups.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GROUP-FILE-STATUS.

        SELECT MERGE-REPORT-FILE ASSIGN TO
                "data/customer-merge-report.txt"
            ORGANIZATION IS LINE SEQUENTIAL
    FD XREF-FILE.
    COPY CUSTXREF.

    FD GROUP-FILE.
    COPY CUSTGRP.

    FD MERGE-REPORT-FILE.
    01 MERGE-REPORT-LINE PIC X(80).

    01 WS-JOURNAL-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-XREF-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-GROUP-FILE-STATUS PIC XX VALUE SPACES.

    01 WS-EOF-FLAG PIC X VALUE 'N'.
        88 END-OF-DECISIONS-FILE VALUE 'Y'.
    01 WS-RUN-DATE PIC X(8) VALUE SPACES.
    01 WS-JRNL-SEQ PIC 9(5) VALUE 0.
    01 WS-JRNL-ACTION PIC X(10).
    01 WS-BEFORE-IMAGE PIC X(43).
    01 WS-AFTER-IMAGE PIC X(43).

    *> The decision being executed: which of the pair survives and
    *> which retires, plus both master images as read.
    01 WS-SURVIVOR-ID PIC 9(7).
    01 WS-RETIRED-ID PIC 9(7).
    01 WS-SURVIVOR-IMAGE PIC X(43).
    01 WS-RETIRED-IMAGE PIC X(43).
    01 WS-FOUND-FLAG PIC X.
        88 MASTER-FOUND VALUE 'Y'.

    *> The group file, held in storage for the run as
    *> customer_group_maint holds it. State L is a live member, R
    *> removed by a merge, W live and already written back.
    01 WS-GM-TABLE.
        05 WS-GM-ENTRY OCCURS 2000 TIMES.
            10 WS-GM-GROUP-ID PIC 9(5).
            10 WS-GM-CUST-ID PIC 9(7).
            10 WS-GM-LIMIT PIC 9(9)V99.
            10 WS-GM-STATE PIC X.
    01 WS-GM-COUNT PIC 9(4) VALUE 0.
    01 WS-GM-IDX PIC 9(4).
    01 WS-GROUP-IDX PIC 9(4).
    01 WS-WRITE-GROUP-ID PIC 9(5).
    01 WS-SURVIVOR-GM-IDX PIC 9(4).
    01 WS-RETIRED-GM-IDX PIC 9(4).
    01 WS-GROUP-DROPPED-COUNT PIC 9(5) VALUE 0.
    01 WS-GROUP-MOVED-COUNT PIC 9(5) VALUE 0.
    01 WS-GROUPS-CHANGED-FLAG PIC X VALUE 'N'.
        88 GROUPS-CHANGED VALUE 'Y'.

    01 WS-MERGED-COUNT PIC 9(5) VALUE 0.
    01 WS-REJECTED-COUNT PIC 9(5) VALUE 0.
    01 WS-REJECT-REASON PIC X(40).
    IF WS-XREF-FILE-STATUS = "35"
        OPEN OUTPUT XREF-FILE
    END-IF.
    PERFORM LOAD-GROUP-FILE.
    OPEN OUTPUT MERGE-REPORT-FILE.
    MOVE "CUSTOMER MERGE REPORT" TO MERGE-REPORT-LINE.
    WRITE MERGE-REPORT-LINE.
    MOVE SPACES TO MERGE-REPORT-LINE.
    WRITE MERGE-REPORT-LINE.

*> A group file that cannot be held whole -- the table overflows or
*> a record does not read -- is not written back, and no merge is
*> executed against it until customer_group_maint has put it right.
LOAD-GROUP-FILE.
    MOVE 0 TO WS-GM-COUNT.
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
    IF WS-GM-COUNT >= 2000
        ADD 1 TO WS-GROUP-DROPPED-COUNT
        DISPLAY "Group table full, member not loaded: " GRP-CUST-ID
    ELSE
        IF GRP-GROUP-ID IS NUMERIC AND GRP-CUST-ID IS NUMERIC
            ADD 1 TO WS-GM-COUNT
            MOVE GRP-GROUP-ID TO WS-GM-GROUP-ID(WS-GM-COUNT)
            MOVE GRP-CUST-ID TO WS-GM-CUST-ID(WS-GM-COUNT)
            MOVE GRP-LIMIT TO WS-GM-LIMIT(WS-GM-COUNT)
            MOVE 'L' TO WS-GM-STATE(WS-GM-COUNT)
        ELSE
            ADD 1 TO WS-GROUP-DROPPED-COUNT
            DISPLAY "Group record not numeric, not loaded: "
                GROUP-MEMBER-RECORD
        END-IF
    END-IF.

PROCESS-DECISIONS.
    READ DECISIONS-FILE
        AT END SET END-OF-DECISIONS-FILE TO TRUE
                    PERFORM REJECT-DECISION
                ELSE
                    MOVE MASTER-RECORD TO WS-RETIRED-IMAGE
                    PERFORM CHECK-GROUPS-AND-MERGE
                END-IF
            END-IF
        END-IF
    END-IF.

CHECK-GROUPS-AND-MERGE.
    PERFORM FIND-MERGE-GROUPS.
    EVALUATE TRUE
        WHEN WS-GROUP-DROPPED-COUNT > 0
            MOVE "GROUP FILE NOT FULLY LOADED" TO WS-REJECT-REASON
            PERFORM REJECT-DECISION
        WHEN WS-RETIRED-GM-IDX > 0 AND WS-SURVIVOR-GM-IDX > 0
                AND WS-GM-GROUP-ID(WS-RETIRED-GM-IDX)
                    NOT = WS-GM-GROUP-ID(WS-SURVIVOR-GM-IDX)
            MOVE "SURVIVOR IN A DIFFERENT GROUP" TO WS-REJECT-REASON
            PERFORM REJECT-DECISION
        WHEN OTHER
            PERFORM APPLY-MERGE
    END-EVALUATE.

FIND-MERGE-GROUPS.
    MOVE 0 TO WS-SURVIVOR-GM-IDX.
    MOVE 0 TO WS-RETIRED-GM-IDX.
    PERFORM VARYING WS-GM-IDX FROM 1 BY 1
            UNTIL WS-GM-IDX > WS-GM-COUNT
        IF WS-GM-STATE(WS-GM-IDX) = 'L'
            IF WS-GM-CUST-ID(WS-GM-IDX) = WS-SURVIVOR-ID
                MOVE WS-GM-IDX TO WS-SURVIVOR-GM-IDX
            END-IF
            IF WS-GM-CUST-ID(WS-GM-IDX) = WS-RETIRED-ID
                MOVE WS-GM-IDX TO WS-RETIRED-GM-IDX
            END-IF
        END-IF
    END-PERFORM.

READ-MASTER-RECORD.
    MOVE 'N' TO WS-FOUND-FLAG.
    READ CUSTOMER-MASTER
                WS-SURVIVOR-ID
                DELIMITED BY SIZE INTO MERGE-REPORT-LINE
            WRITE MERGE-REPORT-LINE
            IF WS-RETIRED-GM-IDX > 0
                PERFORM MOVE-GROUP-MEMBERSHIP
            END-IF
    END-DELETE.

*> The survivor takes the retired id's place in its group at the
*> group's limit; when the survivor is already a member, the retired
*> id just leaves the group.
MOVE-GROUP-MEMBERSHIP.
    IF WS-SURVIVOR-GM-IDX > 0
        MOVE 'R' TO WS-GM-STATE(WS-RETIRED-GM-IDX)
    ELSE
        MOVE WS-SURVIVOR-ID TO WS-GM-CUST-ID(WS-RETIRED-GM-IDX)
    END-IF.
    SET GROUPS-CHANGED TO TRUE.
    ADD 1 TO WS-GROUP-MOVED-COUNT.
    MOVE SPACES TO MERGE-REPORT-LINE.
    STRING "           GROUP " WS-GM-GROUP-ID(WS-RETIRED-GM-IDX)
        " MEMBERSHIP NOW HELD BY " WS-SURVIVOR-ID
        DELIMITED BY SIZE INTO MERGE-REPORT-LINE.
    WRITE MERGE-REPORT-LINE.

WRITE-JOURNAL-RECORD.
    ADD 1 TO WS-JRNL-SEQ.
    MOVE SPACES TO JOURNAL-RECORD.
    STRING "Decisions rejected : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO MERGE-REPORT-LINE.
    WRITE MERGE-REPORT-LINE.
    MOVE WS-GROUP-MOVED-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO MERGE-REPORT-LINE.
    STRING "Group members moved: " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO MERGE-REPORT-LINE.
    WRITE MERGE-REPORT-LINE.
    MOVE "*** END OF REPORT ***" TO MERGE-REPORT-LINE.
    WRITE MERGE-REPORT-LINE.
    CLOSE MERGE-REPORT-FILE.
    CLOSE CUSTOMER-MASTER.
    CLOSE JOURNAL-FILE.
    CLOSE XREF-FILE.
    IF GROUPS-CHANGED
        PERFORM WRITE-GROUP-FILE
    END-IF.

*> Written back group by group, in the order each group first
*> appears, the way customer_group_maint writes it.
WRITE-GROUP-FILE.
    OPEN OUTPUT GROUP-FILE.
    PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
            UNTIL WS-GROUP-IDX > WS-GM-COUNT
        IF WS-GM-STATE(WS-GROUP-IDX) = 'L'
            PERFORM WRITE-ONE-GROUP
        END-IF
    END-PERFORM.
    CLOSE GROUP-FILE.

WRITE-ONE-GROUP.
    MOVE WS-GM-GROUP-ID(WS-GROUP-IDX) TO WS-WRITE-GROUP-ID.
    PERFORM VARYING WS-GM-IDX FROM WS-GROUP-IDX BY 1
            UNTIL WS-GM-IDX > WS-GM-COUNT
        IF WS-GM-GROUP-ID(WS-GM-IDX) = WS-WRITE-GROUP-ID
                AND WS-GM-STATE(WS-GM-IDX) = 'L'
            MOVE SPACES TO GROUP-MEMBER-RECORD
            MOVE WS-GM-GROUP-ID(WS-GM-IDX) TO GRP-GROUP-ID
            MOVE WS-GM-CUST-ID(WS-GM-IDX) TO GRP-CUST-ID
            MOVE WS-GM-LIMIT(WS-GM-IDX) TO GRP-LIMIT
            WRITE GROUP-MEMBER-RECORD
            MOVE 'W' TO WS-GM-STATE(WS-GM-IDX)
        END-IF
    END-PERFORM.
