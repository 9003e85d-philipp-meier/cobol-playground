IDENTIFICATION DIVISION.

PROGRAM-ID. customer_group_maint.

*> Maintenance for the customer group file -- the same
*> transaction-code pattern as customer_balance_maint, applied to
*> the membership that ties related customers into a group with a
*> limit of its own on their combined period-to-date exposure.
*> Adds put a customer into a group (the first member sets the
*> group's limit, later members join at the limit the group already
*> has), updates change the limit of the whole group, removes take
*> a customer out of its group; the group goes away with its last
*> member. A customer belongs to one group at most. Adds are
*> validated against the customer master when it is available, so
*> no group can name a customer we don't know, and against the
*> balance file, since a member without a balance record has no
*> period-to-date for basic-math to add into the group total. The
*> file is small and read whole by basic-math, so it is loaded
*> here, changed in storage and written back at the end.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT GRP-TRANS-FILE ASSIGN TO "data/group-trans-in.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANS-FILE-STATUS.

        SELECT GROUP-FILE ASSIGN TO "data/customer-groups.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GROUP-FILE-STATUS.

        SELECT BALANCE-FILE ASSIGN TO "data/customer-balance.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BAL-CUST-ID
            FILE STATUS IS WS-BALANCE-STATUS.

        SELECT CUSTOMER-MASTER ASSIGN TO "data/customer-master.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MAST-ID
            ALTERNATE RECORD KEY IS MAST-NAME WITH DUPLICATES
            FILE STATUS IS WS-MASTER-STATUS.

        SELECT REJECT-REPORT-FILE ASSIGN TO
                "data/group-reject-report.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REJECT-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
    FD GRP-TRANS-FILE.
    COPY GRPTRN.

    FD GROUP-FILE.
    COPY CUSTGRP.

    FD BALANCE-FILE.
    COPY CUSTBAL.

    FD CUSTOMER-MASTER.
    COPY CUSTREC REPLACING ==CUSTOMER-RECORD== BY ==MASTER-RECORD==
                            ==CUST-ID==         BY ==MAST-ID==
                            ==CUST-NAME==       BY ==MAST-NAME==
                            ==CUST-ADDRESS==    BY ==MAST-ADDRESS==
                            ==CUST-STATUS==     BY ==MAST-STATUS==
                            ==CUST-ACTIVE==     BY ==MAST-ACTIVE==
                            ==CUST-INACTIVE==   BY ==MAST-INACTIVE==.

    FD REJECT-REPORT-FILE.
    01 REJECT-REPORT-LINE PIC X(80).

WORKING-STORAGE SECTION.
    01 WS-TRANS-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-GROUP-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-BALANCE-STATUS PIC XX VALUE SPACES.
    01 WS-MASTER-STATUS PIC XX VALUE SPACES.
    01 WS-REJECT-FILE-STATUS PIC XX VALUE SPACES.

    01 WS-EOF-FLAG PIC X VALUE 'N'.
        88 END-OF-TRANS-FILE VALUE 'Y'.

    01 WS-MASTER-CHECK-FLAG PIC X VALUE 'N'.
        88 MASTER-CHECK-ACTIVE VALUE 'Y'.
    01 WS-MASTER-FOUND-FLAG PIC X VALUE 'N'.
        88 MASTER-FOUND VALUE 'Y'.
    01 WS-BALANCE-CHECK-FLAG PIC X VALUE 'N'.
        88 BALANCE-CHECK-ACTIVE VALUE 'Y'.
    01 WS-BALANCE-FOUND-FLAG PIC X VALUE 'N'.
        88 BALANCE-FOUND VALUE 'Y'.

    *> The group file in storage. A removed member stays in the
    *> table until the file is written back, so a customer taken out
    *> of one group can be put into another in the same run. State
    *> L is a live member, R removed, W live and already written.
    01 WS-GM-TABLE.
        05 WS-GM-ENTRY OCCURS 2000 TIMES.
            10 WS-GM-GROUP-ID PIC 9(5).
            10 WS-GM-CUST-ID PIC 9(7).
            10 WS-GM-LIMIT PIC 9(9)V99.
            10 WS-GM-STATE PIC X.
    01 WS-GM-COUNT PIC 9(4) VALUE 0.
    01 WS-GM-IDX PIC 9(4).
    01 WS-MEMBER-IDX PIC 9(4).
    01 WS-GROUP-IDX PIC 9(4).
    01 WS-WRITE-GROUP-ID PIC 9(5).
    01 WS-WRITTEN-COUNT PIC 9(5) VALUE 0.
    01 WS-DROPPED-COUNT PIC 9(5) VALUE 0.

    *> The limit arrives display-edited; validated as text before
    *> the de-editing MOVE, same discipline as the balance
    *> maintenance.
    01 WS-LIMIT-TEXT.
        05 WS-LIMIT-INT PIC X(9).
        05 WS-LIMIT-POINT PIC X.
        05 WS-LIMIT-DEC PIC XX.
    01 WS-LIMIT-VALID-FLAG PIC X.
        88 LIMIT-VALID VALUE 'Y'.
    01 WS-LIMIT-WORK PIC 9(9)V99.

    01 WS-ADD-COUNT PIC 9(5) VALUE 0.
    01 WS-UPDATE-COUNT PIC 9(5) VALUE 0.
    01 WS-REMOVE-COUNT PIC 9(5) VALUE 0.
    01 WS-REJECT-COUNT PIC 9(5) VALUE 0.

    01 WS-REJECT-REASON PIC X(30).
    01 WS-EDIT-COUNT PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM OPEN-FILES.
    PERFORM PROCESS-TRANSACTIONS UNTIL END-OF-TRANS-FILE.
    PERFORM CLOSE-FILES.
    PERFORM WRITE-GROUP-FILE.
    DISPLAY "Group maintenance complete. Added: " WS-ADD-COUNT
        ", updated: " WS-UPDATE-COUNT
        ", removed: " WS-REMOVE-COUNT
        ", rejected: " WS-REJECT-COUNT.
    DISPLAY "Group members on file: " WS-WRITTEN-COUNT.
    STOP RUN.

OPEN-FILES.
    OPEN INPUT GRP-TRANS-FILE.
    IF WS-TRANS-FILE-STATUS NOT = "00"
        DISPLAY "No group transaction file, file status: "
            WS-TRANS-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM LOAD-GROUP-FILE.
    *> The file is written back whole, so a record that could not be
    *> loaded would be lost -- nothing is applied until it is fixed.
    IF WS-DROPPED-COUNT > 0
        DISPLAY "Group file has " WS-DROPPED-COUNT
            " record(s) that cannot be loaded, no changes applied"
        CLOSE GRP-TRANS-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT CUSTOMER-MASTER.
    IF WS-MASTER-STATUS = "00"
        SET MASTER-CHECK-ACTIVE TO TRUE
    ELSE
        DISPLAY "Customer master not available, file status: "
            WS-MASTER-STATUS ", master check on adds skipped"
    END-IF.
    OPEN INPUT BALANCE-FILE.
    IF WS-BALANCE-STATUS = "00"
        SET BALANCE-CHECK-ACTIVE TO TRUE
    ELSE
        DISPLAY "Customer balance file not available, file status: "
            WS-BALANCE-STATUS ", balance check on adds skipped"
    END-IF.
    OPEN OUTPUT REJECT-REPORT-FILE.
    MOVE "GROUP MAINTENANCE REJECT REPORT" TO REJECT-REPORT-LINE.
    WRITE REJECT-REPORT-LINE.
    MOVE SPACES TO REJECT-REPORT-LINE.
    WRITE REJECT-REPORT-LINE.

*> No group file yet simply means no groups.
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
        ADD 1 TO WS-DROPPED-COUNT
        DISPLAY "Group table full, member not loaded: " GRP-CUST-ID
    ELSE
        IF GRP-GROUP-ID IS NUMERIC AND GRP-CUST-ID IS NUMERIC
            ADD 1 TO WS-GM-COUNT
            MOVE GRP-GROUP-ID TO WS-GM-GROUP-ID(WS-GM-COUNT)
            MOVE GRP-CUST-ID TO WS-GM-CUST-ID(WS-GM-COUNT)
            MOVE GRP-LIMIT TO WS-GM-LIMIT(WS-GM-COUNT)
            MOVE 'L' TO WS-GM-STATE(WS-GM-COUNT)
        ELSE
            ADD 1 TO WS-DROPPED-COUNT
            DISPLAY "Group record not numeric, not loaded: "
                GROUP-MEMBER-RECORD
        END-IF
    END-IF.

PROCESS-TRANSACTIONS.
    READ GRP-TRANS-FILE
        AT END SET END-OF-TRANS-FILE TO TRUE
        NOT AT END PERFORM APPLY-TRANSACTION
    END-READ.

APPLY-TRANSACTION.
    IF GTRN-GROUP-ID IS NOT NUMERIC
        MOVE "GROUP ID NOT NUMERIC" TO WS-REJECT-REASON
        PERFORM REJECT-TRANSACTION
    ELSE
        PERFORM FIND-GROUP
        EVALUATE TRUE
            WHEN GTRN-ADD    PERFORM ADD-MEMBER
            WHEN GTRN-UPDATE PERFORM UPDATE-GROUP-LIMIT
            WHEN GTRN-REMOVE PERFORM REMOVE-MEMBER
            WHEN OTHER
                MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                PERFORM REJECT-TRANSACTION
        END-EVALUATE
    END-IF.

VALIDATE-LIMIT-FIELD.
    MOVE GTRN-LIMIT TO WS-LIMIT-TEXT.
    IF WS-LIMIT-INT IS NUMERIC AND WS-LIMIT-POINT = '.'
            AND WS-LIMIT-DEC IS NUMERIC
        SET LIMIT-VALID TO TRUE
        MOVE GTRN-LIMIT TO WS-LIMIT-WORK
    ELSE
        MOVE 'N' TO WS-LIMIT-VALID-FLAG
    END-IF.

*> The first live member of the transaction's group, if any.
FIND-GROUP.
    MOVE 0 TO WS-GROUP-IDX.
    PERFORM VARYING WS-GM-IDX FROM 1 BY 1
            UNTIL WS-GM-IDX > WS-GM-COUNT OR WS-GROUP-IDX > 0
        IF WS-GM-GROUP-ID(WS-GM-IDX) = GTRN-GROUP-ID
                AND WS-GM-STATE(WS-GM-IDX) = 'L'
            MOVE WS-GM-IDX TO WS-GROUP-IDX
        END-IF
    END-PERFORM.

*> The transaction's customer as a live member of any group.
FIND-MEMBER.
    MOVE 0 TO WS-MEMBER-IDX.
    PERFORM VARYING WS-GM-IDX FROM 1 BY 1
            UNTIL WS-GM-IDX > WS-GM-COUNT OR WS-MEMBER-IDX > 0
        IF WS-GM-CUST-ID(WS-GM-IDX) = GTRN-CUST-ID
                AND WS-GM-STATE(WS-GM-IDX) = 'L'
            MOVE WS-GM-IDX TO WS-MEMBER-IDX
        END-IF
    END-PERFORM.

ADD-MEMBER.
    IF GTRN-CUST-ID IS NOT NUMERIC
        MOVE "CUSTOMER ID NOT NUMERIC" TO WS-REJECT-REASON
        PERFORM REJECT-TRANSACTION
    ELSE
        PERFORM FIND-MEMBER
        PERFORM CHECK-CUSTOMER-ON-MASTER
        PERFORM CHECK-CUSTOMER-BALANCE
        MOVE 'Y' TO WS-LIMIT-VALID-FLAG
        IF WS-GROUP-IDX > 0
            MOVE WS-GM-LIMIT(WS-GROUP-IDX) TO WS-LIMIT-WORK
        ELSE
            PERFORM VALIDATE-LIMIT-FIELD
        END-IF
        EVALUATE TRUE
            WHEN MASTER-CHECK-ACTIVE AND NOT MASTER-FOUND
                MOVE "CUSTOMER NOT ON MASTER" TO WS-REJECT-REASON
                PERFORM REJECT-TRANSACTION
            WHEN WS-MEMBER-IDX > 0
                MOVE "CUSTOMER ALREADY IN A GROUP" TO WS-REJECT-REASON
                PERFORM REJECT-TRANSACTION
            WHEN BALANCE-CHECK-ACTIVE AND NOT BALANCE-FOUND
                MOVE "NO BALANCE RECORD" TO WS-REJECT-REASON
                PERFORM REJECT-TRANSACTION
            WHEN NOT LIMIT-VALID
                MOVE "LIMIT NOT NUMERIC" TO WS-REJECT-REASON
                PERFORM REJECT-TRANSACTION
            WHEN WS-GM-COUNT >= 2000
                MOVE "GROUP TABLE FULL" TO WS-REJECT-REASON
                PERFORM REJECT-TRANSACTION
            WHEN OTHER
                ADD 1 TO WS-GM-COUNT
                MOVE GTRN-GROUP-ID TO WS-GM-GROUP-ID(WS-GM-COUNT)
                MOVE GTRN-CUST-ID TO WS-GM-CUST-ID(WS-GM-COUNT)
                MOVE WS-LIMIT-WORK TO WS-GM-LIMIT(WS-GM-COUNT)
                MOVE 'L' TO WS-GM-STATE(WS-GM-COUNT)
                ADD 1 TO WS-ADD-COUNT
        END-EVALUATE
    END-IF.

*> The limit belongs to the group, so every member record takes it.
UPDATE-GROUP-LIMIT.
    IF WS-GROUP-IDX = 0
        MOVE "GROUP NOT ON FILE" TO WS-REJECT-REASON
        PERFORM REJECT-TRANSACTION
    ELSE
        PERFORM VALIDATE-LIMIT-FIELD
        IF NOT LIMIT-VALID
            MOVE "LIMIT NOT NUMERIC" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
            PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                    UNTIL WS-GM-IDX > WS-GM-COUNT
                IF WS-GM-GROUP-ID(WS-GM-IDX) = GTRN-GROUP-ID
                    MOVE WS-LIMIT-WORK TO WS-GM-LIMIT(WS-GM-IDX)
                END-IF
            END-PERFORM
            ADD 1 TO WS-UPDATE-COUNT
        END-IF
    END-IF.

*> No master check: a customer since deleted from the master must
*> still be removable from its group.
REMOVE-MEMBER.
    IF GTRN-CUST-ID IS NOT NUMERIC
        MOVE "CUSTOMER ID NOT NUMERIC" TO WS-REJECT-REASON
        PERFORM REJECT-TRANSACTION
    ELSE
        PERFORM FIND-MEMBER
        IF WS-MEMBER-IDX = 0
            MOVE "MEMBER NOT IN GROUP" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
            IF WS-GM-GROUP-ID(WS-MEMBER-IDX) NOT = GTRN-GROUP-ID
                MOVE "MEMBER NOT IN GROUP" TO WS-REJECT-REASON
                PERFORM REJECT-TRANSACTION
            ELSE
                MOVE 'R' TO WS-GM-STATE(WS-MEMBER-IDX)
                ADD 1 TO WS-REMOVE-COUNT
            END-IF
        END-IF
    END-IF.

CHECK-CUSTOMER-ON-MASTER.
    MOVE 'N' TO WS-MASTER-FOUND-FLAG.
    IF MASTER-CHECK-ACTIVE
        MOVE GTRN-CUST-ID TO MAST-ID
        READ CUSTOMER-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY SET MASTER-FOUND TO TRUE
        END-READ
    END-IF.

CHECK-CUSTOMER-BALANCE.
    MOVE 'N' TO WS-BALANCE-FOUND-FLAG.
    IF BALANCE-CHECK-ACTIVE
        MOVE GTRN-CUST-ID TO BAL-CUST-ID
        READ BALANCE-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY SET BALANCE-FOUND TO TRUE
        END-READ
    END-IF.

REJECT-TRANSACTION.
    ADD 1 TO WS-REJECT-COUNT.
    MOVE SPACES TO REJECT-REPORT-LINE.
    STRING GTRN-ACTION " " GTRN-GROUP-ID " " GTRN-CUST-ID " "
        GTRN-LIMIT " " WS-REJECT-REASON
        DELIMITED BY SIZE INTO REJECT-REPORT-LINE.
    WRITE REJECT-REPORT-LINE.

CLOSE-FILES.
    MOVE SPACES TO REJECT-REPORT-LINE.
    WRITE REJECT-REPORT-LINE.
    MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO REJECT-REPORT-LINE.
    STRING "Transactions rejected: " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO REJECT-REPORT-LINE.
    WRITE REJECT-REPORT-LINE.
    MOVE "*** END OF REPORT ***" TO REJECT-REPORT-LINE.
    WRITE REJECT-REPORT-LINE.
    CLOSE REJECT-REPORT-FILE.
    CLOSE GRP-TRANS-FILE.
    IF MASTER-CHECK-ACTIVE
        CLOSE CUSTOMER-MASTER
    END-IF.
    IF BALANCE-CHECK-ACTIVE
        CLOSE BALANCE-FILE
    END-IF.

*> Written back group by group, in the order each group first
*> appears, so a group's members sit together on the file.
WRITE-GROUP-FILE.
    OPEN OUTPUT GROUP-FILE.
    PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
            UNTIL WS-GROUP-IDX > WS-GM-COUNT
        IF WS-GM-STATE(WS-GROUP-IDX) = 'L'
            PERFORM WRITE-ONE-GROUP
        END-IF
    END-PERFORM.
    CLOSE GROUP-FILE.

*> Each member written is marked W so its group is not written a
*> second time from a later member.
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
            ADD 1 TO WS-WRITTEN-COUNT
            MOVE 'W' TO WS-GM-STATE(WS-GM-IDX)
        END-IF
    END-PERFORM.
