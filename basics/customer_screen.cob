IDENTIFICATION DIVISION.

PROGRAM-ID. customer_screen.

*> Terminal screen for customer inquiry and maintenance. The
*> operator looks a customer up by id, or by name through the
*> MAST-NAME alternate key (N again steps to the next name in
*> name order), and sees the master record, the exposure balance,
*> and the customer's open suspense items on one screen. From the
*> same screen an add, update, deactivate, or delete can be keyed:
*> each is put through exactly the edits customer_master applies to
*> a CUSTTRN line, with the same reject reasons, and one that passes
*> is queued on the maintenance intake under the keying operator.
*> Like any other maintenance it then waits for a second operator
*> in customer_approval, and customer_master applies it and writes
*> the CUSTJRNL before/after record with maker and checker, so
*> customer_rebuild and the journal inquiries see screen changes
*> just like batch ones.

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

        SELECT SUSPENSE-FILE ASSIGN TO "data/basic-math-suspense.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

        SELECT INTAKE-FILE ASSIGN TO "data/customer-maint-in.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INTAKE-FILE-STATUS.

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

    FD SUSPENSE-FILE.
    COPY SUSPREC.

    FD INTAKE-FILE.
    01 INTAKE-LINE PIC X(50).

WORKING-STORAGE SECTION.
    01 WS-MASTER-STATUS PIC XX VALUE SPACES.
    01 WS-BALANCE-STATUS PIC XX VALUE SPACES.
    01 WS-SUSPENSE-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-INTAKE-FILE-STATUS PIC XX VALUE SPACES.

    *> The maintenance action keyed on the screen, in the CUSTTRN
    *> layout customer_master edits -- the edit paragraphs below
    *> test exactly the same fields and condition-names.
    COPY CUSTTRN.

    01 WS-SESSION-FLAG PIC X VALUE 'N'.
        88 SESSION-ENDED VALUE 'Y'.
    01 WS-BALANCE-OPEN-FLAG PIC X VALUE 'N'.
        88 BALANCE-FILE-OPEN VALUE 'Y'.
    01 WS-MASTER-FOUND-FLAG PIC X VALUE 'N'.
        88 MASTER-FOUND VALUE 'Y'.
    01 WS-EDIT-FAILED-FLAG PIC X VALUE 'N'.
        88 ACTION-EDIT-FAILED VALUE 'Y'.

    *> Name browse position -- set while N is stepping through the
    *> name index, cleared by anything that repositions the master.
    01 WS-BROWSE-FLAG PIC X VALUE 'N'.
        88 NAME-BROWSE-ACTIVE VALUE 'Y'.
    01 WS-BROWSE-NAME PIC X(15) VALUE SPACES.

    01 WS-EOF-FLAG PIC X VALUE 'N'.
        88 END-OF-SUSPENSE-FILE VALUE 'Y'.

    *> Fields keyed and shown on the screen.
    01 WS-SCREEN-FIELDS.
        05 WS-SCR-ACTION  PIC X VALUE SPACE.
        05 WS-SCR-ID      PIC 9(7) VALUE 0.
        05 WS-SCR-NAME    PIC X(15) VALUE SPACES.
        05 WS-SCR-ADDRESS PIC X(20) VALUE SPACES.
        05 WS-SCR-STATUS  PIC X VALUE SPACE.
        05 WS-SCR-OPERATOR PIC X(3) VALUE SPACES.
    01 WS-MESSAGE PIC X(78) VALUE SPACES.
    01 WS-BALANCE-LINE PIC X(78) VALUE SPACES.
    01 WS-SUSPENSE-TITLE PIC X(78) VALUE SPACES.
    01 WS-SUSPENSE-LINES.
        05 WS-SUSP-LINE PIC X(78) OCCURS 6 TIMES.
    01 WS-SUSP-SHOWN PIC 9 VALUE 0.
    01 WS-SUSP-IDX PIC 9.
    01 WS-SUSPENSE-COUNT PIC 9(5) VALUE 0.

    01 WS-RUN-DATE PIC X(8) VALUE SPACES.
    01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
    01 WS-DATE-NUM PIC 9(8).
    01 WS-DATE-EDIT PIC 9999/99/99.
    01 WS-EDIT-ITEM PIC ZZZZ9.
    01 WS-EDIT-COUNT PIC ZZZZ9.
    01 WS-EDIT-LIMIT PIC ZZZ,ZZZ,ZZ9.99.
    01 WS-EDIT-PTD PIC ZZZ,ZZZ,ZZ9.99.
    01 WS-EDIT-AVAILABLE PIC -ZZZ,ZZZ,ZZ9.99.
    01 WS-AVAILABLE PIC S9(9)V99.

    01 WS-REJECT-REASON PIC X(30).
    01 WS-ACTION-TEXT PIC X(10).
    01 WS-QUEUED-COUNT PIC 9(5) VALUE 0.

SCREEN SECTION.
    01 CUSTOMER-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COLUMN 1
            VALUE "CUSTOMER INQUIRY AND MAINTENANCE".
        05 LINE 1 COLUMN 59 VALUE "Run date: ".
        05 LINE 1 COLUMN 69 PIC 9999/99/99 FROM WS-RUN-DATE-NUM.
        05 LINE 3 COLUMN 1 VALUE "Action:".
        05 LINE 3 COLUMN 9 PIC X USING WS-SCR-ACTION.
        05 LINE 3 COLUMN 12
            VALUE "L=id  N=name/next  A=add  U=update  I=deactivate".
        05 LINE 4 COLUMN 12
            VALUE "D=delete  X=exit".
        05 LINE 6 COLUMN 1 VALUE "Customer id:".
        05 LINE 6 COLUMN 14 PIC 9(7) USING WS-SCR-ID.
        05 LINE 6 COLUMN 40 VALUE "Operator:".
        05 LINE 6 COLUMN 50 PIC X(3) USING WS-SCR-OPERATOR.
        05 LINE 7 COLUMN 1 VALUE "Name       :".
        05 LINE 7 COLUMN 14 PIC X(15) USING WS-SCR-NAME.
        05 LINE 8 COLUMN 1 VALUE "Address    :".
        05 LINE 8 COLUMN 14 PIC X(20) USING WS-SCR-ADDRESS.
        05 LINE 9 COLUMN 1 VALUE "Status     :".
        05 LINE 9 COLUMN 14 PIC X USING WS-SCR-STATUS.
        05 LINE 9 COLUMN 17 VALUE "(A=active  I=inactive)".
        05 LINE 11 COLUMN 1 VALUE "EXPOSURE BALANCE".
        05 LINE 12 COLUMN 1 PIC X(78) FROM WS-BALANCE-LINE.
        05 LINE 14 COLUMN 1 PIC X(78) FROM WS-SUSPENSE-TITLE.
        05 LINE 15 COLUMN 1
            VALUE " ITEM  DATE        NUM1        NUM2        CCY REASON".
        05 LINE 16 COLUMN 1 PIC X(78) FROM WS-SUSP-LINE(1).
        05 LINE 17 COLUMN 1 PIC X(78) FROM WS-SUSP-LINE(2).
        05 LINE 18 COLUMN 1 PIC X(78) FROM WS-SUSP-LINE(3).
        05 LINE 19 COLUMN 1 PIC X(78) FROM WS-SUSP-LINE(4).
        05 LINE 20 COLUMN 1 PIC X(78) FROM WS-SUSP-LINE(5).
        05 LINE 21 COLUMN 1 PIC X(78) FROM WS-SUSP-LINE(6).
        05 LINE 23 COLUMN 1 PIC X(78) FROM WS-MESSAGE HIGHLIGHT.
        05 LINE 24 COLUMN 1
            VALUE "Key an action and the fields it needs, then ENTER.".

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM OPEN-FILES.
    MOVE "Key L with an id or N with a name to look a customer up"
        TO WS-MESSAGE.
    PERFORM SCREEN-CYCLE UNTIL SESSION-ENDED.
    PERFORM CLOSE-FILES.
    DISPLAY "Customer screen session ended. Changes queued for "
        "approval: " WS-QUEUED-COUNT.
    STOP RUN.

OPEN-FILES.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    OPEN INPUT CUSTOMER-MASTER.
    *> Against an unopened master every lookup would find nothing
    *> and every valid change would be rejected as not-on-master.
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "Unable to open customer master, file status: "
            WS-MASTER-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    *> No balance file just means nobody is limit-checked yet --
    *> the balance line says so rather than stopping the screen.
    OPEN INPUT BALANCE-FILE.
    IF WS-BALANCE-STATUS = "00"
        SET BALANCE-FILE-OPEN TO TRUE
    END-IF.

SCREEN-CYCLE.
    DISPLAY CUSTOMER-SCREEN.
    ACCEPT CUSTOMER-SCREEN.
    MOVE SPACES TO WS-MESSAGE.
    IF WS-SCR-ACTION NOT = 'N'
        MOVE 'N' TO WS-BROWSE-FLAG
    END-IF.
    EVALUATE WS-SCR-ACTION
        WHEN 'L'
            PERFORM LOOKUP-BY-ID
        WHEN 'N'
            PERFORM LOOKUP-BY-NAME
        WHEN 'A'
        WHEN 'U'
        WHEN 'I'
        WHEN 'D'
            PERFORM APPLY-SCREEN-ACTION
        WHEN 'X'
            SET SESSION-ENDED TO TRUE
        WHEN OTHER
            MOVE "INVALID ACTION CODE" TO WS-MESSAGE
    END-EVALUATE.
    MOVE SPACE TO WS-SCR-ACTION.

LOOKUP-BY-ID.
    MOVE WS-SCR-ID TO MAST-ID.
    READ CUSTOMER-MASTER
        INVALID KEY
            MOVE "CUSTOMER NOT ON MASTER" TO WS-MESSAGE
            PERFORM CLEAR-CUSTOMER-DETAIL
        NOT INVALID KEY
            PERFORM SHOW-CUSTOMER
    END-READ.

*> A new name starts the browse at the first name not less than
*> what was keyed -- a partial name finds the first match -- and
*> each further N with the name left as shown steps to the next
*> record in name order.
LOOKUP-BY-NAME.
    IF NOT NAME-BROWSE-ACTIVE OR WS-SCR-NAME NOT = WS-BROWSE-NAME
        MOVE 'N' TO WS-BROWSE-FLAG
        MOVE WS-SCR-NAME TO MAST-NAME
        START CUSTOMER-MASTER KEY IS NOT LESS THAN MAST-NAME
            INVALID KEY
                MOVE "NO CUSTOMER NAME AT OR AFTER THE NAME KEYED"
                    TO WS-MESSAGE
                PERFORM CLEAR-CUSTOMER-DETAIL
            NOT INVALID KEY
                SET NAME-BROWSE-ACTIVE TO TRUE
        END-START
    END-IF.
    IF NAME-BROWSE-ACTIVE
        READ CUSTOMER-MASTER NEXT RECORD
            AT END
                MOVE 'N' TO WS-BROWSE-FLAG
                MOVE "END OF NAME INDEX" TO WS-MESSAGE
            NOT AT END
                PERFORM SHOW-CUSTOMER
                MOVE MAST-NAME TO WS-BROWSE-NAME
                MOVE "Key N again for the next name" TO WS-MESSAGE
        END-READ
    END-IF.

SHOW-CUSTOMER.
    MOVE MAST-ID TO WS-SCR-ID.
    MOVE MAST-NAME TO WS-SCR-NAME.
    MOVE MAST-ADDRESS TO WS-SCR-ADDRESS.
    MOVE MAST-STATUS TO WS-SCR-STATUS.
    PERFORM LOAD-BALANCE-LINE.
    PERFORM LOAD-SUSPENSE-LINES.

CLEAR-CUSTOMER-DETAIL.
    MOVE SPACES TO WS-SCR-NAME WS-SCR-ADDRESS WS-SCR-STATUS.
    MOVE SPACES TO WS-BALANCE-LINE WS-SUSPENSE-TITLE.
    MOVE SPACES TO WS-SUSPENSE-LINES.

LOAD-BALANCE-LINE.
    MOVE SPACES TO WS-BALANCE-LINE.
    IF NOT BALANCE-FILE-OPEN
        MOVE "  NO BALANCE FILE ON DISK" TO WS-BALANCE-LINE
    ELSE
        MOVE MAST-ID TO BAL-CUST-ID
        READ BALANCE-FILE
            INVALID KEY
                MOVE "  NO BALANCE RECORD -- NOT LIMIT-CHECKED"
                    TO WS-BALANCE-LINE
            NOT INVALID KEY
                PERFORM FORMAT-BALANCE-LINE
        END-READ
    END-IF.

FORMAT-BALANCE-LINE.
    MOVE BAL-PTD-TOTAL TO WS-EDIT-PTD.
    IF BAL-LIMIT = 0
        STRING "  Period-to-date: " WS-EDIT-PTD
            "   Limit: none -- not limit-checked"
            DELIMITED BY SIZE INTO WS-BALANCE-LINE
    ELSE
        MOVE BAL-LIMIT TO WS-EDIT-LIMIT
        COMPUTE WS-AVAILABLE = BAL-LIMIT - BAL-PTD-TOTAL
        MOVE WS-AVAILABLE TO WS-EDIT-AVAILABLE
        STRING "  Limit: " WS-EDIT-LIMIT
            "  PTD: " WS-EDIT-PTD
            "  Available: " WS-EDIT-AVAILABLE
            DELIMITED BY SIZE INTO WS-BALANCE-LINE
    END-IF.

*> The suspense queue is re-read on every lookup -- basic-math and
*> suspense maintenance rewrite it between screens. The first six
*> items show; the title carries the full count.
LOAD-SUSPENSE-LINES.
    MOVE SPACES TO WS-SUSPENSE-LINES.
    MOVE 0 TO WS-SUSPENSE-COUNT.
    MOVE 0 TO WS-SUSP-SHOWN.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT SUSPENSE-FILE.
    IF WS-SUSPENSE-FILE-STATUS NOT = "00"
        SET END-OF-SUSPENSE-FILE TO TRUE
    END-IF.
    PERFORM UNTIL END-OF-SUSPENSE-FILE
        READ SUSPENSE-FILE
            AT END SET END-OF-SUSPENSE-FILE TO TRUE
            NOT AT END
                IF SUSP-CUST-ID = MAST-ID
                    PERFORM NOTE-ONE-SUSPENSE-ITEM
                END-IF
        END-READ
    END-PERFORM.
    IF WS-SUSPENSE-FILE-STATUS NOT = "35"
        CLOSE SUSPENSE-FILE
    END-IF.
    MOVE WS-SUSPENSE-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO WS-SUSPENSE-TITLE.
    STRING "OPEN SUSPENSE ITEMS: " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-SUSPENSE-TITLE.
    IF WS-SUSPENSE-COUNT > 6
        STRING "OPEN SUSPENSE ITEMS: " WS-EDIT-COUNT
            "  (first 6 shown)"
            DELIMITED BY SIZE INTO WS-SUSPENSE-TITLE
    END-IF.

NOTE-ONE-SUSPENSE-ITEM.
    ADD 1 TO WS-SUSPENSE-COUNT.
    IF WS-SUSP-SHOWN < 6
        ADD 1 TO WS-SUSP-SHOWN
        MOVE WS-SUSP-SHOWN TO WS-SUSP-IDX
        MOVE 0 TO WS-EDIT-ITEM
        IF SUSP-ITEM-NUM IS NUMERIC
            MOVE SUSP-ITEM-NUM TO WS-EDIT-ITEM
        END-IF
        MOVE 0 TO WS-DATE-NUM
        IF SUSP-DATE IS NUMERIC
            MOVE SUSP-DATE TO WS-DATE-NUM
        END-IF
        MOVE WS-DATE-NUM TO WS-DATE-EDIT
        STRING WS-EDIT-ITEM " " WS-DATE-EDIT "  " SUSP-NUM1 "  "
            SUSP-NUM2 "  " SUSP-CURRENCY " " SUSP-REASON
            DELIMITED BY SIZE INTO WS-SUSP-LINE(WS-SUSP-IDX)
    END-IF.

*> The keyed action goes through the same precondition and status
*> edits as customer_master's APPLY-TRANSACTION against the master
*> as it stands now, with the same reject reasons, before it is
*> queued -- so the operator hears about a bad change at once, not
*> after a checker has approved it. customer_master edits it again
*> when it is applied, since the master can change in between.
APPLY-SCREEN-ACTION.
    MOVE SPACES TO CUST-TRANS-RECORD.
    MOVE WS-SCR-ACTION TO CTRN-ACTION.
    MOVE WS-SCR-ID TO CTRN-ID.
    MOVE WS-SCR-NAME TO CTRN-NAME.
    MOVE WS-SCR-ADDRESS TO CTRN-ADDRESS.
    MOVE WS-SCR-STATUS TO CTRN-STATUS.
    MOVE WS-SCR-OPERATOR TO CTRN-MAKER.
    MOVE 'N' TO WS-EDIT-FAILED-FLAG.
    IF CTRN-MAKER = SPACES
        MOVE "OPERATOR ID REQUIRED" TO WS-REJECT-REASON
        PERFORM REJECT-TRANSACTION
    ELSE
        PERFORM EDIT-SCREEN-ACTION
    END-IF.
    IF NOT ACTION-EDIT-FAILED
        PERFORM QUEUE-FOR-APPROVAL
    END-IF.

EDIT-SCREEN-ACTION.
    MOVE CTRN-ID TO MAST-ID.
    MOVE 'N' TO WS-MASTER-FOUND-FLAG.
    READ CUSTOMER-MASTER
        INVALID KEY CONTINUE
        NOT INVALID KEY
            SET MASTER-FOUND TO TRUE
    END-READ.
    EVALUATE TRUE
        WHEN CTRN-ADD
            MOVE "ADD" TO WS-ACTION-TEXT
            PERFORM EDIT-ADD-CUSTOMER
        WHEN CTRN-UPDATE
            MOVE "UPDATE" TO WS-ACTION-TEXT
            PERFORM EDIT-UPDATE-CUSTOMER
        WHEN CTRN-DEACTIVATE
            MOVE "DEACTIVATE" TO WS-ACTION-TEXT
            PERFORM EDIT-DEACTIVATE-CUSTOMER
        WHEN CTRN-DELETE
            MOVE "DELETE" TO WS-ACTION-TEXT
            PERFORM EDIT-DELETE-CUSTOMER
        WHEN OTHER
            MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
    END-EVALUATE.

EDIT-ADD-CUSTOMER.
    IF MASTER-FOUND
        MOVE "CUSTOMER ALREADY ON MASTER" TO WS-REJECT-REASON
        PERFORM REJECT-TRANSACTION
    ELSE
        IF NOT CTRN-STATUS-ACTIVE AND NOT CTRN-STATUS-INACTIVE
                AND NOT CTRN-STATUS-OMITTED
            MOVE "INVALID STATUS CODE" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        END-IF
    END-IF.

EDIT-UPDATE-CUSTOMER.
    IF NOT MASTER-FOUND
        MOVE "CUSTOMER NOT ON MASTER" TO WS-REJECT-REASON
        PERFORM REJECT-TRANSACTION
    ELSE
        IF NOT CTRN-STATUS-ACTIVE AND NOT CTRN-STATUS-INACTIVE
                AND NOT CTRN-STATUS-OMITTED
            MOVE "INVALID STATUS CODE" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        END-IF
    END-IF.

EDIT-DEACTIVATE-CUSTOMER.
    IF NOT MASTER-FOUND
        MOVE "CUSTOMER NOT ON MASTER" TO WS-REJECT-REASON
        PERFORM REJECT-TRANSACTION
    ELSE
        IF MAST-INACTIVE
            MOVE "CUSTOMER ALREADY INACTIVE" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        END-IF
    END-IF.

EDIT-DELETE-CUSTOMER.
    IF NOT MASTER-FOUND
        MOVE "CUSTOMER NOT ON MASTER" TO WS-REJECT-REASON
        PERFORM REJECT-TRANSACTION
    END-IF.

*> Opened and closed around every line, so a change is on the
*> intake the moment the operator is told it is queued.
QUEUE-FOR-APPROVAL.
    OPEN EXTEND INTAKE-FILE.
    IF WS-INTAKE-FILE-STATUS = "35"
        OPEN OUTPUT INTAKE-FILE
    END-IF.
    MOVE CUST-TRANS-RECORD TO INTAKE-LINE.
    WRITE INTAKE-LINE.
    CLOSE INTAKE-FILE.
    ADD 1 TO WS-QUEUED-COUNT.
    MOVE SPACES TO WS-MESSAGE.
    STRING FUNCTION TRIM(WS-ACTION-TEXT) " of customer " CTRN-ID
        " queued -- awaits approval by another operator"
        DELIMITED BY SIZE INTO WS-MESSAGE.

REJECT-TRANSACTION.
    SET ACTION-EDIT-FAILED TO TRUE.
    MOVE SPACES TO WS-MESSAGE.
    STRING "REJECTED: " WS-REJECT-REASON
        DELIMITED BY SIZE INTO WS-MESSAGE.

CLOSE-FILES.
    CLOSE CUSTOMER-MASTER.
    IF BALANCE-FILE-OPEN
        CLOSE BALANCE-FILE
    END-IF.
