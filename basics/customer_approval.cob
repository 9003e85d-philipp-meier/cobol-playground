IDENTIFICATION DIVISION.

PROGRAM-ID. customer_approval.

*> Maker-checker step in front of customer master maintenance. New
*> CUSTTRN lines keyed by an operator (the maker, CTRN-MAKER) are
*> taken off the maintenance intake file and numbered onto the
*> pending file -- lines keyed while the run is going stay on the
*> intake for the next run. A second operator's decisions file
*> then approves or declines pending items by number: a decision
*> by the maker themself, or with no checker, is rejected and the
*> item stays pending. Approved items go to customer-trans-in.txt with the
*> checker filled in -- the only input customer_master applies --
*> and every decision is written to the pending history. Whatever
*> is still pending is rewritten to the pending file and listed on
*> the pending report with the items older than the configured
*> number of days, the same aging the morning summary shows.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT INTAKE-FILE ASSIGN TO "data/customer-maint-in.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INTAKE-FILE-STATUS.

        SELECT INTAKE-WORK-FILE ASSIGN TO
                "data/customer-maint-in-work.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INTAKE-WORK-FILE-STATUS.

        SELECT PENDING-FILE ASSIGN TO "data/customer-pending.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PENDING-FILE-STATUS.

        SELECT PENDING-CONTROL-FILE ASSIGN TO
                "data/customer-pending-control.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTROL-FILE-STATUS.

        SELECT DECISIONS-FILE ASSIGN TO
                "data/customer-approval-decisions.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DECISIONS-FILE-STATUS.

        SELECT HISTORY-FILE ASSIGN TO
                "data/customer-pending-history.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-FILE-STATUS.

        SELECT APPROVED-TRANS-FILE ASSIGN TO
                "data/customer-trans-in.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-APPROVED-FILE-STATUS.

        SELECT PENDING-PARAM-FILE ASSIGN TO
                "data/customer-pending-params.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARAM-FILE-STATUS.

        SELECT PENDING-REPORT-FILE ASSIGN TO
                "data/customer-pending-report.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
    FD INTAKE-FILE.
    01 INTAKE-LINE PIC X(50).

    FD INTAKE-WORK-FILE.
    01 INTAKE-WORK-LINE PIC X(50).

    FD PENDING-FILE.
    COPY CUSTPND.

    FD PENDING-CONTROL-FILE.
    01 PENDING-CONTROL-RECORD.
        05 PC-NEXT-ITEM-NUM PIC 9(5).

    FD DECISIONS-FILE.
    COPY CUSTAPR.

    FD HISTORY-FILE.
    COPY CUSTPHS.

    FD APPROVED-TRANS-FILE.
    01 APPROVED-TRANS-LINE PIC X(50).

    FD PENDING-PARAM-FILE.
    01 PENDING-PARAM-RECORD.
        05 PP-AGING-DAYS PIC 9(3).

    FD PENDING-REPORT-FILE.
    01 PENDING-REPORT-LINE PIC X(100).

WORKING-STORAGE SECTION.
    01 WS-INTAKE-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-INTAKE-WORK-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-PENDING-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-DECISIONS-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-APPROVED-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-PARAM-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.

    *> View of one maintenance transaction -- an intake line, or a
    *> pending item's image when it is approved.
    COPY CUSTTRN.

    01 WS-EOF-FLAG PIC X VALUE 'N'.
        88 END-OF-INPUT-FILE VALUE 'Y'.

    *> Set when pending plus new items exceed the table. The run
    *> stops before anything is captured or decided -- rewriting the
    *> pending file from a partial table would drop the overflow.
    01 WS-OVERFLOW-FLAG PIC X VALUE 'N'.
        88 PENDING-TABLE-OVERFLOW VALUE 'Y'.

    01 WS-RUN-DATE PIC X(8) VALUE SPACES.
    01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
    01 WS-RUN-DATE-EDIT PIC 9999/99/99.

    *> Items pending longer than this many days are aged; override
    *> via the parameter file, which morning_summary reads too.
    01 WS-AGING-DAYS PIC 9(3) VALUE 3.

    *> Whole pending file held in memory so it can be rewritten once
    *> every item's disposition is known -- same pattern as the
    *> review queue and suspense maintenance.
    01 WS-PENDING-TABLE.
        05 WS-PENDING-ITEM OCCURS 1000 TIMES.
            10 WS-PI-ITEM-NO   PIC 9(5).
            10 WS-PI-ENTERED   PIC X(8).
            10 WS-PI-TRANS     PIC X(50).
            10 WS-PI-DISP      PIC X.
                88 PI-PENDING  VALUE 'P'.
                88 PI-DECIDED  VALUE 'C'.
    01 WS-PENDING-COUNT PIC 9(5) VALUE 0.
    01 WS-PENDING-IDX PIC 9(5).
    01 WS-MATCH-IDX PIC 9(5).

    *> Permanent item numbers come from the control file, reconciled
    *> against the highest number already pending.
    01 WS-NEXT-ITEM-NUM PIC 9(5) VALUE 1.
    01 WS-MAX-ITEM-NUM PIC 9(5) VALUE 0.

    01 WS-DEC-TABLE.
        05 WS-DEC-ITEM OCCURS 500 TIMES.
            10 WS-DEC-ITEM-NUM PIC 9(5).
            10 WS-DEC-ACTION   PIC X.
            10 WS-DEC-CHECKER  PIC X(3).
            10 WS-DEC-NOTE     PIC X(40).
    01 WS-DEC-COUNT PIC 9(5) VALUE 0.
    01 WS-DEC-IDX PIC 9(5).

    *> Intake lines read by the capture, and those keyed in while
    *> the run was going, which stay on the intake for the next run.
    01 WS-INTAKE-READ-COUNT PIC 9(7) VALUE 0.
    01 WS-INTAKE-LINE-COUNT PIC 9(7) VALUE 0.
    01 WS-INTAKE-KEPT-COUNT PIC 9(7) VALUE 0.
    01 WS-CAPTURED-COUNT PIC 9(5) VALUE 0.
    01 WS-INTAKE-REJECTED-COUNT PIC 9(5) VALUE 0.
    01 WS-APPROVED-COUNT PIC 9(5) VALUE 0.
    01 WS-DECLINED-COUNT PIC 9(5) VALUE 0.
    01 WS-REJECTED-DEC-COUNT PIC 9(5) VALUE 0.
    01 WS-STILL-PENDING-COUNT PIC 9(5) VALUE 0.
    01 WS-AGED-COUNT PIC 9(5) VALUE 0.

    01 WS-DECISION-TEXT PIC X(8).
    01 WS-DAYS-PENDING PIC 9(5).
    01 WS-ENTERED-DATE-NUM PIC 9(8).
    01 WS-AGED-MARK PIC X(6).
    01 WS-EDIT-ITEM PIC ZZZZ9.
    01 WS-EDIT-DAYS PIC ZZZZ9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM READ-PENDING-PARAMETERS.
    PERFORM LOAD-PENDING-ITEMS.
    PERFORM READ-NEXT-ITEM-NUMBER.
    PERFORM CAPTURE-NEW-MAINTENANCE.
    IF PENDING-TABLE-OVERFLOW
        DISPLAY "Pending maintenance exceeds " 1000 " items, run "
            "aborted before any item was captured or decided"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM LOAD-DECISIONS.
    PERFORM OPEN-DECISION-OUTPUTS.
    PERFORM APPLY-ONE-DECISION VARYING WS-DEC-IDX FROM 1 BY 1
        UNTIL WS-DEC-IDX > WS-DEC-COUNT.
    CLOSE HISTORY-FILE.
    CLOSE APPROVED-TRANS-FILE.
    PERFORM REWRITE-PENDING-FILE.
    PERFORM WRITE-NEXT-ITEM-NUMBER.
    PERFORM CLEAR-INTAKE-FILE.
    PERFORM WRITE-PENDING-REPORT.
    DISPLAY "Customer maintenance approval complete. Captured: "
        WS-CAPTURED-COUNT ", approved: " WS-APPROVED-COUNT
        ", declined: " WS-DECLINED-COUNT
        ", still pending: " WS-STILL-PENDING-COUNT
        ", intake rejected: " WS-INTAKE-REJECTED-COUNT
        ", decisions rejected: " WS-REJECTED-DEC-COUNT.
    IF WS-INTAKE-REJECTED-COUNT > 0 OR WS-REJECTED-DEC-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

READ-PENDING-PARAMETERS.
    OPEN INPUT PENDING-PARAM-FILE.
    IF WS-PARAM-FILE-STATUS = "00"
        READ PENDING-PARAM-FILE
            NOT AT END
                IF PP-AGING-DAYS IS NUMERIC AND PP-AGING-DAYS > 0
                    MOVE PP-AGING-DAYS TO WS-AGING-DAYS
                END-IF
        END-READ
        CLOSE PENDING-PARAM-FILE
    END-IF.

LOAD-PENDING-ITEMS.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT PENDING-FILE.
    IF WS-PENDING-FILE-STATUS NOT = "00"
        SET END-OF-INPUT-FILE TO TRUE
    END-IF.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ PENDING-FILE
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END PERFORM STORE-PENDING-ITEM
        END-READ
    END-PERFORM.
    IF WS-PENDING-FILE-STATUS NOT = "35"
        CLOSE PENDING-FILE
    END-IF.

STORE-PENDING-ITEM.
    IF WS-PENDING-COUNT >= 1000
        SET PENDING-TABLE-OVERFLOW TO TRUE
    ELSE
        ADD 1 TO WS-PENDING-COUNT
        MOVE PEND-ITEM-NUM TO WS-PI-ITEM-NO(WS-PENDING-COUNT)
        MOVE PEND-ENTERED-DATE TO WS-PI-ENTERED(WS-PENDING-COUNT)
        MOVE PEND-TRANS-IMAGE TO WS-PI-TRANS(WS-PENDING-COUNT)
        MOVE 'P' TO WS-PI-DISP(WS-PENDING-COUNT)
        IF PEND-ITEM-NUM IS NUMERIC
                AND PEND-ITEM-NUM > WS-MAX-ITEM-NUM
            MOVE PEND-ITEM-NUM TO WS-MAX-ITEM-NUM
        END-IF
    END-IF.

READ-NEXT-ITEM-NUMBER.
    OPEN INPUT PENDING-CONTROL-FILE.
    IF WS-CONTROL-FILE-STATUS = "00"
        READ PENDING-CONTROL-FILE
            NOT AT END
                IF PC-NEXT-ITEM-NUM IS NUMERIC
                        AND PC-NEXT-ITEM-NUM > 0
                    MOVE PC-NEXT-ITEM-NUM TO WS-NEXT-ITEM-NUM
                END-IF
        END-READ
        CLOSE PENDING-CONTROL-FILE
    END-IF.
    IF WS-MAX-ITEM-NUM >= WS-NEXT-ITEM-NUM
        COMPUTE WS-NEXT-ITEM-NUM = WS-MAX-ITEM-NUM + 1
    END-IF.

*> Every keyed line must name the operator who keyed it -- without
*> a maker there is nobody the checker can be told apart from.
*> The maintenance edits themselves stay with customer_master,
*> which applies them against the master as it stands when the
*> approved change arrives.
CAPTURE-NEW-MAINTENANCE.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT INTAKE-FILE.
    IF WS-INTAKE-FILE-STATUS NOT = "00"
        SET END-OF-INPUT-FILE TO TRUE
    END-IF.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ INTAKE-FILE
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-INTAKE-READ-COUNT
                PERFORM CAPTURE-ONE-TRANSACTION
        END-READ
    END-PERFORM.
    IF WS-INTAKE-FILE-STATUS NOT = "35"
        CLOSE INTAKE-FILE
    END-IF.

CAPTURE-ONE-TRANSACTION.
    MOVE INTAKE-LINE TO CUST-TRANS-RECORD.
    EVALUATE TRUE
        WHEN CUST-TRANS-RECORD = SPACES
            CONTINUE
        WHEN CTRN-MAKER = SPACES
            ADD 1 TO WS-INTAKE-REJECTED-COUNT
            DISPLAY "Maintenance REJECTED, no entering operator: "
                CTRN-ACTION " " CTRN-ID " " CTRN-NAME
        WHEN WS-PENDING-COUNT >= 1000
            SET PENDING-TABLE-OVERFLOW TO TRUE
        WHEN OTHER
            MOVE SPACES TO CTRN-CHECKER
            ADD 1 TO WS-PENDING-COUNT
            MOVE WS-NEXT-ITEM-NUM TO WS-PI-ITEM-NO(WS-PENDING-COUNT)
            ADD 1 TO WS-NEXT-ITEM-NUM
            MOVE WS-RUN-DATE TO WS-PI-ENTERED(WS-PENDING-COUNT)
            MOVE CUST-TRANS-RECORD TO WS-PI-TRANS(WS-PENDING-COUNT)
            MOVE 'P' TO WS-PI-DISP(WS-PENDING-COUNT)
            ADD 1 TO WS-CAPTURED-COUNT
    END-EVALUATE.

LOAD-DECISIONS.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT DECISIONS-FILE.
    IF WS-DECISIONS-FILE-STATUS NOT = "00"
        DISPLAY "No approval decisions file present, all items "
            "stay pending"
        SET END-OF-INPUT-FILE TO TRUE
    END-IF.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ DECISIONS-FILE
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END PERFORM STORE-DECISION
        END-READ
    END-PERFORM.
    IF WS-DECISIONS-FILE-STATUS NOT = "35"
        CLOSE DECISIONS-FILE
    END-IF.

STORE-DECISION.
    IF WS-DEC-COUNT >= 500
        DISPLAY "Decisions table full, decision skipped: "
            APR-ITEM-NUM
    ELSE
        ADD 1 TO WS-DEC-COUNT
        MOVE APR-ITEM-NUM TO WS-DEC-ITEM-NUM(WS-DEC-COUNT)
        MOVE APR-ACTION TO WS-DEC-ACTION(WS-DEC-COUNT)
        MOVE APR-CHECKER TO WS-DEC-CHECKER(WS-DEC-COUNT)
        MOVE APR-NOTE TO WS-DEC-NOTE(WS-DEC-COUNT)
    END-IF.

OPEN-DECISION-OUTPUTS.
    OPEN EXTEND HISTORY-FILE.
    IF WS-HISTORY-FILE-STATUS = "35"
        OPEN OUTPUT HISTORY-FILE
    END-IF.
    OPEN EXTEND APPROVED-TRANS-FILE.
    IF WS-APPROVED-FILE-STATUS = "35"
        OPEN OUTPUT APPROVED-TRANS-FILE
    END-IF.

*> Decisions address items by permanent number. A number not on
*> the pending file, an item already decided this run, a missing
*> checker, or a checker who is the item's own maker is rejected
*> loudly -- counted, displayed, and the run ends with a warning
*> return code -- and the item stays pending.
APPLY-ONE-DECISION.
    MOVE 0 TO WS-MATCH-IDX.
    PERFORM VARYING WS-PENDING-IDX FROM 1 BY 1
            UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
        IF WS-PI-ITEM-NO(WS-PENDING-IDX)
                = WS-DEC-ITEM-NUM(WS-DEC-IDX)
            MOVE WS-PENDING-IDX TO WS-MATCH-IDX
        END-IF
    END-PERFORM.
    MOVE WS-MATCH-IDX TO WS-PENDING-IDX.
    IF WS-PENDING-IDX > 0
        MOVE WS-PI-TRANS(WS-PENDING-IDX) TO CUST-TRANS-RECORD
    END-IF.
    EVALUATE TRUE
        WHEN WS-PENDING-IDX = 0
            ADD 1 TO WS-REJECTED-DEC-COUNT
            DISPLAY "Decision REJECTED: no pending item with number "
                WS-DEC-ITEM-NUM(WS-DEC-IDX)
        WHEN NOT PI-PENDING(WS-PENDING-IDX)
            ADD 1 TO WS-REJECTED-DEC-COUNT
            DISPLAY "Decision REJECTED: pending item "
                WS-DEC-ITEM-NUM(WS-DEC-IDX) " already decided"
        WHEN WS-DEC-CHECKER(WS-DEC-IDX) = SPACES
            ADD 1 TO WS-REJECTED-DEC-COUNT
            DISPLAY "Decision REJECTED: no checker operator for "
                "item " WS-DEC-ITEM-NUM(WS-DEC-IDX)
                ", item stays pending"
        WHEN WS-DEC-CHECKER(WS-DEC-IDX) = CTRN-MAKER
            ADD 1 TO WS-REJECTED-DEC-COUNT
            DISPLAY "Decision REJECTED: checker "
                WS-DEC-CHECKER(WS-DEC-IDX) " keyed item "
                WS-DEC-ITEM-NUM(WS-DEC-IDX)
                " -- a different operator must decide it"
        WHEN WS-DEC-ACTION(WS-DEC-IDX) = 'A'
            MOVE WS-DEC-CHECKER(WS-DEC-IDX) TO CTRN-CHECKER
            MOVE CUST-TRANS-RECORD TO APPROVED-TRANS-LINE
            WRITE APPROVED-TRANS-LINE
            MOVE "APPROVED" TO WS-DECISION-TEXT
            ADD 1 TO WS-APPROVED-COUNT
            PERFORM CLOSE-PENDING-ITEM
        WHEN WS-DEC-ACTION(WS-DEC-IDX) = 'D'
            MOVE "DECLINED" TO WS-DECISION-TEXT
            ADD 1 TO WS-DECLINED-COUNT
            PERFORM CLOSE-PENDING-ITEM
        WHEN OTHER
            ADD 1 TO WS-REJECTED-DEC-COUNT
            DISPLAY "Decision REJECTED: unknown action '"
                WS-DEC-ACTION(WS-DEC-IDX) "' for item "
                WS-DEC-ITEM-NUM(WS-DEC-IDX) ", item stays pending"
    END-EVALUATE.

CLOSE-PENDING-ITEM.
    MOVE 'C' TO WS-PI-DISP(WS-PENDING-IDX).
    MOVE SPACES TO CUST-PENDING-HISTORY-RECORD.
    MOVE WS-RUN-DATE TO PH-DECIDED-DATE.
    MOVE WS-DECISION-TEXT TO PH-DECISION.
    MOVE WS-DEC-CHECKER(WS-DEC-IDX) TO PH-CHECKER.
    MOVE WS-PI-ITEM-NO(WS-PENDING-IDX) TO PH-ITEM-NUM.
    MOVE WS-PI-ENTERED(WS-PENDING-IDX) TO PH-ENTERED-DATE.
    MOVE WS-PI-TRANS(WS-PENDING-IDX) TO PH-TRANS-IMAGE.
    MOVE WS-DEC-NOTE(WS-DEC-IDX) TO PH-NOTE.
    WRITE CUST-PENDING-HISTORY-RECORD.

REWRITE-PENDING-FILE.
    OPEN OUTPUT PENDING-FILE.
    PERFORM VARYING WS-PENDING-IDX FROM 1 BY 1
            UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
        IF PI-PENDING(WS-PENDING-IDX)
            ADD 1 TO WS-STILL-PENDING-COUNT
            MOVE SPACES TO CUST-PENDING-RECORD
            MOVE WS-PI-ITEM-NO(WS-PENDING-IDX) TO PEND-ITEM-NUM
            MOVE WS-PI-ENTERED(WS-PENDING-IDX) TO PEND-ENTERED-DATE
            MOVE WS-PI-TRANS(WS-PENDING-IDX) TO PEND-TRANS-IMAGE
            WRITE CUST-PENDING-RECORD
        END-IF
    END-PERFORM.
    CLOSE PENDING-FILE.

WRITE-NEXT-ITEM-NUMBER.
    OPEN OUTPUT PENDING-CONTROL-FILE.
    MOVE WS-NEXT-ITEM-NUM TO PC-NEXT-ITEM-NUM.
    WRITE PENDING-CONTROL-RECORD.
    CLOSE PENDING-CONTROL-FILE.

*> Captured lines now live on the pending file under their own
*> numbers; taking them off the intake keeps a rerun from capturing
*> them a second time. customer_screen may have appended lines
*> since the capture read the file, so only the lines the capture
*> read are dropped -- anything past them is copied through the
*> work file and put back for the next run.
CLEAR-INTAKE-FILE.
    IF WS-INTAKE-FILE-STATUS NOT = "35"
        PERFORM KEEP-LATE-INTAKE-LINES
        OPEN OUTPUT INTAKE-FILE
        IF WS-INTAKE-KEPT-COUNT > 0
            MOVE 'N' TO WS-EOF-FLAG
            OPEN INPUT INTAKE-WORK-FILE
            PERFORM UNTIL END-OF-INPUT-FILE
                READ INTAKE-WORK-FILE
                    AT END SET END-OF-INPUT-FILE TO TRUE
                    NOT AT END
                        MOVE INTAKE-WORK-LINE TO INTAKE-LINE
                        WRITE INTAKE-LINE
                END-READ
            END-PERFORM
            CLOSE INTAKE-WORK-FILE
            DISPLAY "Intake lines keyed during the run kept for the "
                "next run: " WS-INTAKE-KEPT-COUNT
        END-IF
        CLOSE INTAKE-FILE
    END-IF.

KEEP-LATE-INTAKE-LINES.
    MOVE 0 TO WS-INTAKE-LINE-COUNT.
    MOVE 0 TO WS-INTAKE-KEPT-COUNT.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN OUTPUT INTAKE-WORK-FILE.
    OPEN INPUT INTAKE-FILE.
    IF WS-INTAKE-FILE-STATUS NOT = "00"
        SET END-OF-INPUT-FILE TO TRUE
    END-IF.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ INTAKE-FILE
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-INTAKE-LINE-COUNT
                IF WS-INTAKE-LINE-COUNT > WS-INTAKE-READ-COUNT
                    MOVE INTAKE-LINE TO INTAKE-WORK-LINE
                    WRITE INTAKE-WORK-LINE
                    ADD 1 TO WS-INTAKE-KEPT-COUNT
                END-IF
        END-READ
    END-PERFORM.
    IF WS-INTAKE-FILE-STATUS NOT = "35"
        CLOSE INTAKE-FILE
    END-IF.
    CLOSE INTAKE-WORK-FILE.

*> Still-pending listing plus the aging summary. Item numbers are
*> the permanent numbers the next decisions file should quote.
WRITE-PENDING-REPORT.
    OPEN OUTPUT PENDING-REPORT-FILE.
    MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-EDIT.
    MOVE "CUSTOMER MAINTENANCE -- PENDING APPROVAL"
        TO PENDING-REPORT-LINE.
    WRITE PENDING-REPORT-LINE.
    MOVE SPACES TO PENDING-REPORT-LINE.
    STRING "Run date: " WS-RUN-DATE-EDIT DELIMITED BY SIZE
        INTO PENDING-REPORT-LINE.
    WRITE PENDING-REPORT-LINE.
    MOVE SPACES TO PENDING-REPORT-LINE.
    WRITE PENDING-REPORT-LINE.
    MOVE " ITEM  DAYS  A  CUST ID  NAME             MAKER"
        TO PENDING-REPORT-LINE.
    WRITE PENDING-REPORT-LINE.

    PERFORM VARYING WS-PENDING-IDX FROM 1 BY 1
            UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
        IF PI-PENDING(WS-PENDING-IDX)
            PERFORM WRITE-ONE-PENDING-ITEM
        END-IF
    END-PERFORM.

    MOVE SPACES TO PENDING-REPORT-LINE.
    WRITE PENDING-REPORT-LINE.
    MOVE WS-APPROVED-COUNT TO WS-EDIT-ITEM.
    MOVE SPACES TO PENDING-REPORT-LINE.
    STRING "  Approved this run : " WS-EDIT-ITEM
        DELIMITED BY SIZE INTO PENDING-REPORT-LINE.
    WRITE PENDING-REPORT-LINE.
    MOVE WS-DECLINED-COUNT TO WS-EDIT-ITEM.
    MOVE SPACES TO PENDING-REPORT-LINE.
    STRING "  Declined this run : " WS-EDIT-ITEM
        DELIMITED BY SIZE INTO PENDING-REPORT-LINE.
    WRITE PENDING-REPORT-LINE.
    MOVE WS-REJECTED-DEC-COUNT TO WS-EDIT-ITEM.
    MOVE SPACES TO PENDING-REPORT-LINE.
    STRING "  Decisions rejected: " WS-EDIT-ITEM
        DELIMITED BY SIZE INTO PENDING-REPORT-LINE.
    WRITE PENDING-REPORT-LINE.
    MOVE SPACES TO PENDING-REPORT-LINE.
    WRITE PENDING-REPORT-LINE.
    MOVE WS-AGING-DAYS TO WS-EDIT-DAYS.
    MOVE SPACES TO PENDING-REPORT-LINE.
    STRING "AGING: items pending more than " WS-EDIT-DAYS " days"
        DELIMITED BY SIZE INTO PENDING-REPORT-LINE.
    WRITE PENDING-REPORT-LINE.
    MOVE WS-AGED-COUNT TO WS-EDIT-ITEM.
    MOVE SPACES TO PENDING-REPORT-LINE.
    STRING "  Aged items   : " WS-EDIT-ITEM
        DELIMITED BY SIZE INTO PENDING-REPORT-LINE.
    WRITE PENDING-REPORT-LINE.
    MOVE WS-STILL-PENDING-COUNT TO WS-EDIT-ITEM.
    MOVE SPACES TO PENDING-REPORT-LINE.
    STRING "  Pending items: " WS-EDIT-ITEM
        DELIMITED BY SIZE INTO PENDING-REPORT-LINE.
    WRITE PENDING-REPORT-LINE.
    MOVE "*** END OF REPORT ***" TO PENDING-REPORT-LINE.
    WRITE PENDING-REPORT-LINE.
    CLOSE PENDING-REPORT-FILE.

WRITE-ONE-PENDING-ITEM.
    MOVE WS-PI-TRANS(WS-PENDING-IDX) TO CUST-TRANS-RECORD.
    MOVE 0 TO WS-DAYS-PENDING.
    IF WS-PI-ENTERED(WS-PENDING-IDX) IS NUMERIC
        MOVE WS-PI-ENTERED(WS-PENDING-IDX) TO WS-ENTERED-DATE-NUM
        IF FUNCTION INTEGER-OF-DATE(WS-ENTERED-DATE-NUM) > 0
            COMPUTE WS-DAYS-PENDING =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                - FUNCTION INTEGER-OF-DATE(WS-ENTERED-DATE-NUM)
        END-IF
    END-IF.
    MOVE SPACES TO WS-AGED-MARK.
    IF WS-DAYS-PENDING > WS-AGING-DAYS
        ADD 1 TO WS-AGED-COUNT
        MOVE "  AGED" TO WS-AGED-MARK
    END-IF.
    MOVE WS-PI-ITEM-NO(WS-PENDING-IDX) TO WS-EDIT-ITEM.
    MOVE WS-DAYS-PENDING TO WS-EDIT-DAYS.
    MOVE SPACES TO PENDING-REPORT-LINE.
    STRING WS-EDIT-ITEM " " WS-EDIT-DAYS "  " CTRN-ACTION "  "
        CTRN-ID "  " CTRN-NAME "  " CTRN-MAKER WS-AGED-MARK
        DELIMITED BY SIZE INTO PENDING-REPORT-LINE.
    WRITE PENDING-REPORT-LINE.
