IDENTIFICATION DIVISION.

PROGRAM-ID. exposure_period_close.

*> Period close for the customer exposure balances. For every
*> balance record it snapshots the closing limit and period-to-date
*> to the balance history, proves the exposure ledger adds up to
*> that closing period-to-date, rolls BAL-PTD-TOTAL to zero, and
*> writes the roll to the ledger as a period-close entry -- so the
*> ledger for the next period starts from zero exactly as the
*> balance does. The period end is taken from the parameter file,
*> else the last business date basic-math processed, else the run
*> date; a period end on or before the last one closed is refused.
*> A ledger not yet created when the first period closes is opened
*> here with an opening entry per balance, which the proof counts.
*> Run it after the period's last business day and before the
*> first day of the next period is processed. A customer whose
*> ledger does not prove is still closed -- the snapshot keeps both
*> figures -- but is listed NOT PROVED and the run ends RC 4.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CLOSE-PARAM-FILE ASSIGN TO
                "data/period-close-params.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARAM-FILE-STATUS.

        SELECT LASTDATE-FILE ASSIGN TO "data/basic-math-lastdate.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LASTDATE-FILE-STATUS.

        SELECT CLOSE-CONTROL-FILE ASSIGN TO
                "data/period-close-control.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTROL-FILE-STATUS.

        SELECT LEDGER-FILE ASSIGN TO "data/exposure-ledger.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEDGER-FILE-STATUS.

        SELECT BALANCE-FILE ASSIGN TO "data/customer-balance.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BAL-CUST-ID
            FILE STATUS IS WS-BALANCE-STATUS.

        SELECT HISTORY-FILE ASSIGN TO
                "data/customer-balance-history.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-FILE-STATUS.

        SELECT CLOSE-REPORT-FILE ASSIGN TO
                "data/period-close-report.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
    FD CLOSE-PARAM-FILE.
    01 CLOSE-PARAM-RECORD.
        05 CP-PERIOD-END PIC X(8).

    FD LASTDATE-FILE.
    01 LASTDATE-RECORD.
        05 LD-BUSINESS-DATE PIC X(8).

    FD CLOSE-CONTROL-FILE.
    01 CLOSE-CONTROL-RECORD.
        05 CC-LAST-PERIOD-END PIC X(8).

    FD LEDGER-FILE.
    COPY EXPLDGR.

    FD BALANCE-FILE.
    COPY CUSTBAL.

    FD HISTORY-FILE.
    COPY BALHIST.

    FD CLOSE-REPORT-FILE.
    01 CLOSE-REPORT-LINE PIC X(100).

WORKING-STORAGE SECTION.
    01 WS-PARAM-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-LASTDATE-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-LEDGER-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-BALANCE-STATUS PIC XX VALUE SPACES.
    01 WS-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.

    01 WS-EOF-FLAG PIC X VALUE 'N'.
        88 END-OF-INPUT-FILE VALUE 'Y'.
    01 WS-OVERFLOW-FLAG PIC X VALUE 'N'.
        88 LEDGER-TABLE-OVERFLOW VALUE 'Y'.
    01 WS-LEDGER-NEW-FLAG PIC X VALUE 'N'.
        88 LEDGER-OPENED-HERE VALUE 'Y'.

    01 WS-RUN-DATE PIC X(8) VALUE SPACES.
    01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
    01 WS-PERIOD-END PIC X(8) VALUE SPACES.
    01 WS-PERIOD-END-NUM REDEFINES WS-PERIOD-END PIC 9(8).
    01 WS-LAST-CLOSED PIC X(8) VALUE SPACES.
    01 WS-DATE-EDIT PIC 9999/99/99.

    *> What the ledger adds up to per customer since its last close
    *> (a close entry brings each customer back to zero, so summing
    *> the whole ledger gives the current period). Ids are kept in
    *> arrival order and searched -- the same keyed table the
    *> consolidated report uses since ids went to seven digits.
    01 WS-LEDGER-TABLE.
        05 WS-LT-ENTRY OCCURS 5000 TIMES.
            10 WS-LT-CUST-ID PIC 9(7).
            10 WS-LT-TOTAL   PIC S9(9)V99.
            10 WS-LT-MATCHED PIC X.
    01 WS-LT-COUNT PIC 9(5) VALUE 0.
    01 WS-LT-IDX PIC 9(5).
    01 WS-LT-FOUND-IDX PIC 9(5).

    01 WS-LEDGER-TOTAL PIC S9(9)V99.
    01 WS-UTIL-PCT PIC 9(4)V9.
    01 WS-PROOF-FLAG PIC X.
        88 BALANCE-PROVED VALUE 'Y'.
    01 WS-CLOSE-CHANGE PIC S9(9)V99.
    01 WS-LAST-CUST-ID PIC 9(7).

    01 WS-LEDGER-READ-COUNT PIC 9(9) VALUE 0.
    01 WS-LEDGER-BAD-COUNT PIC 9(9) VALUE 0.
    01 WS-CLOSED-COUNT PIC 9(7) VALUE 0.
    01 WS-PROVED-COUNT PIC 9(7) VALUE 0.
    01 WS-NOT-PROVED-COUNT PIC 9(7) VALUE 0.
    01 WS-ORPHAN-COUNT PIC 9(7) VALUE 0.
    01 WS-TOTAL-CLOSING PIC 9(11)V99 VALUE 0.
    01 WS-TOTAL-LEDGER PIC S9(11)V99 VALUE 0.

    01 WS-EDIT-AMT PIC ZZZ,ZZZ,ZZ9.99.
    01 WS-EDIT-LEDGER PIC -ZZZ,ZZZ,ZZ9.99.
    01 WS-EDIT-LIMIT PIC ZZZ,ZZZ,ZZ9.99.
    01 WS-EDIT-PCT PIC Z,ZZ9.9.
    01 WS-EDIT-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
    01 WS-EDIT-TOTAL-LEDGER PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
    01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
    01 WS-PROOF-TEXT PIC X(16).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM DETERMINE-PERIOD-END.
    PERFORM CHECK-NOT-ALREADY-CLOSED.
    PERFORM LOAD-LEDGER-TOTALS.
    IF LEDGER-TABLE-OVERFLOW
        DISPLAY "Exposure ledger holds more than " 5000
            " customers, period close aborted before any change"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM OPEN-CLOSE-FILES.
    PERFORM WRITE-REPORT-HEADER.
    PERFORM CLOSE-ALL-BALANCES.
    PERFORM CLOSE-LEDGER-ORPHANS.
    PERFORM WRITE-REPORT-TOTALS.
    PERFORM CLOSE-FILES.
    PERFORM WRITE-CLOSE-CONTROL.
    DISPLAY "Period close complete for " WS-PERIOD-END
        ". Balances closed: " WS-CLOSED-COUNT
        ", proved: " WS-PROVED-COUNT
        ", not proved: " WS-NOT-PROVED-COUNT.
    IF WS-NOT-PROVED-COUNT > 0 OR WS-LEDGER-BAD-COUNT > 0
        DISPLAY "Exposure ledger does NOT prove -- see "
            "data/period-close-report.txt"
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

DETERMINE-PERIOD-END.
    MOVE WS-RUN-DATE TO WS-PERIOD-END.
    OPEN INPUT LASTDATE-FILE.
    IF WS-LASTDATE-FILE-STATUS = "00"
        READ LASTDATE-FILE
            NOT AT END
                IF LD-BUSINESS-DATE IS NUMERIC
                    MOVE LD-BUSINESS-DATE TO WS-PERIOD-END
                END-IF
        END-READ
        CLOSE LASTDATE-FILE
    END-IF.
    OPEN INPUT CLOSE-PARAM-FILE.
    IF WS-PARAM-FILE-STATUS = "00"
        READ CLOSE-PARAM-FILE
            NOT AT END
                IF CP-PERIOD-END NOT = SPACES
                    MOVE CP-PERIOD-END TO WS-PERIOD-END
                END-IF
        END-READ
        CLOSE CLOSE-PARAM-FILE
    END-IF.
    IF WS-PERIOD-END IS NOT NUMERIC
        DISPLAY "Period end is not a date: " WS-PERIOD-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF FUNCTION INTEGER-OF-DATE(WS-PERIOD-END-NUM) = 0
        DISPLAY "Period end is not a date: " WS-PERIOD-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> Closing the same period twice would roll the next period's
*> postings into the wrong snapshot.
CHECK-NOT-ALREADY-CLOSED.
    OPEN INPUT CLOSE-CONTROL-FILE.
    IF WS-CONTROL-FILE-STATUS = "00"
        READ CLOSE-CONTROL-FILE
            NOT AT END MOVE CC-LAST-PERIOD-END TO WS-LAST-CLOSED
        END-READ
        CLOSE CLOSE-CONTROL-FILE
    END-IF.
    IF WS-LAST-CLOSED IS NUMERIC
            AND WS-PERIOD-END NOT > WS-LAST-CLOSED
        DISPLAY "Period ending " WS-PERIOD-END " is not after the "
            "last period closed (" WS-LAST-CLOSED "), run refused"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-LEDGER-TOTALS.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT LEDGER-FILE.
    IF WS-LEDGER-FILE-STATUS = "35"
        DISPLAY "No exposure ledger on file, it is opened from the "
            "balances being closed"
        SET LEDGER-OPENED-HERE TO TRUE
    END-IF.
    IF WS-LEDGER-FILE-STATUS NOT = "00"
        SET END-OF-INPUT-FILE TO TRUE
    END-IF.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ LEDGER-FILE
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END PERFORM ADD-LEDGER-ENTRY
        END-READ
    END-PERFORM.
    IF WS-LEDGER-FILE-STATUS NOT = "35"
        CLOSE LEDGER-FILE
    END-IF.

ADD-LEDGER-ENTRY.
    ADD 1 TO WS-LEDGER-READ-COUNT.
    IF LDG-CUST-ID IS NOT NUMERIC OR LDG-PTD-CHANGE IS NOT NUMERIC
        ADD 1 TO WS-LEDGER-BAD-COUNT
        DISPLAY "Unreadable exposure ledger entry " WS-LEDGER-READ-COUNT
    ELSE
        MOVE LDG-CUST-ID TO WS-LAST-CUST-ID
        PERFORM FIND-LEDGER-CUSTOMER
        IF WS-LT-FOUND-IDX = 0
            IF WS-LT-COUNT >= 5000
                SET LEDGER-TABLE-OVERFLOW TO TRUE
            ELSE
                ADD 1 TO WS-LT-COUNT
                MOVE WS-LT-COUNT TO WS-LT-FOUND-IDX
                MOVE LDG-CUST-ID TO WS-LT-CUST-ID(WS-LT-COUNT)
                MOVE 0 TO WS-LT-TOTAL(WS-LT-COUNT)
                MOVE 'N' TO WS-LT-MATCHED(WS-LT-COUNT)
            END-IF
        END-IF
        IF WS-LT-FOUND-IDX > 0
            ADD LDG-PTD-CHANGE TO WS-LT-TOTAL(WS-LT-FOUND-IDX)
        END-IF
    END-IF.

FIND-LEDGER-CUSTOMER.
    MOVE 0 TO WS-LT-FOUND-IDX.
    PERFORM VARYING WS-LT-IDX FROM 1 BY 1
            UNTIL WS-LT-IDX > WS-LT-COUNT OR WS-LT-FOUND-IDX > 0
        IF WS-LT-CUST-ID(WS-LT-IDX) = WS-LAST-CUST-ID
            MOVE WS-LT-IDX TO WS-LT-FOUND-IDX
        END-IF
    END-PERFORM.

OPEN-CLOSE-FILES.
    OPEN I-O BALANCE-FILE.
    IF WS-BALANCE-STATUS NOT = "00"
        DISPLAY "Unable to open balance file, file status: "
            WS-BALANCE-STATUS ", period close aborted"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND LEDGER-FILE.
    IF WS-LEDGER-FILE-STATUS = "35"
        OPEN OUTPUT LEDGER-FILE
    END-IF.
    OPEN EXTEND HISTORY-FILE.
    IF WS-HISTORY-FILE-STATUS = "35"
        OPEN OUTPUT HISTORY-FILE
    END-IF.
    OPEN OUTPUT CLOSE-REPORT-FILE.

WRITE-REPORT-HEADER.
    MOVE "EXPOSURE PERIOD CLOSE REPORT" TO CLOSE-REPORT-LINE.
    WRITE CLOSE-REPORT-LINE.
    MOVE WS-RUN-DATE-NUM TO WS-DATE-EDIT.
    MOVE SPACES TO CLOSE-REPORT-LINE.
    STRING "Run date: " WS-DATE-EDIT DELIMITED BY SIZE
        INTO CLOSE-REPORT-LINE.
    WRITE CLOSE-REPORT-LINE.
    MOVE WS-PERIOD-END-NUM TO WS-DATE-EDIT.
    MOVE SPACES TO CLOSE-REPORT-LINE.
    STRING "Period ending: " WS-DATE-EDIT DELIMITED BY SIZE
        INTO CLOSE-REPORT-LINE.
    WRITE CLOSE-REPORT-LINE.
    MOVE SPACES TO CLOSE-REPORT-LINE.
    WRITE CLOSE-REPORT-LINE.
    MOVE SPACES TO CLOSE-REPORT-LINE.
    STRING "  CUST ID           LIMIT     CLOSING PTD    LEDGER TOTAL"
        "   USED%  PROOF" DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
    WRITE CLOSE-REPORT-LINE.

CLOSE-ALL-BALANCES.
    MOVE 'N' TO WS-EOF-FLAG.
    MOVE 0 TO BAL-CUST-ID.
    START BALANCE-FILE KEY IS NOT LESS THAN BAL-CUST-ID
        INVALID KEY SET END-OF-INPUT-FILE TO TRUE
    END-START.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ BALANCE-FILE NEXT RECORD
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END PERFORM CLOSE-ONE-BALANCE
        END-READ
    END-PERFORM.

CLOSE-ONE-BALANCE.
    ADD 1 TO WS-CLOSED-COUNT.
    MOVE BAL-CUST-ID TO WS-LAST-CUST-ID.
    PERFORM FIND-LEDGER-CUSTOMER.
    MOVE 0 TO WS-LEDGER-TOTAL.
    IF WS-LT-FOUND-IDX > 0
        MOVE WS-LT-TOTAL(WS-LT-FOUND-IDX) TO WS-LEDGER-TOTAL
        MOVE 'Y' TO WS-LT-MATCHED(WS-LT-FOUND-IDX)
    END-IF.
    *> The opening entry is part of the ledger the balance proves
    *> against.
    IF LEDGER-OPENED-HERE
        PERFORM WRITE-OPENING-ENTRY
        ADD BAL-PTD-TOTAL TO WS-LEDGER-TOTAL
    END-IF.
    IF WS-LEDGER-TOTAL = BAL-PTD-TOTAL
        SET BALANCE-PROVED TO TRUE
        ADD 1 TO WS-PROVED-COUNT
    ELSE
        MOVE 'N' TO WS-PROOF-FLAG
        ADD 1 TO WS-NOT-PROVED-COUNT
    END-IF.
    MOVE 0 TO WS-UTIL-PCT.
    IF BAL-LIMIT > 0
        COMPUTE WS-UTIL-PCT ROUNDED = BAL-PTD-TOTAL * 100 / BAL-LIMIT
            ON SIZE ERROR MOVE 9999.9 TO WS-UTIL-PCT
        END-COMPUTE
    END-IF.
    ADD BAL-PTD-TOTAL TO WS-TOTAL-CLOSING.
    ADD WS-LEDGER-TOTAL TO WS-TOTAL-LEDGER.

    MOVE SPACES TO BALANCE-HISTORY-RECORD.
    MOVE WS-PERIOD-END TO BH-PERIOD-END.
    MOVE BAL-CUST-ID TO BH-CUST-ID.
    MOVE BAL-LIMIT TO BH-LIMIT.
    MOVE BAL-PTD-TOTAL TO BH-CLOSING-PTD.
    MOVE WS-LEDGER-TOTAL TO BH-LEDGER-TOTAL.
    MOVE WS-PROOF-FLAG TO BH-PROOF.
    MOVE WS-UTIL-PCT TO BH-UTIL-PCT.
    WRITE BALANCE-HISTORY-RECORD.
    PERFORM WRITE-CLOSE-LINE.

    *> The close entry takes the ledger back to zero for the new
    *> period -- by the ledger's own total, so a customer that did
    *> not prove still starts the next period with both at zero.
    COMPUTE WS-CLOSE-CHANGE = 0 - WS-LEDGER-TOTAL.
    MOVE 0 TO BAL-PTD-TOTAL.
    REWRITE BALANCE-RECORD
        INVALID KEY
            DISPLAY "Period close REWRITE failed for customer "
                BAL-CUST-ID
            MOVE 8 TO RETURN-CODE
        NOT INVALID KEY
            PERFORM WRITE-CLOSE-ENTRY
    END-REWRITE.

WRITE-CLOSE-LINE.
    IF BALANCE-PROVED
        MOVE "PROVED" TO WS-PROOF-TEXT
    ELSE
        MOVE "*** NOT PROVED" TO WS-PROOF-TEXT
    END-IF.
    MOVE BAL-LIMIT TO WS-EDIT-LIMIT.
    MOVE BAL-PTD-TOTAL TO WS-EDIT-AMT.
    MOVE WS-LEDGER-TOTAL TO WS-EDIT-LEDGER.
    MOVE WS-UTIL-PCT TO WS-EDIT-PCT.
    MOVE SPACES TO CLOSE-REPORT-LINE.
    STRING "  " BAL-CUST-ID " " WS-EDIT-LIMIT " " WS-EDIT-AMT " "
        WS-EDIT-LEDGER " " WS-EDIT-PCT "  " WS-PROOF-TEXT
        DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
    WRITE CLOSE-REPORT-LINE.

WRITE-CLOSE-ENTRY.
    MOVE SPACES TO EXPOSURE-LEDGER-RECORD.
    MOVE WS-LAST-CUST-ID TO LDG-CUST-ID.
    MOVE WS-PERIOD-END TO LDG-BUS-DATE.
    SET LDG-PERIOD-CLOSE TO TRUE.
    MOVE "PERCLOSE" TO LDG-SOURCE.
    MOVE WS-CLOSE-CHANGE TO LDG-PTD-CHANGE.
    MOVE 0 TO LDG-PTD-AFTER.
    MOVE BAL-LIMIT TO LDG-LIMIT-BEFORE.
    MOVE BAL-LIMIT TO LDG-LIMIT-AFTER.
    MOVE WS-RUN-DATE TO LDG-RUN-DATE.
    MOVE 0 TO LDG-REF.
    WRITE EXPOSURE-LEDGER-RECORD.

WRITE-OPENING-ENTRY.
    MOVE SPACES TO EXPOSURE-LEDGER-RECORD.
    SET LDG-OPENING TO TRUE.
    MOVE BAL-CUST-ID TO LDG-CUST-ID.
    MOVE WS-PERIOD-END TO LDG-BUS-DATE.
    MOVE "OPENING" TO LDG-SOURCE.
    MOVE BAL-PTD-TOTAL TO LDG-PTD-CHANGE.
    MOVE BAL-PTD-TOTAL TO LDG-PTD-AFTER.
    MOVE BAL-LIMIT TO LDG-LIMIT-BEFORE.
    MOVE BAL-LIMIT TO LDG-LIMIT-AFTER.
    MOVE WS-RUN-DATE TO LDG-RUN-DATE.
    MOVE 0 TO LDG-REF.
    WRITE EXPOSURE-LEDGER-RECORD.

*> A ledger total left over for a customer with no balance record
*> at all means entries the balance file never carried -- it can't
*> prove, and is zeroed with a close entry like any other.
CLOSE-LEDGER-ORPHANS.
    PERFORM VARYING WS-LT-IDX FROM 1 BY 1
            UNTIL WS-LT-IDX > WS-LT-COUNT
        IF WS-LT-MATCHED(WS-LT-IDX) = 'N'
                AND WS-LT-TOTAL(WS-LT-IDX) NOT = 0
            PERFORM CLOSE-ONE-ORPHAN
        END-IF
    END-PERFORM.

CLOSE-ONE-ORPHAN.
    ADD 1 TO WS-ORPHAN-COUNT.
    ADD 1 TO WS-NOT-PROVED-COUNT.
    ADD WS-LT-TOTAL(WS-LT-IDX) TO WS-TOTAL-LEDGER.
    MOVE WS-LT-TOTAL(WS-LT-IDX) TO WS-EDIT-LEDGER.
    MOVE SPACES TO CLOSE-REPORT-LINE.
    STRING "  " WS-LT-CUST-ID(WS-LT-IDX)
        "   NO BALANCE RECORD             " WS-EDIT-LEDGER
        "          *** NOT PROVED"
        DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
    WRITE CLOSE-REPORT-LINE.
    MOVE WS-LT-CUST-ID(WS-LT-IDX) TO WS-LAST-CUST-ID.
    COMPUTE WS-CLOSE-CHANGE = 0 - WS-LT-TOTAL(WS-LT-IDX).
    MOVE 0 TO BAL-LIMIT.
    PERFORM WRITE-CLOSE-ENTRY.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO CLOSE-REPORT-LINE.
    WRITE CLOSE-REPORT-LINE.
    MOVE WS-CLOSED-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO CLOSE-REPORT-LINE.
    STRING "  Balances closed     : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
    WRITE CLOSE-REPORT-LINE.
    MOVE WS-PROVED-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO CLOSE-REPORT-LINE.
    STRING "  Proved to ledger    : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
    WRITE CLOSE-REPORT-LINE.
    MOVE WS-NOT-PROVED-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO CLOSE-REPORT-LINE.
    STRING "  Not proved          : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
    WRITE CLOSE-REPORT-LINE.
    MOVE WS-ORPHAN-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO CLOSE-REPORT-LINE.
    STRING "  Ledger, no balance  : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
    WRITE CLOSE-REPORT-LINE.
    MOVE WS-LEDGER-BAD-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO CLOSE-REPORT-LINE.
    STRING "  Unreadable entries  : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
    WRITE CLOSE-REPORT-LINE.
    MOVE WS-TOTAL-CLOSING TO WS-EDIT-TOTAL.
    MOVE SPACES TO CLOSE-REPORT-LINE.
    STRING "  Total closing PTD   : " WS-EDIT-TOTAL
        DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
    WRITE CLOSE-REPORT-LINE.
    MOVE WS-TOTAL-LEDGER TO WS-EDIT-TOTAL-LEDGER.
    MOVE SPACES TO CLOSE-REPORT-LINE.
    STRING "  Total ledger        : " WS-EDIT-TOTAL-LEDGER
        DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
    WRITE CLOSE-REPORT-LINE.
    MOVE SPACES TO CLOSE-REPORT-LINE.
    WRITE CLOSE-REPORT-LINE.
    IF WS-NOT-PROVED-COUNT > 0 OR WS-LEDGER-BAD-COUNT > 0
        MOVE "RESULT: *** LEDGER DOES NOT PROVE ***"
            TO CLOSE-REPORT-LINE
    ELSE
        MOVE "RESULT: LEDGER PROVES TO EVERY CLOSING BALANCE"
            TO CLOSE-REPORT-LINE
    END-IF.
    WRITE CLOSE-REPORT-LINE.
    MOVE "*** END OF REPORT ***" TO CLOSE-REPORT-LINE.
    WRITE CLOSE-REPORT-LINE.

CLOSE-FILES.
    CLOSE BALANCE-FILE.
    CLOSE LEDGER-FILE.
    CLOSE HISTORY-FILE.
    CLOSE CLOSE-REPORT-FILE.

WRITE-CLOSE-CONTROL.
    OPEN OUTPUT CLOSE-CONTROL-FILE.
    MOVE WS-PERIOD-END TO CC-LAST-PERIOD-END.
    WRITE CLOSE-CONTROL-RECORD.
    CLOSE CLOSE-CONTROL-FILE.
