IDENTIFICATION DIVISION.

PROGRAM-ID. exposure_utilization_report.

*> Limit utilization report. The first part reads the balance
*> history the period close writes and shows, per customer, the
*> closing period-to-date as a percentage of the limit for the last
*> three periods closed, with the change from the period before.
*> The second part reads the live balance file and lists the
*> limit-checked customers already above the warning threshold
*> (default 80 percent, overridable via the parameter file) in the
*> current period, with the headroom left before basic-math starts
*> suspending them OVER LIMIT.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT UTIL-PARAM-FILE ASSIGN TO
                "data/utilization-params.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARAM-FILE-STATUS.

        SELECT HISTORY-FILE ASSIGN TO
                "data/customer-balance-history.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-FILE-STATUS.

        SELECT BALANCE-FILE ASSIGN TO "data/customer-balance.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BAL-CUST-ID
            FILE STATUS IS WS-BALANCE-STATUS.

        SELECT UTIL-REPORT-FILE ASSIGN TO
                "data/utilization-report.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
    FD UTIL-PARAM-FILE.
    01 UTIL-PARAM-RECORD.
        05 UP-WARN-THRESHOLD PIC 9(3).

    FD HISTORY-FILE.
    COPY BALHIST.

    FD BALANCE-FILE.
    COPY CUSTBAL.

    FD UTIL-REPORT-FILE.
    01 UTIL-LINE PIC X(100).

WORKING-STORAGE SECTION.
    01 WS-PARAM-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-BALANCE-STATUS PIC XX VALUE SPACES.
    01 WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.

    01 WS-EOF-FLAG PIC X VALUE 'N'.
        88 END-OF-INPUT-FILE VALUE 'Y'.

    *> Utilization percentage at or above which a customer is listed
    *> as running hot.
    01 WS-WARN-THRESHOLD PIC 9(3) VALUE 80.

    01 WS-RUN-DATE PIC X(8) VALUE SPACES.
    01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
    01 WS-DATE-EDIT PIC 9999/99/99.

    *> The last three period ends on the history, oldest first. The
    *> close refuses to go backwards, so the history is in period
    *> order and the last three distinct dates read are the columns.
    01 WS-PERIOD-TABLE.
        05 WS-PERIOD-END OCCURS 3 TIMES PIC X(8).
    01 WS-PERIOD-COUNT PIC 9 VALUE 0.
    01 WS-PERIOD-IDX PIC 9.
    01 WS-PERIOD-NUM PIC 9(8).
    01 WS-PERIOD-EDIT PIC 9999/99/99.

    *> Closing utilization per customer for those three periods, in
    *> the order the customers first appear.
    01 WS-CUST-TABLE.
        05 WS-CT-ENTRY OCCURS 5000 TIMES.
            10 WS-CT-CUST-ID PIC 9(7).
            10 WS-CT-PERIOD OCCURS 3 TIMES.
                15 WS-CT-PRESENT PIC X.
                15 WS-CT-UTIL-PCT PIC 9(4)V9.
    01 WS-CT-COUNT PIC 9(5) VALUE 0.
    01 WS-CT-IDX PIC 9(5).
    01 WS-CT-FOUND-IDX PIC 9(5).
    01 WS-CT-FULL-COUNT PIC 9(7) VALUE 0.

    01 WS-HISTORY-COUNT PIC 9(7) VALUE 0.
    01 WS-HOT-HISTORY-COUNT PIC 9(7) VALUE 0.
    01 WS-HOT-CURRENT-COUNT PIC 9(7) VALUE 0.
    01 WS-LIMIT-CHECKED-COUNT PIC 9(7) VALUE 0.

    01 WS-UTIL-PCT PIC 9(4)V9.
    01 WS-UTIL-CHANGE PIC S9(4)V9.
    01 WS-HEADROOM PIC S9(9)V99.
    01 WS-COLUMN-TABLE.
        05 WS-COLUMN-TEXT OCCURS 3 TIMES PIC X(10).
    01 WS-CHANGE-TEXT PIC X(10).
    01 WS-HOT-FLAG PIC X VALUE 'N'.
        88 CUSTOMER-RUNNING-HOT VALUE 'Y'.
    01 WS-HOT-TEXT PIC X(12).

    01 WS-EDIT-PCT PIC Z,ZZ9.9.
    01 WS-EDIT-CHANGE PIC ++,++9.9.
    01 WS-EDIT-LIMIT PIC ZZZ,ZZZ,ZZ9.99.
    01 WS-EDIT-AMT PIC ZZZ,ZZZ,ZZ9.99.
    01 WS-EDIT-HEADROOM PIC -ZZZ,ZZZ,ZZ9.99.
    01 WS-EDIT-THRESHOLD PIC ZZ9.
    01 WS-EDIT-COUNT PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM READ-UTIL-PARAMETERS.
    PERFORM FIND-LAST-PERIODS.
    PERFORM LOAD-PERIOD-UTILIZATION.
    OPEN OUTPUT UTIL-REPORT-FILE.
    PERFORM WRITE-REPORT-HEADER.
    PERFORM WRITE-PERIOD-SECTION.
    PERFORM WRITE-CURRENT-SECTION.
    MOVE "*** END OF REPORT ***" TO UTIL-LINE.
    WRITE UTIL-LINE.
    CLOSE UTIL-REPORT-FILE.
    DISPLAY "Utilization report written to "
        "data/utilization-report.txt. Above " WS-WARN-THRESHOLD
        "% now: " WS-HOT-CURRENT-COUNT.
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

FIND-LAST-PERIODS.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-FILE-STATUS NOT = "00"
        SET END-OF-INPUT-FILE TO TRUE
    END-IF.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ HISTORY-FILE
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END PERFORM NOTE-HISTORY-PERIOD
        END-READ
    END-PERFORM.
    IF WS-HISTORY-FILE-STATUS NOT = "35"
        CLOSE HISTORY-FILE
    END-IF.

NOTE-HISTORY-PERIOD.
    ADD 1 TO WS-HISTORY-COUNT.
    IF WS-PERIOD-COUNT = 0
        MOVE 1 TO WS-PERIOD-COUNT
        MOVE BH-PERIOD-END TO WS-PERIOD-END(1)
    ELSE
        IF BH-PERIOD-END NOT = WS-PERIOD-END(WS-PERIOD-COUNT)
            IF WS-PERIOD-COUNT < 3
                ADD 1 TO WS-PERIOD-COUNT
            ELSE
                MOVE WS-PERIOD-END(2) TO WS-PERIOD-END(1)
                MOVE WS-PERIOD-END(3) TO WS-PERIOD-END(2)
            END-IF
            MOVE BH-PERIOD-END TO WS-PERIOD-END(WS-PERIOD-COUNT)
        END-IF
    END-IF.

LOAD-PERIOD-UTILIZATION.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-FILE-STATUS NOT = "00"
        SET END-OF-INPUT-FILE TO TRUE
    END-IF.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ HISTORY-FILE
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END PERFORM STORE-HISTORY-UTILIZATION
        END-READ
    END-PERFORM.
    IF WS-HISTORY-FILE-STATUS NOT = "35"
        CLOSE HISTORY-FILE
    END-IF.

STORE-HISTORY-UTILIZATION.
    MOVE 0 TO WS-PERIOD-IDX.
    PERFORM VARYING WS-CT-IDX FROM 1 BY 1
            UNTIL WS-CT-IDX > WS-PERIOD-COUNT
        IF WS-PERIOD-END(WS-CT-IDX) = BH-PERIOD-END
            MOVE WS-CT-IDX TO WS-PERIOD-IDX
        END-IF
    END-PERFORM.
    IF WS-PERIOD-IDX > 0
        PERFORM FIND-CUSTOMER-ENTRY
        IF WS-CT-FOUND-IDX > 0
            MOVE 'Y' TO WS-CT-PRESENT(WS-CT-FOUND-IDX, WS-PERIOD-IDX)
            MOVE BH-UTIL-PCT
                TO WS-CT-UTIL-PCT(WS-CT-FOUND-IDX, WS-PERIOD-IDX)
        END-IF
    END-IF.

FIND-CUSTOMER-ENTRY.
    MOVE 0 TO WS-CT-FOUND-IDX.
    PERFORM VARYING WS-CT-IDX FROM 1 BY 1
            UNTIL WS-CT-IDX > WS-CT-COUNT OR WS-CT-FOUND-IDX > 0
        IF WS-CT-CUST-ID(WS-CT-IDX) = BH-CUST-ID
            MOVE WS-CT-IDX TO WS-CT-FOUND-IDX
        END-IF
    END-PERFORM.
    IF WS-CT-FOUND-IDX = 0
        IF WS-CT-COUNT >= 5000
            ADD 1 TO WS-CT-FULL-COUNT
        ELSE
            ADD 1 TO WS-CT-COUNT
            MOVE WS-CT-COUNT TO WS-CT-FOUND-IDX
            MOVE BH-CUST-ID TO WS-CT-CUST-ID(WS-CT-COUNT)
            MOVE 'N' TO WS-CT-PRESENT(WS-CT-COUNT, 1)
            MOVE 'N' TO WS-CT-PRESENT(WS-CT-COUNT, 2)
            MOVE 'N' TO WS-CT-PRESENT(WS-CT-COUNT, 3)
        END-IF
    END-IF.

WRITE-REPORT-HEADER.
    MOVE "CUSTOMER LIMIT UTILIZATION REPORT" TO UTIL-LINE.
    WRITE UTIL-LINE.
    MOVE WS-RUN-DATE-NUM TO WS-DATE-EDIT.
    MOVE SPACES TO UTIL-LINE.
    STRING "Run date: " WS-DATE-EDIT DELIMITED BY SIZE
        INTO UTIL-LINE.
    WRITE UTIL-LINE.
    MOVE WS-WARN-THRESHOLD TO WS-EDIT-THRESHOLD.
    MOVE SPACES TO UTIL-LINE.
    STRING "Customers flagged at or above " WS-EDIT-THRESHOLD
        " percent of limit" DELIMITED BY SIZE INTO UTIL-LINE.
    WRITE UTIL-LINE.
    MOVE SPACES TO UTIL-LINE.
    WRITE UTIL-LINE.

WRITE-PERIOD-SECTION.
    MOVE "CLOSING UTILIZATION BY PERIOD (PERCENT OF LIMIT)"
        TO UTIL-LINE.
    WRITE UTIL-LINE.
    IF WS-PERIOD-COUNT = 0
        MOVE "  No periods closed yet" TO UTIL-LINE
        WRITE UTIL-LINE
    ELSE
        PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                UNTIL WS-PERIOD-IDX > 3
            MOVE SPACES TO WS-COLUMN-TEXT(WS-PERIOD-IDX)
            IF WS-PERIOD-IDX <= WS-PERIOD-COUNT
                MOVE WS-PERIOD-END(WS-PERIOD-IDX) TO WS-PERIOD-NUM
                MOVE WS-PERIOD-NUM TO WS-PERIOD-EDIT
                MOVE WS-PERIOD-EDIT TO WS-COLUMN-TEXT(WS-PERIOD-IDX)
            END-IF
        END-PERFORM
        MOVE SPACES TO UTIL-LINE
        STRING "  CUST ID   " WS-COLUMN-TEXT(1) "  "
            WS-COLUMN-TEXT(2) "  " WS-COLUMN-TEXT(3)
            "      CHANGE" DELIMITED BY SIZE INTO UTIL-LINE
        WRITE UTIL-LINE
        PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-COUNT
            PERFORM WRITE-CUSTOMER-PERIOD-LINE
        END-PERFORM
    END-IF.
    MOVE SPACES TO UTIL-LINE.
    WRITE UTIL-LINE.
    MOVE WS-HOT-HISTORY-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO UTIL-LINE.
    STRING "  Above threshold at last close: " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO UTIL-LINE.
    WRITE UTIL-LINE.
    IF WS-CT-FULL-COUNT > 0
        MOVE WS-CT-FULL-COUNT TO WS-EDIT-COUNT
        MOVE SPACES TO UTIL-LINE
        STRING "  History records not shown (table full): "
            WS-EDIT-COUNT DELIMITED BY SIZE INTO UTIL-LINE
        WRITE UTIL-LINE
    END-IF.
    MOVE SPACES TO UTIL-LINE.
    WRITE UTIL-LINE.

*> A customer with no snapshot for a period (added later, or its
*> balance record deleted) shows dashes there. The change is the
*> last period closed against the one before it.
WRITE-CUSTOMER-PERIOD-LINE.
    MOVE 'N' TO WS-HOT-FLAG.
    PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
            UNTIL WS-PERIOD-IDX > 3
        MOVE SPACES TO WS-COLUMN-TEXT(WS-PERIOD-IDX)
        IF WS-PERIOD-IDX <= WS-PERIOD-COUNT
            IF WS-CT-PRESENT(WS-CT-IDX, WS-PERIOD-IDX) = 'Y'
                MOVE WS-CT-UTIL-PCT(WS-CT-IDX, WS-PERIOD-IDX)
                    TO WS-EDIT-PCT
                MOVE WS-EDIT-PCT TO WS-COLUMN-TEXT(WS-PERIOD-IDX)(4:7)
            ELSE
                MOVE "       ---" TO WS-COLUMN-TEXT(WS-PERIOD-IDX)
            END-IF
        END-IF
    END-PERFORM.
    MOVE SPACES TO WS-CHANGE-TEXT.
    IF WS-PERIOD-COUNT > 1
        IF WS-CT-PRESENT(WS-CT-IDX, WS-PERIOD-COUNT) = 'Y'
                AND WS-CT-PRESENT(WS-CT-IDX, WS-PERIOD-COUNT - 1) = 'Y'
            COMPUTE WS-UTIL-CHANGE =
                WS-CT-UTIL-PCT(WS-CT-IDX, WS-PERIOD-COUNT)
                - WS-CT-UTIL-PCT(WS-CT-IDX, WS-PERIOD-COUNT - 1)
            MOVE WS-UTIL-CHANGE TO WS-EDIT-CHANGE
            MOVE WS-EDIT-CHANGE TO WS-CHANGE-TEXT(3:8)
        END-IF
    END-IF.
    MOVE SPACES TO WS-HOT-TEXT.
    IF WS-CT-PRESENT(WS-CT-IDX, WS-PERIOD-COUNT) = 'Y'
            AND WS-CT-UTIL-PCT(WS-CT-IDX, WS-PERIOD-COUNT)
                >= WS-WARN-THRESHOLD
        SET CUSTOMER-RUNNING-HOT TO TRUE
        ADD 1 TO WS-HOT-HISTORY-COUNT
        MOVE "  *** ABOVE" TO WS-HOT-TEXT
    END-IF.
    MOVE SPACES TO UTIL-LINE.
    STRING "  " WS-CT-CUST-ID(WS-CT-IDX) "   " WS-COLUMN-TEXT(1) "  "
        WS-COLUMN-TEXT(2) "  " WS-COLUMN-TEXT(3) "  " WS-CHANGE-TEXT
        WS-HOT-TEXT DELIMITED BY SIZE INTO UTIL-LINE.
    WRITE UTIL-LINE.

WRITE-CURRENT-SECTION.
    MOVE WS-WARN-THRESHOLD TO WS-EDIT-THRESHOLD.
    MOVE SPACES TO UTIL-LINE.
    STRING "CUSTOMERS ABOVE " WS-EDIT-THRESHOLD
        "% OF LIMIT IN THE CURRENT PERIOD"
        DELIMITED BY SIZE INTO UTIL-LINE.
    WRITE UTIL-LINE.
    OPEN INPUT BALANCE-FILE.
    IF WS-BALANCE-STATUS NOT = "00"
        MOVE SPACES TO UTIL-LINE
        STRING "  Balance file not available, file status: "
            WS-BALANCE-STATUS DELIMITED BY SIZE INTO UTIL-LINE
        WRITE UTIL-LINE
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE SPACES TO UTIL-LINE
        STRING "  CUST ID           LIMIT     PERIOD-TO-DATE    USED%"
            "         HEADROOM" DELIMITED BY SIZE INTO UTIL-LINE
        WRITE UTIL-LINE
        MOVE 'N' TO WS-EOF-FLAG
        MOVE 0 TO BAL-CUST-ID
        START BALANCE-FILE KEY IS NOT LESS THAN BAL-CUST-ID
            INVALID KEY SET END-OF-INPUT-FILE TO TRUE
        END-START
        PERFORM UNTIL END-OF-INPUT-FILE
            READ BALANCE-FILE NEXT RECORD
                AT END SET END-OF-INPUT-FILE TO TRUE
                NOT AT END PERFORM CHECK-CURRENT-UTILIZATION
            END-READ
        END-PERFORM
        CLOSE BALANCE-FILE
    END-IF.
    MOVE SPACES TO UTIL-LINE.
    WRITE UTIL-LINE.
    MOVE WS-LIMIT-CHECKED-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO UTIL-LINE.
    STRING "  Limit-checked customers   : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO UTIL-LINE.
    WRITE UTIL-LINE.
    MOVE WS-HOT-CURRENT-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO UTIL-LINE.
    STRING "  Above threshold right now : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO UTIL-LINE.
    WRITE UTIL-LINE.
    MOVE SPACES TO UTIL-LINE.
    WRITE UTIL-LINE.

CHECK-CURRENT-UTILIZATION.
    IF BAL-LIMIT > 0
        ADD 1 TO WS-LIMIT-CHECKED-COUNT
        COMPUTE WS-UTIL-PCT ROUNDED = BAL-PTD-TOTAL * 100 / BAL-LIMIT
            ON SIZE ERROR MOVE 9999.9 TO WS-UTIL-PCT
        END-COMPUTE
        IF WS-UTIL-PCT >= WS-WARN-THRESHOLD
            ADD 1 TO WS-HOT-CURRENT-COUNT
            COMPUTE WS-HEADROOM = BAL-LIMIT - BAL-PTD-TOTAL
            MOVE BAL-LIMIT TO WS-EDIT-LIMIT
            MOVE BAL-PTD-TOTAL TO WS-EDIT-AMT
            MOVE WS-UTIL-PCT TO WS-EDIT-PCT
            MOVE WS-HEADROOM TO WS-EDIT-HEADROOM
            MOVE SPACES TO UTIL-LINE
            STRING "  " BAL-CUST-ID " " WS-EDIT-LIMIT "    "
                WS-EDIT-AMT "  " WS-EDIT-PCT "  " WS-EDIT-HEADROOM
                DELIMITED BY SIZE INTO UTIL-LINE
            WRITE UTIL-LINE
        END-IF
    END-IF.
