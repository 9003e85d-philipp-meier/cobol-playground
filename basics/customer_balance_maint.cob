*> the period-to-date at the start of a new period, deletes remove
*> the record (and with it the limit check) entirely. Adds are
*> validated against the customer master when it is available, so a
*> limit can't be keyed for a customer we don't know. Every change
*> applied is written to the exposure ledger, dated with the last
*> business date processed (the run date before the first one).

ENVIRONMENT DIVISION.

            ALTERNATE RECORD KEY IS MAST-NAME WITH DUPLICATES
            FILE STATUS IS WS-MASTER-STATUS.

        SELECT LEDGER-FILE ASSIGN TO "data/exposure-ledger.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEDGER-FILE-STATUS.

        SELECT LASTDATE-FILE ASSIGN TO "data/basic-math-lastdate.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LASTDATE-FILE-STATUS.

        SELECT REJECT-REPORT-FILE ASSIGN TO
                "data/balance-reject-report.txt"
            ORGANIZATION IS LINE SEQUENTIAL
                            ==CUST-ACTIVE==     BY ==MAST-ACTIVE==
                            ==CUST-INACTIVE==   BY ==MAST-INACTIVE==.

    FD LEDGER-FILE.
    COPY EXPLDGR.

    FD LASTDATE-FILE.
    01 LASTDATE-RECORD.
        05 LD-BUSINESS-DATE PIC X(8).

    FD REJECT-REPORT-FILE.
    01 REJECT-REPORT-LINE PIC X(80).

    01 WS-BALANCE-STATUS PIC XX VALUE SPACES.
    01 WS-MASTER-STATUS PIC XX VALUE SPACES.
    01 WS-REJECT-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-LEDGER-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-LASTDATE-FILE-STATUS PIC XX VALUE SPACES.

    01 WS-EOF-FLAG PIC X VALUE 'N'.
        88 END-OF-TRANS-FILE VALUE 'Y'.
    01 WS-REJECT-REASON PIC X(30).
    01 WS-EDIT-COUNT PIC ZZZ,ZZ9.

    *> Exposure ledger fields -- the entry type, the balance record's
    *> limit before the change, and the signed change made to the
    *> period-to-date; the record's own fields give the rest.
    01 WS-RUN-DATE PIC X(8) VALUE SPACES.
    01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
    01 WS-LEDGER-TYPE PIC X.
    01 WS-LIMIT-BEFORE PIC 9(9)V99.
    01 WS-PTD-CHANGE PIC S9(9)V99.
    01 WS-OPENING-EOF-FLAG PIC X VALUE 'N'.
        88 END-OF-BALANCE-FILE VALUE 'Y'.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM OPEN-FILES.
    STOP RUN.

OPEN-FILES.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
    OPEN INPUT LASTDATE-FILE.
    IF WS-LASTDATE-FILE-STATUS = "00"
        READ LASTDATE-FILE
            NOT AT END
                IF LD-BUSINESS-DATE IS NUMERIC
                    MOVE LD-BUSINESS-DATE TO WS-BUSINESS-DATE
                END-IF
        END-READ
        CLOSE LASTDATE-FILE
    END-IF.
    OPEN INPUT BAL-TRANS-FILE.
    IF WS-TRANS-FILE-STATUS NOT = "00"
        DISPLAY "No balance transaction file, file status: "
        DISPLAY "Customer master not available, file status: "
            WS-MASTER-STATUS ", master check on adds skipped"
    END-IF.
    OPEN EXTEND LEDGER-FILE.
    IF WS-LEDGER-FILE-STATUS = "35"
        OPEN OUTPUT LEDGER-FILE
        PERFORM WRITE-OPENING-ENTRIES
    END-IF.
    OPEN OUTPUT REJECT-REPORT-FILE.
    MOVE "BALANCE MAINTENANCE REJECT REPORT" TO REJECT-REPORT-LINE.
    WRITE REJECT-REPORT-LINE.
                        PERFORM REJECT-TRANSACTION
                    NOT INVALID KEY
                        ADD 1 TO WS-ADD-COUNT
                        MOVE 'L' TO WS-LEDGER-TYPE
                        MOVE 0 TO WS-LIMIT-BEFORE
                        MOVE 0 TO WS-PTD-CHANGE
                        PERFORM WRITE-LEDGER-ENTRY
                END-WRITE
            END-IF
        END-IF
            MOVE "LIMIT NOT NUMERIC" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
            MOVE BAL-LIMIT TO WS-LIMIT-BEFORE
            MOVE WS-LIMIT-WORK TO BAL-LIMIT
            REWRITE BALANCE-RECORD
                INVALID KEY
                    PERFORM REJECT-TRANSACTION
                NOT INVALID KEY
                    ADD 1 TO WS-UPDATE-COUNT
                    MOVE 'L' TO WS-LEDGER-TYPE
                    MOVE 0 TO WS-PTD-CHANGE
                    PERFORM WRITE-LEDGER-ENTRY
            END-REWRITE
        END-IF
    END-IF.
        MOVE "BALANCE NOT ON FILE" TO WS-REJECT-REASON
        PERFORM REJECT-TRANSACTION
    ELSE
        COMPUTE WS-PTD-CHANGE = 0 - BAL-PTD-TOTAL
        MOVE BAL-LIMIT TO WS-LIMIT-BEFORE
        MOVE 0 TO BAL-PTD-TOTAL
        REWRITE BALANCE-RECORD
            INVALID KEY
                PERFORM REJECT-TRANSACTION
            NOT INVALID KEY
                ADD 1 TO WS-RESET-COUNT
                MOVE 'R' TO WS-LEDGER-TYPE
                PERFORM WRITE-LEDGER-ENTRY
        END-REWRITE
    END-IF.

        MOVE "BALANCE NOT ON FILE" TO WS-REJECT-REASON
        PERFORM REJECT-TRANSACTION
    ELSE
        COMPUTE WS-PTD-CHANGE = 0 - BAL-PTD-TOTAL
        MOVE BAL-LIMIT TO WS-LIMIT-BEFORE
        DELETE BALANCE-FILE
            INVALID KEY
                MOVE "DELETE FAILED" TO WS-REJECT-REASON
                PERFORM REJECT-TRANSACTION
            NOT INVALID KEY
                ADD 1 TO WS-DELETE-COUNT
                *> The record is gone: nothing left on file, no limit.
                MOVE 0 TO BAL-PTD-TOTAL
                MOVE 0 TO BAL-LIMIT
                MOVE 'D' TO WS-LEDGER-TYPE
                PERFORM WRITE-LEDGER-ENTRY
        END-DELETE
    END-IF.

        END-READ
    END-IF.

WRITE-LEDGER-ENTRY.
    MOVE SPACES TO EXPOSURE-LEDGER-RECORD.
    MOVE BAL-CUST-ID TO LDG-CUST-ID.
    MOVE WS-BUSINESS-DATE TO LDG-BUS-DATE.
    MOVE WS-LEDGER-TYPE TO LDG-ENTRY-TYPE.
    MOVE "BALMAINT" TO LDG-SOURCE.
    MOVE WS-PTD-CHANGE TO LDG-PTD-CHANGE.
    MOVE BAL-PTD-TOTAL TO LDG-PTD-AFTER.
    MOVE WS-LIMIT-BEFORE TO LDG-LIMIT-BEFORE.
    MOVE BAL-LIMIT TO LDG-LIMIT-AFTER.
    MOVE WS-RUN-DATE TO LDG-RUN-DATE.
    MOVE 0 TO LDG-REF.
    WRITE EXPOSURE-LEDGER-RECORD.

*> A ledger created by this run starts with an opening entry for
*> every balance record, before anything is posted, so the ledger
*> adds up to each period-to-date carried from before it existed.
WRITE-OPENING-ENTRIES.
    MOVE 0 TO BAL-CUST-ID.
    MOVE 'N' TO WS-OPENING-EOF-FLAG.
    START BALANCE-FILE KEY IS NOT LESS THAN BAL-CUST-ID
        INVALID KEY SET END-OF-BALANCE-FILE TO TRUE
    END-START.
    PERFORM UNTIL END-OF-BALANCE-FILE
        READ BALANCE-FILE NEXT RECORD
            AT END SET END-OF-BALANCE-FILE TO TRUE
            NOT AT END PERFORM WRITE-OPENING-ENTRY
        END-READ
    END-PERFORM.

WRITE-OPENING-ENTRY.
    MOVE SPACES TO EXPOSURE-LEDGER-RECORD.
    SET LDG-OPENING TO TRUE.
    MOVE BAL-CUST-ID TO LDG-CUST-ID.
    MOVE WS-BUSINESS-DATE TO LDG-BUS-DATE.
    MOVE "OPENING" TO LDG-SOURCE.
    MOVE BAL-PTD-TOTAL TO LDG-PTD-CHANGE.
    MOVE BAL-PTD-TOTAL TO LDG-PTD-AFTER.
    MOVE BAL-LIMIT TO LDG-LIMIT-BEFORE.
    MOVE BAL-LIMIT TO LDG-LIMIT-AFTER.
    MOVE WS-RUN-DATE TO LDG-RUN-DATE.
    MOVE 0 TO LDG-REF.
    WRITE EXPOSURE-LEDGER-RECORD.

REJECT-TRANSACTION.
    ADD 1 TO WS-REJECT-COUNT.
    MOVE SPACES TO REJECT-REPORT-LINE.
    MOVE "*** END OF REPORT ***" TO REJECT-REPORT-LINE.
    WRITE REJECT-REPORT-LINE.
    CLOSE REJECT-REPORT-FILE.
    CLOSE LEDGER-FILE.
    CLOSE BAL-TRANS-FILE.
    CLOSE BALANCE-FILE.
    IF MASTER-CHECK-ACTIVE
