IDENTIFICATION DIVISION.

PROGRAM-ID. customer_id_convert.

*> One-time conversion of every persistent customer-keyed file from
*> the three-digit customer id to the seven-digit id now carried by
*> CUSTREC and the layouts built on it. Same discipline as
*> customer_master_convert: nothing is converted in place -- each
*> file is read under its old layout and written to a "-new"
*> companion, the read and written counts are displayed per file,
*> and only when every pair agrees does operations rename each
*> companion over its original.
*>
*> Converted: the customer master and balance file (indexed), the
*> merge cross-reference, the customer archive, the merge candidate
*> and merge decision files, the customer change journal (before
*> and after images), the open suspense queue, the suspense
*> write-off log, and the retained prior-day transaction input the
*> duplicate-file check reads.
*>
*> Not converted: the daily result and resubmit files and the dated
*> generations. Every program that reads them recognises a record
*> in the three-digit layout and shifts it as it is read, so the
*> history stays readable as it was written. A file not on disk is
*> reported and skipped -- there is nothing of it to convert.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OLD-MASTER ASSIGN TO "data/customer-master.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS OLD-ID
            ALTERNATE RECORD KEY IS OLD-NAME WITH DUPLICATES
            FILE STATUS IS WS-OLD-MASTER-STATUS.

        SELECT NEW-MASTER ASSIGN TO "data/customer-master-new.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NEW-ID
            ALTERNATE RECORD KEY IS NEW-NAME WITH DUPLICATES
            FILE STATUS IS WS-NEW-MASTER-STATUS.

        SELECT OLD-BALANCE ASSIGN TO "data/customer-balance.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS OLD-BAL-CUST-ID
            FILE STATUS IS WS-OLD-BALANCE-STATUS.

        SELECT NEW-BALANCE ASSIGN TO "data/customer-balance-new.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NEW-BAL-CUST-ID
            FILE STATUS IS WS-NEW-BALANCE-STATUS.

        *> Logical names, remapped to each sequential file and its
        *> "-new" companion in turn through the DD_ environment
        *> mapping, same pattern as consolidated_report.
        SELECT OLD-SEQ-FILE ASSIGN TO "CONVIN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OLD-SEQ-STATUS.

        SELECT NEW-SEQ-FILE ASSIGN TO "CONVOUT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NEW-SEQ-STATUS.

DATA DIVISION.

FILE SECTION.
    *> The master as it stands before the conversion -- the CUSTREC
    *> layout with its three-digit id.
    FD OLD-MASTER.
    01 OLD-RECORD.
        05 OLD-ID           PIC 9(3).
        05 OLD-REST.
            10 OLD-NAME     PIC X(15).
            10 OLD-ADDRESS  PIC X(20).
            10 OLD-STATUS   PIC X(1).

    FD NEW-MASTER.
    COPY CUSTREC REPLACING ==CUSTOMER-RECORD== BY ==NEW-RECORD==
                            ==CUST-ID==         BY ==NEW-ID==
                            ==CUST-NAME==       BY ==NEW-NAME==
                            ==CUST-ADDRESS==    BY ==NEW-ADDRESS==
                            ==CUST-STATUS==     BY ==NEW-STATUS==
                            ==CUST-ACTIVE==     BY ==NEW-ACTIVE==
                            ==CUST-INACTIVE==   BY ==NEW-INACTIVE==.

    *> The balance file as it stands before the conversion -- the
    *> CUSTBAL layout with its three-digit id.
    FD OLD-BALANCE.
    01 OLD-BALANCE-RECORD.
        05 OLD-BAL-CUST-ID  PIC 9(3).
        05 OLD-BAL-LIMIT    PIC 9(9)V99.
        05 OLD-BAL-PTD-TOTAL PIC 9(9)V99.

    FD NEW-BALANCE.
    COPY CUSTBAL REPLACING
                ==BALANCE-RECORD== BY ==NEW-BALANCE-RECORD==
                ==BAL-CUST-ID==    BY ==NEW-BAL-CUST-ID==
                ==BAL-LIMIT==      BY ==NEW-BAL-LIMIT==
                ==BAL-PTD-TOTAL==  BY ==NEW-BAL-PTD-TOTAL==.

    FD OLD-SEQ-FILE.
    01 OLD-SEQ-LINE PIC X(200).

    FD NEW-SEQ-FILE.
    01 NEW-SEQ-LINE PIC X(200).

WORKING-STORAGE SECTION.
    01 WS-OLD-MASTER-STATUS PIC XX VALUE SPACES.
    01 WS-NEW-MASTER-STATUS PIC XX VALUE SPACES.
    01 WS-OLD-BALANCE-STATUS PIC XX VALUE SPACES.
    01 WS-NEW-BALANCE-STATUS PIC XX VALUE SPACES.
    01 WS-OLD-SEQ-STATUS PIC XX VALUE SPACES.
    01 WS-NEW-SEQ-STATUS PIC XX VALUE SPACES.

    01 WS-EOF-FLAG PIC X VALUE 'N'.
        88 END-OF-OLD-FILE VALUE 'Y'.

    01 WS-READ-COUNT PIC 9(7) VALUE 0.
    01 WS-WRITTEN-COUNT PIC 9(7) VALUE 0.
    01 WS-FILE-COUNT PIC 9(3) VALUE 0.
    01 WS-SKIPPED-COUNT PIC 9(3) VALUE 0.
    01 WS-MISMATCH-FLAG PIC X VALUE 'N'.
        88 COUNTS-DISAGREE VALUE 'Y'.

    *> The sequential file being converted, its companion, and which
    *> of the layouts below it holds.
    01 WS-OLD-FILE-NAME PIC X(60).
    01 WS-NEW-FILE-NAME PIC X(60).
    01 WS-CONV-TYPE PIC X.
        88 CONV-XREF        VALUE 'X'.
        88 CONV-ARCHIVE     VALUE 'A'.
        88 CONV-CANDIDATE   VALUE 'C'.
        88 CONV-DECISION    VALUE 'M'.
        88 CONV-JOURNAL     VALUE 'J'.
        88 CONV-SUSPENSE    VALUE 'S'.
        88 CONV-WRITEOFF    VALUE 'W'.
        88 CONV-PRIOR-TRANS VALUE 'P'.

    *> One id widened: three-digit text in, seven-digit text out.
    *> A blank id (a journal add's before image, say) stays blank; a
    *> non-numeric one is carried right-aligned as it stands and
    *> counted, so it shows up rather than turning into zeros.
    01 WS-OLD-ID-TEXT PIC X(3).
    01 WS-OLD-ID-NUM REDEFINES WS-OLD-ID-TEXT PIC 9(3).
    01 WS-NEW-ID-TEXT PIC X(7).
    01 WS-NEW-ID-NUM REDEFINES WS-NEW-ID-TEXT PIC 9(7).
    01 WS-ODD-ID-COUNT PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM CONVERT-MASTER-FILE.
    PERFORM CONVERT-BALANCE-FILE.

    MOVE "data/customer-id-xref.txt" TO WS-OLD-FILE-NAME.
    MOVE "data/customer-id-xref-new.txt" TO WS-NEW-FILE-NAME.
    SET CONV-XREF TO TRUE.
    PERFORM CONVERT-SEQUENTIAL-FILE.

    MOVE "data/customer-archive.txt" TO WS-OLD-FILE-NAME.
    MOVE "data/customer-archive-new.txt" TO WS-NEW-FILE-NAME.
    SET CONV-ARCHIVE TO TRUE.
    PERFORM CONVERT-SEQUENTIAL-FILE.

    MOVE "data/merge-candidates-out.txt" TO WS-OLD-FILE-NAME.
    MOVE "data/merge-candidates-out-new.txt" TO WS-NEW-FILE-NAME.
    SET CONV-CANDIDATE TO TRUE.
    PERFORM CONVERT-SEQUENTIAL-FILE.

    MOVE "data/merge-decisions.txt" TO WS-OLD-FILE-NAME.
    MOVE "data/merge-decisions-new.txt" TO WS-NEW-FILE-NAME.
    SET CONV-DECISION TO TRUE.
    PERFORM CONVERT-SEQUENTIAL-FILE.

    MOVE "data/customer-journal.txt" TO WS-OLD-FILE-NAME.
    MOVE "data/customer-journal-new.txt" TO WS-NEW-FILE-NAME.
    SET CONV-JOURNAL TO TRUE.
    PERFORM CONVERT-SEQUENTIAL-FILE.

    MOVE "data/basic-math-suspense.txt" TO WS-OLD-FILE-NAME.
    MOVE "data/basic-math-suspense-new.txt" TO WS-NEW-FILE-NAME.
    SET CONV-SUSPENSE TO TRUE.
    PERFORM CONVERT-SEQUENTIAL-FILE.

    MOVE "data/suspense-writeoff-log.txt" TO WS-OLD-FILE-NAME.
    MOVE "data/suspense-writeoff-log-new.txt" TO WS-NEW-FILE-NAME.
    SET CONV-WRITEOFF TO TRUE.
    PERFORM CONVERT-SEQUENTIAL-FILE.

    MOVE "data/basic-math-trans-prev.txt" TO WS-OLD-FILE-NAME.
    MOVE "data/basic-math-trans-prev-new.txt" TO WS-NEW-FILE-NAME.
    SET CONV-PRIOR-TRANS TO TRUE.
    PERFORM CONVERT-SEQUENTIAL-FILE.

    DISPLAY "Customer id conversion complete. Files converted: "
        WS-FILE-COUNT ", not on disk: " WS-SKIPPED-COUNT.
    IF WS-ODD-ID-COUNT > 0
        DISPLAY "Non-numeric customer ids carried as they stood: "
            WS-ODD-ID-COUNT
    END-IF.
    IF COUNTS-DISAGREE
        DISPLAY "Counts do not agree -- do NOT rename any of the "
            "new files over the old ones"
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "Rename each -new file over its original to "
            "complete the conversion"
    END-IF.
    STOP RUN.

*> The master has to be there -- every other file hangs off it.
CONVERT-MASTER-FILE.
    OPEN INPUT OLD-MASTER.
    IF WS-OLD-MASTER-STATUS NOT = "00"
        DISPLAY "Unable to open customer master, file status: "
            WS-OLD-MASTER-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT NEW-MASTER.
    IF WS-NEW-MASTER-STATUS NOT = "00"
        DISPLAY "Unable to create new master, file status: "
            WS-NEW-MASTER-STATUS
        CLOSE OLD-MASTER
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 0 TO WS-READ-COUNT.
    MOVE 0 TO WS-WRITTEN-COUNT.
    MOVE 'N' TO WS-EOF-FLAG.
    PERFORM CONVERT-ONE-CUSTOMER UNTIL END-OF-OLD-FILE.
    CLOSE OLD-MASTER.
    CLOSE NEW-MASTER.
    MOVE "data/customer-master.dat" TO WS-OLD-FILE-NAME.
    PERFORM REPORT-FILE-COUNTS.

CONVERT-ONE-CUSTOMER.
    READ OLD-MASTER NEXT RECORD
        AT END SET END-OF-OLD-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-READ-COUNT
            MOVE SPACES TO NEW-RECORD
            MOVE OLD-ID TO NEW-ID
            MOVE OLD-NAME TO NEW-NAME
            MOVE OLD-ADDRESS TO NEW-ADDRESS
            MOVE OLD-STATUS TO NEW-STATUS
            WRITE NEW-RECORD
                INVALID KEY
                    DISPLAY "Error writing customer " NEW-ID
                        ", file status: " WS-NEW-MASTER-STATUS
                NOT INVALID KEY ADD 1 TO WS-WRITTEN-COUNT
            END-WRITE
    END-READ.

CONVERT-BALANCE-FILE.
    OPEN INPUT OLD-BALANCE.
    IF WS-OLD-BALANCE-STATUS NOT = "00"
        DISPLAY "  data/customer-balance.dat not on disk, "
            "file status: " WS-OLD-BALANCE-STATUS
        ADD 1 TO WS-SKIPPED-COUNT
    ELSE
        OPEN OUTPUT NEW-BALANCE
        IF WS-NEW-BALANCE-STATUS NOT = "00"
            DISPLAY "Unable to create new balance file, file status: "
                WS-NEW-BALANCE-STATUS
            CLOSE OLD-BALANCE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 0 TO WS-READ-COUNT
        MOVE 0 TO WS-WRITTEN-COUNT
        MOVE 'N' TO WS-EOF-FLAG
        PERFORM CONVERT-ONE-BALANCE UNTIL END-OF-OLD-FILE
        CLOSE OLD-BALANCE
        CLOSE NEW-BALANCE
        MOVE "data/customer-balance.dat" TO WS-OLD-FILE-NAME
        PERFORM REPORT-FILE-COUNTS
    END-IF.

CONVERT-ONE-BALANCE.
    READ OLD-BALANCE NEXT RECORD
        AT END SET END-OF-OLD-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-READ-COUNT
            MOVE OLD-BAL-CUST-ID TO NEW-BAL-CUST-ID
            MOVE OLD-BAL-LIMIT TO NEW-BAL-LIMIT
            MOVE OLD-BAL-PTD-TOTAL TO NEW-BAL-PTD-TOTAL
            WRITE NEW-BALANCE-RECORD
                INVALID KEY
                    DISPLAY "Error writing balance " NEW-BAL-CUST-ID
                        ", file status: " WS-NEW-BALANCE-STATUS
                NOT INVALID KEY ADD 1 TO WS-WRITTEN-COUNT
            END-WRITE
    END-READ.

CONVERT-SEQUENTIAL-FILE.
    SET ENVIRONMENT "DD_CONVIN" TO WS-OLD-FILE-NAME.
    SET ENVIRONMENT "DD_CONVOUT" TO WS-NEW-FILE-NAME.
    OPEN INPUT OLD-SEQ-FILE.
    IF WS-OLD-SEQ-STATUS NOT = "00"
        DISPLAY "  " FUNCTION TRIM(WS-OLD-FILE-NAME)
            " not on disk, file status: " WS-OLD-SEQ-STATUS
        ADD 1 TO WS-SKIPPED-COUNT
    ELSE
        OPEN OUTPUT NEW-SEQ-FILE
        IF WS-NEW-SEQ-STATUS NOT = "00"
            DISPLAY "Unable to create "
                FUNCTION TRIM(WS-NEW-FILE-NAME)
                ", file status: " WS-NEW-SEQ-STATUS
            CLOSE OLD-SEQ-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 0 TO WS-READ-COUNT
        MOVE 0 TO WS-WRITTEN-COUNT
        MOVE 'N' TO WS-EOF-FLAG
        PERFORM UNTIL END-OF-OLD-FILE
            READ OLD-SEQ-FILE
                AT END SET END-OF-OLD-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM CONVERT-ONE-LINE
                    WRITE NEW-SEQ-LINE
                    IF WS-NEW-SEQ-STATUS = "00"
                        ADD 1 TO WS-WRITTEN-COUNT
                    ELSE
                        DISPLAY "Error writing "
                            FUNCTION TRIM(WS-NEW-FILE-NAME)
                            " record " WS-READ-COUNT
                            ", file status: " WS-NEW-SEQ-STATUS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OLD-SEQ-FILE
        CLOSE NEW-SEQ-FILE
        PERFORM REPORT-FILE-COUNTS
    END-IF.

*> Field positions per each file's layout before and after the id
*> widening; everything that is not an id moves across unchanged.
CONVERT-ONE-LINE.
    MOVE SPACES TO NEW-SEQ-LINE.
    EVALUATE TRUE
        *> CUSTXREF: retired id, survivor id, merge date.
        WHEN CONV-XREF
            MOVE OLD-SEQ-LINE(1:3) TO WS-OLD-ID-TEXT
            PERFORM WIDEN-ONE-ID
            MOVE WS-NEW-ID-TEXT TO NEW-SEQ-LINE(1:7)
            MOVE OLD-SEQ-LINE(4:1) TO NEW-SEQ-LINE(8:1)
            MOVE OLD-SEQ-LINE(5:3) TO WS-OLD-ID-TEXT
            PERFORM WIDEN-ONE-ID
            MOVE WS-NEW-ID-TEXT TO NEW-SEQ-LINE(9:7)
            MOVE OLD-SEQ-LINE(8:9) TO NEW-SEQ-LINE(16:9)
        *> CUSTARC: archive date, last change, customer image.
        WHEN CONV-ARCHIVE
            MOVE OLD-SEQ-LINE(1:18) TO NEW-SEQ-LINE(1:18)
            MOVE OLD-SEQ-LINE(19:3) TO WS-OLD-ID-TEXT
            PERFORM WIDEN-ONE-ID
            MOVE WS-NEW-ID-TEXT TO NEW-SEQ-LINE(19:7)
            MOVE OLD-SEQ-LINE(22:36) TO NEW-SEQ-LINE(26:36)
        *> MRGCAND: both ids, then names and match type.
        WHEN CONV-CANDIDATE
            MOVE OLD-SEQ-LINE(1:3) TO WS-OLD-ID-TEXT
            PERFORM WIDEN-ONE-ID
            MOVE WS-NEW-ID-TEXT TO NEW-SEQ-LINE(1:7)
            MOVE OLD-SEQ-LINE(4:1) TO NEW-SEQ-LINE(8:1)
            MOVE OLD-SEQ-LINE(5:3) TO WS-OLD-ID-TEXT
            PERFORM WIDEN-ONE-ID
            MOVE WS-NEW-ID-TEXT TO NEW-SEQ-LINE(9:7)
            MOVE OLD-SEQ-LINE(8:41) TO NEW-SEQ-LINE(16:41)
        *> MRGDEC: both ids and the survivor.
        WHEN CONV-DECISION
            MOVE OLD-SEQ-LINE(1:3) TO WS-OLD-ID-TEXT
            PERFORM WIDEN-ONE-ID
            MOVE WS-NEW-ID-TEXT TO NEW-SEQ-LINE(1:7)
            MOVE OLD-SEQ-LINE(4:1) TO NEW-SEQ-LINE(8:1)
            MOVE OLD-SEQ-LINE(5:3) TO WS-OLD-ID-TEXT
            PERFORM WIDEN-ONE-ID
            MOVE WS-NEW-ID-TEXT TO NEW-SEQ-LINE(9:7)
            MOVE OLD-SEQ-LINE(8:1) TO NEW-SEQ-LINE(16:1)
            MOVE OLD-SEQ-LINE(9:3) TO WS-OLD-ID-TEXT
            PERFORM WIDEN-ONE-ID
            MOVE WS-NEW-ID-TEXT TO NEW-SEQ-LINE(17:7)
        *> CUSTJRNL: run date, sequence, action, then the before and
        *> after master images, each led by its id.
        WHEN CONV-JOURNAL
            MOVE OLD-SEQ-LINE(1:26) TO NEW-SEQ-LINE(1:26)
            MOVE OLD-SEQ-LINE(27:3) TO WS-OLD-ID-TEXT
            PERFORM WIDEN-ONE-ID
            MOVE WS-NEW-ID-TEXT TO NEW-SEQ-LINE(27:7)
            MOVE OLD-SEQ-LINE(30:37) TO NEW-SEQ-LINE(34:37)
            MOVE OLD-SEQ-LINE(67:3) TO WS-OLD-ID-TEXT
            PERFORM WIDEN-ONE-ID
            MOVE WS-NEW-ID-TEXT TO NEW-SEQ-LINE(71:7)
            MOVE OLD-SEQ-LINE(70:36) TO NEW-SEQ-LINE(78:36)
        *> SUSPREC: the id leads, the rest follows it unchanged.
        WHEN CONV-SUSPENSE
            MOVE OLD-SEQ-LINE(1:3) TO WS-OLD-ID-TEXT
            PERFORM WIDEN-ONE-ID
            MOVE WS-NEW-ID-TEXT TO NEW-SEQ-LINE(1:7)
            MOVE OLD-SEQ-LINE(4:141) TO NEW-SEQ-LINE(8:141)
        *> Write-off log: write-off date and "WRITTEN OFF", then the
        *> id; the amounts, currency and reason follow it unchanged,
        *> within the log's 132 bytes.
        WHEN CONV-WRITEOFF
            MOVE OLD-SEQ-LINE(1:21) TO NEW-SEQ-LINE(1:21)
            MOVE OLD-SEQ-LINE(22:3) TO WS-OLD-ID-TEXT
            PERFORM WIDEN-ONE-ID
            MOVE WS-NEW-ID-TEXT TO NEW-SEQ-LINE(22:7)
            MOVE OLD-SEQ-LINE(25:104) TO NEW-SEQ-LINE(29:104)
        *> Prior-day input: a TRANREC image then the source system.
        *> Detail and reversal lines carry the id after the type;
        *> header and trailer lines carry none.
        WHEN CONV-PRIOR-TRANS
            IF OLD-SEQ-LINE(1:1) = 'D' OR OLD-SEQ-LINE(1:1) = 'R'
                MOVE OLD-SEQ-LINE(1:1) TO NEW-SEQ-LINE(1:1)
                MOVE OLD-SEQ-LINE(2:3) TO WS-OLD-ID-TEXT
                PERFORM WIDEN-ONE-ID
                MOVE WS-NEW-ID-TEXT TO NEW-SEQ-LINE(2:7)
                MOVE OLD-SEQ-LINE(5:31) TO NEW-SEQ-LINE(9:31)
            ELSE
                MOVE OLD-SEQ-LINE(1:35) TO NEW-SEQ-LINE(1:35)
            END-IF
            MOVE OLD-SEQ-LINE(37:8) TO NEW-SEQ-LINE(41:8)
    END-EVALUATE.

WIDEN-ONE-ID.
    EVALUATE TRUE
        WHEN WS-OLD-ID-TEXT = SPACES
            MOVE SPACES TO WS-NEW-ID-TEXT
        WHEN WS-OLD-ID-TEXT IS NUMERIC
            MOVE WS-OLD-ID-NUM TO WS-NEW-ID-NUM
        WHEN OTHER
            ADD 1 TO WS-ODD-ID-COUNT
            MOVE SPACES TO WS-NEW-ID-TEXT
            MOVE WS-OLD-ID-TEXT TO WS-NEW-ID-TEXT(5:3)
    END-EVALUATE.

REPORT-FILE-COUNTS.
    ADD 1 TO WS-FILE-COUNT.
    DISPLAY "  " FUNCTION TRIM(WS-OLD-FILE-NAME)
        " read: " WS-READ-COUNT ", written: " WS-WRITTEN-COUNT.
    IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
        SET COUNTS-DISAGREE TO TRUE
    END-IF.
