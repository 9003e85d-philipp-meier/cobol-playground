*> SRCSYS01 are sitting queued and someone would otherwise rename,
*> run, and check each one by hand at 6am. The manifest
*> (data/intake-manifest.txt, one queued file name per line) is read,
*> each file's TH-BUSINESS-DATE and TH-SOURCE-SYSTEM are taken from
*> its own header, and the files are processed in ascending business
*> date order, one date at a time: every file of the date is copied
*> to its source's transaction file from the source registry (with
*> no registry, to data/basic-math-trans-in.txt) and the date is run
*> once through exa02_basic_math_functions, which performs the full
*> edit pass, batch, and reconciliation and refuses or unbalances
*> exactly as on a normal night. A file whose source has already
*> posted its date is taken off the queue without a run. The
*> catch-up halts at the first refused or out-of-balance date, and
*> at the first date some registered source has not posted yet, so
*> later days are never processed on top of a bad or incomplete one.
*> After each complete date the result and suspense files are
*> snapshotted to business-date-stamped generations and cataloged --
*> the next date's fresh run truncates the result file, and without
*> the snapshot the earlier day's output would be lost before
*> consolidated_report could ever re-print it. The manifest is
*> rewritten with whatever was not processed, and every step is
*> journaled to the run journal like the nightly chain.

ENVIRONMENT DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-FILE-STATUS.

        SELECT SOURCE-REGISTRY-FILE ASSIGN TO
                "data/source-registry.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SRCREG-FILE-STATUS.

        SELECT LASTDATE-FILE ASSIGN TO
                "data/basic-math-lastdate.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LASTDATE-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
        05 MAN-FILE-NAME PIC X(60).

    FD CAT-IN-FILE.
    01 CAT-IN-LINE PIC X(200).

    FD CAT-OUT-FILE.
    01 CAT-OUT-LINE PIC X(200).

    FD CATALOG-FILE.
    COPY GENCAT.
    FD RUN-JOURNAL-FILE.
    01 RUN-JOURNAL-LINE PIC X(100).

    FD SOURCE-REGISTRY-FILE.
    COPY SRCREG.

    *> Latest business date posted overall, then each registered
    *> source's own last posted date -- as stamped by the batch.
    FD LASTDATE-FILE.
    01 LASTDATE-RECORD.
        05 LD-BUSINESS-DATE PIC X(8).
        05 LD-SEP1 PIC X.
        05 LD-SOURCE-SYSTEM PIC X(8).

WORKING-STORAGE SECTION.
    01 WS-MANIFEST-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-IN-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-OUT-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-CATALOG-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-JOURNAL-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-SRCREG-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-LASTDATE-FILE-STATUS PIC XX VALUE SPACES.

    01 WS-EOF-FLAG PIC X VALUE 'N'.
        88 END-OF-INPUT-FILE VALUE 'Y'.
    01 WS-OVERFLOW-FLAG PIC X VALUE 'N'.
        88 MANIFEST-TABLE-OVERFLOW VALUE 'Y'.

    *> The queued files with the business date and source read from
    *> each one's own H header. A file whose header can't be read
    *> sorts last ("99999999") and, when its turn comes, halts the
    *> catch-up exactly as a bad day should.
    01 WS-QUEUE-TABLE.
        05 WS-QUEUE-ENTRY OCCURS 50 TIMES.
            10 WS-QF-DATE PIC X(8).
            10 WS-QF-SOURCE PIC X(8).
            10 WS-QF-FILE PIC X(60).
            10 WS-QF-DISP PIC X.
                88 QF-QUEUED    VALUE 'Q'.
    01 WS-QUEUE-IDX PIC 9(3).
    01 WS-SORT-IDX PIC 9(3).
    01 WS-SORT-DATE PIC X(8).
    01 WS-SORT-SOURCE PIC X(8).
    01 WS-SORT-FILE PIC X(60).

    01 WS-HEADER-LINE PIC X(132).
    01 WS-HDR-REC-TYPE PIC X.
    01 WS-HDR-BUSINESS-DATE PIC X(8).
    01 WS-HDR-SOURCE-SYSTEM PIC X(8).

    01 WS-TRANS-IN-NAME PIC X(60)
        VALUE "data/basic-math-trans-in.txt".

    *> Where each source's queued file is copied -- the registered
    *> sources, or with no registry the single historical feed --
    *> with the source's own last posted business date and the
    *> queued file routed to it for the date being run.
    01 WS-REGISTRY-FLAG PIC X VALUE 'N'.
        88 REGISTRY-ACTIVE VALUE 'Y'.
    01 WS-REG-TABLE.
        05 WS-REG-ENTRY OCCURS 10 TIMES.
            10 WS-REG-SYSTEM PIC X(8).
            10 WS-REG-TRANS-FILE PIC X(60).
            10 WS-REG-POSTED-DATE PIC X(8).
            10 WS-REG-QUEUE-IDX PIC 9(3).
    01 WS-REG-COUNT PIC 9(3) VALUE 0.
    01 WS-REG-IDX PIC 9(3).
    01 WS-REG-FOUND-IDX PIC 9(3).
    01 WS-OVERALL-LAST-DATE PIC X(8).

    01 WS-GROUP-DATE PIC X(8).
    01 WS-GROUP-START PIC 9(3).
    01 WS-GROUP-END PIC 9(3).
    01 WS-ROUTED-COUNT PIC 9(3).
    01 WS-SNAP-IN-NAME PIC X(60).
    01 WS-SNAP-OUT-NAME PIC X(60).
    01 WS-SNAP-BASE PIC X(30).
        UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT.
    PERFORM SORT-QUEUE-BY-DATE.
    PERFORM LOAD-CATALOG-ENTRIES.
    PERFORM LOAD-SOURCE-REGISTRY.
    PERFORM OPEN-RUN-JOURNAL.
    *> Catch-up always posts each date as one stream, whatever the
    *> nightly partitioning.
    SET ENVIRONMENT "BASIC_MATH_PARTITION" TO " ".
    MOVE 1 TO WS-QUEUE-IDX.
    PERFORM PROCESS-NEXT-QUEUED-DATE
        UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT OR CATCHUP-HALTED.
    IF CATCHUP-HALTED
        MOVE "CATCHUP" TO WS-STEP-NAME
            ADD 1 TO WS-QUEUE-COUNT
            MOVE MAN-FILE-NAME TO WS-QF-FILE(WS-QUEUE-COUNT)
            MOVE "99999999" TO WS-QF-DATE(WS-QUEUE-COUNT)
            MOVE SPACES TO WS-QF-SOURCE(WS-QUEUE-COUNT)
            MOVE 'Q' TO WS-QF-DISP(WS-QUEUE-COUNT)
        END-IF
    END-IF.

*> Reads just the first record of one queued file and lifts the
*> business date and source system out of its H header (layout per
*> TRANCTL).
READ-QUEUED-HEADER.
    SET ENVIRONMENT "DD_CATIN" TO WS-QF-FILE(WS-QUEUE-IDX).
    OPEN INPUT CAT-IN-FILE.
            NOT AT END
                MOVE CAT-IN-LINE(1:1) TO WS-HDR-REC-TYPE
                MOVE CAT-IN-LINE(3:8) TO WS-HDR-BUSINESS-DATE
                MOVE CAT-IN-LINE(12:8) TO WS-HDR-SOURCE-SYSTEM
                IF WS-HDR-REC-TYPE = 'H'
                        AND WS-HDR-BUSINESS-DATE IS NUMERIC
                    MOVE WS-HDR-BUSINESS-DATE
                        TO WS-QF-DATE(WS-QUEUE-IDX)
                    MOVE WS-HDR-SOURCE-SYSTEM
                        TO WS-QF-SOURCE(WS-QUEUE-IDX)
                END-IF
        END-READ
        CLOSE CAT-IN-FILE
    PERFORM VARYING WS-QUEUE-IDX FROM 2 BY 1
            UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
        MOVE WS-QF-DATE(WS-QUEUE-IDX) TO WS-SORT-DATE
        MOVE WS-QF-SOURCE(WS-QUEUE-IDX) TO WS-SORT-SOURCE
        MOVE WS-QF-FILE(WS-QUEUE-IDX) TO WS-SORT-FILE
        MOVE WS-QUEUE-IDX TO WS-SORT-IDX
        PERFORM UNTIL WS-SORT-IDX = 1
                OR WS-QF-DATE(WS-SORT-IDX - 1) NOT > WS-SORT-DATE
            MOVE WS-QF-DATE(WS-SORT-IDX - 1)
                TO WS-QF-DATE(WS-SORT-IDX)
            MOVE WS-QF-SOURCE(WS-SORT-IDX - 1)
                TO WS-QF-SOURCE(WS-SORT-IDX)
            MOVE WS-QF-FILE(WS-SORT-IDX - 1)
                TO WS-QF-FILE(WS-SORT-IDX)
            SUBTRACT 1 FROM WS-SORT-IDX
        END-PERFORM
        MOVE WS-SORT-DATE TO WS-QF-DATE(WS-SORT-IDX)
        MOVE WS-SORT-SOURCE TO WS-QF-SOURCE(WS-SORT-IDX)
        MOVE WS-SORT-FILE TO WS-QF-FILE(WS-SORT-IDX)
    END-PERFORM.

        OPEN OUTPUT RUN-JOURNAL-FILE
    END-IF.

*> The registry names each source's transaction file -- the same
*> file the batch reads for it. No registry means the single
*> historical feed, which takes every queued file.
LOAD-SOURCE-REGISTRY.
    MOVE 0 TO WS-REG-COUNT.
    OPEN INPUT SOURCE-REGISTRY-FILE.
    IF WS-SRCREG-FILE-STATUS = "00"
        PERFORM UNTIL WS-SRCREG-FILE-STATUS = "10"
            READ SOURCE-REGISTRY-FILE
                AT END MOVE "10" TO WS-SRCREG-FILE-STATUS
                NOT AT END
                    IF SREG-SOURCE-SYSTEM NOT = SPACES
                            AND SREG-TRANS-FILE NOT = SPACES
                            AND WS-REG-COUNT < 10
                        ADD 1 TO WS-REG-COUNT
                        MOVE SREG-SOURCE-SYSTEM
                            TO WS-REG-SYSTEM(WS-REG-COUNT)
                        MOVE SREG-TRANS-FILE
                            TO WS-REG-TRANS-FILE(WS-REG-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SOURCE-REGISTRY-FILE
    END-IF.
    IF WS-REG-COUNT = 0
        MOVE 1 TO WS-REG-COUNT
        MOVE SPACES TO WS-REG-SYSTEM(1)
        MOVE WS-TRANS-IN-NAME TO WS-REG-TRANS-FILE(1)
    ELSE
        SET REGISTRY-ACTIVE TO TRUE
    END-IF.

*> Each source's own last posted date, as the batch stamped it --
*> a source not on the file yet (and the single feed) goes by the
*> latest date posted overall, as the batch's edit pass does.
LOAD-SOURCE-LAST-DATES.
    MOVE SPACES TO WS-OVERALL-LAST-DATE.
    PERFORM VARYING WS-REG-IDX FROM 1 BY 1
            UNTIL WS-REG-IDX > WS-REG-COUNT
        MOVE SPACES TO WS-REG-POSTED-DATE(WS-REG-IDX)
    END-PERFORM.
    OPEN INPUT LASTDATE-FILE.
    IF WS-LASTDATE-FILE-STATUS = "00"
        READ LASTDATE-FILE
            AT END MOVE "10" TO WS-LASTDATE-FILE-STATUS
            NOT AT END
                MOVE LD-BUSINESS-DATE TO WS-OVERALL-LAST-DATE
        END-READ
        PERFORM UNTIL WS-LASTDATE-FILE-STATUS = "10"
            READ LASTDATE-FILE
                AT END MOVE "10" TO WS-LASTDATE-FILE-STATUS
                NOT AT END PERFORM STORE-SOURCE-LAST-DATE
            END-READ
        END-PERFORM
        CLOSE LASTDATE-FILE
    END-IF.
    PERFORM VARYING WS-REG-IDX FROM 1 BY 1
            UNTIL WS-REG-IDX > WS-REG-COUNT
        IF WS-REG-POSTED-DATE(WS-REG-IDX) = SPACES
            MOVE WS-OVERALL-LAST-DATE
                TO WS-REG-POSTED-DATE(WS-REG-IDX)
        END-IF
    END-PERFORM.

STORE-SOURCE-LAST-DATE.
    IF REGISTRY-ACTIVE AND LD-SOURCE-SYSTEM NOT = SPACES
        PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                UNTIL WS-REG-IDX > WS-REG-COUNT
            IF WS-REG-SYSTEM(WS-REG-IDX) = LD-SOURCE-SYSTEM
                MOVE LD-BUSINESS-DATE
                    TO WS-REG-POSTED-DATE(WS-REG-IDX)
            END-IF
        END-PERFORM
    END-IF.

*> One business date per pass: every queued file carrying it is
*> routed to its source's transaction file, and the batch runs once
*> for the date. A file that can't be routed -- header unreadable,
*> source not registered, a second file from the same source --
*> halts the catch-up before anything runs.
PROCESS-NEXT-QUEUED-DATE.
    MOVE WS-QF-DATE(WS-QUEUE-IDX) TO WS-GROUP-DATE.
    MOVE WS-QUEUE-IDX TO WS-GROUP-START WS-GROUP-END.
    PERFORM VARYING WS-SORT-IDX FROM WS-QUEUE-IDX BY 1
            UNTIL WS-SORT-IDX > WS-QUEUE-COUNT
        IF WS-QF-DATE(WS-SORT-IDX) = WS-GROUP-DATE
            MOVE WS-SORT-IDX TO WS-GROUP-END
        END-IF
    END-PERFORM.
    MOVE SPACES TO WS-STEP-NAME.
    STRING "CATCHUP " WS-GROUP-DATE
        DELIMITED BY SIZE INTO WS-STEP-NAME.
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
    MOVE WS-TIMESTAMP(9:6) TO WS-START-TIME.
    PERFORM LOAD-SOURCE-LAST-DATES.
    PERFORM VARYING WS-REG-IDX FROM 1 BY 1
            UNTIL WS-REG-IDX > WS-REG-COUNT
        MOVE 0 TO WS-REG-QUEUE-IDX(WS-REG-IDX)
    END-PERFORM.
    MOVE 0 TO WS-ROUTED-COUNT.
    MOVE SPACES TO WS-STEP-RESULT.
    PERFORM ROUTE-QUEUED-FILE
        VARYING WS-SORT-IDX FROM WS-GROUP-START BY 1
        UNTIL WS-SORT-IDX > WS-GROUP-END
            OR WS-STEP-RESULT NOT = SPACES.
    EVALUATE TRUE
        WHEN WS-STEP-RESULT NOT = SPACES
            SET CATCHUP-HALTED TO TRUE
            PERFORM WRITE-JOURNAL-LINE
        WHEN WS-ROUTED-COUNT = 0
            MOVE "ALREADY POSTED" TO WS-STEP-RESULT
            PERFORM WRITE-JOURNAL-LINE
        WHEN OTHER
            PERFORM RUN-QUEUED-DATE
    END-EVALUATE.
    COMPUTE WS-QUEUE-IDX = WS-GROUP-END + 1.

*> A file whose source has already posted its date is a repeat --
*> the batch would only refuse it -- so it comes off the queue here.
ROUTE-QUEUED-FILE.
    MOVE 0 TO WS-REG-FOUND-IDX.
    IF REGISTRY-ACTIVE
        PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                UNTIL WS-REG-IDX > WS-REG-COUNT
            IF WS-REG-SYSTEM(WS-REG-IDX) = WS-QF-SOURCE(WS-SORT-IDX)
                MOVE WS-REG-IDX TO WS-REG-FOUND-IDX
            END-IF
        END-PERFORM
    ELSE
        MOVE 1 TO WS-REG-FOUND-IDX
    END-IF.
    EVALUATE TRUE
        WHEN WS-QF-DATE(WS-SORT-IDX) = "99999999"
            MOVE "QUEUED FILE HEADER UNREADABLE" TO WS-STEP-RESULT
        WHEN WS-REG-FOUND-IDX = 0
            MOVE "SOURCE NOT REGISTERED" TO WS-STEP-RESULT
        WHEN WS-REG-QUEUE-IDX(WS-REG-FOUND-IDX) > 0
            MOVE "TWO FILES FROM ONE SOURCE" TO WS-STEP-RESULT
        WHEN WS-REG-POSTED-DATE(WS-REG-FOUND-IDX) IS NUMERIC
                AND WS-REG-POSTED-DATE(WS-REG-FOUND-IDX)
                    NOT < WS-GROUP-DATE
            DISPLAY "Queued file "
                FUNCTION TRIM(WS-QF-FILE(WS-SORT-IDX))
                " already posted, taken off the manifest"
            MOVE 'P' TO WS-QF-DISP(WS-SORT-IDX)
            ADD 1 TO WS-PROCESSED-COUNT
        WHEN OTHER
            MOVE WS-QF-FILE(WS-SORT-IDX) TO WS-SNAP-IN-NAME
            MOVE WS-REG-TRANS-FILE(WS-REG-FOUND-IDX)
                TO WS-SNAP-OUT-NAME
            PERFORM COPY-ONE-FILE
            IF WS-IN-FILE-STATUS NOT = "00"
                MOVE "QUEUED FILE NOT READABLE" TO WS-STEP-RESULT
            ELSE
                MOVE WS-SORT-IDX TO WS-REG-QUEUE-IDX(WS-REG-FOUND-IDX)
                ADD 1 TO WS-ROUTED-COUNT
            END-IF
    END-EVALUATE.

*> RC 4 means the batch posted what it was given but some registered
*> source has still not posted the date -- its file was refused or
*> never queued. The date is not done: it is not snapshotted, and
*> the catch-up stops there, so no later day posts over the gap.
*> Either way the files whose sources did post come off the queue;
*> the batch stamped their dates, and the rest wait on the manifest
*> for the next catch-up to finish the date.
RUN-QUEUED-DATE.
    MOVE 0 TO RETURN-CODE.
    CALL 'exa02_basic_math_functions'.
    MOVE RETURN-CODE TO WS-STEP-RC.
    *> Each date must start the batch from its VALUE clauses -- a
    *> CALLed subprogram keeps its working storage between calls
    *> otherwise.
    CANCEL 'exa02_basic_math_functions'.
    MOVE 0 TO RETURN-CODE.
    PERFORM LOAD-SOURCE-LAST-DATES.
    PERFORM MARK-POSTED-FILE VARYING WS-REG-IDX FROM 1 BY 1
        UNTIL WS-REG-IDX > WS-REG-COUNT.
    MOVE WS-STEP-RC TO WS-EDIT-RC.
    MOVE SPACES TO WS-STEP-RESULT.
    EVALUATE WS-STEP-RC
        WHEN 0
            MOVE "OK" TO WS-STEP-RESULT
            PERFORM WRITE-JOURNAL-LINE
            PERFORM SNAPSHOT-PROCESSED-DATE
        WHEN 4
            SET CATCHUP-HALTED TO TRUE
            STRING "SOURCE NOT POSTED RC=" WS-EDIT-RC
                DELIMITED BY SIZE INTO WS-STEP-RESULT
            PERFORM WRITE-JOURNAL-LINE
        WHEN OTHER
            SET CATCHUP-HALTED TO TRUE
            STRING "FAILED RC=" WS-EDIT-RC
                DELIMITED BY SIZE INTO WS-STEP-RESULT
            PERFORM WRITE-JOURNAL-LINE
    END-EVALUATE.

MARK-POSTED-FILE.
    IF WS-REG-QUEUE-IDX(WS-REG-IDX) > 0
            AND WS-REG-POSTED-DATE(WS-REG-IDX) IS NUMERIC
            AND WS-REG-POSTED-DATE(WS-REG-IDX) NOT < WS-GROUP-DATE
        MOVE 'P' TO WS-QF-DISP(WS-REG-QUEUE-IDX(WS-REG-IDX))
        ADD 1 TO WS-PROCESSED-COUNT
    END-IF.

COPY-ONE-FILE.
        CLOSE CAT-OUT-FILE
    END-IF.

*> A complete date's result and suspense files become business-date
*> generations right away -- the next queued date's fresh run will
*> truncate the result file, and the catalog entry is what lets
*> consolidated_report's dated mode (and the statement run) find the
        DELIMITED BY SIZE INTO WS-SNAP-IN-NAME.
    MOVE SPACES TO WS-SNAP-OUT-NAME.
    STRING FUNCTION TRIM(WS-SNAP-BASE) "."
        WS-GROUP-DATE ".txt"
        DELIMITED BY SIZE INTO WS-SNAP-OUT-NAME.
    PERFORM COPY-ONE-FILE.
    IF WS-IN-FILE-STATUS = "00"
    MOVE 'N' TO WS-DUP-FOUND-FLAG.
    PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
            UNTIL WS-CAT-IDX > WS-CAT-COUNT
        IF WS-CAT-DATE(WS-CAT-IDX) = WS-GROUP-DATE
                AND WS-CAT-BASE(WS-CAT-IDX) = WS-SNAP-BASE
            SET CATALOG-ENTRY-EXISTS TO TRUE
        END-IF
            OPEN OUTPUT CATALOG-FILE
        END-IF
        INITIALIZE GENCAT-RECORD
        MOVE WS-GROUP-DATE TO GC-DATE
        MOVE WS-SNAP-BASE TO GC-BASE
        MOVE WS-SNAP-OUT-NAME TO GC-FILE-NAME
        WRITE GENCAT-RECORD
