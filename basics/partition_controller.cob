IDENTIFICATION DIVISION.

PROGRAM-ID. partition_controller.

*> Runs one partition of a partitioned basic-math day. The scheduler
*> launches one of these per line of data/basic-math-partitions.txt,
*> all side by side, each with BASIC_MATH_PARTITION set to its
*> two-digit partition number; each posts only the customers in its
*> id range, to its own files, with its own checkpoint, and reruns
*> alone after a failure by restarting from that checkpoint. Once
*> every partition has ended clean the nightly chain is released,
*> and its basic-math step merges the partitions into the day's
*> single result file, suspense queue and control totals. Each
*> partition's start time, end time and result go to the run
*> journal as their own step.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT RUN-JOURNAL-FILE ASSIGN TO "data/run-journal.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
    FD RUN-JOURNAL-FILE.
    01 RUN-JOURNAL-LINE PIC X(100).

WORKING-STORAGE SECTION.
    01 WS-JOURNAL-FILE-STATUS PIC XX VALUE SPACES.

    01 WS-RUN-DATE PIC X(8) VALUE SPACES.
    01 WS-TIMESTAMP PIC X(21).
    01 WS-START-TIME PIC X(6).
    01 WS-END-TIME PIC X(6).

    01 WS-STEP-NAME PIC X(30).
    01 WS-STEP-RESULT PIC X(30).
    01 WS-STEP-RC PIC 9(4).
    01 WS-EDIT-RC PIC ZZZ9.

    01 WS-PARTITION-PARM PIC X(8).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE SPACES TO WS-PARTITION-PARM.
    ACCEPT WS-PARTITION-PARM FROM ENVIRONMENT "BASIC_MATH_PARTITION".
    PERFORM OPEN-RUN-JOURNAL.
    MOVE SPACES TO WS-STEP-NAME.
    STRING "BASIC_MATH_PARTITION_" WS-PARTITION-PARM(1:2)
        DELIMITED BY SIZE INTO WS-STEP-NAME.
    PERFORM NOTE-START-TIME.

    *> MERGE, or no partition at all, belongs to the nightly chain.
    IF WS-PARTITION-PARM(1:2) IS NOT NUMERIC
            OR WS-PARTITION-PARM(3:) NOT = SPACES
        MOVE "BASIC_MATH_PARTITION" TO WS-STEP-NAME
        MOVE "NO PARTITION NUMBER GIVEN" TO WS-STEP-RESULT
        PERFORM WRITE-JOURNAL-LINE
        CLOSE RUN-JOURNAL-FILE
        DISPLAY "BASIC_MATH_PARTITION must name a two-digit "
            "partition, got '" WS-PARTITION-PARM "'"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE 0 TO RETURN-CODE.
    CALL 'exa02_basic_math_functions'.
    PERFORM JUDGE-STEP-OUTCOME.
    CLOSE RUN-JOURNAL-FILE.
    MOVE WS-STEP-RC TO RETURN-CODE.
    STOP RUN.

OPEN-RUN-JOURNAL.
    OPEN EXTEND RUN-JOURNAL-FILE.
    IF WS-JOURNAL-FILE-STATUS = "35"
        OPEN OUTPUT RUN-JOURNAL-FILE
    END-IF.

NOTE-START-TIME.
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
    MOVE WS-TIMESTAMP(9:6) TO WS-START-TIME.

*> Same reading of the step's return code as the nightly chain: a
*> partition that ends above RC 4 holds back the merge until it is
*> rerun clean.
JUDGE-STEP-OUTCOME.
    MOVE RETURN-CODE TO WS-STEP-RC.
    MOVE WS-STEP-RC TO WS-EDIT-RC.
    EVALUATE WS-STEP-RC
        WHEN 0
            MOVE "OK" TO WS-STEP-RESULT
        WHEN 4
            MOVE SPACES TO WS-STEP-RESULT
            STRING "WARNING RC=" WS-EDIT-RC
                DELIMITED BY SIZE INTO WS-STEP-RESULT
        WHEN OTHER
            MOVE SPACES TO WS-STEP-RESULT
            STRING "FAILED RC=" WS-EDIT-RC
                DELIMITED BY SIZE INTO WS-STEP-RESULT
    END-EVALUATE.
    PERFORM WRITE-JOURNAL-LINE.

WRITE-JOURNAL-LINE.
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
    MOVE WS-TIMESTAMP(9:6) TO WS-END-TIME.
    MOVE SPACES TO RUN-JOURNAL-LINE.
    STRING WS-RUN-DATE " " WS-START-TIME " " WS-END-TIME " "
        WS-STEP-NAME " " WS-STEP-RESULT
        DELIMITED BY SIZE INTO RUN-JOURNAL-LINE.
    WRITE RUN-JOURNAL-LINE.
