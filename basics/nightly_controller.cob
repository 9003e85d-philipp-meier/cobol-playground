PROGRAM-ID. nightly_controller.

*> Runs the nightly job chain -- exa02_basic_math_functions, then
*> conditionals, then outlier_check, then consolidated_report --
*> in order, checking each step's outcome. The chain halts on the
*> first step that ends with a return code above 4, and the report
*> step is only allowed once the basic-math checkpoint reads
*> CKPT-COMPLETE, so the report can never again be built on half a
*> day's result file. Every step's start time, end time, and result
*> goes to the run journal -- the one place operations looks each
*> morning. When the day is split into partitions (a partition file
*> on disk), the partitions have already run side by side under
*> partition_controller, and the basic-math step is the merge that
*> rebuilds, reconciles and acknowledges the day from them.

ENVIRONMENT DIVISION.

            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CALENDAR-FILE-STATUS.

        SELECT PARTITION-FILE ASSIGN TO
                "data/basic-math-partitions.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARTITION-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
    01 CALENDAR-RECORD.
        05 CAL-DATE PIC X(8).

    FD PARTITION-FILE.
    01 PARTITION-RECORD PIC X(17).

WORKING-STORAGE SECTION.
    01 WS-CHECKPOINT-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-JOURNAL-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-CAL-MEMBER-FLAG PIC X VALUE 'N'.
        88 RUN-DATE-ON-CALENDAR VALUE 'Y'.

    01 WS-PARTITION-FILE-STATUS PIC XX VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
        STOP RUN
    END-IF.

    PERFORM SELECT-BASIC-MATH-MODE.
    PERFORM NOTE-START-TIME.
    MOVE 0 TO RETURN-CODE.
    CALL 'exa02_basic_math_functions'.
        PERFORM JUDGE-STEP-OUTCOME
    END-IF.

    IF NOT CHAIN-HALTED
        MOVE "OUTLIER_CHECK" TO WS-STEP-NAME
        PERFORM NOTE-START-TIME
        MOVE 0 TO RETURN-CODE
        CALL 'outlier_check'
        PERFORM JUDGE-STEP-OUTCOME
    END-IF.

    IF NOT CHAIN-HALTED
        PERFORM CHECK-BASIC-MATH-CHECKPOINT
    END-IF.
        OPEN OUTPUT RUN-JOURNAL-FILE
    END-IF.

SELECT-BASIC-MATH-MODE.
    OPEN INPUT PARTITION-FILE.
    IF WS-PARTITION-FILE-STATUS = "00"
        CLOSE PARTITION-FILE
        MOVE "EXA02_BASIC_MATH_MERGE" TO WS-STEP-NAME
        SET ENVIRONMENT "BASIC_MATH_PARTITION" TO "MERGE"
    ELSE
        MOVE "EXA02_BASIC_MATH_FUNCTIONS" TO WS-STEP-NAME
        SET ENVIRONMENT "BASIC_MATH_PARTITION" TO " "
    END-IF.

NOTE-START-TIME.
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
    MOVE WS-TIMESTAMP(9:6) TO WS-START-TIME.
    END-IF.

*> RETURN-CODE still holds whatever the called step left in it.
*> RC 4 is a warning -- the step finished and its output stands
*> (basic-math ends that way when a registered source's file was
*> refused or never arrived), so the chain carries on, but the
*> journal line is not OK and the morning summary picks it up.
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
            SET CHAIN-HALTED TO TRUE
            MOVE SPACES TO WS-STEP-RESULT
            STRING "FAILED RC=" WS-EDIT-RC
                DELIMITED BY SIZE INTO WS-STEP-RESULT
    END-EVALUATE.
    PERFORM WRITE-JOURNAL-LINE.

*> The report step may only run against a completed basic-math
