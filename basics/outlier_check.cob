IDENTIFICATION DIVISION.

PROGRAM-ID. outlier_check.

*> Flags the day's transactions that sit far outside what their
*> customer normally sends. Each customer's trailing average and
*> spread (standard deviation) of NUM1 and NUM2 are built from the
*> posted details on the cataloged basic-math result generations
*> of the look-back window before the business date; every posted
*> detail on the day's result file is then measured against them.
*> An amount further from the average than the spread factor times
*> the spread -- never closer than a tenth of the average, so a
*> customer who always sends the same amount is not flagged for a
*> few cents -- goes on the outlier report and is queued on the NUM1
*> manual-review queue against its transaction. Nothing is held
*> back: the item has already posted and stays posted; the queue is
*> where someone looks at it. A customer with fewer posted details
*> in the window than the minimum is listed as insufficient history
*> instead of being passed silently. Look-back days, minimum history
*> and spread factor come from the parameter file (defaults 30, 5
*> and 3). A rerun for the same business date does not queue the
*> same transaction twice.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OUTLIER-PARAM-FILE ASSIGN TO
                "data/outlier-params.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARAM-FILE-STATUS.

        SELECT LASTDATE-FILE ASSIGN TO
                "data/basic-math-lastdate.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LASTDATE-FILE-STATUS.

        SELECT CATALOG-FILE ASSIGN TO "data/generation-catalog.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CATALOG-FILE-STATUS.

        *> Logical name -- remapped to each in-window dated
        *> generation and then to the day's result file through the
        *> DD_OUTLRES environment mapping, same pattern as
        *> customer_profile_inquiry.
        SELECT RES-FILE ASSIGN TO "OUTLRES"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RES-FILE-STATUS.

        SELECT NUM1-REVIEW-FILE ASSIGN TO
                "data/conditionals-num1-review-queue.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NUM1-REVIEW-FILE-STATUS.

        SELECT REVIEW-CONTROL-FILE ASSIGN TO
                "data/review-queue-control.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REVIEW-CONTROL-STATUS.

        SELECT OUTLIER-REPORT-FILE ASSIGN TO
                "data/outlier-report.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
    FD OUTLIER-PARAM-FILE.
    01 OUTLIER-PARAM-RECORD.
        05 OP-DAYS-BACK PIC 9(3).
        05 OP-SEP1 PIC X.
        05 OP-MIN-HISTORY PIC 9(3).
        05 OP-SEP2 PIC X.
        05 OP-SPREAD-FACTOR PIC 9(2).

    FD LASTDATE-FILE.
    01 LASTDATE-RECORD.
        05 LD-BUSINESS-DATE PIC X(8).

    FD CATALOG-FILE.
    COPY GENCAT.

    FD RES-FILE.
    COPY RESREC.

    FD NUM1-REVIEW-FILE.
    COPY NUM1RVW.

    FD REVIEW-CONTROL-FILE.
    01 REVIEW-CONTROL-RECORD.
        05 RC-NEXT-ITEM-NUM PIC 9(5).

    FD OUTLIER-REPORT-FILE.
    01 OUTLIER-LINE PIC X(132).

WORKING-STORAGE SECTION.
    01 WS-PARAM-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-LASTDATE-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-CATALOG-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-RES-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-NUM1-REVIEW-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-REVIEW-CONTROL-STATUS PIC XX VALUE SPACES.
    01 WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-NEXT-REVIEW-NUM PIC 9(5) VALUE 0.
    01 WS-MAX-REVIEW-NUM PIC 9(5) VALUE 0.

    01 WS-EOF-FLAG PIC X VALUE 'N'.
        88 END-OF-INPUT-FILE VALUE 'Y'.

    01 WS-DAYS-BACK PIC 9(3) VALUE 30.
    01 WS-MIN-HISTORY PIC 9(3) VALUE 5.
    01 WS-SPREAD-FACTOR PIC 9(2) VALUE 3.

    01 WS-RUN-DATE PIC X(8) VALUE SPACES.
    01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
    01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
    01 WS-BUSINESS-DATE-NUM REDEFINES WS-BUSINESS-DATE PIC 9(8).
    01 WS-BUSINESS-DAY PIC 9(7).
    01 WS-WINDOW-START-DAY PIC 9(7).
    01 WS-DATE-NUM PIC 9(8).
    01 WS-DATE-EDIT PIC 9999/99/99.

    *> The in-window result generations, oldest catalog entry first.
    01 WS-GEN-TABLE.
        05 WS-GEN-ENTRY OCCURS 366 TIMES.
            10 WS-GEN-DATE PIC X(8).
            10 WS-GEN-FILE PIC X(60).
    01 WS-GEN-COUNT PIC 9(3) VALUE 0.
    01 WS-GEN-IDX PIC 9(3).
    01 WS-RES-BASE PIC X(30) VALUE "data/basic-math-res-out".
    01 WS-GEN-SKIPPED-COUNT PIC 9(5) VALUE 0.

    *> Per customer: the window's posted NUM1/NUM2 sums and sums of
    *> squares, the average and spread derived from them, and how
    *> many of the day's details the customer sent.
    01 WS-STAT-TABLE.
        05 WS-ST-ENTRY OCCURS 5000 TIMES.
            10 WS-ST-CUST-ID PIC 9(7).
            10 WS-ST-HIST-COUNT PIC 9(7).
            10 WS-ST-SUM1 PIC 9(13)V99.
            10 WS-ST-SUMSQ1 PIC 9(20)V9(4).
            10 WS-ST-SUM2 PIC 9(13)V99.
            10 WS-ST-SUMSQ2 PIC 9(20)V9(4).
            10 WS-ST-MEAN1 PIC 9(9)V99.
            10 WS-ST-SPREAD1 PIC 9(9)V99.
            10 WS-ST-MEAN2 PIC 9(9)V99.
            10 WS-ST-SPREAD2 PIC 9(9)V99.
            10 WS-ST-TODAY-COUNT PIC 9(7).
    01 WS-ST-COUNT PIC 9(5) VALUE 0.
    01 WS-ST-IDX PIC 9(5).
    01 WS-ST-FOUND-IDX PIC 9(5).
    01 WS-ST-FULL-COUNT PIC 9(7) VALUE 0.
    01 WS-LOOKUP-ID PIC 9(7).

    *> Transactions of this business date already queued as outliers
    *> by an earlier run, so a rerun does not queue them again.
    01 WS-QUEUED-TABLE.
        05 WS-QD-ENTRY OCCURS 2000 TIMES.
            10 WS-QD-SOURCE PIC X(8).
            10 WS-QD-RES-SEQ PIC 9(9).
    01 WS-QD-COUNT PIC 9(5) VALUE 0.
    01 WS-QD-IDX PIC 9(5).
    01 WS-ALREADY-QUEUED-FLAG PIC X.
        88 ALREADY-QUEUED VALUE 'Y'.

    01 WS-POSTED-FLAG PIC X.
        88 DETAIL-POSTED VALUE 'Y'.
    01 WS-NET-AMOUNT PIC S9(8)V99.
    01 WS-ADD-AMOUNT PIC 9(8)V99.
    01 WS-AMT1 PIC 9(7)V99.
    01 WS-AMT2 PIC 9(7)V99.
    01 WS-VARIANCE PIC S9(16)V9(4).
    01 WS-BAND1 PIC 9(11)V99.
    01 WS-BAND2 PIC 9(11)V99.
    01 WS-DISTANCE PIC 9(9)V99.
    01 WS-OUT1-FLAG PIC X.
        88 NUM1-OUTSIDE VALUE 'Y'.
    01 WS-OUT2-FLAG PIC X.
        88 NUM2-OUTSIDE VALUE 'Y'.
    01 WS-OUTLIER-REASON PIC X(20).

    01 WS-RES-SEQ PIC 9(9) VALUE 0.
    01 WS-CHECKED-COUNT PIC 9(7) VALUE 0.
    01 WS-OUTLIER-COUNT PIC 9(7) VALUE 0.
    01 WS-QUEUED-COUNT PIC 9(7) VALUE 0.
    01 WS-THIN-COUNT PIC 9(7) VALUE 0.
    01 WS-THIN-ITEM-COUNT PIC 9(7) VALUE 0.

    *> Generations written while the customer id was three digits
    *> wide are shifted into the current layout as they are read --
    *> see NORMALIZE-RES-RECORD.
    01 WS-OLD-ID-LINE PIC X(200).
    01 WS-OLD-CUST-ID PIC 9(3).

    01 WS-EDIT-AMT PIC Z,ZZZ,ZZ9.99.
    01 WS-EDIT-MEAN PIC Z,ZZZ,ZZ9.99.
    01 WS-EDIT-SPREAD PIC Z,ZZZ,ZZ9.99.
    01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
    01 WS-EDIT-HIST PIC ZZZ,ZZ9.
    01 WS-EDIT-SEQ PIC Z(8)9.
    01 WS-EDIT-ITEM PIC ZZZZ9.
    01 WS-QUEUE-TEXT PIC X(20).

PROCEDURE DIVISION.
    *> Working storage survives between CALLs within one run unit,
    *> so every run starts its tables and counts afresh.
    MOVE 0 TO WS-GEN-COUNT WS-ST-COUNT WS-QD-COUNT WS-RES-SEQ
        WS-CHECKED-COUNT WS-OUTLIER-COUNT WS-QUEUED-COUNT
        WS-THIN-COUNT WS-THIN-ITEM-COUNT WS-ST-FULL-COUNT
        WS-GEN-SKIPPED-COUNT WS-NEXT-REVIEW-NUM.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM READ-OUTLIER-PARAMETERS.
    PERFORM READ-BUSINESS-DATE.
    PERFORM LOAD-WINDOW-GENERATIONS.
    PERFORM GATHER-ONE-GENERATION
        VARYING WS-GEN-IDX FROM 1 BY 1
        UNTIL WS-GEN-IDX > WS-GEN-COUNT.
    PERFORM DERIVE-CUSTOMER-SPREADS
        VARYING WS-ST-IDX FROM 1 BY 1
        UNTIL WS-ST-IDX > WS-ST-COUNT.
    PERFORM LOAD-QUEUED-OUTLIERS.
    OPEN OUTPUT OUTLIER-REPORT-FILE.
    PERFORM WRITE-REPORT-HEADER.
    PERFORM CHECK-DAYS-RESULTS.
    PERFORM WRITE-INSUFFICIENT-HISTORY.
    PERFORM WRITE-REPORT-TOTALS.
    CLOSE OUTLIER-REPORT-FILE.
    IF WS-ST-FULL-COUNT > 0
        DISPLAY "Outlier customer table full, records not judged: "
            WS-ST-FULL-COUNT
        MOVE 4 TO RETURN-CODE
    END-IF.
    DISPLAY "Outlier check complete. Details checked: "
        WS-CHECKED-COUNT ", outliers: " WS-OUTLIER-COUNT
        ", queued for review: " WS-QUEUED-COUNT
        ", customers with insufficient history: " WS-THIN-COUNT.

GOBACK.

READ-OUTLIER-PARAMETERS.
    OPEN INPUT OUTLIER-PARAM-FILE.
    IF WS-PARAM-FILE-STATUS = "00"
        READ OUTLIER-PARAM-FILE
            NOT AT END
                IF OP-DAYS-BACK IS NUMERIC AND OP-DAYS-BACK > 0
                    MOVE OP-DAYS-BACK TO WS-DAYS-BACK
                END-IF
                IF OP-MIN-HISTORY IS NUMERIC AND OP-MIN-HISTORY > 0
                    MOVE OP-MIN-HISTORY TO WS-MIN-HISTORY
                END-IF
                IF OP-SPREAD-FACTOR IS NUMERIC
                        AND OP-SPREAD-FACTOR > 0
                    MOVE OP-SPREAD-FACTOR TO WS-SPREAD-FACTOR
                END-IF
        END-READ
        CLOSE OUTLIER-PARAM-FILE
    END-IF.

*> The window is counted back from the business date of the day's
*> result file -- the run date only when none is on file.
READ-BUSINESS-DATE.
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
    COMPUTE WS-BUSINESS-DAY =
        FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM).
    COMPUTE WS-WINDOW-START-DAY = WS-BUSINESS-DAY - WS-DAYS-BACK.

LOAD-WINDOW-GENERATIONS.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT CATALOG-FILE.
    IF WS-CATALOG-FILE-STATUS NOT = "00"
        SET END-OF-INPUT-FILE TO TRUE
    END-IF.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ CATALOG-FILE
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END PERFORM STORE-WINDOW-GENERATION
        END-READ
    END-PERFORM.
    IF WS-CATALOG-FILE-STATUS NOT = "35"
        CLOSE CATALOG-FILE
    END-IF.

*> The business date's own generation is the day being judged, not
*> its history, and is left out.
STORE-WINDOW-GENERATION.
    IF GC-BASE = WS-RES-BASE AND GC-DATE IS NUMERIC
        MOVE GC-DATE TO WS-DATE-NUM
        IF FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                    >= WS-WINDOW-START-DAY
                AND FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                    < WS-BUSINESS-DAY
            IF WS-GEN-COUNT < 366
                ADD 1 TO WS-GEN-COUNT
                MOVE GC-DATE TO WS-GEN-DATE(WS-GEN-COUNT)
                MOVE GC-FILE-NAME TO WS-GEN-FILE(WS-GEN-COUNT)
            ELSE
                ADD 1 TO WS-GEN-SKIPPED-COUNT
            END-IF
        END-IF
    END-IF.

GATHER-ONE-GENERATION.
    SET ENVIRONMENT "DD_OUTLRES" TO WS-GEN-FILE(WS-GEN-IDX).
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT RES-FILE.
    IF WS-RES-FILE-STATUS = "00"
        PERFORM UNTIL END-OF-INPUT-FILE
            READ RES-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
                NOT AT END
                    PERFORM NORMALIZE-RES-RECORD
                    PERFORM TEST-DETAIL-POSTED
                    IF DETAIL-POSTED
                        PERFORM ADD-TO-HISTORY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RES-FILE
    END-IF.

*> A result written while the customer id was three digits wide has
*> a space where the fourth id digit now sits, and every field after
*> the id four bytes to the left. Such a record is moved across into
*> the current layout before it is used.
NORMALIZE-RES-RECORD.
    IF RES-RECORD(4:1) = SPACE
        MOVE RES-RECORD TO WS-OLD-ID-LINE
        MOVE WS-OLD-ID-LINE(1:3) TO WS-OLD-CUST-ID
        MOVE SPACES TO RES-RECORD
        MOVE WS-OLD-ID-LINE(4:) TO RES-RECORD(8:)
        MOVE WS-OLD-CUST-ID TO RES-CUST-ID
    END-IF.

*> Only details that posted describe what the customer normally
*> sends: reversals and items routed to suspense are left out. A
*> record from before the net amount was carried posted when its
*> results were filled in.
TEST-DETAIL-POSTED.
    MOVE 'N' TO WS-POSTED-FLAG.
    IF NOT RES-REVERSAL-ENTRY AND RES-CUST-ID IS NUMERIC
        IF RES-NET-AMOUNT NOT = SPACES
            MOVE RES-NET-AMOUNT TO WS-NET-AMOUNT
            IF WS-NET-AMOUNT > 0
                SET DETAIL-POSTED TO TRUE
            END-IF
        ELSE
            MOVE RES-ADD TO WS-ADD-AMOUNT
            IF WS-ADD-AMOUNT > 0
                SET DETAIL-POSTED TO TRUE
            END-IF
        END-IF
    END-IF.

ADD-TO-HISTORY.
    MOVE RES-CUST-ID TO WS-LOOKUP-ID.
    PERFORM FIND-CUSTOMER-STATS.
    IF WS-ST-FOUND-IDX > 0
        MOVE RES-NUM1 TO WS-AMT1
        MOVE RES-NUM2 TO WS-AMT2
        ADD 1 TO WS-ST-HIST-COUNT(WS-ST-FOUND-IDX)
        ADD WS-AMT1 TO WS-ST-SUM1(WS-ST-FOUND-IDX)
        ADD WS-AMT2 TO WS-ST-SUM2(WS-ST-FOUND-IDX)
        COMPUTE WS-ST-SUMSQ1(WS-ST-FOUND-IDX) =
            WS-ST-SUMSQ1(WS-ST-FOUND-IDX) + WS-AMT1 * WS-AMT1
        COMPUTE WS-ST-SUMSQ2(WS-ST-FOUND-IDX) =
            WS-ST-SUMSQ2(WS-ST-FOUND-IDX) + WS-AMT2 * WS-AMT2
    END-IF.

FIND-CUSTOMER-STATS.
    MOVE 0 TO WS-ST-FOUND-IDX.
    PERFORM VARYING WS-ST-IDX FROM 1 BY 1
            UNTIL WS-ST-IDX > WS-ST-COUNT OR WS-ST-FOUND-IDX > 0
        IF WS-ST-CUST-ID(WS-ST-IDX) = WS-LOOKUP-ID
            MOVE WS-ST-IDX TO WS-ST-FOUND-IDX
        END-IF
    END-PERFORM.
    IF WS-ST-FOUND-IDX = 0
        IF WS-ST-COUNT >= 5000
            ADD 1 TO WS-ST-FULL-COUNT
        ELSE
            ADD 1 TO WS-ST-COUNT
            MOVE WS-ST-COUNT TO WS-ST-FOUND-IDX
            INITIALIZE WS-ST-ENTRY(WS-ST-COUNT)
            MOVE WS-LOOKUP-ID TO WS-ST-CUST-ID(WS-ST-COUNT)
        END-IF
    END-IF.

*> Average and population standard deviation per amount. Rounding
*> can leave a variance a hair below zero; it is taken as zero.
DERIVE-CUSTOMER-SPREADS.
    IF WS-ST-HIST-COUNT(WS-ST-IDX) > 0
        COMPUTE WS-ST-MEAN1(WS-ST-IDX) ROUNDED =
            WS-ST-SUM1(WS-ST-IDX) / WS-ST-HIST-COUNT(WS-ST-IDX)
        COMPUTE WS-ST-MEAN2(WS-ST-IDX) ROUNDED =
            WS-ST-SUM2(WS-ST-IDX) / WS-ST-HIST-COUNT(WS-ST-IDX)
        COMPUTE WS-VARIANCE =
            WS-ST-SUMSQ1(WS-ST-IDX) / WS-ST-HIST-COUNT(WS-ST-IDX)
            - (WS-ST-SUM1(WS-ST-IDX) / WS-ST-HIST-COUNT(WS-ST-IDX))
            ** 2
        IF WS-VARIANCE < 0
            MOVE 0 TO WS-VARIANCE
        END-IF
        COMPUTE WS-ST-SPREAD1(WS-ST-IDX) ROUNDED =
            FUNCTION SQRT(WS-VARIANCE)
        COMPUTE WS-VARIANCE =
            WS-ST-SUMSQ2(WS-ST-IDX) / WS-ST-HIST-COUNT(WS-ST-IDX)
            - (WS-ST-SUM2(WS-ST-IDX) / WS-ST-HIST-COUNT(WS-ST-IDX))
            ** 2
        IF WS-VARIANCE < 0
            MOVE 0 TO WS-VARIANCE
        END-IF
        COMPUTE WS-ST-SPREAD2(WS-ST-IDX) ROUNDED =
            FUNCTION SQRT(WS-VARIANCE)
    END-IF.

LOAD-QUEUED-OUTLIERS.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT NUM1-REVIEW-FILE.
    IF WS-NUM1-REVIEW-FILE-STATUS NOT = "00"
        SET END-OF-INPUT-FILE TO TRUE
    END-IF.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ NUM1-REVIEW-FILE
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END
                IF NR-REASON(1:8) = "OUTLIER "
                        AND NR-BUS-DATE = WS-BUSINESS-DATE
                        AND NR-RES-SEQ IS NUMERIC
                        AND WS-QD-COUNT < 2000
                    ADD 1 TO WS-QD-COUNT
                    MOVE NR-SOURCE TO WS-QD-SOURCE(WS-QD-COUNT)
                    MOVE NR-RES-SEQ TO WS-QD-RES-SEQ(WS-QD-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    IF WS-NUM1-REVIEW-FILE-STATUS NOT = "35"
        CLOSE NUM1-REVIEW-FILE
    END-IF.
    MOVE SPACES TO WS-NUM1-REVIEW-FILE-STATUS.

WRITE-REPORT-HEADER.
    MOVE "CUSTOMER AMOUNT OUTLIER REPORT" TO OUTLIER-LINE.
    WRITE OUTLIER-LINE.
    MOVE WS-RUN-DATE-NUM TO WS-DATE-EDIT.
    MOVE SPACES TO OUTLIER-LINE.
    STRING "Run date: " WS-DATE-EDIT DELIMITED BY SIZE
        INTO OUTLIER-LINE.
    WRITE OUTLIER-LINE.
    MOVE WS-BUSINESS-DATE-NUM TO WS-DATE-EDIT.
    MOVE WS-GEN-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO OUTLIER-LINE.
    STRING "Business date: " WS-DATE-EDIT "   Look-back days: "
        WS-DAYS-BACK "   Generations read: " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO OUTLIER-LINE.
    WRITE OUTLIER-LINE.
    MOVE SPACES TO OUTLIER-LINE.
    STRING "Flagged beyond " WS-SPREAD-FACTOR
        " spreads from the average; at least " WS-MIN-HISTORY
        " posted details needed to judge"
        DELIMITED BY SIZE INTO OUTLIER-LINE.
    WRITE OUTLIER-LINE.
    MOVE SPACES TO OUTLIER-LINE.
    WRITE OUTLIER-LINE.
    MOVE "OUTLIERS" TO OUTLIER-LINE.
    WRITE OUTLIER-LINE.
    MOVE "  CUST ID  SOURCE    RESULT#  FIELD        AMOUNT"
        TO OUTLIER-LINE.
    MOVE "       AVERAGE        SPREAD  REVIEW"
        TO OUTLIER-LINE(51:).
    WRITE OUTLIER-LINE.

CHECK-DAYS-RESULTS.
    SET ENVIRONMENT "DD_OUTLRES" TO "data/basic-math-res-out.txt".
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT RES-FILE.
    IF WS-RES-FILE-STATUS NOT = "00"
        DISPLAY "No basic-math result file to check, file status: "
            WS-RES-FILE-STATUS
        MOVE "  NO RESULT FILE ON DISK" TO OUTLIER-LINE
        WRITE OUTLIER-LINE
        MOVE 4 TO RETURN-CODE
    ELSE
        PERFORM UNTIL END-OF-INPUT-FILE
            READ RES-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
                NOT AT END PERFORM CHECK-ONE-RESULT
            END-READ
        END-PERFORM
        CLOSE RES-FILE
    END-IF.
    IF WS-OUTLIER-COUNT = 0
        MOVE "  NONE" TO OUTLIER-LINE
        WRITE OUTLIER-LINE
    END-IF.
    MOVE SPACES TO OUTLIER-LINE.
    WRITE OUTLIER-LINE.

*> The record's position on the result file is counted for every
*> record, so it matches the reference conditionals queues under.
CHECK-ONE-RESULT.
    ADD 1 TO WS-RES-SEQ.
    PERFORM TEST-DETAIL-POSTED.
    IF DETAIL-POSTED
        ADD 1 TO WS-CHECKED-COUNT
        MOVE RES-CUST-ID TO WS-LOOKUP-ID
        PERFORM FIND-CUSTOMER-STATS
        IF WS-ST-FOUND-IDX > 0
            ADD 1 TO WS-ST-TODAY-COUNT(WS-ST-FOUND-IDX)
            IF WS-ST-HIST-COUNT(WS-ST-FOUND-IDX) < WS-MIN-HISTORY
                ADD 1 TO WS-THIN-ITEM-COUNT
            ELSE
                PERFORM JUDGE-AGAINST-HISTORY
            END-IF
        END-IF
    END-IF.

JUDGE-AGAINST-HISTORY.
    MOVE RES-NUM1 TO WS-AMT1.
    MOVE RES-NUM2 TO WS-AMT2.
    MOVE 'N' TO WS-OUT1-FLAG.
    MOVE 'N' TO WS-OUT2-FLAG.
    COMPUTE WS-BAND1 =
        WS-ST-SPREAD1(WS-ST-FOUND-IDX) * WS-SPREAD-FACTOR.
    IF WS-BAND1 < WS-ST-MEAN1(WS-ST-FOUND-IDX) / 10
        COMPUTE WS-BAND1 = WS-ST-MEAN1(WS-ST-FOUND-IDX) / 10
    END-IF.
    COMPUTE WS-BAND2 =
        WS-ST-SPREAD2(WS-ST-FOUND-IDX) * WS-SPREAD-FACTOR.
    IF WS-BAND2 < WS-ST-MEAN2(WS-ST-FOUND-IDX) / 10
        COMPUTE WS-BAND2 = WS-ST-MEAN2(WS-ST-FOUND-IDX) / 10
    END-IF.
    IF WS-AMT1 > WS-ST-MEAN1(WS-ST-FOUND-IDX)
        COMPUTE WS-DISTANCE = WS-AMT1 - WS-ST-MEAN1(WS-ST-FOUND-IDX)
    ELSE
        COMPUTE WS-DISTANCE = WS-ST-MEAN1(WS-ST-FOUND-IDX) - WS-AMT1
    END-IF.
    IF WS-DISTANCE > WS-BAND1
        SET NUM1-OUTSIDE TO TRUE
    END-IF.
    IF WS-AMT2 > WS-ST-MEAN2(WS-ST-FOUND-IDX)
        COMPUTE WS-DISTANCE = WS-AMT2 - WS-ST-MEAN2(WS-ST-FOUND-IDX)
    ELSE
        COMPUTE WS-DISTANCE = WS-ST-MEAN2(WS-ST-FOUND-IDX) - WS-AMT2
    END-IF.
    IF WS-DISTANCE > WS-BAND2
        SET NUM2-OUTSIDE TO TRUE
    END-IF.
    IF NUM1-OUTSIDE OR NUM2-OUTSIDE
        PERFORM FLAG-OUTLIER
    END-IF.

FLAG-OUTLIER.
    ADD 1 TO WS-OUTLIER-COUNT.
    EVALUATE TRUE
        WHEN NUM1-OUTSIDE AND NUM2-OUTSIDE
            MOVE "OUTLIER NUM1+NUM2" TO WS-OUTLIER-REASON
        WHEN NUM1-OUTSIDE
            MOVE "OUTLIER NUM1" TO WS-OUTLIER-REASON
        WHEN OTHER
            MOVE "OUTLIER NUM2" TO WS-OUTLIER-REASON
    END-EVALUATE.
    MOVE 'N' TO WS-ALREADY-QUEUED-FLAG.
    PERFORM VARYING WS-QD-IDX FROM 1 BY 1
            UNTIL WS-QD-IDX > WS-QD-COUNT OR ALREADY-QUEUED
        IF WS-QD-SOURCE(WS-QD-IDX) = RES-SOURCE
                AND WS-QD-RES-SEQ(WS-QD-IDX) = WS-RES-SEQ
            SET ALREADY-QUEUED TO TRUE
        END-IF
    END-PERFORM.
    IF ALREADY-QUEUED
        MOVE "ALREADY QUEUED" TO WS-QUEUE-TEXT
    ELSE
        PERFORM WRITE-NUM1-REVIEW-RECORD
        ADD 1 TO WS-QUEUED-COUNT
        MOVE NR-ITEM-NUM TO WS-EDIT-ITEM
        MOVE SPACES TO WS-QUEUE-TEXT
        STRING "ITEM " WS-EDIT-ITEM DELIMITED BY SIZE
            INTO WS-QUEUE-TEXT
    END-IF.
    IF NUM1-OUTSIDE
        MOVE WS-AMT1 TO WS-EDIT-AMT
        MOVE WS-ST-MEAN1(WS-ST-FOUND-IDX) TO WS-EDIT-MEAN
        MOVE WS-ST-SPREAD1(WS-ST-FOUND-IDX) TO WS-EDIT-SPREAD
        MOVE "NUM1" TO WS-OUTLIER-REASON
        PERFORM WRITE-OUTLIER-LINE
    END-IF.
    IF NUM2-OUTSIDE
        MOVE WS-AMT2 TO WS-EDIT-AMT
        MOVE WS-ST-MEAN2(WS-ST-FOUND-IDX) TO WS-EDIT-MEAN
        MOVE WS-ST-SPREAD2(WS-ST-FOUND-IDX) TO WS-EDIT-SPREAD
        MOVE "NUM2" TO WS-OUTLIER-REASON
        PERFORM WRITE-OUTLIER-LINE
    END-IF.

WRITE-OUTLIER-LINE.
    MOVE WS-RES-SEQ TO WS-EDIT-SEQ.
    MOVE SPACES TO OUTLIER-LINE.
    STRING "  " RES-CUST-ID "  " RES-SOURCE "  " WS-EDIT-SEQ "  "
        WS-OUTLIER-REASON(1:4) "  " WS-EDIT-AMT "  " WS-EDIT-MEAN
        "  " WS-EDIT-SPREAD "  " WS-QUEUE-TEXT
        DELIMITED BY SIZE INTO OUTLIER-LINE.
    WRITE OUTLIER-LINE.

*> Lands an outlier in the manual-review queue, tied to the
*> customer and the result record it was found on -- the same
*> reference conditionals gives a CHECK-VAL REVIEW item.
WRITE-NUM1-REVIEW-RECORD.
    PERFORM ASSIGN-REVIEW-ITEM-NUMBER.
    MOVE WS-AMT1 TO NR-NUM1.
    MOVE SPACE TO NR-SEP1.
    MOVE WS-OUTLIER-REASON TO NR-REASON.
    MOVE SPACE TO NR-SEP2.
    MOVE FUNCTION CURRENT-DATE TO NR-TIMESTAMP.
    MOVE SPACE TO NR-SEP3.
    MOVE 'O' TO NR-STATUS.
    MOVE SPACE TO NR-SEP4.
    MOVE SPACES TO NR-TRANS-REF.
    MOVE RES-CUST-ID TO NR-CUST-ID.
    MOVE WS-BUSINESS-DATE TO NR-BUS-DATE.
    MOVE RES-SOURCE TO NR-SOURCE.
    MOVE WS-RES-SEQ TO NR-RES-SEQ.
    OPEN EXTEND NUM1-REVIEW-FILE.
    IF WS-NUM1-REVIEW-FILE-STATUS = "35"
        OPEN OUTPUT NUM1-REVIEW-FILE
    END-IF.
    WRITE NUM1-REVIEW-RECORD.
    CLOSE NUM1-REVIEW-FILE.

*> Permanent number for the item being queued -- the same control
*> file and repair conditionals uses, so numbers stay unique across
*> both programs' items.
ASSIGN-REVIEW-ITEM-NUMBER.
    IF WS-NEXT-REVIEW-NUM = 0
        MOVE 1 TO WS-NEXT-REVIEW-NUM
        OPEN INPUT REVIEW-CONTROL-FILE
        IF WS-REVIEW-CONTROL-STATUS = "00"
            READ REVIEW-CONTROL-FILE
                NOT AT END
                    IF RC-NEXT-ITEM-NUM IS NUMERIC
                            AND RC-NEXT-ITEM-NUM > 0
                        MOVE RC-NEXT-ITEM-NUM
                            TO WS-NEXT-REVIEW-NUM
                    END-IF
            END-READ
            CLOSE REVIEW-CONTROL-FILE
        END-IF
        PERFORM RECONCILE-AGAINST-QUEUE-MAX
    END-IF.
    MOVE WS-NEXT-REVIEW-NUM TO NR-ITEM-NUM.
    ADD 1 TO WS-NEXT-REVIEW-NUM.
    OPEN OUTPUT REVIEW-CONTROL-FILE.
    MOVE WS-NEXT-REVIEW-NUM TO RC-NEXT-ITEM-NUM.
    WRITE REVIEW-CONTROL-RECORD.
    CLOSE REVIEW-CONTROL-FILE.

RECONCILE-AGAINST-QUEUE-MAX.
    MOVE 0 TO WS-MAX-REVIEW-NUM.
    OPEN INPUT NUM1-REVIEW-FILE.
    IF WS-NUM1-REVIEW-FILE-STATUS = "00"
        PERFORM UNTIL WS-NUM1-REVIEW-FILE-STATUS = "10"
            READ NUM1-REVIEW-FILE
                AT END
                    MOVE "10" TO WS-NUM1-REVIEW-FILE-STATUS
                NOT AT END
                    IF NR-ITEM-NUM IS NUMERIC
                            AND NR-ITEM-NUM > WS-MAX-REVIEW-NUM
                        MOVE NR-ITEM-NUM TO WS-MAX-REVIEW-NUM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE NUM1-REVIEW-FILE
        MOVE SPACES TO WS-NUM1-REVIEW-FILE-STATUS
    END-IF.
    IF WS-MAX-REVIEW-NUM >= WS-NEXT-REVIEW-NUM
        COMPUTE WS-NEXT-REVIEW-NUM = WS-MAX-REVIEW-NUM + 1
    END-IF.

WRITE-INSUFFICIENT-HISTORY.
    MOVE "INSUFFICIENT HISTORY" TO OUTLIER-LINE.
    WRITE OUTLIER-LINE.
    MOVE "  CUST ID   POSTED IN WINDOW   DETAILS TODAY (NOT JUDGED)"
        TO OUTLIER-LINE.
    WRITE OUTLIER-LINE.
    PERFORM VARYING WS-ST-IDX FROM 1 BY 1
            UNTIL WS-ST-IDX > WS-ST-COUNT
        IF WS-ST-TODAY-COUNT(WS-ST-IDX) > 0
                AND WS-ST-HIST-COUNT(WS-ST-IDX) < WS-MIN-HISTORY
            ADD 1 TO WS-THIN-COUNT
            MOVE WS-ST-HIST-COUNT(WS-ST-IDX) TO WS-EDIT-HIST
            MOVE WS-ST-TODAY-COUNT(WS-ST-IDX) TO WS-EDIT-COUNT
            MOVE SPACES TO OUTLIER-LINE
            STRING "  " WS-ST-CUST-ID(WS-ST-IDX) "   " WS-EDIT-HIST
                "            " WS-EDIT-COUNT
                DELIMITED BY SIZE INTO OUTLIER-LINE
            WRITE OUTLIER-LINE
        END-IF
    END-PERFORM.
    IF WS-THIN-COUNT = 0
        MOVE "  NONE" TO OUTLIER-LINE
        WRITE OUTLIER-LINE
    END-IF.
    MOVE SPACES TO OUTLIER-LINE.
    WRITE OUTLIER-LINE.

WRITE-REPORT-TOTALS.
    MOVE WS-CHECKED-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO OUTLIER-LINE.
    STRING "  Posted details checked      : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO OUTLIER-LINE.
    WRITE OUTLIER-LINE.
    MOVE WS-OUTLIER-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO OUTLIER-LINE.
    STRING "  Outliers                    : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO OUTLIER-LINE.
    WRITE OUTLIER-LINE.
    MOVE WS-QUEUED-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO OUTLIER-LINE.
    STRING "  Queued for review           : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO OUTLIER-LINE.
    WRITE OUTLIER-LINE.
    MOVE WS-THIN-ITEM-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO OUTLIER-LINE.
    STRING "  Not judged, thin history    : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO OUTLIER-LINE.
    WRITE OUTLIER-LINE.
    IF WS-GEN-SKIPPED-COUNT > 0
        MOVE WS-GEN-SKIPPED-COUNT TO WS-EDIT-COUNT
        MOVE SPACES TO OUTLIER-LINE
        STRING "  Generations not read (limit): " WS-EDIT-COUNT
            DELIMITED BY SIZE INTO OUTLIER-LINE
        WRITE OUTLIER-LINE
    END-IF.
    MOVE SPACES TO OUTLIER-LINE.
    WRITE OUTLIER-LINE.
    MOVE "*** END OF REPORT ***" TO OUTLIER-LINE.
    WRITE OUTLIER-LINE.
