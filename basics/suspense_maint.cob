            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUSP-CONTROL-STATUS.

        SELECT RATE-FILE ASSIGN TO "data/currency-rates.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RATE-FILE-STATUS.

        SELECT CURRENCY-PARAM-FILE ASSIGN TO
                "data/currency-params.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CURR-PARAM-STATUS.

DATA DIVISION.

FILE SECTION.
    01 SUSP-CONTROL-RECORD.
        05 SC-NEXT-ITEM-NUM PIC 9(5).

    FD RATE-FILE.
    COPY CURRATE.

    FD CURRENCY-PARAM-FILE.
    01 CURRENCY-PARAM-RECORD.
        05 CP-BASE-CURRENCY PIC X(3).

    FD CUSTOMER-MASTER.
    COPY CUSTREC REPLACING ==CUSTOMER-RECORD== BY ==MASTER-RECORD==
                            ==CUST-ID==         BY ==MAST-ID==
    01 WS-MASTER-STATUS PIC XX VALUE SPACES.
    01 WS-CHECKPOINT-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-SUSP-CONTROL-STATUS PIC XX VALUE SPACES.
    01 WS-RATE-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-CURR-PARAM-STATUS PIC XX VALUE SPACES.

    COPY MATHVARS.
    01 RES-REMAINDER PIC 9(7)V99 VALUE 0.
    *> WS-SUSP-ITEM-NO is the item's permanent number off the
    *> record; zero means a record from before permanent numbers
    *> existed, stamped from the control file right after the load.
    *> WS-SUSP-SOURCE is the sending system the item arrived from,
    *> carried through every rewrite and onto a resubmitted result.
    *> WS-SUSP-CURRENCY is the currency the item's amounts are held
    *> in, the base currency for records from before it was carried.
    01 WS-SUSP-TABLE.
        05 WS-SUSP-ITEM OCCURS 1000 TIMES.
            10 WS-SUSP-CUST     PIC 9(7).
            10 WS-SUSP-NUM1     PIC 9(7)V99.
            10 WS-SUSP-NUM2     PIC 9(7)V99.
            10 WS-SUSP-DATE     PIC X(8).
            10 WS-SUSP-REASON   PIC X(90).
            10 WS-SUSP-ITEM-NO  PIC 9(5).
            10 WS-SUSP-SOURCE   PIC X(8).
            10 WS-SUSP-CURRENCY PIC X(3).
            10 WS-SUSP-DISP     PIC X.
                88 ITEM-OPEN        VALUE 'O'.
                88 ITEM-RESUBMITTED VALUE 'R'.
    01 WS-HELD-COUNT PIC 9(5) VALUE 0.
    01 WS-FAILED-AGAIN-COUNT PIC 9(5) VALUE 0.

    *> A resubmitted item's corrected amounts are in the item's own
    *> currency and are converted at the rate for the item's business
    *> date, the rate basic-math would have used -- never a later or
    *> earlier day's. With no such rate the item stays in suspense.
    01 WS-BASE-CURRENCY PIC X(3) VALUE "USD".
    01 WS-ITEM-RATE PIC 9(4)V9(6).
    01 WS-SENT-NUM1 PIC 9(7)V99.
    01 WS-SENT-NUM2 PIC 9(7)V99.
    01 WS-RATE-TEXT.
        05 WS-RATE-INT PIC X(4).
        05 WS-RATE-POINT PIC X.
        05 WS-RATE-DEC PIC X(6).

    *> Aging report working fields.
    01 WS-DAYS-OPEN PIC 9(5).
    01 WS-OLDEST-DAYS PIC 9(5) VALUE 0.
        STOP RUN
    END-IF.
    PERFORM STAMP-UNNUMBERED-ITEMS.
    PERFORM READ-CURRENCY-PARAMETERS.
    PERFORM LOAD-CORRECTIONS.
    PERFORM OPEN-OUTPUT-FILES.
    PERFORM APPLY-ONE-CORRECTION VARYING WS-COR-IDX FROM 1 BY 1
            MOVE SUSP-NUM2 TO WS-SUSP-NUM2(WS-SUSP-COUNT)
            MOVE SUSP-DATE TO WS-SUSP-DATE(WS-SUSP-COUNT)
            MOVE SUSP-REASON TO WS-SUSP-REASON(WS-SUSP-COUNT)
            MOVE SUSP-SOURCE TO WS-SUSP-SOURCE(WS-SUSP-COUNT)
            MOVE SUSP-CURRENCY TO WS-SUSP-CURRENCY(WS-SUSP-COUNT)
            *> Records from before the permanent number read back
            *> with spaces there and are stamped after the load.
            IF SUSP-ITEM-NUM IS NUMERIC AND SUSP-ITEM-NUM > 0
            WS-MASTER-STATUS ", customer revalidation skipped"
    END-IF.

READ-CURRENCY-PARAMETERS.
    OPEN INPUT CURRENCY-PARAM-FILE.
    IF WS-CURR-PARAM-STATUS = "00"
        READ CURRENCY-PARAM-FILE
            NOT AT END
                IF CP-BASE-CURRENCY NOT = SPACES
                    MOVE CP-BASE-CURRENCY TO WS-BASE-CURRENCY
                END-IF
        END-READ
        CLOSE CURRENCY-PARAM-FILE
    END-IF.
    PERFORM DEFAULT-ITEM-CURRENCY VARYING WS-SUSP-IDX FROM 1 BY 1
        UNTIL WS-SUSP-IDX > WS-SUSP-COUNT.

DEFAULT-ITEM-CURRENCY.
    IF WS-SUSP-CURRENCY(WS-SUSP-IDX) = SPACES
        MOVE WS-BASE-CURRENCY TO WS-SUSP-CURRENCY(WS-SUSP-IDX)
    END-IF.

*> Corrections address items by their PERMANENT number -- the one
*> printed on the aging report and carried on the record -- never
*> by file position, which every rewrite shifts. A correction
    MOVE WS-COR-NUM1(WS-COR-IDX) TO NUM1.
    MOVE WS-COR-NUM2(WS-COR-IDX) TO NUM2.

    MOVE 'N' TO WS-TRANS-ERROR-FLAG.
    MOVE SPACES TO WS-TRANS-REASONS.
    PERFORM CONVERT-ITEM-AMOUNTS.

    MOVE WS-SUSP-CUST(WS-SUSP-IDX) TO RES-CUST-ID.
    MOVE WS-SUSP-SOURCE(WS-SUSP-IDX) TO RES-SOURCE.
    MOVE NUM1 TO RES-NUM1.
    MOVE NUM2 TO RES-NUM2.
    MOVE WS-SUSP-CURRENCY(WS-SUSP-IDX) TO RES-CURRENCY.
    MOVE WS-SENT-NUM1 TO RES-CURR-NUM1.
    MOVE WS-SENT-NUM2 TO RES-CURR-NUM2.
    MOVE WS-ITEM-RATE TO RES-RATE.

    IF VALIDATION-ACTIVE
        MOVE WS-SUSP-CUST(WS-SUSP-IDX) TO MAST-ID

    IF TRANS-HAD-ERROR
        ADD 1 TO WS-FAILED-AGAIN-COUNT
        MOVE WS-SENT-NUM1 TO WS-SUSP-NUM1(WS-SUSP-IDX)
        MOVE WS-SENT-NUM2 TO WS-SUSP-NUM2(WS-SUSP-IDX)
        *> SUSP-DATE stays as it was: it carries the business date
        *> of the input file that suspensed the item (basic-math's
        *> rerun purge keys on it), and the item is still
        DISPLAY "Resubmitted item " WS-SUSP-ITEM-NO(WS-SUSP-IDX)
            " failed again, held in suspense"
    ELSE
        COMPUTE RES-NET-AMOUNT = NUM1 + NUM2
        WRITE RES-RECORD
        ADD 1 TO WS-RESUBMIT-COUNT
        MOVE 'R' TO WS-SUSP-DISP(WS-SUSP-IDX)
    END-IF.

*> Leaves NUM1/NUM2 in the base currency. An item without a rate
*> for its business date (or whose converted amount will not fit)
*> keeps its amounts as sent and fails again with the reason.
CONVERT-ITEM-AMOUNTS.
    MOVE NUM1 TO WS-SENT-NUM1.
    MOVE NUM2 TO WS-SENT-NUM2.
    MOVE 1 TO WS-ITEM-RATE.
    IF WS-SUSP-CURRENCY(WS-SUSP-IDX) NOT = WS-BASE-CURRENCY
        PERFORM FIND-ITEM-RATE
        IF WS-ITEM-RATE = 0
            MOVE "NO RATE" TO WS-CURRENT-REASON
            PERFORM APPEND-TRANS-REASON
        ELSE
            COMPUTE NUM1 ROUNDED = WS-SENT-NUM1 * WS-ITEM-RATE
                ON SIZE ERROR
                    MOVE "CONVERSION OVERFLOW" TO WS-CURRENT-REASON
                    PERFORM APPEND-TRANS-REASON
            END-COMPUTE
            COMPUTE NUM2 ROUNDED = WS-SENT-NUM2 * WS-ITEM-RATE
                ON SIZE ERROR
                    MOVE "CONVERSION OVERFLOW" TO WS-CURRENT-REASON
                    PERFORM APPEND-TRANS-REASON
            END-COMPUTE
        END-IF
    END-IF.

FIND-ITEM-RATE.
    MOVE 0 TO WS-ITEM-RATE.
    OPEN INPUT RATE-FILE.
    IF WS-RATE-FILE-STATUS = "00"
        PERFORM UNTIL WS-RATE-FILE-STATUS = "10"
            READ RATE-FILE
                AT END MOVE "10" TO WS-RATE-FILE-STATUS
                NOT AT END
                    IF RATE-CURRENCY = WS-SUSP-CURRENCY(WS-SUSP-IDX)
                            AND RATE-DATE = WS-SUSP-DATE(WS-SUSP-IDX)
                        MOVE RATE-VALUE TO WS-RATE-TEXT
                        IF WS-RATE-INT IS NUMERIC
                                AND WS-RATE-POINT = '.'
                                AND WS-RATE-DEC IS NUMERIC
                            MOVE RATE-VALUE TO WS-ITEM-RATE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RATE-FILE
    END-IF.

APPEND-TRANS-REASON.
    SET TRANS-HAD-ERROR TO TRUE.
    IF WS-TRANS-REASONS = SPACES
    STRING WS-RUN-DATE " WRITTEN OFF "
        WS-SUSP-CUST(WS-SUSP-IDX) " "
        WS-EDIT-AMOUNT " " WS-EDIT-AMOUNT2 " "
        WS-SUSP-CURRENCY(WS-SUSP-IDX) " "
        FUNCTION TRIM(WS-SUSP-REASON(WS-SUSP-IDX))
        DELIMITED BY SIZE INTO WRITEOFF-LINE.
    WRITE WRITEOFF-LINE.
            MOVE WS-SUSP-DATE(WS-SUSP-IDX) TO SUSP-DATE
            MOVE WS-SUSP-REASON(WS-SUSP-IDX) TO SUSP-REASON
            MOVE WS-SUSP-ITEM-NO(WS-SUSP-IDX) TO SUSP-ITEM-NUM
            MOVE WS-SUSP-SOURCE(WS-SUSP-IDX) TO SUSP-SOURCE
            MOVE WS-SUSP-CURRENCY(WS-SUSP-IDX) TO SUSP-CURRENCY
            WRITE SUSPENSE-RECORD
        END-IF
    END-PERFORM.
    WRITE AGING-LINE.
    MOVE SPACES TO AGING-LINE.
    WRITE AGING-LINE.
    MOVE " ITEM  DAYS  CUST      NUM1        NUM2        CCY  REASON"
        TO AGING-LINE.
    WRITE AGING-LINE.

    STRING WS-EDIT-ITEM " " WS-EDIT-DAYS "  "
        WS-SUSP-CUST(WS-SUSP-IDX) "   "
        WS-EDIT-AMOUNT "  " WS-EDIT-AMOUNT2 "  "
        WS-SUSP-CURRENCY(WS-SUSP-IDX) "  "
        FUNCTION TRIM(WS-SUSP-REASON(WS-SUSP-IDX))
        DELIMITED BY SIZE INTO AGING-LINE.
    WRITE AGING-LINE.
