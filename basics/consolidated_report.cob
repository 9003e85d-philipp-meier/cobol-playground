
    01 WS-RES-NUMERIC PIC S9(7)V99.

    *> Generations written while the customer id was three digits
    *> wide are shifted into the current layout as they are read --
    *> see NORMALIZE-RES-RECORD.
    01 WS-OLD-ID-LINE PIC X(200).
    01 WS-OLD-CUST-ID PIC 9(3).

    *> One result's five amounts, signed -- a reversal ('R' entry)
    *> backs its original out, so it counts against every total it
    *> lands in, the GL extract included.
    01 WS-ENTRY-ADD PIC S9(7)V99.
    01 WS-ENTRY-SUB PIC S9(7)V99.
    01 WS-ENTRY-MULT PIC S9(7)V99.
    01 WS-ENTRY-DIV PIC S9(7)V99.
    01 WS-ENTRY-COMPUTE PIC S9(7)V99.
    01 WS-REVERSAL-COUNT PIC 9(9) VALUE 0.
    01 WS-REVERSAL-AMOUNT PIC S9(9)V99 VALUE 0.

    *> Machine-readable GL extract -- pipe-delimited mirror of the
    *> report figures with a header carrying the business date and a
    *> trailer carrying the detail record count and a hash total of
    01 WS-EXT-HASH PIC S9(11)V99 VALUE 0.
    01 WS-EXT-HASH-EDIT PIC +9(11).99.

    *> Per-customer totals, one entry per customer seen, kept in
    *> ascending customer id order so the break prints in id order.
    *> The id is too wide to subscript the table directly. Records
    *> whose customer id is zero or non-numeric -- e.g. a result file
    *> written before customers were carried -- land in the
    *> unassigned bucket instead of being dropped silently.
    01 WS-CUST-TOTALS.
        05 WS-CUST-ENTRY OCCURS 2000 TIMES.
            10 WS-CUST-ID PIC 9(7).
            10 WS-CUST-TRANS-COUNT PIC 9(7).
            10 WS-CUST-TOTAL-ADD PIC S9(9)V99.
            10 WS-CUST-TOTAL-SUB PIC S9(9)V99.
            10 WS-CUST-TOTAL-MULT PIC S9(9)V99.
            10 WS-CUST-TOTAL-DIV PIC S9(9)V99.
            10 WS-CUST-TOTAL-COMPUTE PIC S9(9)V99.
    01 WS-CUST-COUNT PIC 9(5) VALUE 0.
    01 WS-CUST-IDX PIC 9(5).
    01 WS-CUST-FOUND-IDX PIC 9(5).
    01 WS-UNASSIGNED-COUNT PIC 9(7) VALUE 0.

    *> Per-source totals -- results and suspense broken out by the
    *> sending system stamped on each record, so a short or heavy
    *> day can be traced to the feed that caused it. Records from
    *> before the source was carried land under NONE.
    01 WS-SRC-TOTALS.
        05 WS-SRC-ENTRY OCCURS 20 TIMES.
            10 WS-SRC-NAME PIC X(8).
            10 WS-SRC-TRANS-COUNT PIC 9(7).
            10 WS-SRC-SUSP-COUNT PIC 9(7).
            10 WS-SRC-TOTAL-ADD PIC S9(9)V99.
            10 WS-SRC-TOTAL-SUB PIC S9(9)V99.
            10 WS-SRC-TOTAL-MULT PIC S9(9)V99.
            10 WS-SRC-TOTAL-DIV PIC S9(9)V99.
            10 WS-SRC-TOTAL-COMPUTE PIC S9(9)V99.
    01 WS-SRC-COUNT PIC 9(3) VALUE 0.
    01 WS-SRC-IDX PIC 9(3).
    01 WS-SRC-FOUND-IDX PIC 9(3).
    01 WS-MATCH-SOURCE PIC X(8).

    01 WS-SRC-LINE.
        05 FILLER           PIC XX VALUE SPACES.
        05 WS-SL-SOURCE     PIC X(8).
        05 FILLER           PIC XX VALUE SPACES.
        05 WS-SL-COUNT      PIC ZZZ,ZZ9.
        05 FILLER           PIC XX VALUE SPACES.
        05 WS-SL-SUSP       PIC ZZZ,ZZ9.
        05 FILLER           PIC XX VALUE SPACES.
        05 WS-SL-ADD        PIC ---,---,--9.99.
        05 FILLER           PIC XX VALUE SPACES.
        05 WS-SL-SUB        PIC ---,---,--9.99.
        05 FILLER           PIC XX VALUE SPACES.
        05 WS-SL-MULT       PIC ---,---,--9.99.
        05 FILLER           PIC XX VALUE SPACES.
        05 WS-SL-DIV        PIC ---,---,--9.99.
        05 FILLER           PIC XX VALUE SPACES.
        05 WS-SL-COMPUTE    PIC ---,---,--9.99.

    01 WS-CUST-LINE.
        05 FILLER           PIC XX VALUE SPACES.
        05 WS-CL-CUST       PIC 9(7).
        05 FILLER           PIC XX VALUE SPACES.
        05 WS-CL-COUNT      PIC ZZZ,ZZ9.
        05 FILLER           PIC XX VALUE SPACES.
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    INITIALIZE WS-CUST-TOTALS.
    INITIALIZE WS-SRC-TOTALS.
    PERFORM READ-REPORT-PARAMETERS.
    PERFORM GATHER-BASIC-MATH-TOTALS.
    PERFORM GATHER-CONDITIONALS-COUNTS.
        PERFORM UNTIL WS-SUSPENSE-FILE-STATUS = "10"
            READ SUSPENSE-FILE
                AT END MOVE "10" TO WS-SUSPENSE-FILE-STATUS
                NOT AT END
                    PERFORM NORMALIZE-SUSP-RECORD
                    ADD 1 TO WS-SUSPENSE-COUNT
                    MOVE SUSP-SOURCE TO WS-MATCH-SOURCE
                    PERFORM FIND-SOURCE-ENTRY
                    IF WS-SRC-FOUND-IDX > 0
                        ADD 1 TO WS-SRC-SUSP-COUNT(WS-SRC-FOUND-IDX)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUSPENSE-FILE
    END-IF.

ACCUMULATE-RES-RECORD.
    PERFORM NORMALIZE-RES-RECORD.
    IF RESUBMIT-PASS
        ADD 1 TO WS-RESUB-COUNT
    ELSE
        ADD 1 TO WS-TRANS-COUNT
    END-IF.
    PERFORM LOAD-ENTRY-AMOUNTS.
    ADD WS-ENTRY-ADD TO WS-TOTAL-ADD.
    ADD WS-ENTRY-SUB TO WS-TOTAL-SUB.
    ADD WS-ENTRY-MULT TO WS-TOTAL-MULT.
    ADD WS-ENTRY-DIV TO WS-TOTAL-DIV.
    ADD WS-ENTRY-COMPUTE TO WS-TOTAL-COMPUTE.
    PERFORM ACCUMULATE-CUSTOMER-TOTALS.
    PERFORM ACCUMULATE-SOURCE-TOTALS.

*> A result written while the customer id was three digits wide has
*> a space where the fourth id digit now sits, and every field after
*> the id four bytes to the left. Such a record is moved across into
*> the current layout so the rest of the run reads one layout only.
NORMALIZE-RES-RECORD.
    IF RES-RECORD(4:1) = SPACE
        MOVE RES-RECORD TO WS-OLD-ID-LINE
        MOVE WS-OLD-ID-LINE(1:3) TO WS-OLD-CUST-ID
        MOVE SPACES TO RES-RECORD
        MOVE WS-OLD-ID-LINE(4:) TO RES-RECORD(8:)
        MOVE WS-OLD-CUST-ID TO RES-CUST-ID
    END-IF.

*> Same for a dated suspense generation from before the widening.
NORMALIZE-SUSP-RECORD.
    IF SUSPENSE-RECORD(4:1) = SPACE
        MOVE SUSPENSE-RECORD TO WS-OLD-ID-LINE
        MOVE WS-OLD-ID-LINE(1:3) TO WS-OLD-CUST-ID
        MOVE SPACES TO SUSPENSE-RECORD
        MOVE WS-OLD-ID-LINE(4:) TO SUSPENSE-RECORD(8:)
        MOVE WS-OLD-CUST-ID TO SUSP-CUST-ID
    END-IF.

LOAD-ENTRY-AMOUNTS.
    MOVE RES-ADD TO WS-ENTRY-ADD.
    MOVE RES-SUB TO WS-ENTRY-SUB.
    MOVE RES-MULT TO WS-ENTRY-MULT.
    MOVE RES-DIV TO WS-ENTRY-DIV.
    MOVE RES-COMPUTE TO WS-ENTRY-COMPUTE.
    IF RES-REVERSAL-ENTRY
        ADD 1 TO WS-REVERSAL-COUNT
        MOVE RES-NUM1 TO WS-RES-NUMERIC
        SUBTRACT WS-RES-NUMERIC FROM WS-REVERSAL-AMOUNT
        MOVE RES-NUM2 TO WS-RES-NUMERIC
        SUBTRACT WS-RES-NUMERIC FROM WS-REVERSAL-AMOUNT
        COMPUTE WS-ENTRY-ADD = 0 - WS-ENTRY-ADD
        COMPUTE WS-ENTRY-SUB = 0 - WS-ENTRY-SUB
        COMPUTE WS-ENTRY-MULT = 0 - WS-ENTRY-MULT
        COMPUTE WS-ENTRY-DIV = 0 - WS-ENTRY-DIV
        COMPUTE WS-ENTRY-COMPUTE = 0 - WS-ENTRY-COMPUTE
    END-IF.
    *> A reversal that went to suspense backed nothing out.
    IF RES-SUSPENDED-REVERSAL
        MOVE 0 TO WS-ENTRY-ADD WS-ENTRY-SUB WS-ENTRY-MULT
            WS-ENTRY-DIV WS-ENTRY-COMPUTE
    END-IF.

ACCUMULATE-SOURCE-TOTALS.
    MOVE RES-SOURCE TO WS-MATCH-SOURCE.
    PERFORM FIND-SOURCE-ENTRY.
    IF WS-SRC-FOUND-IDX > 0
        ADD 1 TO WS-SRC-TRANS-COUNT(WS-SRC-FOUND-IDX)
        ADD WS-ENTRY-ADD TO WS-SRC-TOTAL-ADD(WS-SRC-FOUND-IDX)
        ADD WS-ENTRY-SUB TO WS-SRC-TOTAL-SUB(WS-SRC-FOUND-IDX)
        ADD WS-ENTRY-MULT TO WS-SRC-TOTAL-MULT(WS-SRC-FOUND-IDX)
        ADD WS-ENTRY-DIV TO WS-SRC-TOTAL-DIV(WS-SRC-FOUND-IDX)
        ADD WS-ENTRY-COMPUTE TO WS-SRC-TOTAL-COMPUTE(WS-SRC-FOUND-IDX)
    END-IF.

*> Finds -- or opens -- the table entry for WS-MATCH-SOURCE. A full
*> table leaves WS-SRC-FOUND-IDX at zero and the record is left out
*> of the source break only; the job totals above still carry it.
FIND-SOURCE-ENTRY.
    IF WS-MATCH-SOURCE = SPACES
        MOVE "NONE" TO WS-MATCH-SOURCE
    END-IF.
    MOVE 0 TO WS-SRC-FOUND-IDX.
    PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
            UNTIL WS-SRC-IDX > WS-SRC-COUNT
                OR WS-SRC-FOUND-IDX > 0
        IF WS-SRC-NAME(WS-SRC-IDX) = WS-MATCH-SOURCE
            MOVE WS-SRC-IDX TO WS-SRC-FOUND-IDX
        END-IF
    END-PERFORM.
    IF WS-SRC-FOUND-IDX = 0
        IF WS-SRC-COUNT < 20
            ADD 1 TO WS-SRC-COUNT
            MOVE WS-MATCH-SOURCE TO WS-SRC-NAME(WS-SRC-COUNT)
            MOVE WS-SRC-COUNT TO WS-SRC-FOUND-IDX
        ELSE
            DISPLAY "Source totals table full, source not broken "
                "out: " WS-MATCH-SOURCE
        END-IF
    END-IF.

ACCUMULATE-CUSTOMER-TOTALS.
    IF RES-CUST-ID IS NUMERIC AND RES-CUST-ID > 0
        PERFORM FIND-CUSTOMER-ENTRY
        IF WS-CUST-FOUND-IDX > 0
            ADD 1 TO WS-CUST-TRANS-COUNT(WS-CUST-FOUND-IDX)
            ADD WS-ENTRY-ADD TO WS-CUST-TOTAL-ADD(WS-CUST-FOUND-IDX)
            ADD WS-ENTRY-SUB TO WS-CUST-TOTAL-SUB(WS-CUST-FOUND-IDX)
            ADD WS-ENTRY-MULT TO WS-CUST-TOTAL-MULT(WS-CUST-FOUND-IDX)
            ADD WS-ENTRY-DIV TO WS-CUST-TOTAL-DIV(WS-CUST-FOUND-IDX)
            ADD WS-ENTRY-COMPUTE
                TO WS-CUST-TOTAL-COMPUTE(WS-CUST-FOUND-IDX)
        END-IF
    ELSE
        ADD 1 TO WS-UNASSIGNED-COUNT
    END-IF.

*> Finds -- or opens, in id order -- the table entry for RES-CUST-ID.
*> The scan stops at the first entry not below the id; if that is
*> not the customer, the entries from there on move down one slot
*> to make room. A full table leaves WS-CUST-FOUND-IDX at zero and
*> the record is left out of the customer break only; the job
*> totals still carry it.
FIND-CUSTOMER-ENTRY.
    MOVE 0 TO WS-CUST-FOUND-IDX.
    PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
            UNTIL WS-CUST-IDX > WS-CUST-COUNT
                OR WS-CUST-FOUND-IDX > 0
        IF WS-CUST-ID(WS-CUST-IDX) >= RES-CUST-ID
            MOVE WS-CUST-IDX TO WS-CUST-FOUND-IDX
        END-IF
    END-PERFORM.
    IF WS-CUST-FOUND-IDX = 0
        PERFORM OPEN-CUSTOMER-ENTRY
    ELSE
        IF WS-CUST-ID(WS-CUST-FOUND-IDX) NOT = RES-CUST-ID
            PERFORM OPEN-CUSTOMER-ENTRY
        END-IF
    END-IF.

OPEN-CUSTOMER-ENTRY.
    IF WS-CUST-COUNT >= 2000
        MOVE 0 TO WS-CUST-FOUND-IDX
        DISPLAY "Customer totals table full, customer not broken "
            "out: " RES-CUST-ID
    ELSE
        IF WS-CUST-FOUND-IDX = 0
            COMPUTE WS-CUST-FOUND-IDX = WS-CUST-COUNT + 1
        END-IF
        PERFORM VARYING WS-CUST-IDX FROM WS-CUST-COUNT BY -1
                UNTIL WS-CUST-IDX < WS-CUST-FOUND-IDX
            MOVE WS-CUST-ENTRY(WS-CUST-IDX)
                TO WS-CUST-ENTRY(WS-CUST-IDX + 1)
        END-PERFORM
        ADD 1 TO WS-CUST-COUNT
        INITIALIZE WS-CUST-ENTRY(WS-CUST-FOUND-IDX)
        MOVE RES-CUST-ID TO WS-CUST-ID(WS-CUST-FOUND-IDX)
    END-IF.

GATHER-CONDITIONALS-COUNTS.
    OPEN INPUT COND-COUNTS-FILE.
    IF WS-COUNTS-FILE-STATUS = "00"
    STRING "  Resubmitted results    : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-REVERSAL-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO REPORT-LINE.
    STRING "  Reversals processed    : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-REVERSAL-AMOUNT TO WS-EDIT-AMOUNT.
    MOVE SPACES TO REPORT-LINE.
    STRING "  Reversed exposure      : " WS-EDIT-AMOUNT
        DELIMITED BY SIZE INTO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-TOTAL-ADD TO WS-EDIT-AMOUNT.
    MOVE SPACES TO REPORT-LINE.
    STRING "  RES total (ADD)        : " WS-EDIT-AMOUNT
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.

    MOVE "PER-SOURCE TOTALS" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "  SOURCE      COUNT     SUSP             ADD        SUBTRACT        MULTIPLY          DIVIDE         COMPUTE" TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM WRITE-ONE-SOURCE-LINE VARYING WS-SRC-IDX
        FROM 1 BY 1 UNTIL WS-SRC-IDX > WS-SRC-COUNT.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.

    MOVE "PER-CUSTOMER TOTALS" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "  CUST         COUNT             ADD        SUBTRACT        MULTIPLY          DIVIDE         COMPUTE" TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM WRITE-ONE-CUSTOMER-LINE VARYING WS-CUST-IDX
        FROM 1 BY 1 UNTIL WS-CUST-IDX > WS-CUST-COUNT.
    IF WS-UNASSIGNED-COUNT > 0
        MOVE WS-UNASSIGNED-COUNT TO WS-EDIT-COUNT
        MOVE SPACES TO REPORT-LINE
    MOVE "RESUB-COUNT" TO WS-EXT-LABEL.
    MOVE WS-RESUB-COUNT TO WS-EXT-COUNT.
    PERFORM WRITE-EXTRACT-COUNT.
    MOVE "REV-COUNT" TO WS-EXT-LABEL.
    MOVE WS-REVERSAL-COUNT TO WS-EXT-COUNT.
    PERFORM WRITE-EXTRACT-COUNT.
    *> The reversed exposure is already netted into the five RES
    *> amounts below, so it stays outside the hash like the counts.
    MOVE "REV-AMOUNT" TO WS-EXT-LABEL.
    MOVE WS-REVERSAL-AMOUNT TO WS-EXT-AMOUNT.
    PERFORM WRITE-EXTRACT-AMOUNT.

    MOVE "RES-ADD" TO WS-EXT-LABEL.
    MOVE WS-TOTAL-ADD TO WS-EXT-AMOUNT.

WRITE-ONE-CUSTOMER-LINE.
    IF WS-CUST-TRANS-COUNT(WS-CUST-IDX) > 0
        MOVE WS-CUST-ID(WS-CUST-IDX) TO WS-CL-CUST
        MOVE WS-CUST-TRANS-COUNT(WS-CUST-IDX) TO WS-CL-COUNT
        MOVE WS-CUST-TOTAL-ADD(WS-CUST-IDX) TO WS-CL-ADD
        MOVE WS-CUST-TOTAL-SUB(WS-CUST-IDX) TO WS-CL-SUB
        MOVE WS-CUST-LINE TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

WRITE-ONE-SOURCE-LINE.
    MOVE WS-SRC-NAME(WS-SRC-IDX) TO WS-SL-SOURCE.
    MOVE WS-SRC-TRANS-COUNT(WS-SRC-IDX) TO WS-SL-COUNT.
    MOVE WS-SRC-SUSP-COUNT(WS-SRC-IDX) TO WS-SL-SUSP.
    MOVE WS-SRC-TOTAL-ADD(WS-SRC-IDX) TO WS-SL-ADD.
    MOVE WS-SRC-TOTAL-SUB(WS-SRC-IDX) TO WS-SL-SUB.
    MOVE WS-SRC-TOTAL-MULT(WS-SRC-IDX) TO WS-SL-MULT.
    MOVE WS-SRC-TOTAL-DIV(WS-SRC-IDX) TO WS-SL-DIV.
    MOVE WS-SRC-TOTAL-COMPUTE(WS-SRC-IDX) TO WS-SL-COMPUTE.
    MOVE WS-SRC-LINE TO REPORT-LINE.
    WRITE REPORT-LINE.
