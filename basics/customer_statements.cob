    01 WS-MONTH-COMPUTE PIC S9(9)V99 VALUE 0.
    01 WS-RES-NUMERIC PIC S9(7)V99.

    *> Generations written while the customer id was three digits
    *> wide are shifted into the current layout as they are read --
    *> see NORMALIZE-RES-RECORD.
    01 WS-OLD-ID-LINE PIC X(200).
    01 WS-OLD-CUST-ID PIC 9(3).

    01 WS-STATEMENT-COUNT PIC 9(5) VALUE 0.
    01 WS-SKIPPED-COUNT PIC 9(5) VALUE 0.
    01 WS-HEADER-DONE-FLAG PIC X.
            READ RES-FILE
                AT END SET END-OF-RES-FILE TO TRUE
                NOT AT END
                    PERFORM NORMALIZE-RES-RECORD
                    IF RES-CUST-ID = MAST-ID
                        PERFORM WRITE-ACTIVITY-LINE
                    END-IF
        CLOSE RES-FILE
    END-IF.

*> A result written while the customer id was three digits wide has
*> a space where the fourth id digit now sits, and every field after
*> the id four bytes to the left. Such a record is moved across into
*> the current layout before it is matched to the customer.
NORMALIZE-RES-RECORD.
    IF RES-RECORD(4:1) = SPACE
        MOVE RES-RECORD TO WS-OLD-ID-LINE
        MOVE WS-OLD-ID-LINE(1:3) TO WS-OLD-CUST-ID
        MOVE SPACES TO RES-RECORD
        MOVE WS-OLD-ID-LINE(4:) TO RES-RECORD(8:)
        MOVE WS-OLD-CUST-ID TO RES-CUST-ID
    END-IF.

WRITE-ACTIVITY-LINE.
    IF NOT STATEMENT-HEADER-DONE
        PERFORM WRITE-STATEMENT-HEADER
        RES-ADD "  " RES-SUB "  " RES-MULT "  " RES-DIV "  "
        RES-COMPUTE
        DELIMITED BY SIZE INTO STATEMENT-LINE.
    *> A reversal prints as its original's figures marked with the
    *> date backed out, and comes off the month totals. One that went
    *> to suspense prints marked as not posted and leaves them alone.
    EVALUATE TRUE
        WHEN RES-REVERSAL-ENTRY
            STRING "  REVERSAL OF " RES-ORIG-DATE
                DELIMITED BY SIZE INTO STATEMENT-LINE(105:28)
            WRITE STATEMENT-LINE
            MOVE RES-ADD TO WS-RES-NUMERIC
            SUBTRACT WS-RES-NUMERIC FROM WS-MONTH-ADD
            MOVE RES-SUB TO WS-RES-NUMERIC
            SUBTRACT WS-RES-NUMERIC FROM WS-MONTH-SUB
            MOVE RES-MULT TO WS-RES-NUMERIC
            SUBTRACT WS-RES-NUMERIC FROM WS-MONTH-MULT
            MOVE RES-DIV TO WS-RES-NUMERIC
            SUBTRACT WS-RES-NUMERIC FROM WS-MONTH-DIV
            MOVE RES-COMPUTE TO WS-RES-NUMERIC
            SUBTRACT WS-RES-NUMERIC FROM WS-MONTH-COMPUTE
        WHEN RES-SUSPENDED-REVERSAL
            STRING "  REVERSAL NOT POSTED"
                DELIMITED BY SIZE INTO STATEMENT-LINE(105:28)
            WRITE STATEMENT-LINE
        WHEN OTHER
            WRITE STATEMENT-LINE
            MOVE RES-ADD TO WS-RES-NUMERIC
            ADD WS-RES-NUMERIC TO WS-MONTH-ADD
            MOVE RES-SUB TO WS-RES-NUMERIC
            ADD WS-RES-NUMERIC TO WS-MONTH-SUB
            MOVE RES-MULT TO WS-RES-NUMERIC
            ADD WS-RES-NUMERIC TO WS-MONTH-MULT
            MOVE RES-DIV TO WS-RES-NUMERIC
            ADD WS-RES-NUMERIC TO WS-MONTH-DIV
            MOVE RES-COMPUTE TO WS-RES-NUMERIC
            ADD WS-RES-NUMERIC TO WS-MONTH-COMPUTE
    END-EVALUATE.

WRITE-STATEMENT-TOTALS.
    MOVE SPACES TO STATEMENT-LINE.
