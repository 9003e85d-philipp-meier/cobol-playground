IDENTIFICATION DIVISION.

PROGRAM-ID. suspense_rootcause_report.

*> Monthly root-cause analysis of what lands in the basic-math
*> suspense queue -- the aging report says what is sitting open,
*> this says why items keep arriving and how they end up. Every
*> suspense item with a business date in the month (and, for the
*> month-over-month comparison, the month before) is gathered from
*> the cataloged suspense generations and the open queue, once per
*> permanent item number, with the reasons it was first suspended
*> for. SUSP-REASON is split on "; " so each individual reason is
*> counted: an item suspended for two reasons counts, with its full
*> amount, under both. Each item's outcome is then traced -- still
*> OPEN on the queue, WRITTEN OFF on the write-off log, RESUBMITTED
*> on a resubmit output, or UNTRACED when it left the queue with
*> neither (a business date rerun purges and re-suspends its own
*> items, for one). The report lists every reason with its items,
*> amount, outcomes and change against the prior month; the top
*> customers by suspense volume with their most frequent reason;
*> and the month's business dates. The month and the number of top
*> customers come from the parameter file; without one the month
*> just ended is analysed, top 10. Amounts are NUM1 + NUM2 as sent,
*> converted to the base currency at the rate for the item's
*> business date -- the rate suspense_maint values a resubmit at.
*> An item whose currency has no rate for its date is counted but
*> its amount is left out, and the run ends RC 4.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ROOTCAUSE-PARAM-FILE ASSIGN TO
                "data/suspense-rootcause-params.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARAM-FILE-STATUS.

        SELECT CATALOG-FILE ASSIGN TO "data/generation-catalog.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CATALOG-FILE-STATUS.

        *> Logical names -- remapped to each dated generation in turn
        *> and then to the current file through the DD_RCSUSP and
        *> DD_RCRESUB environment mappings, same pattern as
        *> outlier_check.
        SELECT SUSPENSE-FILE ASSIGN TO "RCSUSP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

        SELECT RESUBMIT-FILE ASSIGN TO "RCRESUB"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RESUBMIT-FILE-STATUS.

        SELECT WRITEOFF-FILE ASSIGN TO
                "data/suspense-writeoff-log.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WRITEOFF-FILE-STATUS.

        SELECT RATE-FILE ASSIGN TO "data/currency-rates.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RATE-FILE-STATUS.

        SELECT CURRENCY-PARAM-FILE ASSIGN TO
                "data/currency-params.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CURR-PARAM-STATUS.

        SELECT ROOTCAUSE-REPORT-FILE ASSIGN TO
                "data/suspense-rootcause-report.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
    FD ROOTCAUSE-PARAM-FILE.
    01 ROOTCAUSE-PARAM-RECORD.
        05 RCP-MONTH PIC X(6).
        05 RCP-SEP1 PIC X.
        05 RCP-TOP-COUNT PIC 9(2).

    FD CATALOG-FILE.
    COPY GENCAT.

    FD SUSPENSE-FILE.
    COPY SUSPREC.

    FD RESUBMIT-FILE.
    COPY RESREC.

    *> As suspense_maint writes it: run date, "WRITTEN OFF", the
    *> item's customer, amounts and currency, then its reasons.
    FD WRITEOFF-FILE.
    01 WRITEOFF-LINE.
        05 WO-DATE PIC X(8).
        05 WO-SEP1 PIC X.
        05 WO-TEXT PIC X(11).
        05 WO-SEP2 PIC X.
        05 WO-CUST-ID PIC X(7).
        05 WO-SEP3 PIC X.
        05 WO-NUM1 PIC X(10).
        05 WO-SEP4 PIC X.
        05 WO-NUM2 PIC X(10).
        05 WO-SEP5 PIC X.
        05 WO-CURRENCY PIC X(3).
        05 WO-SEP6 PIC X.
        05 WO-REASON PIC X(77).

    FD RATE-FILE.
    COPY CURRATE.

    FD CURRENCY-PARAM-FILE.
    01 CURRENCY-PARAM-RECORD.
        05 CP-BASE-CURRENCY PIC X(3).

    FD ROOTCAUSE-REPORT-FILE.
    01 ROOTCAUSE-LINE PIC X(132).

WORKING-STORAGE SECTION.
    01 WS-PARAM-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-CATALOG-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-SUSPENSE-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-RESUBMIT-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-WRITEOFF-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-RATE-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-CURR-PARAM-STATUS PIC XX VALUE SPACES.

    *> An item with no currency on it is in the base currency, as
    *> suspense_maint treats it. The rates of the two months are
    *> held so each item is converted at its own business date's.
    01 WS-BASE-CURRENCY PIC X(3) VALUE "USD".
    01 WS-RATE-TABLE.
        05 WS-RT-ENTRY OCCURS 2000 TIMES.
            10 WS-RT-CURRENCY PIC X(3).
            10 WS-RT-DATE PIC X(8).
            10 WS-RT-VALUE PIC 9(4)V9(6).
    01 WS-RT-COUNT PIC 9(5) VALUE 0.
    01 WS-RT-IDX PIC 9(5).
    01 WS-RATE-TEXT.
        05 WS-RATE-INT PIC X(4).
        05 WS-RATE-POINT PIC X.
        05 WS-RATE-DEC PIC X(6).
    01 WS-ITEM-RATE PIC 9(4)V9(6).
    01 WS-NO-RATE-COUNT PIC 9(7) VALUE 0.

    01 WS-EOF-FLAG PIC X VALUE 'N'.
        88 END-OF-INPUT-FILE VALUE 'Y'.

    01 WS-RUN-DATE PIC X(8) VALUE SPACES.
    01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
    01 WS-DATE-EDIT PIC 9999/99/99.

    *> The month analysed and the one before it, YYYYMM.
    01 WS-MONTH PIC X(6) VALUE SPACES.
    01 WS-MONTH-NUM REDEFINES WS-MONTH.
        05 WS-MONTH-YEAR PIC 9(4).
        05 WS-MONTH-MM PIC 9(2).
    01 WS-PRIOR-MONTH PIC X(6) VALUE SPACES.
    01 WS-PRIOR-MONTH-NUM REDEFINES WS-PRIOR-MONTH.
        05 WS-PRIOR-YEAR PIC 9(4).
        05 WS-PRIOR-MM PIC 9(2).
    01 WS-PRIOR-START PIC X(8).
    01 WS-TOP-COUNT PIC 9(2) VALUE 10.

    *> Generations of one base, dated on or after the start of the
    *> prior month -- an item can only be on a snapshot taken on or
    *> after its own business date.
    01 WS-GEN-TABLE.
        05 WS-GEN-ENTRY OCCURS 400 TIMES.
            10 WS-GEN-DATE PIC X(8).
            10 WS-GEN-FILE PIC X(60).
    01 WS-GEN-COUNT PIC 9(3) VALUE 0.
    01 WS-GEN-IDX PIC 9(3).
    01 WS-WANTED-BASE PIC X(30).
    01 WS-SUSP-BASE PIC X(30) VALUE "data/basic-math-suspense".
    01 WS-RESUB-BASE PIC X(30) VALUE "data/basic-math-resubmit-out".
    01 WS-GEN-SKIPPED-COUNT PIC 9(5) VALUE 0.
    01 WS-SOURCE-DATE PIC X(8).

    *> Every suspense item of the two months, once each. The reason
    *> and amount are those it was first suspended with; the latest
    *> amounts are what a write-off of it would carry.
    01 WS-ITEM-TABLE.
        05 WS-IT-ENTRY OCCURS 3000 TIMES.
            10 WS-IT-NUM PIC 9(5).
            10 WS-IT-CUST PIC 9(7).
            10 WS-IT-DATE PIC X(8).
            10 WS-IT-SOURCE PIC X(8).
            10 WS-IT-CURRENCY PIC X(3).
            10 WS-IT-REASON PIC X(90).
            10 WS-IT-FIRST-NUM1 PIC 9(7)V99.
            10 WS-IT-FIRST-NUM2 PIC 9(7)V99.
            10 WS-IT-LAST-NUM1 PIC 9(7)V99.
            10 WS-IT-LAST-NUM2 PIC 9(7)V99.
            10 WS-IT-LAST-SEEN PIC X(8).
            10 WS-IT-PERIOD PIC X.
                88 IT-THIS-MONTH VALUE 'C'.
                88 IT-PRIOR-MONTH VALUE 'P'.
            10 WS-IT-OUTCOME PIC X.
                88 IT-OPEN VALUE 'O'.
                88 IT-RESUBMITTED VALUE 'R'.
                88 IT-WRITTEN-OFF VALUE 'W'.
                88 IT-UNTRACED VALUE 'U'.
    01 WS-IT-COUNT PIC 9(5) VALUE 0.
    01 WS-IT-IDX PIC 9(5).
    01 WS-IT-FOUND-IDX PIC 9(5).
    01 WS-IT-FULL-COUNT PIC 9(7) VALUE 0.
    01 WS-UNREADABLE-COUNT PIC 9(7) VALUE 0.

    *> The suspense record being noted, amounts de-edited, and the
    *> date of the snapshot it was read from.
    01 WS-REC-NUM1 PIC 9(7)V99.
    01 WS-REC-NUM2 PIC 9(7)V99.
    01 WS-REC-ITEM-NUM PIC 9(5).
    01 WS-REC-OPEN-FLAG PIC X.
        88 RECORD-ON-OPEN-QUEUE VALUE 'Y'.
    01 WS-REC-SEEN-DATE PIC X(8).

    *> Write-offs and resubmits, each claimed by at most one item.
    01 WS-WO-TABLE.
        05 WS-WO-ENTRY OCCURS 3000 TIMES.
            10 WS-WO-DATE PIC X(8).
            10 WS-WO-CUST PIC 9(7).
            10 WS-WO-NUM1 PIC 9(7)V99.
            10 WS-WO-NUM2 PIC 9(7)V99.
            10 WS-WO-CURRENCY PIC X(3).
            10 WS-WO-CLAIMED PIC X.
                88 WO-CLAIMED VALUE 'Y'.
    01 WS-WO-COUNT PIC 9(5) VALUE 0.
    01 WS-WO-IDX PIC 9(5).
    01 WS-RSB-TABLE.
        05 WS-RSB-ENTRY OCCURS 3000 TIMES.
            10 WS-RSB-DATE PIC X(8).
            10 WS-RSB-CUST PIC 9(7).
            10 WS-RSB-SOURCE PIC X(8).
            10 WS-RSB-CLAIMED PIC X.
                88 RSB-CLAIMED VALUE 'Y'.
    01 WS-RSB-COUNT PIC 9(5) VALUE 0.
    01 WS-RSB-IDX PIC 9(5).
    01 WS-MATCH-IDX PIC 9(5).
    01 WS-LOG-FULL-COUNT PIC 9(7) VALUE 0.

    *> One item's reasons, split apart.
    01 WS-RSN-PARTS.
        05 WS-RSN-PART OCCURS 8 TIMES PIC X(90).
    01 WS-RSN-PART-COUNT PIC 9(2).
    01 WS-RSN-PART-IDX PIC 9(2).
    01 WS-RSN-TEXT PIC X(32).

    *> Per individual reason: this month's items, amount and
    *> outcomes, and the prior month's items and amount.
    01 WS-REASON-TABLE.
        05 WS-RS-ENTRY OCCURS 60 TIMES.
            10 WS-RS-TEXT PIC X(32).
            10 WS-RS-ITEMS PIC 9(7).
            10 WS-RS-AMOUNT PIC 9(11)V99.
            10 WS-RS-OPEN PIC 9(7).
            10 WS-RS-RESUB PIC 9(7).
            10 WS-RS-WROFF PIC 9(7).
            10 WS-RS-UNTRC PIC 9(7).
            10 WS-RS-PRIOR-ITEMS PIC 9(7).
            10 WS-RS-PRIOR-AMOUNT PIC 9(11)V99.
            10 WS-RS-LISTED PIC X.
                88 RS-LISTED VALUE 'Y'.
    01 WS-RS-COUNT PIC 9(3) VALUE 0.
    01 WS-RS-IDX PIC 9(3).
    01 WS-RS-FOUND-IDX PIC 9(3).
    01 WS-RS-FULL-COUNT PIC 9(7) VALUE 0.

    *> Per customer this month, and per customer and reason so each
    *> top customer's most frequent reason can be named.
    01 WS-CUST-TABLE.
        05 WS-CS-ENTRY OCCURS 2000 TIMES.
            10 WS-CS-ID PIC 9(7).
            10 WS-CS-ITEMS PIC 9(7).
            10 WS-CS-AMOUNT PIC 9(11)V99.
            10 WS-CS-LISTED PIC X.
                88 CS-LISTED VALUE 'Y'.
    01 WS-CS-COUNT PIC 9(5) VALUE 0.
    01 WS-CS-IDX PIC 9(5).
    01 WS-CS-FOUND-IDX PIC 9(5).
    01 WS-CS-FULL-COUNT PIC 9(7) VALUE 0.
    01 WS-PAIR-TABLE.
        05 WS-PR-ENTRY OCCURS 4000 TIMES.
            10 WS-PR-CUST PIC 9(7).
            10 WS-PR-REASON-IDX PIC 9(3).
            10 WS-PR-ITEMS PIC 9(7).
    01 WS-PR-COUNT PIC 9(5) VALUE 0.
    01 WS-PR-IDX PIC 9(5).
    01 WS-PR-FOUND-IDX PIC 9(5).

    *> Per business date of the month, by day of the month.
    01 WS-DAY-TABLE.
        05 WS-DY-ENTRY OCCURS 31 TIMES.
            10 WS-DY-ITEMS PIC 9(7).
            10 WS-DY-AMOUNT PIC 9(11)V99.
            10 WS-DY-REASONS PIC 9(7).
    01 WS-DY-IDX PIC 9(2).
    01 WS-LIST-DATE PIC X(8).
    01 WS-LIST-DATE-NUM REDEFINES WS-LIST-DATE PIC 9(8).

    *> Month totals.
    01 WS-TOT-ITEMS PIC 9(7) VALUE 0.
    01 WS-TOT-AMOUNT PIC 9(11)V99 VALUE 0.
    01 WS-TOT-REASONS PIC 9(7) VALUE 0.
    01 WS-TOT-MULTI PIC 9(7) VALUE 0.
    01 WS-TOT-OPEN PIC 9(7) VALUE 0.
    01 WS-TOT-RESUB PIC 9(7) VALUE 0.
    01 WS-TOT-WROFF PIC 9(7) VALUE 0.
    01 WS-TOT-UNTRC PIC 9(7) VALUE 0.
    01 WS-TOT-PRIOR-ITEMS PIC 9(7) VALUE 0.
    01 WS-TOT-PRIOR-AMOUNT PIC 9(11)V99 VALUE 0.

    01 WS-ITEM-AMOUNT PIC 9(8)V99.
    01 WS-BEST-IDX PIC 9(5).
    01 WS-BEST-ITEMS PIC 9(7).
    01 WS-LISTED-COUNT PIC 9(5).
    01 WS-CHANGE-COUNT PIC S9(7).
    01 WS-CHANGE-AMOUNT PIC S9(11)V99.

    *> Generations written while the customer id was three digits
    *> wide are shifted into the current layout as they are read.
    01 WS-OLD-ID-LINE PIC X(200).
    01 WS-OLD-CUST-ID PIC 9(3).

    01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
    01 WS-EDIT-SMALL PIC ZZZZ9.
    01 WS-EDIT-SMALL2 PIC ZZZZ9.
    01 WS-EDIT-SMALL3 PIC ZZZZ9.
    01 WS-EDIT-SMALL4 PIC ZZZZ9.
    01 WS-EDIT-PRIOR PIC ZZZ,ZZ9.
    01 WS-EDIT-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
    01 WS-EDIT-CHANGE PIC +++,++9.
    01 WS-EDIT-CHANGE-AMT PIC ++,+++,+++,++9.99.
    01 WS-EDIT-RANK PIC Z9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    INITIALIZE WS-DAY-TABLE.
    PERFORM READ-ROOTCAUSE-PARAMETERS.
    PERFORM DERIVE-PRIOR-MONTH.
    PERFORM READ-CURRENCY-PARAMETERS.
    PERFORM LOAD-MONTH-RATES.

    MOVE WS-SUSP-BASE TO WS-WANTED-BASE.
    PERFORM LOAD-GENERATIONS.
    MOVE 'N' TO WS-REC-OPEN-FLAG.
    PERFORM GATHER-SUSPENSE-GENERATION
        VARYING WS-GEN-IDX FROM 1 BY 1
        UNTIL WS-GEN-IDX > WS-GEN-COUNT.
    PERFORM GATHER-OPEN-QUEUE.

    PERFORM LOAD-WRITEOFF-LOG.
    MOVE WS-RESUB-BASE TO WS-WANTED-BASE.
    PERFORM LOAD-GENERATIONS.
    PERFORM GATHER-RESUBMIT-GENERATION
        VARYING WS-GEN-IDX FROM 1 BY 1
        UNTIL WS-GEN-IDX > WS-GEN-COUNT.
    SET ENVIRONMENT "DD_RCRESUB" TO "data/basic-math-resubmit-out.txt".
    MOVE WS-RUN-DATE TO WS-SOURCE-DATE.
    PERFORM GATHER-RESUBMIT-FILE.

    PERFORM RESOLVE-ONE-WRITEOFF VARYING WS-WO-IDX FROM 1 BY 1
        UNTIL WS-WO-IDX > WS-WO-COUNT.
    PERFORM RESOLVE-ONE-RESUBMIT VARYING WS-RSB-IDX FROM 1 BY 1
        UNTIL WS-RSB-IDX > WS-RSB-COUNT.
    PERFORM TALLY-ONE-ITEM VARYING WS-IT-IDX FROM 1 BY 1
        UNTIL WS-IT-IDX > WS-IT-COUNT.

    OPEN OUTPUT ROOTCAUSE-REPORT-FILE.
    PERFORM WRITE-REPORT-HEADER.
    PERFORM WRITE-REASON-SECTION.
    PERFORM WRITE-CUSTOMER-SECTION.
    PERFORM WRITE-DATE-SECTION.
    PERFORM WRITE-REPORT-TOTALS.
    CLOSE ROOTCAUSE-REPORT-FILE.

    IF WS-IT-FULL-COUNT > 0 OR WS-RS-FULL-COUNT > 0
            OR WS-CS-FULL-COUNT > 0 OR WS-LOG-FULL-COUNT > 0
            OR WS-GEN-SKIPPED-COUNT > 0
        DISPLAY "Root-cause tables full, analysis incomplete -- see "
            "data/suspense-rootcause-report.txt"
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF WS-NO-RATE-COUNT > 0
        DISPLAY "Suspense items with no rate for their business date: "
            WS-NO-RATE-COUNT ", amounts left out"
        MOVE 4 TO RETURN-CODE
    END-IF.
    DISPLAY "Suspense root-cause analysis complete for " WS-MONTH
        ". Items: " WS-TOT-ITEMS ", reasons counted: "
        WS-TOT-REASONS ", prior month items: " WS-TOT-PRIOR-ITEMS.
    STOP RUN.

*> No parameter file, or no usable month on it, analyses the month
*> before the run date's.
READ-ROOTCAUSE-PARAMETERS.
    MOVE WS-RUN-DATE(1:6) TO WS-MONTH.
    IF WS-MONTH-MM = 1
        SUBTRACT 1 FROM WS-MONTH-YEAR
        MOVE 12 TO WS-MONTH-MM
    ELSE
        SUBTRACT 1 FROM WS-MONTH-MM
    END-IF.
    OPEN INPUT ROOTCAUSE-PARAM-FILE.
    IF WS-PARAM-FILE-STATUS = "00"
        READ ROOTCAUSE-PARAM-FILE
            NOT AT END
                IF RCP-MONTH IS NUMERIC
                        AND RCP-MONTH(5:2) >= "01"
                        AND RCP-MONTH(5:2) <= "12"
                    MOVE RCP-MONTH TO WS-MONTH
                ELSE
                    DISPLAY "Root-cause month '" RCP-MONTH
                        "' is not YYYYMM, analysing " WS-MONTH
                END-IF
                IF RCP-TOP-COUNT IS NUMERIC AND RCP-TOP-COUNT > 0
                    MOVE RCP-TOP-COUNT TO WS-TOP-COUNT
                END-IF
        END-READ
        CLOSE ROOTCAUSE-PARAM-FILE
    END-IF.

DERIVE-PRIOR-MONTH.
    MOVE WS-MONTH TO WS-PRIOR-MONTH.
    IF WS-PRIOR-MM = 1
        SUBTRACT 1 FROM WS-PRIOR-YEAR
        MOVE 12 TO WS-PRIOR-MM
    ELSE
        SUBTRACT 1 FROM WS-PRIOR-MM
    END-IF.
    MOVE SPACES TO WS-PRIOR-START.
    STRING WS-PRIOR-MONTH "01" DELIMITED BY SIZE INTO WS-PRIOR-START.

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

LOAD-MONTH-RATES.
    MOVE 0 TO WS-RT-COUNT.
    OPEN INPUT RATE-FILE.
    IF WS-RATE-FILE-STATUS = "00"
        PERFORM UNTIL WS-RATE-FILE-STATUS = "10"
            READ RATE-FILE
                AT END MOVE "10" TO WS-RATE-FILE-STATUS
                NOT AT END
                    IF RATE-DATE(1:6) = WS-MONTH
                            OR RATE-DATE(1:6) = WS-PRIOR-MONTH
                        PERFORM STORE-MONTH-RATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RATE-FILE
    END-IF.

STORE-MONTH-RATE.
    MOVE RATE-VALUE TO WS-RATE-TEXT.
    IF WS-RATE-INT IS NUMERIC AND WS-RATE-POINT = '.'
            AND WS-RATE-DEC IS NUMERIC
            AND RATE-CURRENCY NOT = SPACES
        IF WS-RT-COUNT >= 2000
            ADD 1 TO WS-LOG-FULL-COUNT
        ELSE
            ADD 1 TO WS-RT-COUNT
            MOVE RATE-CURRENCY TO WS-RT-CURRENCY(WS-RT-COUNT)
            MOVE RATE-DATE TO WS-RT-DATE(WS-RT-COUNT)
            MOVE RATE-VALUE TO WS-RT-VALUE(WS-RT-COUNT)
        END-IF
    END-IF.

LOAD-GENERATIONS.
    MOVE 0 TO WS-GEN-COUNT.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT CATALOG-FILE.
    IF WS-CATALOG-FILE-STATUS NOT = "00"
        SET END-OF-INPUT-FILE TO TRUE
    END-IF.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ CATALOG-FILE
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END
                IF GC-BASE = WS-WANTED-BASE
                        AND GC-DATE >= WS-PRIOR-START
                    IF WS-GEN-COUNT < 400
                        ADD 1 TO WS-GEN-COUNT
                        MOVE GC-DATE TO WS-GEN-DATE(WS-GEN-COUNT)
                        MOVE GC-FILE-NAME TO WS-GEN-FILE(WS-GEN-COUNT)
                    ELSE
                        ADD 1 TO WS-GEN-SKIPPED-COUNT
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    IF WS-CATALOG-FILE-STATUS NOT = "35"
        CLOSE CATALOG-FILE
    END-IF.

GATHER-SUSPENSE-GENERATION.
    SET ENVIRONMENT "DD_RCSUSP" TO WS-GEN-FILE(WS-GEN-IDX).
    MOVE WS-GEN-DATE(WS-GEN-IDX) TO WS-REC-SEEN-DATE.
    PERFORM READ-SUSPENSE-FILE.

*> The open queue last: whatever is on it now is still OPEN, and
*> an item suspended since the last snapshot is only found here.
GATHER-OPEN-QUEUE.
    SET RECORD-ON-OPEN-QUEUE TO TRUE.
    MOVE WS-RUN-DATE TO WS-REC-SEEN-DATE.
    SET ENVIRONMENT "DD_RCSUSP" TO "data/basic-math-suspense.txt".
    PERFORM READ-SUSPENSE-FILE.

READ-SUSPENSE-FILE.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT SUSPENSE-FILE.
    IF WS-SUSPENSE-FILE-STATUS = "00"
        PERFORM UNTIL END-OF-INPUT-FILE
            READ SUSPENSE-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
                NOT AT END
                    PERFORM NORMALIZE-SUSP-RECORD
                    PERFORM NOTE-SUSPENSE-ITEM
            END-READ
        END-PERFORM
        CLOSE SUSPENSE-FILE
    END-IF.

*> A suspense record written while the customer id was three digits
*> wide has a space where the fourth id digit now sits, and every
*> field after the id four bytes to the left. Such a record is
*> moved across into the current layout before it is used.
NORMALIZE-SUSP-RECORD.
    IF SUSPENSE-RECORD(4:1) = SPACE
        MOVE SUSPENSE-RECORD TO WS-OLD-ID-LINE
        MOVE WS-OLD-ID-LINE(1:3) TO WS-OLD-CUST-ID
        MOVE SPACES TO SUSPENSE-RECORD
        MOVE WS-OLD-ID-LINE(4:) TO SUSPENSE-RECORD(8:)
        MOVE WS-OLD-CUST-ID TO SUSP-CUST-ID
    END-IF.

*> Only items of the two months are kept. An item already noted
*> from an earlier snapshot keeps its first reason and amount but
*> takes the latest amounts, and is marked open if it is on the
*> queue now.
NOTE-SUSPENSE-ITEM.
    IF SUSP-CUST-ID IS NOT NUMERIC OR SUSP-DATE IS NOT NUMERIC
            OR SUSP-NUM1(1:7) IS NOT NUMERIC
            OR SUSP-NUM1(9:2) IS NOT NUMERIC
            OR SUSP-NUM2(1:7) IS NOT NUMERIC
            OR SUSP-NUM2(9:2) IS NOT NUMERIC
        ADD 1 TO WS-UNREADABLE-COUNT
    ELSE
        IF SUSP-DATE(1:6) = WS-MONTH
                OR SUSP-DATE(1:6) = WS-PRIOR-MONTH
            MOVE SUSP-NUM1 TO WS-REC-NUM1
            MOVE SUSP-NUM2 TO WS-REC-NUM2
            MOVE 0 TO WS-REC-ITEM-NUM
            IF SUSP-ITEM-NUM IS NUMERIC
                MOVE SUSP-ITEM-NUM TO WS-REC-ITEM-NUM
            END-IF
            PERFORM FIND-ITEM-ENTRY
            IF WS-IT-FOUND-IDX = 0
                PERFORM ADD-ITEM-ENTRY
            END-IF
            IF WS-IT-FOUND-IDX > 0
                MOVE WS-REC-NUM1 TO WS-IT-LAST-NUM1(WS-IT-FOUND-IDX)
                MOVE WS-REC-NUM2 TO WS-IT-LAST-NUM2(WS-IT-FOUND-IDX)
                IF WS-REC-SEEN-DATE > WS-IT-LAST-SEEN(WS-IT-FOUND-IDX)
                    MOVE WS-REC-SEEN-DATE
                        TO WS-IT-LAST-SEEN(WS-IT-FOUND-IDX)
                END-IF
                IF RECORD-ON-OPEN-QUEUE
                    SET IT-OPEN(WS-IT-FOUND-IDX) TO TRUE
                END-IF
            END-IF
        END-IF
    END-IF.

*> By permanent item number; an item from before numbering by its
*> customer, business date and first amounts.
FIND-ITEM-ENTRY.
    MOVE 0 TO WS-IT-FOUND-IDX.
    PERFORM VARYING WS-IT-IDX FROM 1 BY 1
            UNTIL WS-IT-IDX > WS-IT-COUNT OR WS-IT-FOUND-IDX > 0
        IF WS-REC-ITEM-NUM > 0
            IF WS-IT-NUM(WS-IT-IDX) = WS-REC-ITEM-NUM
                MOVE WS-IT-IDX TO WS-IT-FOUND-IDX
            END-IF
        ELSE
            IF WS-IT-NUM(WS-IT-IDX) = 0
                    AND WS-IT-CUST(WS-IT-IDX) = SUSP-CUST-ID
                    AND WS-IT-DATE(WS-IT-IDX) = SUSP-DATE
                    AND WS-IT-FIRST-NUM1(WS-IT-IDX) = WS-REC-NUM1
                    AND WS-IT-FIRST-NUM2(WS-IT-IDX) = WS-REC-NUM2
                MOVE WS-IT-IDX TO WS-IT-FOUND-IDX
            END-IF
        END-IF
    END-PERFORM.

ADD-ITEM-ENTRY.
    IF WS-IT-COUNT >= 3000
        ADD 1 TO WS-IT-FULL-COUNT
    ELSE
        ADD 1 TO WS-IT-COUNT
        MOVE WS-IT-COUNT TO WS-IT-FOUND-IDX
        MOVE WS-REC-ITEM-NUM TO WS-IT-NUM(WS-IT-COUNT)
        MOVE SUSP-CUST-ID TO WS-IT-CUST(WS-IT-COUNT)
        MOVE SUSP-DATE TO WS-IT-DATE(WS-IT-COUNT)
        MOVE SUSP-SOURCE TO WS-IT-SOURCE(WS-IT-COUNT)
        MOVE SUSP-CURRENCY TO WS-IT-CURRENCY(WS-IT-COUNT)
        IF SUSP-CURRENCY = SPACES
            MOVE WS-BASE-CURRENCY TO WS-IT-CURRENCY(WS-IT-COUNT)
        END-IF
        MOVE SUSP-REASON TO WS-IT-REASON(WS-IT-COUNT)
        MOVE WS-REC-NUM1 TO WS-IT-FIRST-NUM1(WS-IT-COUNT)
        MOVE WS-REC-NUM2 TO WS-IT-FIRST-NUM2(WS-IT-COUNT)
        MOVE WS-REC-SEEN-DATE TO WS-IT-LAST-SEEN(WS-IT-COUNT)
        IF SUSP-DATE(1:6) = WS-MONTH
            SET IT-THIS-MONTH(WS-IT-COUNT) TO TRUE
        ELSE
            SET IT-PRIOR-MONTH(WS-IT-COUNT) TO TRUE
        END-IF
        SET IT-UNTRACED(WS-IT-COUNT) TO TRUE
    END-IF.

LOAD-WRITEOFF-LOG.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT WRITEOFF-FILE.
    IF WS-WRITEOFF-FILE-STATUS NOT = "00"
        SET END-OF-INPUT-FILE TO TRUE
    END-IF.
    PERFORM UNTIL END-OF-INPUT-FILE
        READ WRITEOFF-FILE
            AT END SET END-OF-INPUT-FILE TO TRUE
            NOT AT END PERFORM STORE-WRITEOFF-ENTRY
        END-READ
    END-PERFORM.
    IF WS-WRITEOFF-FILE-STATUS NOT = "35"
        CLOSE WRITEOFF-FILE
    END-IF.

*> Write-offs dated before the prior month cannot be for an item of
*> the two months, nor can a line from before the log carried the
*> seven-digit customer and the currency.
STORE-WRITEOFF-ENTRY.
    IF WO-TEXT = "WRITTEN OFF" AND WO-DATE >= WS-PRIOR-START
            AND WO-CUST-ID IS NUMERIC
            AND WO-NUM1(1:7) IS NUMERIC AND WO-NUM1(9:2) IS NUMERIC
            AND WO-NUM2(1:7) IS NUMERIC AND WO-NUM2(9:2) IS NUMERIC
        IF WS-WO-COUNT >= 3000
            ADD 1 TO WS-LOG-FULL-COUNT
        ELSE
            ADD 1 TO WS-WO-COUNT
            MOVE WO-DATE TO WS-WO-DATE(WS-WO-COUNT)
            MOVE WO-CUST-ID TO WS-WO-CUST(WS-WO-COUNT)
            MOVE WO-NUM1(1:7) TO WS-WO-NUM1(WS-WO-COUNT)(1:7)
            MOVE WO-NUM1(9:2) TO WS-WO-NUM1(WS-WO-COUNT)(8:2)
            MOVE WO-NUM2(1:7) TO WS-WO-NUM2(WS-WO-COUNT)(1:7)
            MOVE WO-NUM2(9:2) TO WS-WO-NUM2(WS-WO-COUNT)(8:2)
            MOVE WO-CURRENCY TO WS-WO-CURRENCY(WS-WO-COUNT)
            MOVE 'N' TO WS-WO-CLAIMED(WS-WO-COUNT)
        END-IF
    END-IF.

GATHER-RESUBMIT-GENERATION.
    SET ENVIRONMENT "DD_RCRESUB" TO WS-GEN-FILE(WS-GEN-IDX).
    MOVE WS-GEN-DATE(WS-GEN-IDX) TO WS-SOURCE-DATE.
    PERFORM GATHER-RESUBMIT-FILE.

GATHER-RESUBMIT-FILE.
    MOVE 'N' TO WS-EOF-FLAG.
    OPEN INPUT RESUBMIT-FILE.
    IF WS-RESUBMIT-FILE-STATUS = "00"
        PERFORM UNTIL END-OF-INPUT-FILE
            READ RESUBMIT-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
                NOT AT END PERFORM STORE-RESUBMIT-ENTRY
            END-READ
        END-PERFORM
        CLOSE RESUBMIT-FILE
    END-IF.

STORE-RESUBMIT-ENTRY.
    PERFORM NORMALIZE-RES-RECORD.
    IF RES-CUST-ID IS NUMERIC
        IF WS-RSB-COUNT >= 3000
            ADD 1 TO WS-LOG-FULL-COUNT
        ELSE
            ADD 1 TO WS-RSB-COUNT
            MOVE WS-SOURCE-DATE TO WS-RSB-DATE(WS-RSB-COUNT)
            MOVE RES-CUST-ID TO WS-RSB-CUST(WS-RSB-COUNT)
            MOVE RES-SOURCE TO WS-RSB-SOURCE(WS-RSB-COUNT)
            MOVE 'N' TO WS-RSB-CLAIMED(WS-RSB-COUNT)
        END-IF
    END-IF.

*> Same widening as NORMALIZE-SUSP-RECORD, for a result record.
NORMALIZE-RES-RECORD.
    IF RES-RECORD(4:1) = SPACE
        MOVE RES-RECORD TO WS-OLD-ID-LINE
        MOVE WS-OLD-ID-LINE(1:3) TO WS-OLD-CUST-ID
        MOVE SPACES TO RES-RECORD
        MOVE WS-OLD-ID-LINE(4:) TO RES-RECORD(8:)
        MOVE WS-OLD-CUST-ID TO RES-CUST-ID
    END-IF.

*> Each write-off, in log order, accounts for one item no longer on
*> the queue: of its customer, latest amounts and currency, last
*> seen on a snapshot no later than the write-off, the one with the
*> latest business date -- an older item with the same amounts was
*> most likely dealt with earlier. Each resubmit then accounts the
*> same way for one item of its customer and source still not
*> traced.
RESOLVE-ONE-WRITEOFF.
    MOVE 0 TO WS-MATCH-IDX.
    PERFORM VARYING WS-IT-IDX FROM 1 BY 1
            UNTIL WS-IT-IDX > WS-IT-COUNT
        IF IT-UNTRACED(WS-IT-IDX)
                AND WS-IT-CUST(WS-IT-IDX) = WS-WO-CUST(WS-WO-IDX)
                AND WS-IT-LAST-NUM1(WS-IT-IDX) = WS-WO-NUM1(WS-WO-IDX)
                AND WS-IT-LAST-NUM2(WS-IT-IDX) = WS-WO-NUM2(WS-WO-IDX)
                AND WS-IT-CURRENCY(WS-IT-IDX)
                    = WS-WO-CURRENCY(WS-WO-IDX)
                AND WS-IT-LAST-SEEN(WS-IT-IDX) <= WS-WO-DATE(WS-WO-IDX)
            PERFORM KEEP-LATEST-MATCH
        END-IF
    END-PERFORM.
    IF WS-MATCH-IDX > 0
        SET WO-CLAIMED(WS-WO-IDX) TO TRUE
        SET IT-WRITTEN-OFF(WS-MATCH-IDX) TO TRUE
    END-IF.

RESOLVE-ONE-RESUBMIT.
    MOVE 0 TO WS-MATCH-IDX.
    PERFORM VARYING WS-IT-IDX FROM 1 BY 1
            UNTIL WS-IT-IDX > WS-IT-COUNT
        IF IT-UNTRACED(WS-IT-IDX)
                AND WS-IT-CUST(WS-IT-IDX) = WS-RSB-CUST(WS-RSB-IDX)
                AND WS-IT-SOURCE(WS-IT-IDX) = WS-RSB-SOURCE(WS-RSB-IDX)
                AND WS-IT-LAST-SEEN(WS-IT-IDX)
                    <= WS-RSB-DATE(WS-RSB-IDX)
            PERFORM KEEP-LATEST-MATCH
        END-IF
    END-PERFORM.
    IF WS-MATCH-IDX > 0
        SET RSB-CLAIMED(WS-RSB-IDX) TO TRUE
        SET IT-RESUBMITTED(WS-MATCH-IDX) TO TRUE
    END-IF.

KEEP-LATEST-MATCH.
    IF WS-MATCH-IDX = 0
        MOVE WS-IT-IDX TO WS-MATCH-IDX
    ELSE
        IF WS-IT-DATE(WS-IT-IDX) > WS-IT-DATE(WS-MATCH-IDX)
            MOVE WS-IT-IDX TO WS-MATCH-IDX
        END-IF
    END-IF.

TALLY-ONE-ITEM.
    PERFORM CONVERT-ITEM-AMOUNT.
    MOVE SPACES TO WS-RSN-PARTS.
    MOVE 0 TO WS-RSN-PART-COUNT.
    UNSTRING WS-IT-REASON(WS-IT-IDX) DELIMITED BY "; "
        INTO WS-RSN-PART(1) WS-RSN-PART(2) WS-RSN-PART(3)
            WS-RSN-PART(4) WS-RSN-PART(5) WS-RSN-PART(6)
            WS-RSN-PART(7) WS-RSN-PART(8)
        TALLYING IN WS-RSN-PART-COUNT
    END-UNSTRING.
    IF IT-THIS-MONTH(WS-IT-IDX)
        ADD 1 TO WS-TOT-ITEMS
        ADD WS-ITEM-AMOUNT TO WS-TOT-AMOUNT
        IF WS-RSN-PART-COUNT > 1
            ADD 1 TO WS-TOT-MULTI
        END-IF
        EVALUATE TRUE
            WHEN IT-OPEN(WS-IT-IDX) ADD 1 TO WS-TOT-OPEN
            WHEN IT-RESUBMITTED(WS-IT-IDX) ADD 1 TO WS-TOT-RESUB
            WHEN IT-WRITTEN-OFF(WS-IT-IDX) ADD 1 TO WS-TOT-WROFF
            WHEN OTHER ADD 1 TO WS-TOT-UNTRC
        END-EVALUATE
        MOVE WS-IT-DATE(WS-IT-IDX)(7:2) TO WS-DY-IDX
        IF WS-DY-IDX >= 1 AND WS-DY-IDX <= 31
            ADD 1 TO WS-DY-ITEMS(WS-DY-IDX)
            ADD WS-ITEM-AMOUNT TO WS-DY-AMOUNT(WS-DY-IDX)
            ADD WS-RSN-PART-COUNT TO WS-DY-REASONS(WS-DY-IDX)
        END-IF
        PERFORM FIND-CUSTOMER-ENTRY
        IF WS-CS-FOUND-IDX > 0
            ADD 1 TO WS-CS-ITEMS(WS-CS-FOUND-IDX)
            ADD WS-ITEM-AMOUNT TO WS-CS-AMOUNT(WS-CS-FOUND-IDX)
        END-IF
    ELSE
        ADD 1 TO WS-TOT-PRIOR-ITEMS
        ADD WS-ITEM-AMOUNT TO WS-TOT-PRIOR-AMOUNT
    END-IF.
    PERFORM TALLY-ONE-REASON VARYING WS-RSN-PART-IDX FROM 1 BY 1
        UNTIL WS-RSN-PART-IDX > WS-RSN-PART-COUNT
            OR WS-RSN-PART-IDX > 8.

*> WS-ITEM-AMOUNT is the item's first amounts in the base currency,
*> zero when its currency has no rate for its business date.
CONVERT-ITEM-AMOUNT.
    MOVE 1 TO WS-ITEM-RATE.
    IF WS-IT-CURRENCY(WS-IT-IDX) NOT = WS-BASE-CURRENCY
        MOVE 0 TO WS-ITEM-RATE
        PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                UNTIL WS-RT-IDX > WS-RT-COUNT
            IF WS-RT-CURRENCY(WS-RT-IDX) = WS-IT-CURRENCY(WS-IT-IDX)
                    AND WS-RT-DATE(WS-RT-IDX) = WS-IT-DATE(WS-IT-IDX)
                MOVE WS-RT-VALUE(WS-RT-IDX) TO WS-ITEM-RATE
            END-IF
        END-PERFORM
    END-IF.
    IF WS-ITEM-RATE = 0
        MOVE 0 TO WS-ITEM-AMOUNT
        ADD 1 TO WS-NO-RATE-COUNT
    ELSE
        COMPUTE WS-ITEM-AMOUNT ROUNDED = (WS-IT-FIRST-NUM1(WS-IT-IDX)
                + WS-IT-FIRST-NUM2(WS-IT-IDX)) * WS-ITEM-RATE
            ON SIZE ERROR
                MOVE 0 TO WS-ITEM-AMOUNT
                ADD 1 TO WS-NO-RATE-COUNT
        END-COMPUTE
    END-IF.

TALLY-ONE-REASON.
    MOVE WS-RSN-PART(WS-RSN-PART-IDX) TO WS-RSN-TEXT.
    IF WS-RSN-TEXT = SPACES
        MOVE "(NO REASON GIVEN)" TO WS-RSN-TEXT
    END-IF.
    PERFORM FIND-REASON-ENTRY.
    IF WS-RS-FOUND-IDX > 0
        IF IT-THIS-MONTH(WS-IT-IDX)
            ADD 1 TO WS-TOT-REASONS
            ADD 1 TO WS-RS-ITEMS(WS-RS-FOUND-IDX)
            ADD WS-ITEM-AMOUNT TO WS-RS-AMOUNT(WS-RS-FOUND-IDX)
            EVALUATE TRUE
                WHEN IT-OPEN(WS-IT-IDX)
                    ADD 1 TO WS-RS-OPEN(WS-RS-FOUND-IDX)
                WHEN IT-RESUBMITTED(WS-IT-IDX)
                    ADD 1 TO WS-RS-RESUB(WS-RS-FOUND-IDX)
                WHEN IT-WRITTEN-OFF(WS-IT-IDX)
                    ADD 1 TO WS-RS-WROFF(WS-RS-FOUND-IDX)
                WHEN OTHER
                    ADD 1 TO WS-RS-UNTRC(WS-RS-FOUND-IDX)
            END-EVALUATE
            IF WS-CS-FOUND-IDX > 0
                PERFORM TALLY-CUSTOMER-REASON
            END-IF
        ELSE
            ADD 1 TO WS-RS-PRIOR-ITEMS(WS-RS-FOUND-IDX)
            ADD WS-ITEM-AMOUNT TO WS-RS-PRIOR-AMOUNT(WS-RS-FOUND-IDX)
        END-IF
    END-IF.

FIND-REASON-ENTRY.
    MOVE 0 TO WS-RS-FOUND-IDX.
    PERFORM VARYING WS-RS-IDX FROM 1 BY 1
            UNTIL WS-RS-IDX > WS-RS-COUNT OR WS-RS-FOUND-IDX > 0
        IF WS-RS-TEXT(WS-RS-IDX) = WS-RSN-TEXT
            MOVE WS-RS-IDX TO WS-RS-FOUND-IDX
        END-IF
    END-PERFORM.
    IF WS-RS-FOUND-IDX = 0
        IF WS-RS-COUNT >= 60
            ADD 1 TO WS-RS-FULL-COUNT
        ELSE
            ADD 1 TO WS-RS-COUNT
            MOVE WS-RS-COUNT TO WS-RS-FOUND-IDX
            INITIALIZE WS-RS-ENTRY(WS-RS-COUNT)
            MOVE WS-RSN-TEXT TO WS-RS-TEXT(WS-RS-COUNT)
        END-IF
    END-IF.

FIND-CUSTOMER-ENTRY.
    MOVE 0 TO WS-CS-FOUND-IDX.
    PERFORM VARYING WS-CS-IDX FROM 1 BY 1
            UNTIL WS-CS-IDX > WS-CS-COUNT OR WS-CS-FOUND-IDX > 0
        IF WS-CS-ID(WS-CS-IDX) = WS-IT-CUST(WS-IT-IDX)
            MOVE WS-CS-IDX TO WS-CS-FOUND-IDX
        END-IF
    END-PERFORM.
    IF WS-CS-FOUND-IDX = 0
        IF WS-CS-COUNT >= 2000
            ADD 1 TO WS-CS-FULL-COUNT
        ELSE
            ADD 1 TO WS-CS-COUNT
            MOVE WS-CS-COUNT TO WS-CS-FOUND-IDX
            INITIALIZE WS-CS-ENTRY(WS-CS-COUNT)
            MOVE WS-IT-CUST(WS-IT-IDX) TO WS-CS-ID(WS-CS-COUNT)
        END-IF
    END-IF.

TALLY-CUSTOMER-REASON.
    MOVE 0 TO WS-PR-FOUND-IDX.
    PERFORM VARYING WS-PR-IDX FROM 1 BY 1
            UNTIL WS-PR-IDX > WS-PR-COUNT OR WS-PR-FOUND-IDX > 0
        IF WS-PR-CUST(WS-PR-IDX) = WS-IT-CUST(WS-IT-IDX)
                AND WS-PR-REASON-IDX(WS-PR-IDX) = WS-RS-FOUND-IDX
            MOVE WS-PR-IDX TO WS-PR-FOUND-IDX
        END-IF
    END-PERFORM.
    IF WS-PR-FOUND-IDX = 0 AND WS-PR-COUNT < 4000
        ADD 1 TO WS-PR-COUNT
        MOVE WS-PR-COUNT TO WS-PR-FOUND-IDX
        MOVE WS-IT-CUST(WS-IT-IDX) TO WS-PR-CUST(WS-PR-COUNT)
        MOVE WS-RS-FOUND-IDX TO WS-PR-REASON-IDX(WS-PR-COUNT)
        MOVE 0 TO WS-PR-ITEMS(WS-PR-COUNT)
    END-IF.
    IF WS-PR-FOUND-IDX > 0
        ADD 1 TO WS-PR-ITEMS(WS-PR-FOUND-IDX)
    END-IF.

WRITE-REPORT-HEADER.
    MOVE SPACES TO ROOTCAUSE-LINE.
    STRING "SUSPENSE ROOT-CAUSE ANALYSIS FOR " WS-MONTH
        DELIMITED BY SIZE INTO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.
    MOVE WS-RUN-DATE-NUM TO WS-DATE-EDIT.
    MOVE SPACES TO ROOTCAUSE-LINE.
    STRING "Run date: " WS-DATE-EDIT DELIMITED BY SIZE
        INTO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.
    MOVE SPACES TO ROOTCAUSE-LINE.
    STRING "Items by business date in the month, compared with "
        WS-PRIOR-MONTH ". An item with several reasons counts, "
        "with its full amount, under each."
        DELIMITED BY SIZE INTO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.
    MOVE SPACES TO ROOTCAUSE-LINE.
    STRING "Amounts in " WS-BASE-CURRENCY
        " at the rate for each item's business date."
        DELIMITED BY SIZE INTO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.
    MOVE SPACES TO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.

*> Most frequent reason first. Reasons seen only in the prior month
*> are listed too, with nothing this month.
WRITE-REASON-SECTION.
    MOVE "BY REASON" TO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.
    MOVE "  REASON                              ITEMS           AMOUNT"
        TO ROOTCAUSE-LINE.
    MOVE " OPEN RESUB WROFF UNTRC   PRIOR  CHANGE     AMOUNT CHANGE"
        TO ROOTCAUSE-LINE(62:).
    WRITE ROOTCAUSE-LINE.
    PERFORM VARYING WS-LISTED-COUNT FROM 1 BY 1
            UNTIL WS-LISTED-COUNT > WS-RS-COUNT
        MOVE 0 TO WS-BEST-IDX
        PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                UNTIL WS-RS-IDX > WS-RS-COUNT
            IF NOT RS-LISTED(WS-RS-IDX)
                IF WS-BEST-IDX = 0
                    MOVE WS-RS-IDX TO WS-BEST-IDX
                ELSE
                    IF WS-RS-ITEMS(WS-RS-IDX) > WS-RS-ITEMS(WS-BEST-IDX)
                        MOVE WS-RS-IDX TO WS-BEST-IDX
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        SET RS-LISTED(WS-BEST-IDX) TO TRUE
        PERFORM WRITE-ONE-REASON-LINE
    END-PERFORM.
    IF WS-RS-COUNT = 0
        MOVE "  NONE" TO ROOTCAUSE-LINE
        WRITE ROOTCAUSE-LINE
    END-IF.
    MOVE SPACES TO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.

WRITE-ONE-REASON-LINE.
    MOVE WS-RS-ITEMS(WS-BEST-IDX) TO WS-EDIT-COUNT.
    MOVE WS-RS-AMOUNT(WS-BEST-IDX) TO WS-EDIT-AMT.
    MOVE WS-RS-OPEN(WS-BEST-IDX) TO WS-EDIT-SMALL.
    MOVE WS-RS-RESUB(WS-BEST-IDX) TO WS-EDIT-SMALL2.
    MOVE WS-RS-WROFF(WS-BEST-IDX) TO WS-EDIT-SMALL3.
    MOVE WS-RS-UNTRC(WS-BEST-IDX) TO WS-EDIT-SMALL4.
    MOVE WS-RS-PRIOR-ITEMS(WS-BEST-IDX) TO WS-EDIT-PRIOR.
    COMPUTE WS-CHANGE-COUNT = WS-RS-ITEMS(WS-BEST-IDX)
        - WS-RS-PRIOR-ITEMS(WS-BEST-IDX).
    COMPUTE WS-CHANGE-AMOUNT = WS-RS-AMOUNT(WS-BEST-IDX)
        - WS-RS-PRIOR-AMOUNT(WS-BEST-IDX).
    MOVE WS-CHANGE-COUNT TO WS-EDIT-CHANGE.
    MOVE WS-CHANGE-AMOUNT TO WS-EDIT-CHANGE-AMT.
    MOVE SPACES TO ROOTCAUSE-LINE.
    STRING "  " WS-RS-TEXT(WS-BEST-IDX) "  " WS-EDIT-COUNT
        " " WS-EDIT-AMT " " WS-EDIT-SMALL " " WS-EDIT-SMALL2
        " " WS-EDIT-SMALL3 " " WS-EDIT-SMALL4 " " WS-EDIT-PRIOR
        " " WS-EDIT-CHANGE " " WS-EDIT-CHANGE-AMT
        DELIMITED BY SIZE INTO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.

*> Highest suspense volume first, by item count.
WRITE-CUSTOMER-SECTION.
    MOVE SPACES TO ROOTCAUSE-LINE.
    STRING "TOP CUSTOMERS BY SUSPENSE VOLUME (UP TO " WS-TOP-COUNT
        ")" DELIMITED BY SIZE INTO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.
    MOVE "  RANK  CUST ID    ITEMS            AMOUNT  MOST FREQUENT "
        TO ROOTCAUSE-LINE.
    MOVE "REASON" TO ROOTCAUSE-LINE(59:).
    WRITE ROOTCAUSE-LINE.
    PERFORM VARYING WS-LISTED-COUNT FROM 1 BY 1
            UNTIL WS-LISTED-COUNT > WS-CS-COUNT
                OR WS-LISTED-COUNT > WS-TOP-COUNT
        MOVE 0 TO WS-BEST-IDX
        PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                UNTIL WS-CS-IDX > WS-CS-COUNT
            IF NOT CS-LISTED(WS-CS-IDX)
                IF WS-BEST-IDX = 0
                    MOVE WS-CS-IDX TO WS-BEST-IDX
                ELSE
                    IF WS-CS-ITEMS(WS-CS-IDX) > WS-CS-ITEMS(WS-BEST-IDX)
                        MOVE WS-CS-IDX TO WS-BEST-IDX
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        SET CS-LISTED(WS-BEST-IDX) TO TRUE
        PERFORM WRITE-ONE-CUSTOMER-LINE
    END-PERFORM.
    IF WS-CS-COUNT = 0
        MOVE "  NONE" TO ROOTCAUSE-LINE
        WRITE ROOTCAUSE-LINE
    END-IF.
    MOVE SPACES TO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.

WRITE-ONE-CUSTOMER-LINE.
    MOVE 0 TO WS-MATCH-IDX WS-BEST-ITEMS.
    PERFORM VARYING WS-PR-IDX FROM 1 BY 1
            UNTIL WS-PR-IDX > WS-PR-COUNT
        IF WS-PR-CUST(WS-PR-IDX) = WS-CS-ID(WS-BEST-IDX)
                AND WS-PR-ITEMS(WS-PR-IDX) > WS-BEST-ITEMS
            MOVE WS-PR-ITEMS(WS-PR-IDX) TO WS-BEST-ITEMS
            MOVE WS-PR-REASON-IDX(WS-PR-IDX) TO WS-MATCH-IDX
        END-IF
    END-PERFORM.
    MOVE WS-LISTED-COUNT TO WS-EDIT-RANK.
    MOVE WS-CS-ITEMS(WS-BEST-IDX) TO WS-EDIT-COUNT.
    MOVE WS-CS-AMOUNT(WS-BEST-IDX) TO WS-EDIT-AMT.
    MOVE SPACES TO WS-RSN-TEXT.
    IF WS-MATCH-IDX > 0
        MOVE WS-RS-TEXT(WS-MATCH-IDX) TO WS-RSN-TEXT
    END-IF.
    MOVE SPACES TO ROOTCAUSE-LINE.
    STRING "    " WS-EDIT-RANK "  " WS-CS-ID(WS-BEST-IDX) "  "
        WS-EDIT-COUNT "  " WS-EDIT-AMT "  " WS-RSN-TEXT
        DELIMITED BY SIZE INTO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.

WRITE-DATE-SECTION.
    MOVE "BY BUSINESS DATE" TO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.
    MOVE "  BUSINESS DATE    ITEMS            AMOUNT  REASONS"
        TO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.
    PERFORM VARYING WS-DY-IDX FROM 1 BY 1 UNTIL WS-DY-IDX > 31
        IF WS-DY-ITEMS(WS-DY-IDX) > 0
            MOVE SPACES TO WS-LIST-DATE
            STRING WS-MONTH WS-DY-IDX DELIMITED BY SIZE
                INTO WS-LIST-DATE
            MOVE WS-LIST-DATE-NUM TO WS-DATE-EDIT
            MOVE WS-DY-ITEMS(WS-DY-IDX) TO WS-EDIT-COUNT
            MOVE WS-DY-AMOUNT(WS-DY-IDX) TO WS-EDIT-AMT
            MOVE WS-DY-REASONS(WS-DY-IDX) TO WS-EDIT-PRIOR
            MOVE SPACES TO ROOTCAUSE-LINE
            STRING "  " WS-DATE-EDIT "     " WS-EDIT-COUNT "  "
                WS-EDIT-AMT "  " WS-EDIT-PRIOR
                DELIMITED BY SIZE INTO ROOTCAUSE-LINE
            WRITE ROOTCAUSE-LINE
        END-IF
    END-PERFORM.
    IF WS-TOT-ITEMS = 0
        MOVE "  NONE" TO ROOTCAUSE-LINE
        WRITE ROOTCAUSE-LINE
    END-IF.
    MOVE SPACES TO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.

WRITE-REPORT-TOTALS.
    MOVE "MONTH TOTALS" TO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.
    MOVE WS-TOT-ITEMS TO WS-EDIT-COUNT.
    MOVE WS-TOT-AMOUNT TO WS-EDIT-AMT.
    MOVE SPACES TO ROOTCAUSE-LINE.
    STRING "  Items suspended             : " WS-EDIT-COUNT
        "   amount " WS-EDIT-AMT
        DELIMITED BY SIZE INTO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.
    MOVE WS-TOT-REASONS TO WS-EDIT-COUNT.
    MOVE SPACES TO ROOTCAUSE-LINE.
    STRING "  Reasons counted             : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.
    MOVE WS-TOT-MULTI TO WS-EDIT-COUNT.
    MOVE SPACES TO ROOTCAUSE-LINE.
    STRING "  Items with several reasons  : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.
    MOVE WS-TOT-OPEN TO WS-EDIT-COUNT.
    MOVE SPACES TO ROOTCAUSE-LINE.
    STRING "  Still open                  : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.
    MOVE WS-TOT-RESUB TO WS-EDIT-COUNT.
    MOVE SPACES TO ROOTCAUSE-LINE.
    STRING "  Resubmitted                 : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.
    MOVE WS-TOT-WROFF TO WS-EDIT-COUNT.
    MOVE SPACES TO ROOTCAUSE-LINE.
    STRING "  Written off                 : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.
    MOVE WS-TOT-UNTRC TO WS-EDIT-COUNT.
    MOVE SPACES TO ROOTCAUSE-LINE.
    STRING "  Left the queue, untraced    : " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.
    MOVE WS-TOT-PRIOR-ITEMS TO WS-EDIT-COUNT.
    MOVE WS-TOT-PRIOR-AMOUNT TO WS-EDIT-AMT.
    MOVE SPACES TO ROOTCAUSE-LINE.
    STRING "  Prior month items           : " WS-EDIT-COUNT
        "   amount " WS-EDIT-AMT
        DELIMITED BY SIZE INTO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.
    IF WS-NO-RATE-COUNT > 0
        MOVE WS-NO-RATE-COUNT TO WS-EDIT-COUNT
        MOVE SPACES TO ROOTCAUSE-LINE
        STRING "  No rate, amount left out    : " WS-EDIT-COUNT
            DELIMITED BY SIZE INTO ROOTCAUSE-LINE
        WRITE ROOTCAUSE-LINE
    END-IF.
    IF WS-UNREADABLE-COUNT > 0
        MOVE WS-UNREADABLE-COUNT TO WS-EDIT-COUNT
        MOVE SPACES TO ROOTCAUSE-LINE
        STRING "  Suspense records unreadable: " WS-EDIT-COUNT
            DELIMITED BY SIZE INTO ROOTCAUSE-LINE
        WRITE ROOTCAUSE-LINE
    END-IF.
    IF WS-IT-FULL-COUNT > 0 OR WS-RS-FULL-COUNT > 0
            OR WS-CS-FULL-COUNT > 0 OR WS-LOG-FULL-COUNT > 0
            OR WS-GEN-SKIPPED-COUNT > 0
        MOVE "  TABLES FULL -- ANALYSIS INCOMPLETE" TO ROOTCAUSE-LINE
        WRITE ROOTCAUSE-LINE
    END-IF.
    MOVE SPACES TO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.
    MOVE "*** END OF REPORT ***" TO ROOTCAUSE-LINE.
    WRITE ROOTCAUSE-LINE.
