
INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        *> Logical names, mapped per sending system to that source's
        *> transaction and acknowledgment files through the DD_
        *> environment mapping -- see LOAD-SOURCE-REGISTRY.
        SELECT TRANS-FILE ASSIGN TO "TRANSIN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANS-FILE-STATUS.

        *> Logical names, mapped at the start of every run to the
        *> day's result file, suspense queue, checkpoint, edit report
        *> and exposure ledger -- or, for one partition of a
        *> partitioned run, to that partition's own files. See
        *> SELECT-RUN-MODE.
        SELECT RES-FILE ASSIGN TO "BMRESOUT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RES-FILE-STATUS.

        SELECT SUSPENSE-FILE ASSIGN TO "BMSUSP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

        SELECT CHECKPOINT-FILE ASSIGN TO "BMCKPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.

            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RECON-FILE-STATUS.

        SELECT EDIT-REPORT-FILE ASSIGN TO "BMEDIT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EDIT-FILE-STATUS.

            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUSP-WORK-FILE-STATUS.

        SELECT RES-WORK-FILE ASSIGN TO
                "data/basic-math-res-work.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RES-WORK-FILE-STATUS.

        SELECT XREF-FILE ASSIGN TO "data/customer-id-xref.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-XREF-FILE-STATUS.

        SELECT GROUP-FILE ASSIGN TO "data/customer-groups.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GROUP-FILE-STATUS.

        SELECT ACK-FILE ASSIGN TO "ACKOUT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ACK-FILE-STATUS.

            RECORD KEY IS BAL-CUST-ID
            FILE STATUS IS WS-BALANCE-STATUS.

        SELECT LEDGER-FILE ASSIGN TO "BMLEDGER"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEDGER-FILE-STATUS.

        SELECT CALENDAR-FILE ASSIGN TO
                "data/processing-calendar.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PREV-FILE-STATUS.

        SELECT PREV-WORK-FILE ASSIGN TO
                "data/basic-math-trans-prev-work.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PREV-WORK-FILE-STATUS.

        SELECT DUP-PARAM-FILE ASSIGN TO
                "data/duplicate-check-params.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DUP-PARAM-STATUS.

        SELECT SOURCE-REGISTRY-FILE ASSIGN TO
                "data/source-registry.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SRCREG-FILE-STATUS.

        SELECT CATALOG-FILE ASSIGN TO "data/generation-catalog.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CATALOG-FILE-STATUS.

        *> Logical name -- remapped to each cataloged result
        *> generation in turn while a reversal's original is sought,
        *> and to each partition's result file when a partitioned
        *> run is merged.
        SELECT GEN-RES-FILE ASSIGN TO "GENRES"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GEN-RES-STATUS.

        SELECT RATE-FILE ASSIGN TO "data/currency-rates.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RATE-FILE-STATUS.

        SELECT CURRENCY-PARAM-FILE ASSIGN TO
                "data/currency-params.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CURR-PARAM-STATUS.

        SELECT PARTITION-FILE ASSIGN TO
                "data/basic-math-partitions.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARTITION-FILE-STATUS.

        *> Logical names -- remapped to each partition's suspense
        *> and ledger files in turn when a partitioned run is merged.
        SELECT PART-SUSP-FILE ASSIGN TO "BMPSUSP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PART-SUSP-STATUS.

        SELECT PART-LEDGER-FILE ASSIGN TO "BMPLDGR"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PART-LEDGER-STATUS.

        SELECT LEDGER-WORK-FILE ASSIGN TO
                "data/exposure-ledger-work.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEDGER-WORK-STATUS.

DATA DIVISION.

FILE SECTION.
                            ==CUST-INACTIVE==   BY ==MAST-INACTIVE==.

    FD RECON-REPORT-FILE.
    01 RECON-LINE PIC X(100).

    FD EDIT-REPORT-FILE.
    01 EDIT-REPORT-LINE PIC X(80).

    *> The first record is the latest business date posted by any
    *> source -- the date the downstream steps read. With a source
    *> registry, one record per registered source follows it with
    *> that source's own last posted date.
    FD LASTDATE-FILE.
    01 LASTDATE-RECORD.
        05 LD-BUSINESS-DATE PIC X(8).
        05 LD-SEP1 PIC X.
        05 LD-SOURCE-SYSTEM PIC X(8).

    *> Only ever truncated here -- suspense_maint writes it.
    FD RESUBMIT-FILE.
    *> Work file for the fresh-run suspense purge -- holds the
    *> records being kept while the queue is rewritten.
    FD SUSPENSE-WORK-FILE.
    01 SUSPENSE-WORK-LINE PIC X(148).

    *> Work file for a fresh run's result file -- holds the results
    *> of the sources that posted the business date earlier while
    *> the file is rewritten.
    FD RES-WORK-FILE.
    COPY RESREC REPLACING LEADING ==RES-== BY ==WRES-==.

    FD XREF-FILE.
    COPY CUSTXREF.

    FD GROUP-FILE.
    COPY CUSTGRP.

    *> Machine-readable acknowledgment back to the sending system,
    *> same header/detail/trailer discipline as the GL extract.
    FD ACK-FILE.
    FD BALANCE-FILE.
    COPY CUSTBAL.

    *> Every posting and reversal against a balance record, for
    *> the period close to prove the balances from.
    FD LEDGER-FILE.
    COPY EXPLDGR.

    FD CALENDAR-FILE.
    01 CALENDAR-RECORD.
        05 CAL-DATE PIC X(8).
    *> The previous business date's transaction input, retained
    *> whole (header, details, trailer) when a day completes
    *> cleanly -- the edit pass reads it back to spot a
    *> file. Each line carries the registered source system it came
    *> from after the record image, so every source is compared
    *> only against its own prior-day details.
    FD PREV-TRANS-FILE.
    01 PREV-TRANS-LINE PIC X(48).

    *> Holds the retained lines of the sources not in the run while
    *> the retained file is rewritten.
    FD PREV-WORK-FILE.
    01 PREV-WORK-LINE PIC X(48).

    FD DUP-PARAM-FILE.
    01 DUP-PARAM-RECORD.
        05 DP-MAX-OVERLAP-PCT PIC 9(3).

    FD SOURCE-REGISTRY-FILE.
    COPY SRCREG.

    FD CATALOG-FILE.
    COPY GENCAT.

    FD GEN-RES-FILE.
    COPY RESREC REPLACING LEADING ==RES-== BY ==GRES-==.

    FD RATE-FILE.
    COPY CURRATE.

    FD CURRENCY-PARAM-FILE.
    01 CURRENCY-PARAM-RECORD.
        05 CP-BASE-CURRENCY PIC X(3).

    *> Customer id range of each partition, in partition order.
    FD PARTITION-FILE.
    01 PARTITION-RECORD.
        05 PT-NUMBER PIC 9(2).
        05 PT-SEP1 PIC X.
        05 PT-LOW-ID PIC 9(7).
        05 PT-SEP2 PIC X.
        05 PT-HIGH-ID PIC 9(7).

    FD PART-SUSP-FILE.
    01 PART-SUSP-LINE PIC X(148).

    FD PART-LEDGER-FILE.
    01 PART-LEDGER-LINE PIC X(95).

    FD LEDGER-WORK-FILE.
    01 LEDGER-WORK-LINE PIC X(95).

WORKING-STORAGE SECTION.
    01 WS-TRANS-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-RES-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-XREF-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-XREF-TABLE.
        05 WS-XREF-ENTRY OCCURS 500 TIMES.
            10 WS-XREF-RETIRED  PIC 9(7).
            10 WS-XREF-SURVIVOR PIC 9(7).
    01 WS-XREF-COUNT PIC 9(3) VALUE 0.
    01 WS-XREF-IDX PIC 9(3).
    01 WS-XREF-HIT-FLAG PIC X.
        88 XREF-HIT VALUE 'Y'.
    01 WS-LOOKUP-CUST-ID PIC 9(7).

    *> Customer exposure limits, maintained by customer_balance_maint
    *> on the balance file. Opened as leniently as the master -- no
    *> basis as the trailer hash; a transaction that would take the
    *> customer past its limit suspends with OVER LIMIT and posts
    *> nothing. A rerun of an already-posted business date posts its
    *> exposure again -- the period-to-date is rolled to zero by the
    *> period close, which is when it is trued up. Every change made
    *> to a balance record is also written to the exposure ledger.
    01 WS-BALANCE-STATUS PIC XX VALUE SPACES.
    01 WS-LIMITS-FLAG PIC X VALUE 'N'.
        88 LIMITS-ACTIVE VALUE 'Y'.
    01 WS-EXPOSURE-AMT PIC S9(9)V99.
    01 WS-LEDGER-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-PTD-BEFORE PIC 9(9)V99.
    01 WS-LEDGER-TYPE PIC X.
    01 WS-OPENING-EOF-FLAG PIC X VALUE 'N'.
        88 END-OF-BALANCE-FILE VALUE 'Y'.

    *> Customer groups, maintained by customer_group_maint. A group
    *> with a limit refuses a member's transaction as GROUP OVER
    *> LIMIT when the members' combined period-to-date plus this
    *> transaction's exposure would pass it, on top of the member's
    *> own limit check. A group member's exposure is posted even when
    *> its own limit is zero, so the combined total is complete; a
    *> member with no balance record adds nothing. No group file
    *> means no group checks.
    01 WS-GROUP-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-GRP-TABLE.
        05 WS-GRP-ENTRY OCCURS 2000 TIMES.
            10 WS-GRP-GROUP-ID PIC 9(5).
            10 WS-GRP-CUST-ID  PIC 9(7).
            10 WS-GRP-LIMIT    PIC 9(9)V99.
    01 WS-GRP-COUNT PIC 9(4) VALUE 0.
    01 WS-GRP-IDX PIC 9(4).
    01 WS-GRP-FOUND-IDX PIC 9(4).
    01 WS-GRP-SCAN-IDX PIC 9(4).
    01 WS-GRP-FIRST-IDX PIC 9(4).
    01 WS-ROUTE-PART-IDX PIC 9(2).
    01 WS-MEMBER-PART-IDX PIC 9(2).
    01 WS-GROUP-PTD-TOTAL PIC 9(11)V99.

    *> Processing calendar -- the expected business dates, one
    *> YYYYMMDD per line in ascending order. When the calendar is on
    01 WS-DUP-MAX-PCT PIC 9(3) VALUE 50.
    01 WS-PREV-TABLE.
        05 WS-PREV-ENTRY OCCURS 1000 TIMES.
            10 WS-PREV-CUST PIC X(7).
            10 WS-PREV-NUM1 PIC X(10).
            10 WS-PREV-NUM2 PIC X(10).
    01 WS-PREV-COUNT PIC 9(5) VALUE 0.
    01 WS-LASTDATE-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-RESUBMIT-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-SUSP-WORK-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-RES-WORK-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-PREV-WORK-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-KEPT-RES-COUNT PIC 9(9) VALUE 0.
    01 WS-KEPT-PREV-COUNT PIC 9(9) VALUE 0.
    01 WS-PURGED-SUSP-COUNT PIC 9(9) VALUE 0.
    01 WS-REJECT-FLAG PIC X VALUE 'N'.
        88 TRANS-FILE-REJECTED VALUE 'Y'.
    01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
    01 WS-BUSINESS-DATE-NUM PIC 9(8).
    01 WS-LAST-BUSINESS-DATE PIC X(8) VALUE SPACES.
    *> Each registered source is held to its own last posted date,
    *> so a source whose file was refused or never came can still
    *> post that day after the others have moved on. A source not
    *> yet on the last-date file -- and the single historical feed
    *> -- is held to the latest date stamped overall.
    01 WS-LD-TABLE.
        05 WS-LD-ENTRY OCCURS 20 TIMES.
            10 WS-LD-SOURCE PIC X(8).
            10 WS-LD-DATE PIC X(8).
    01 WS-LD-COUNT PIC 9(3) VALUE 0.
    01 WS-LD-IDX PIC 9(3).
    01 WS-SOURCE-LAST-DATE PIC X(8) VALUE SPACES.
    01 WS-NEW-LAST-DATE PIC X(8).
    01 WS-EDIT-DETAIL-COUNT PIC 9(9) VALUE 0.
    01 WS-EDIT-HASH PIC 9(11)V99 VALUE 0.
    01 WS-TRAILER-COUNT PIC 9(9) VALUE 0.
    01 WS-EDIT-ERROR-COUNT PIC 9(5) VALUE 0.
    01 WS-EDIT-WARN-COUNT PIC 9(5) VALUE 0.
    01 WS-EDIT-MESSAGE PIC X(60).
    01 WS-AMT-TEXT.
        05 WS-AMT-INT PIC X(7).
        05 WS-AMT-POINT PIC X.
    *> here as they are noted so the ack can replay them as D lines;
    *> the source system is lifted off the H header during the edit
    *> pass. Pipe-delimited with H/D/T controls like the GL extract
    *> so the source system can load it automatically. Every message
    *> is tagged with the source it was noted against, so each
    *> source's ack replays only its own.
    01 WS-ACK-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-SOURCE-SYSTEM PIC X(8) VALUE SPACES.
    01 WS-ACK-MSG-TABLE.
        05 WS-ACK-MSG-ENTRY OCCURS 200 TIMES.
            10 WS-ACK-MSG-SRC PIC 9(3).
            10 WS-ACK-MSG-KIND PIC X(7).
            10 WS-ACK-MSG-TEXT PIC X(60).
    01 WS-ACK-MSG-COUNT PIC 9(3) VALUE 0.
    01 WS-ACK-HASH PIC S9(13)V99 VALUE 0.
    01 WS-ACK-HASH-EDIT PIC +9(13).99.

    *> Sending systems expected on the business day, from the source
    *> registry. Each source's file is edited on its own and the
    *> scalar edit fields above are that source's working fields --
    *> reset before its edit and kept here afterwards, along with
    *> the source's processing and on-disk counts for the ack and
    *> the reconciliation. WS-SRC-NAME is the name results and
    *> suspense records are stamped with: the registered system, or
    *> with no registry the source named on the file's own header.
    *> A source whose file is refused or never arrived is reported
    *> and skipped; the accepted sources still process, and must
    *> all carry the same business date. No registry means one
    *> source, the historical single feed.
    01 WS-SRCREG-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-REGISTRY-FLAG PIC X VALUE 'N'.
        88 REGISTRY-ACTIVE VALUE 'Y'.
    01 WS-SRC-TABLE.
        05 WS-SRC-ENTRY OCCURS 10 TIMES.
            10 WS-SRC-SYSTEM PIC X(8).
            10 WS-SRC-NAME PIC X(8).
            10 WS-SRC-TRANS-FILE PIC X(60).
            10 WS-SRC-ACK-FILE PIC X(60).
            10 WS-SRC-DISP PIC X.
                88 SRC-ACCEPTED VALUE 'A'.
                88 SRC-REFUSED VALUE 'R'.
                88 SRC-MISSING VALUE 'M'.
            10 WS-SRC-BUSINESS-DATE PIC X(8).
            10 WS-SRC-ERROR-COUNT PIC 9(5).
            10 WS-SRC-WARN-COUNT PIC 9(5).
            10 WS-SRC-DETAIL-COUNT PIC 9(9).
            10 WS-SRC-EDIT-HASH PIC 9(11)V99.
            10 WS-SRC-TRAILER-COUNT PIC 9(9).
            10 WS-SRC-TRAILER-HASH PIC 9(11)V99.
            10 WS-SRC-RECORD-COUNT PIC 9(9).
            10 WS-SRC-RESTART-COUNT PIC 9(9).
            10 WS-SRC-RUN-SUSP-COUNT PIC 9(9).
            10 WS-SRC-RES-ON-FILE PIC 9(9).
            10 WS-SRC-SUSP-ON-FILE PIC 9(9).
            10 WS-SRC-RES-AMOUNT PIC 9(11)V99.
            10 WS-SRC-REJECT-COUNT PIC 9(9).
            10 WS-SRC-REJECT-HASH PIC 9(11)V99.
            10 WS-SRC-REV-ADJUST PIC S9(11)V99.
            10 WS-SRC-POSTED-DATE PIC X(8).
            10 WS-SRC-POSTED-FLAG PIC X.
                88 SRC-POSTED-EARLIER VALUE 'Y'.
    01 WS-SRC-COUNT PIC 9(3) VALUE 0.
    01 WS-SRC-IDX PIC 9(3) VALUE 0.
    01 WS-SRC-FOUND-IDX PIC 9(3).
    01 WS-SRC-SCAN-IDX PIC 9(3).
    01 WS-SRC-ACCEPTED-COUNT PIC 9(3) VALUE 0.
    01 WS-SRC-DROPPED-COUNT PIC 9(3) VALUE 0.
    *> Of the sources not accepted in this run, those that already
    *> posted its business date in an earlier run, and those that
    *> have not -- only the latter leave the day incomplete.
    01 WS-SRC-POSTED-COUNT PIC 9(3) VALUE 0.
    01 WS-SRC-OUTSTANDING-COUNT PIC 9(3) VALUE 0.
    01 WS-MATCH-SOURCE PIC X(8).
    01 WS-RUN-BUSINESS-DATE PIC X(8) VALUE SPACES.
    01 WS-SRC-RESULT-TEXT PIC X(14).

    *> Reversals. The edit pass looks each reversal's original up in
    *> the cataloged result generations: a clean detail for the same
    *> customer and amounts in the generation of the original date,
    *> less the reversals of it already on later generations or
    *> accepted earlier in this run, must leave one to back out. A
    *> reversal that fails is rejected on its own -- listed on the
    *> edit report and the ack, kept out of the processing pass --
    *> while the rest of its file goes ahead. Rejections are held by
    *> source and item position (details and reversals counted
    *> together) so the processing pass and the restart skip pass
    *> over exactly the items the edit turned away. An accepted
    *> reversal writes a result flagged 'R' and takes its NUM1 + NUM2
    *> back off the period-to-date exposure.
    01 WS-CATALOG-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-GEN-RES-STATUS PIC XX VALUE SPACES.
    01 WS-RES-GEN-BASE PIC X(30) VALUE "data/basic-math-res-out".
    01 WS-RES-GEN-TABLE.
        05 WS-RES-GEN-ENTRY OCCURS 500 TIMES.
            10 WS-RES-GEN-DATE PIC X(8).
            10 WS-RES-GEN-FILE PIC X(60).
    01 WS-RES-GEN-COUNT PIC 9(3) VALUE 0.
    01 WS-RES-GEN-IDX PIC 9(3).
    01 WS-OLD-ID-LINE PIC X(200).
    01 WS-OLD-CUST-ID PIC 9(3).
    01 WS-REV-TABLE.
        05 WS-REV-ENTRY OCCURS 500 TIMES.
            10 WS-REV-SRC PIC 9(3).
            10 WS-REV-CUST PIC X(7).
            10 WS-REV-NUM1 PIC X(10).
            10 WS-REV-NUM2 PIC X(10).
            10 WS-REV-ORIG-DATE PIC X(8).
            10 WS-REV-CURRENCY PIC X(3).
            *> Where the item sits in its file, and the base amounts
            *> and rate its original posted at -- what the processing
            *> pass backs out.
            10 WS-REV-SEQ PIC 9(9).
            10 WS-REV-BASE-NUM1 PIC 9(7)V99.
            10 WS-REV-BASE-NUM2 PIC 9(7)V99.
            10 WS-REV-RATE PIC 9(4)V9(6).
    01 WS-REV-COUNT PIC 9(3) VALUE 0.
    01 WS-REV-IDX PIC 9(3).
    01 WS-REV-FOUND-IDX PIC 9(3).
    01 WS-REJ-TABLE.
        05 WS-REJ-ENTRY OCCURS 500 TIMES.
            10 WS-REJ-SRC PIC 9(3).
            10 WS-REJ-SEQ PIC 9(9).
    01 WS-REJ-COUNT PIC 9(3) VALUE 0.
    01 WS-REJ-IDX PIC 9(3).
    01 WS-ORIG-MATCH-COUNT PIC 9(5).
    01 WS-PRIOR-REV-COUNT PIC 9(5).
    01 WS-REV-REJECT-REASON PIC X(25).
    01 WS-EDIT-REJECT-COUNT PIC 9(9) VALUE 0.
    01 WS-EDIT-REJECT-HASH PIC 9(11)V99 VALUE 0.
    *> An accepted reversal backs out its original's base amounts,
    *> not the day's conversion the hash took it at; the difference
    *> is carried so the amount control still balances.
    01 WS-EDIT-REV-ADJUST PIC S9(11)V99 VALUE 0.
    01 WS-ITEM-SEQ PIC 9(9) VALUE 0.
    01 WS-ITEM-REJECTED-FLAG PIC X.
        88 ITEM-REJECTED VALUE 'Y'.
    01 WS-REVERSAL-COUNT PIC 9(9) VALUE 0.
    01 WS-ORIG-CLEAN-FLAG PIC X.
        88 ORIGINAL-WAS-CLEAN VALUE 'Y'.
    01 WS-ORIG-NET PIC S9(9)V99.
    01 WS-ORIG-NUM1 PIC 9(7)V99.
    01 WS-ORIG-NUM2 PIC 9(7)V99.
    01 WS-ORIG-ADD PIC 9(7)V99.
    01 WS-ORIG-BASE-NUM1 PIC 9(7)V99.
    01 WS-ORIG-BASE-NUM2 PIC 9(7)V99.
    01 WS-ORIG-RATE PIC 9(4)V9(6).
    01 WS-ORIG-AMT-MATCH-FLAG PIC X.
        88 ORIGINAL-AMOUNTS-MATCH VALUE 'Y'.

    *> Currency conversion. Amounts sent in another currency are
    *> converted to the base currency at the business date's rate
    *> before the trailer hash, the limit check and the arithmetic
    *> see them. The rates are loaded for the business date being
    *> edited or posted; a currency without a rate that day leaves
    *> the item unconverted -- a detail suspends with NO RATE, a
    *> reversal is rejected -- and no earlier day's rate is ever
    *> used. Suspended items keep their amounts as sent.
    01 WS-RATE-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-CURR-PARAM-STATUS PIC XX VALUE SPACES.
    01 WS-BASE-CURRENCY PIC X(3) VALUE "USD".
    01 WS-RATE-TABLE.
        05 WS-RATE-ENTRY OCCURS 100 TIMES.
            10 WS-RATE-CURRENCY PIC X(3).
            10 WS-RATE-VALUE PIC 9(4)V9(6).
    01 WS-RATE-COUNT PIC 9(3) VALUE 0.
    01 WS-RATE-IDX PIC 9(3).
    01 WS-RATE-TABLE-DATE PIC X(8) VALUE SPACES.
    01 WS-RATE-TEXT.
        05 WS-RATE-INT PIC X(4).
        05 WS-RATE-POINT PIC X.
        05 WS-RATE-DEC PIC X(6).
    01 WS-TRANS-CURRENCY PIC X(3).
    01 WS-TRANS-RATE PIC 9(4)V9(6).
    01 WS-SENT-NUM1 PIC 9(7)V99.
    01 WS-SENT-NUM2 PIC 9(7)V99.
    01 WS-CONVERT-FLAG PIC X.
        88 CONVERSION-DONE VALUE 'Y'.
        88 CONVERSION-NO-RATE VALUE 'N'.
        88 CONVERSION-OVERFLOW VALUE 'O'.
    01 WS-ITEM-HASH-AMT PIC 9(9)V99.

    *> A bad transaction can fail more than one arithmetic operation
    *> (e.g. ADD and MULTIPLY both overflow on the same input pair).
    *> These accumulate every reason hit during one transaction so
    01 WS-RECON-VALUE-B PIC 9(9).
    01 WS-EDIT-RECON-A PIC ZZZ,ZZZ,ZZ9.
    01 WS-EDIT-RECON-B PIC ZZZ,ZZZ,ZZ9.
    01 WS-RECON-AMOUNT-A PIC 9(11)V99.
    01 WS-RECON-AMOUNT-B PIC 9(11)V99.
    01 WS-EDIT-RECON-AMT-A PIC ZZ,ZZZ,ZZZ,ZZ9.99.
    01 WS-EDIT-RECON-AMT-B PIC ZZ,ZZZ,ZZZ,ZZ9.99.
    01 WS-RES-AMOUNT-WORK PIC 9(7)V99.

    *> Partitioned running. A large day can be split by customer id
    *> range into partitions that run side by side, each one a run
    *> of this program with BASIC_MATH_PARTITION naming its number.
    *> A partition edits every source exactly as a single-stream run
    *> would, but processes only the items whose customer -- after
    *> the retired-id cross-reference -- falls in its range, into
    *> its own result, suspense, checkpoint, edit report and ledger
    *> files, with its own checkpoint and restart. It stops there:
    *> no reconciliation, no acknowledgment, no business date stamp.
    *> A run with BASIC_MATH_PARTITION set to MERGE then edits the
    *> files once more, checks every partition completed the same
    *> business date, and rebuilds the day's single result file (in
    *> partition order), suspense queue (numbering the items as it
    *> queues them, so partitions never contend for the suspense
    *> control file) and ledger, before reconciling, acknowledging
    *> and stamping the day exactly as a single-stream run does.
    *> The ranges must run from 0000000 to 9999999 without gap or
    *> overlap, so every item belongs to exactly one partition.
    *> No BASIC_MATH_PARTITION means the ordinary single stream.
    01 WS-PARTITION-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-PART-SUSP-STATUS PIC XX VALUE SPACES.
    01 WS-PART-LEDGER-STATUS PIC XX VALUE SPACES.
    01 WS-LEDGER-WORK-STATUS PIC XX VALUE SPACES.
    01 WS-PURGED-LDG-COUNT PIC 9(9) VALUE 0.
    01 WS-PARTITION-PARM PIC X(8).
    01 WS-RUN-MODE PIC X VALUE 'S'.
        88 SINGLE-STREAM-RUN VALUE 'S'.
        88 PARTITION-RUN VALUE 'P'.
        88 MERGE-RUN VALUE 'M'.
    01 WS-PART-SETUP-FLAG PIC X VALUE 'N'.
        88 PARTITION-SETUP-BAD VALUE 'Y'.
    01 WS-MERGE-FLAG PIC X VALUE 'N'.
        88 MERGE-REFUSED VALUE 'Y'.
    01 WS-PART-TABLE.
        05 WS-PART-ENTRY OCCURS 20 TIMES.
            10 WS-PART-NUM PIC 9(2).
            10 WS-PART-LOW PIC 9(7).
            10 WS-PART-HIGH PIC 9(7).
            10 WS-PART-RECORD-COUNT PIC 9(9).
            10 WS-PART-SUSP-COUNT PIC 9(9).
    01 WS-PART-COUNT PIC 9(2) VALUE 0.
    01 WS-PART-IDX PIC 9(2).
    01 WS-THIS-PART-IDX PIC 9(2) VALUE 0.
    01 WS-NEXT-LOW-ID PIC 9(8).
    01 WS-NAME-PART-NUM PIC 9(2).
    01 WS-PART-RES-NAME PIC X(60).
    01 WS-PART-SUSP-NAME PIC X(60).
    01 WS-PART-CKPT-NAME PIC X(60).
    01 WS-PART-EDIT-NAME PIC X(60).
    01 WS-PART-LEDGER-NAME PIC X(60).
    01 WS-ROUTE-CUST-ID PIC 9(7).
    01 WS-ITEM-OWNED-FLAG PIC X.
        88 ITEM-IN-PARTITION VALUE 'Y'.
    01 WS-MERGED-RES-COUNT PIC 9(9).
    01 WS-LEDGER-OFFSET PIC 9(9).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM SELECT-RUN-MODE.
    IF PARTITION-SETUP-BAD
        DISPLAY "Partition setup is not usable -- see "
            "data/basic-math-partitions.txt, nothing processed"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM VALIDATE-TRANS-FILE.
    IF PARTITION-SETUP-BAD
        DISPLAY "Partition setup is not usable -- see "
            "data/basic-math-partitions.txt, nothing processed"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF TRANS-FILE-REJECTED
        IF PARTITION-RUN
            DISPLAY "Transaction file REFUSED -- see "
                FUNCTION TRIM(WS-PART-EDIT-NAME)
        ELSE
            DISPLAY "Transaction file REFUSED -- see "
                "data/basic-math-edit-report.txt"
            PERFORM WRITE-ACK-FILES
        END-IF
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF MERGE-RUN
        PERFORM MERGE-PARTITION-OUTPUT
    ELSE
        PERFORM OPEN-FILES
        PERFORM PROCESS-ONE-SOURCE VARYING WS-SRC-IDX FROM 1 BY 1
            UNTIL WS-SRC-IDX > WS-SRC-COUNT
        PERFORM CLOSE-FILES
    END-IF.
    IF PARTITION-RUN
        DISPLAY "Basic-math partition " WS-PARTITION-PARM(1:2)
            " complete. Transactions processed: " WS-RECORD-COUNT
            ", routed to suspense: " WS-SUSPENSE-COUNT
            ", reversals: " WS-REVERSAL-COUNT
        GOBACK
    END-IF.
    IF MERGE-REFUSED
        DISPLAY "Partitions NOT merged -- every partition must "
            "complete business date " WS-BUSINESS-DATE " first"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM RECONCILE-RUN.
    PERFORM WRITE-ACK-FILES.
    DISPLAY "Basic-math batch complete. Transactions processed: "
        WS-RECORD-COUNT ", routed to suspense: " WS-SUSPENSE-COUNT
        ", reversals: " WS-REVERSAL-COUNT.
    IF RUN-OUT-OF-BALANCE
        DISPLAY "Run is OUT OF BALANCE -- see "
            "data/basic-math-recon-report.txt"
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM STAMP-LAST-BUSINESS-DATE
        *> A source refused or never received doesn't hold the day
        *> up, but the run ends with a warning so the chain journals
        *> it and operations chases the missing file. A source that
        *> posted this business date in an earlier run is not
        *> missing.
        IF WS-SRC-OUTSTANDING-COUNT > 0
                OR WS-SRC-DROPPED-COUNT > 0
            DISPLAY "Not every source was processed -- see "
                "data/basic-math-edit-report.txt"
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
    GOBACK.

*> Reads BASIC_MATH_PARTITION and maps the run's own files: the
*> day's files for a single-stream or merge run, the partition's
*> files for a partition run.
SELECT-RUN-MODE.
    MOVE 'S' TO WS-RUN-MODE.
    MOVE 'N' TO WS-PART-SETUP-FLAG WS-MERGE-FLAG.
    MOVE 0 TO WS-PART-COUNT WS-THIS-PART-IDX.
    MOVE SPACES TO WS-PARTITION-PARM.
    ACCEPT WS-PARTITION-PARM FROM ENVIRONMENT "BASIC_MATH_PARTITION".
    EVALUATE TRUE
        WHEN WS-PARTITION-PARM = SPACES
            CONTINUE
        WHEN WS-PARTITION-PARM = "MERGE"
            SET MERGE-RUN TO TRUE
            PERFORM LOAD-PARTITION-TABLE
        WHEN WS-PARTITION-PARM(1:2) IS NUMERIC
                AND WS-PARTITION-PARM(3:) = SPACES
            SET PARTITION-RUN TO TRUE
            PERFORM LOAD-PARTITION-TABLE
            PERFORM FIND-THIS-PARTITION
        WHEN OTHER
            DISPLAY "BASIC_MATH_PARTITION '" WS-PARTITION-PARM
                "' is neither a partition number nor MERGE"
            SET PARTITION-SETUP-BAD TO TRUE
    END-EVALUATE.
    IF PARTITION-RUN AND NOT PARTITION-SETUP-BAD
        PERFORM CHECK-LEDGER-OPENED
    END-IF.
    IF PARTITION-RUN
        MOVE WS-PARTITION-PARM(1:2) TO WS-NAME-PART-NUM
        PERFORM BUILD-PARTITION-NAMES
        SET ENVIRONMENT "DD_BMRESOUT" TO WS-PART-RES-NAME
        SET ENVIRONMENT "DD_BMSUSP" TO WS-PART-SUSP-NAME
        SET ENVIRONMENT "DD_BMCKPT" TO WS-PART-CKPT-NAME
        SET ENVIRONMENT "DD_BMEDIT" TO WS-PART-EDIT-NAME
        SET ENVIRONMENT "DD_BMLEDGER" TO WS-PART-LEDGER-NAME
    ELSE
        SET ENVIRONMENT "DD_BMRESOUT"
            TO "data/basic-math-res-out.txt"
        SET ENVIRONMENT "DD_BMSUSP" TO "data/basic-math-suspense.txt"
        SET ENVIRONMENT "DD_BMCKPT"
            TO "data/basic-math-checkpoint.txt"
        SET ENVIRONMENT "DD_BMEDIT"
            TO "data/basic-math-edit-report.txt"
        SET ENVIRONMENT "DD_BMLEDGER" TO "data/exposure-ledger.txt"
    END-IF.

*> Partitions post to the balance file side by side, so none of
*> them can be the run that creates the exposure ledger and opens
*> it from the balances as they stand. Until a single-stream run
*> (or balance maintenance, or the period close) has created it,
*> a partition run is refused.
CHECK-LEDGER-OPENED.
    SET ENVIRONMENT "DD_BMLEDGER" TO "data/exposure-ledger.txt".
    OPEN INPUT LEDGER-FILE.
    IF WS-LEDGER-FILE-STATUS = "00"
        CLOSE LEDGER-FILE
    ELSE
        OPEN INPUT BALANCE-FILE
        IF WS-BALANCE-STATUS = "00"
            CLOSE BALANCE-FILE
            DISPLAY "No exposure ledger on file to open from the "
                "balances -- run basic-math single-stream first"
            SET PARTITION-SETUP-BAD TO TRUE
        END-IF
    END-IF.
    MOVE SPACES TO WS-LEDGER-FILE-STATUS WS-BALANCE-STATUS.

*> Every partition must follow on from the one before it, starting
*> at the lowest id and ending at the highest, so the ranges cover
*> each customer id exactly once.
LOAD-PARTITION-TABLE.
    MOVE 0 TO WS-NEXT-LOW-ID.
    OPEN INPUT PARTITION-FILE.
    IF WS-PARTITION-FILE-STATUS NOT = "00"
        DISPLAY "No partition file, file status: "
            WS-PARTITION-FILE-STATUS
        SET PARTITION-SETUP-BAD TO TRUE
    ELSE
        PERFORM UNTIL WS-PARTITION-FILE-STATUS = "10"
            READ PARTITION-FILE
                AT END MOVE "10" TO WS-PARTITION-FILE-STATUS
                NOT AT END PERFORM STORE-PARTITION-ENTRY
            END-READ
        END-PERFORM
        CLOSE PARTITION-FILE
        IF NOT PARTITION-SETUP-BAD
                AND (WS-PART-COUNT = 0
                    OR WS-NEXT-LOW-ID NOT = 10000000)
            DISPLAY "Partition ranges do not reach customer id "
                "9999999"
            SET PARTITION-SETUP-BAD TO TRUE
        END-IF
    END-IF.

STORE-PARTITION-ENTRY.
    EVALUATE TRUE
        WHEN PT-NUMBER IS NOT NUMERIC OR PT-LOW-ID IS NOT NUMERIC
                OR PT-HIGH-ID IS NOT NUMERIC
            DISPLAY "Partition record is not numeric: "
                PARTITION-RECORD
            SET PARTITION-SETUP-BAD TO TRUE
        WHEN WS-PART-COUNT >= 20
            DISPLAY "Partition table full, partition dropped: "
                PT-NUMBER
            SET PARTITION-SETUP-BAD TO TRUE
        WHEN PT-NUMBER NOT = WS-PART-COUNT + 1
                OR PT-LOW-ID NOT = WS-NEXT-LOW-ID
                OR PT-HIGH-ID < PT-LOW-ID
            DISPLAY "Partition " PT-NUMBER " range " PT-LOW-ID "-"
                PT-HIGH-ID " does not follow on from the one before"
            SET PARTITION-SETUP-BAD TO TRUE
        WHEN OTHER
            ADD 1 TO WS-PART-COUNT
            MOVE PT-NUMBER TO WS-PART-NUM(WS-PART-COUNT)
            MOVE PT-LOW-ID TO WS-PART-LOW(WS-PART-COUNT)
            MOVE PT-HIGH-ID TO WS-PART-HIGH(WS-PART-COUNT)
            MOVE 0 TO WS-PART-RECORD-COUNT(WS-PART-COUNT)
                WS-PART-SUSP-COUNT(WS-PART-COUNT)
            COMPUTE WS-NEXT-LOW-ID = PT-HIGH-ID + 1
    END-EVALUATE.

FIND-THIS-PARTITION.
    PERFORM VARYING WS-PART-IDX FROM 1 BY 1
            UNTIL WS-PART-IDX > WS-PART-COUNT
        IF WS-PART-NUM(WS-PART-IDX) = WS-PARTITION-PARM(1:2)
            MOVE WS-PART-IDX TO WS-THIS-PART-IDX
        END-IF
    END-PERFORM.
    IF WS-THIS-PART-IDX = 0
        DISPLAY "Partition " WS-PARTITION-PARM(1:2)
            " is not on the partition file"
        SET PARTITION-SETUP-BAD TO TRUE
    END-IF.

BUILD-PARTITION-NAMES.
    MOVE SPACES TO WS-PART-RES-NAME WS-PART-SUSP-NAME
        WS-PART-CKPT-NAME WS-PART-EDIT-NAME WS-PART-LEDGER-NAME.
    STRING "data/basic-math-res-out-P" WS-NAME-PART-NUM ".txt"
        DELIMITED BY SIZE INTO WS-PART-RES-NAME.
    STRING "data/basic-math-suspense-P" WS-NAME-PART-NUM ".txt"
        DELIMITED BY SIZE INTO WS-PART-SUSP-NAME.
    STRING "data/basic-math-checkpoint-P" WS-NAME-PART-NUM ".txt"
        DELIMITED BY SIZE INTO WS-PART-CKPT-NAME.
    STRING "data/basic-math-edit-report-P" WS-NAME-PART-NUM ".txt"
        DELIMITED BY SIZE INTO WS-PART-EDIT-NAME.
    STRING "data/exposure-ledger-P" WS-NAME-PART-NUM ".txt"
        DELIMITED BY SIZE INTO WS-PART-LEDGER-NAME.

*> Runs one accepted source's transaction file through the
*> processing pass, skipping on a restart whatever that source
*> already has on the result file. Refused and missing sources are
*> passed over -- they were reported by the edit pass.
PROCESS-ONE-SOURCE.
    IF SRC-ACCEPTED(WS-SRC-IDX)
        MOVE WS-SRC-NAME(WS-SRC-IDX) TO WS-SOURCE-SYSTEM
        SET ENVIRONMENT "DD_TRANSIN"
            TO WS-SRC-TRANS-FILE(WS-SRC-IDX)
        MOVE 'N' TO WS-EOF-FLAG
        MOVE 0 TO WS-ITEM-SEQ
        OPEN INPUT TRANS-FILE
        IF WS-SRC-RESTART-COUNT(WS-SRC-IDX) > 0
            PERFORM SKIP-ALREADY-PROCESSED
        END-IF
        PERFORM PROCESS-TRANSACTIONS UNTIL END-OF-TRANS-FILE
        CLOSE TRANS-FILE
    END-IF.

OPEN-FILES.
    PERFORM READ-CHECKPOINT.
    IF WS-RESTART-COUNT > 0
        OPEN EXTEND RES-FILE
        MOVE WS-RESTART-COUNT TO WS-RECORD-COUNT
    ELSE
        IF PARTITION-RUN
            OPEN OUTPUT RES-FILE
            *> A partition's suspense and ledger files hold only its
            *> own run's items and entries; the merge queues and
            *> posts them, and leaves them in place so it can be
            *> rerun.
            OPEN OUTPUT SUSPENSE-FILE
            CLOSE SUSPENSE-FILE
            OPEN OUTPUT LEDGER-FILE
            CLOSE LEDGER-FILE
        ELSE
            *> A fresh run owns its business date for its own
            *> sources: whatever an earlier, dead or unbalanced run
            *> of this same date already pushed to the suspense
            *> queue for them is purged before processing, so a
            *> rerun cannot queue the same failed transactions
            *> twice. Items from other business dates stay held,
            *> as do those of a source that posted this date in an
            *> earlier run.
            PERFORM OPEN-FRESH-RESULT-FILE
            PERFORM PURGE-CURRENT-DAY-SUSPENSE
            *> The resubmit output belongs to the previous day's
            *> maintenance cycle -- a new day starts it empty.
            OPEN OUTPUT RESUBMIT-FILE
            CLOSE RESUBMIT-FILE
        END-IF
    END-IF.
    *> The suspense file is a persistent work queue -- items held by
    *> suspense maintenance stay on it across runs -- so it is always
        DISPLAY "Customer master not available, file status: "
            WS-MASTER-STATUS ", customer validation skipped"
    END-IF.
    OPEN I-O BALANCE-FILE.
    IF WS-BALANCE-STATUS = "00"
        SET LIMITS-ACTIVE TO TRUE
        OPEN EXTEND LEDGER-FILE
        IF WS-LEDGER-FILE-STATUS = "35"
            OPEN OUTPUT LEDGER-FILE
            IF NOT PARTITION-RUN
                PERFORM WRITE-OPENING-ENTRIES
            END-IF
        END-IF
    ELSE
        DISPLAY "Customer balance file not available, file status: "
            WS-BALANCE-STATUS ", limit checking skipped"
*> knew about when a crash lands between checkpoints. Counting what's
*> actually on disk (instead of trusting the last checkpoint's counts)
*> keeps restart exact and duplicate-free regardless of the interval.
*> Each result is also tallied to the source it was stamped with,
*> which is how far into that source's own file the restart skips.
COUNT-EXISTING-OUTPUT.
    MOVE 0 TO WS-RESTART-COUNT.
    OPEN INPUT RES-FILE.
        PERFORM UNTIL WS-RES-FILE-STATUS = "10"
            READ RES-FILE
                AT END MOVE "10" TO WS-RES-FILE-STATUS
                NOT AT END
                    ADD 1 TO WS-RESTART-COUNT
                    MOVE RES-SOURCE TO WS-MATCH-SOURCE
                    PERFORM FIND-ACCEPTED-SOURCE
                    IF WS-SRC-FOUND-IDX > 0
                        ADD 1 TO WS-SRC-RESTART-COUNT(WS-SRC-FOUND-IDX)
                        ADD 1 TO WS-SRC-RECORD-COUNT(WS-SRC-FOUND-IDX)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RES-FILE
    END-IF.

*> Sets WS-SRC-FOUND-IDX to the accepted source whose stamp is
*> WS-MATCH-SOURCE, or zero when no accepted source carries it.
FIND-ACCEPTED-SOURCE.
    MOVE 0 TO WS-SRC-FOUND-IDX.
    PERFORM VARYING WS-SRC-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SRC-SCAN-IDX > WS-SRC-COUNT
                OR WS-SRC-FOUND-IDX > 0
        IF SRC-ACCEPTED(WS-SRC-SCAN-IDX)
                AND WS-SRC-NAME(WS-SRC-SCAN-IDX) = WS-MATCH-SOURCE
            MOVE WS-SRC-SCAN-IDX TO WS-SRC-FOUND-IDX
        END-IF
    END-PERFORM.

*> Sets WS-SRC-FOUND-IDX to the source that posted the business
*> date in an earlier run whose stamp is WS-MATCH-SOURCE, or zero.
FIND-POSTED-SOURCE.
    MOVE 0 TO WS-SRC-FOUND-IDX.
    PERFORM VARYING WS-SRC-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SRC-SCAN-IDX > WS-SRC-COUNT
                OR WS-SRC-FOUND-IDX > 0
        IF SRC-POSTED-EARLIER(WS-SRC-SCAN-IDX)
                AND WS-SRC-NAME(WS-SRC-SCAN-IDX) = WS-MATCH-SOURCE
            MOVE WS-SRC-SCAN-IDX TO WS-SRC-FOUND-IDX
        END-IF
    END-PERFORM.

*> A fresh run's result file starts empty -- unless other sources
*> have already posted this business date and the file still holds
*> it (the checkpoint says which date it holds). Their results are
*> then kept and this run's follow them, so the day's result file
*> ends up whole however late a source's file came in. Anything
*> else on the file goes: another date, or an earlier attempt of a
*> source posting now. The run's count starts at the kept results,
*> so the reconciliation and checkpoint still cover the whole file.
OPEN-FRESH-RESULT-FILE.
    MOVE 0 TO WS-KEPT-RES-COUNT.
    IF WS-SRC-POSTED-COUNT > 0
        PERFORM READ-FINAL-CHECKPOINT
        IF CKPT-BUSINESS-DATE = WS-BUSINESS-DATE
            PERFORM KEEP-POSTED-SOURCE-RESULTS
        END-IF
    END-IF.
    IF WS-KEPT-RES-COUNT > 0
        OPEN EXTEND RES-FILE
        DISPLAY "Kept " WS-KEPT-RES-COUNT " results of sources "
            "that posted business date " WS-BUSINESS-DATE
            " earlier"
    ELSE
        OPEN OUTPUT RES-FILE
    END-IF.
    MOVE WS-KEPT-RES-COUNT TO WS-RECORD-COUNT.

KEEP-POSTED-SOURCE-RESULTS.
    OPEN INPUT RES-FILE.
    IF WS-RES-FILE-STATUS = "00"
        OPEN OUTPUT RES-WORK-FILE
        PERFORM UNTIL WS-RES-FILE-STATUS = "10"
            READ RES-FILE
                AT END MOVE "10" TO WS-RES-FILE-STATUS
                NOT AT END
                    MOVE RES-SOURCE TO WS-MATCH-SOURCE
                    PERFORM FIND-POSTED-SOURCE
                    IF WS-SRC-FOUND-IDX > 0
                        MOVE RES-RECORD TO WRES-RECORD
                        WRITE WRES-RECORD
                        ADD 1 TO WS-KEPT-RES-COUNT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RES-FILE
        CLOSE RES-WORK-FILE
        OPEN INPUT RES-WORK-FILE
        OPEN OUTPUT RES-FILE
        PERFORM UNTIL WS-RES-WORK-FILE-STATUS = "10"
            READ RES-WORK-FILE
                AT END MOVE "10" TO WS-RES-WORK-FILE-STATUS
                NOT AT END
                    MOVE WRES-RECORD TO RES-RECORD
                    WRITE RES-RECORD
            END-READ
        END-PERFORM
        CLOSE RES-WORK-FILE
        CLOSE RES-FILE
        DELETE FILE RES-WORK-FILE
    END-IF.

*> Rewrites the suspense queue without the records this business
*> date already put there for the sources being posted -- leftovers
*> of a run that died before its first checkpoint, or of a
*> completed run that failed reconciliation and is being rerun.
*> SUSP-DATE carries the business date precisely so this purge can
*> tell this day's records from held items of other days, and
*> SUSP-SOURCE leaves alone the day's items of a source that
*> posted it in an earlier run.
PURGE-CURRENT-DAY-SUSPENSE.
    MOVE 0 TO WS-PURGED-SUSP-COUNT.
    OPEN INPUT SUSPENSE-FILE.
            READ SUSPENSE-FILE
                AT END MOVE "10" TO WS-SUSPENSE-FILE-STATUS
                NOT AT END
                    MOVE 0 TO WS-SRC-FOUND-IDX
                    IF SUSP-DATE = WS-BUSINESS-DATE
                        MOVE SUSP-SOURCE TO WS-MATCH-SOURCE
                        PERFORM FIND-ACCEPTED-SOURCE
                    END-IF
                    IF WS-SRC-FOUND-IDX > 0
                        ADD 1 TO WS-PURGED-SUSP-COUNT
                    ELSE
                        MOVE SUSPENSE-RECORD TO SUSPENSE-WORK-LINE
                    ADD 1 TO WS-SUSPENSE-COUNT
                    IF SUSP-DATE = WS-BUSINESS-DATE
                        ADD 1 TO WS-RUN-SUSP-COUNT
                        MOVE SUSP-SOURCE TO WS-MATCH-SOURCE
                        PERFORM FIND-ACCEPTED-SOURCE
                        IF WS-SRC-FOUND-IDX > 0
                            ADD 1 TO
                                WS-SRC-RUN-SUSP-COUNT(WS-SRC-FOUND-IDX)
                        END-IF
                    END-IF
                    IF SUSP-ITEM-NUM IS NUMERIC
                            AND SUSP-ITEM-NUM > WS-MAX-ITEM-NUM
    WRITE SUSP-CONTROL-RECORD.
    CLOSE SUSP-CONTROL-FILE.

*> Restart skips over the source's already-processed DETAIL records
*> -- the header (and any detail the edit pass warned about) still
*> reads past, only 'D' records and accepted reversals count against
*> the restart point, since only they wrote a result.
SKIP-ALREADY-PROCESSED.
    MOVE 0 TO WS-SKIP-COUNT.
    PERFORM UNTIL WS-SKIP-COUNT >= WS-SRC-RESTART-COUNT(WS-SRC-IDX)
            OR END-OF-TRANS-FILE
        READ TRANS-FILE
            AT END SET END-OF-TRANS-FILE TO TRUE
            NOT AT END
                IF TRANS-DETAIL
                    ADD 1 TO WS-ITEM-SEQ
                    PERFORM CHECK-ITEM-IN-PARTITION
                    IF ITEM-IN-PARTITION
                        ADD 1 TO WS-SKIP-COUNT
                    END-IF
                END-IF
                IF TRANS-REVERSAL
                    ADD 1 TO WS-ITEM-SEQ
                    PERFORM CHECK-ITEM-REJECTED
                    PERFORM CHECK-ITEM-IN-PARTITION
                    IF NOT ITEM-REJECTED AND ITEM-IN-PARTITION
                        ADD 1 TO WS-SKIP-COUNT
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> Items outside a partition's range are still counted, so the
*> item positions the edit pass rejected reversals by line up.
PROCESS-TRANSACTIONS.
    READ TRANS-FILE
        AT END SET END-OF-TRANS-FILE TO TRUE
        NOT AT END
            IF TRANS-DETAIL
                ADD 1 TO WS-ITEM-SEQ
                PERFORM CHECK-ITEM-IN-PARTITION
                IF ITEM-IN-PARTITION
                    PERFORM PROCESS-ONE-TRANSACTION
                END-IF
            END-IF
            IF TRANS-REVERSAL
                ADD 1 TO WS-ITEM-SEQ
                PERFORM CHECK-ITEM-REJECTED
                PERFORM CHECK-ITEM-IN-PARTITION
                IF NOT ITEM-REJECTED AND ITEM-IN-PARTITION
                    PERFORM PROCESS-ONE-REVERSAL
                END-IF
            END-IF
    END-READ.

*> An item belongs to the partition whose range holds the customer
*> it will post under -- the survivor, when it arrives under a
*> merged-away id -- so a customer's balance is only ever touched
*> by one partition. An id that is not numeric goes with the
*> lowest range.
CHECK-ITEM-IN-PARTITION.
    SET ITEM-IN-PARTITION TO TRUE.
    IF PARTITION-RUN
        MOVE 'N' TO WS-ITEM-OWNED-FLAG
        MOVE 0 TO WS-ROUTE-CUST-ID
        IF TRANS-CUST-ID IS NUMERIC
            MOVE TRANS-CUST-ID TO WS-ROUTE-CUST-ID
            PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                    UNTIL WS-XREF-IDX > WS-XREF-COUNT
                IF WS-XREF-RETIRED(WS-XREF-IDX) = TRANS-CUST-ID
                    MOVE WS-XREF-SURVIVOR(WS-XREF-IDX)
                        TO WS-ROUTE-CUST-ID
                END-IF
            END-PERFORM
        END-IF
        IF WS-ROUTE-CUST-ID >= WS-PART-LOW(WS-THIS-PART-IDX)
                AND WS-ROUTE-CUST-ID <= WS-PART-HIGH(WS-THIS-PART-IDX)
            SET ITEM-IN-PARTITION TO TRUE
        END-IF
    END-IF.

CHECK-ITEM-REJECTED.
    MOVE 'N' TO WS-ITEM-REJECTED-FLAG.
    PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
            UNTIL WS-REJ-IDX > WS-REJ-COUNT
        IF WS-REJ-SRC(WS-REJ-IDX) = WS-SRC-IDX
                AND WS-REJ-SEQ(WS-REJ-IDX) = WS-ITEM-SEQ
            SET ITEM-REJECTED TO TRUE
        END-IF
    END-PERFORM.

PROCESS-ONE-TRANSACTION.
    ADD 1 TO WS-RECORD-COUNT.
    ADD 1 TO WS-SRC-RECORD-COUNT(WS-SRC-IDX).
    MOVE WS-SOURCE-SYSTEM TO RES-SOURCE.
    MOVE SPACE TO RES-ENTRY-TYPE.
    MOVE SPACES TO RES-ORIG-DATE.

    *> The effective customer id -- VALIDATE-CUSTOMER replaces it
    *> with the survivor when the transaction arrived under a
    IF DETAIL-AMOUNTS-VALID
        MOVE TRANS-NUM1 TO NUM1
        MOVE TRANS-NUM2 TO NUM2
        PERFORM CONVERT-TO-BASE-CURRENCY
        IF CONVERSION-NO-RATE
            MOVE "NO RATE" TO WS-CURRENT-REASON
            PERFORM APPEND-TRANS-REASON
            SET CUST-NOT-VALID TO TRUE
        END-IF
        IF CONVERSION-OVERFLOW
            MOVE "CONVERSION OVERFLOW" TO WS-CURRENT-REASON
            PERFORM APPEND-TRANS-REASON
            SET CUST-NOT-VALID TO TRUE
        END-IF
    ELSE
        MOVE 0 TO NUM1
        MOVE 0 TO NUM2
        MOVE 0 TO WS-SENT-NUM1
        MOVE 0 TO WS-SENT-NUM2
        MOVE 0 TO WS-TRANS-RATE
        PERFORM SET-TRANS-CURRENCY
        MOVE "NON-NUMERIC AMOUNT" TO WS-CURRENT-REASON
        PERFORM APPEND-TRANS-REASON
        SET CUST-NOT-VALID TO TRUE

    MOVE NUM1 TO RES-NUM1.
    MOVE NUM2 TO RES-NUM2.
    PERFORM MOVE-CURRENCY-FIELDS.

    PERFORM VALIDATE-CUSTOMER.
    IF NOT CUST-NOT-VALID

    IF TRANS-HAD-ERROR
        PERFORM WRITE-SUSPENSE-RECORD
        MOVE 0 TO RES-NET-AMOUNT
    ELSE
        PERFORM POST-CUSTOMER-EXPOSURE
        COMPUTE RES-NET-AMOUNT = NUM1 + NUM2
    END-IF.

    WRITE RES-RECORD.
    IF FUNCTION MOD(WS-RECORD-COUNT, WS-CHECKPOINT-INTERVAL) = 0
        PERFORM WRITE-CHECKPOINT
    END-IF.

*> An accepted reversal repeats its original's arithmetic on the
*> base amounts and rate the original posted at, found by the edit,
*> and writes the result flagged as a reversal with the exposure
*> negative -- so it backs out exactly what was posted, whatever
*> the day's rate. The customer is not re-validated or
*> limit-checked: backing out what was posted is always allowed,
*> even for a customer since made inactive. A merged-away id still
*> follows the cross-reference to its survivor, whose balance
*> carries the original's exposure. Should the arithmetic fail
*> after all, the item is suspended like any other and nothing is
*> backed out.
PROCESS-ONE-REVERSAL.
    ADD 1 TO WS-RECORD-COUNT.
    ADD 1 TO WS-SRC-RECORD-COUNT(WS-SRC-IDX).
    ADD 1 TO WS-REVERSAL-COUNT.
    MOVE WS-SOURCE-SYSTEM TO RES-SOURCE.
    MOVE TRANS-CUST-ID TO WS-LOOKUP-CUST-ID.
    MOVE WS-LOOKUP-CUST-ID TO RES-CUST-ID.
    IF VALIDATION-ACTIVE
        MOVE WS-LOOKUP-CUST-ID TO MAST-ID
        READ CUSTOMER-MASTER
            INVALID KEY PERFORM REDIRECT-RETIRED-ID
        END-READ
    END-IF.

    MOVE 'N' TO WS-TRANS-ERROR-FLAG.
    MOVE SPACES TO WS-TRANS-REASONS.
    PERFORM FIND-REVERSAL-ENTRY.
    MOVE TRANS-NUM1 TO WS-SENT-NUM1.
    MOVE TRANS-NUM2 TO WS-SENT-NUM2.
    PERFORM SET-TRANS-CURRENCY.
    MOVE WS-REV-BASE-NUM1(WS-REV-IDX) TO NUM1.
    MOVE WS-REV-BASE-NUM2(WS-REV-IDX) TO NUM2.
    MOVE WS-REV-RATE(WS-REV-IDX) TO WS-TRANS-RATE.
    MOVE NUM1 TO RES-NUM1.
    MOVE NUM2 TO RES-NUM2.
    PERFORM MOVE-CURRENCY-FIELDS.
    PERFORM PERFORM-ARITHMETIC.

    MOVE TRANS-ORIG-DATE TO RES-ORIG-DATE.
    IF TRANS-HAD-ERROR
        SET RES-SUSPENDED-REVERSAL TO TRUE
        MOVE "REVERSAL NOT POSTED" TO WS-CURRENT-REASON
        PERFORM APPEND-TRANS-REASON
        PERFORM WRITE-SUSPENSE-RECORD
        MOVE 0 TO RES-NET-AMOUNT
    ELSE
        SET RES-REVERSAL-ENTRY TO TRUE
        COMPUTE RES-NET-AMOUNT = 0 - (NUM1 + NUM2)
        PERFORM REVERSE-CUSTOMER-EXPOSURE
    END-IF.

    WRITE RES-RECORD.
        PERFORM WRITE-CHECKPOINT
    END-IF.

*> The edit kept every accepted reversal by its source and its
*> position in the file, which the processing pass counts the same
*> way.
FIND-REVERSAL-ENTRY.
    MOVE 0 TO WS-REV-FOUND-IDX.
    PERFORM VARYING WS-REV-IDX FROM 1 BY 1
            UNTIL WS-REV-IDX > WS-REV-COUNT
        IF WS-REV-SRC(WS-REV-IDX) = WS-SRC-IDX
                AND WS-REV-SEQ(WS-REV-IDX) = WS-ITEM-SEQ
            MOVE WS-REV-IDX TO WS-REV-FOUND-IDX
        END-IF
    END-PERFORM.
    MOVE WS-REV-FOUND-IDX TO WS-REV-IDX.

*> Converts NUM1/NUM2, loaded with the amounts as sent, to the base
*> currency at the business date's rate, keeping the amounts as
*> sent and the rate used. An item with no rate for the day, or one
*> whose converted amount will not fit, is left with zero amounts
*> and the outcome flagged for the caller to route.
CONVERT-TO-BASE-CURRENCY.
    MOVE NUM1 TO WS-SENT-NUM1.
    MOVE NUM2 TO WS-SENT-NUM2.
    PERFORM SET-TRANS-CURRENCY.
    SET CONVERSION-DONE TO TRUE.
    MOVE 1 TO WS-TRANS-RATE.
    IF WS-TRANS-CURRENCY NOT = WS-BASE-CURRENCY
        PERFORM FIND-DAY-RATE
        IF WS-TRANS-RATE = 0
            SET CONVERSION-NO-RATE TO TRUE
        ELSE
            COMPUTE NUM1 ROUNDED = WS-SENT-NUM1 * WS-TRANS-RATE
                ON SIZE ERROR SET CONVERSION-OVERFLOW TO TRUE
            END-COMPUTE
            COMPUTE NUM2 ROUNDED = WS-SENT-NUM2 * WS-TRANS-RATE
                ON SIZE ERROR SET CONVERSION-OVERFLOW TO TRUE
            END-COMPUTE
        END-IF
    END-IF.
    IF NOT CONVERSION-DONE
        MOVE 0 TO NUM1
        MOVE 0 TO NUM2
    END-IF.

SET-TRANS-CURRENCY.
    IF TRANS-CURRENCY = SPACES
        MOVE WS-BASE-CURRENCY TO WS-TRANS-CURRENCY
    ELSE
        MOVE TRANS-CURRENCY TO WS-TRANS-CURRENCY
    END-IF.

MOVE-CURRENCY-FIELDS.
    MOVE WS-TRANS-CURRENCY TO RES-CURRENCY.
    MOVE WS-SENT-NUM1 TO RES-CURR-NUM1.
    MOVE WS-SENT-NUM2 TO RES-CURR-NUM2.
    MOVE WS-TRANS-RATE TO RES-RATE.

*> Leaves WS-TRANS-RATE at the day's rate for WS-TRANS-CURRENCY, or
*> zero when the day has none.
FIND-DAY-RATE.
    IF WS-RATE-TABLE-DATE NOT = WS-BUSINESS-DATE
        PERFORM LOAD-DAY-RATES
    END-IF.
    MOVE 0 TO WS-TRANS-RATE.
    PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
            UNTIL WS-RATE-IDX > WS-RATE-COUNT
        IF WS-RATE-CURRENCY(WS-RATE-IDX) = WS-TRANS-CURRENCY
            MOVE WS-RATE-VALUE(WS-RATE-IDX) TO WS-TRANS-RATE
        END-IF
    END-PERFORM.

*> Only the business date's own rates are kept -- a rate file with
*> nothing for the day converts nothing. No rate file at all means
*> every foreign-currency item goes to suspense.
LOAD-DAY-RATES.
    MOVE 0 TO WS-RATE-COUNT.
    MOVE WS-BUSINESS-DATE TO WS-RATE-TABLE-DATE.
    OPEN INPUT RATE-FILE.
    IF WS-RATE-FILE-STATUS = "00"
        PERFORM UNTIL WS-RATE-FILE-STATUS = "10"
            READ RATE-FILE
                AT END MOVE "10" TO WS-RATE-FILE-STATUS
                NOT AT END
                    IF RATE-DATE = WS-BUSINESS-DATE
                        PERFORM STORE-DAY-RATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RATE-FILE
    END-IF.

STORE-DAY-RATE.
    MOVE RATE-VALUE TO WS-RATE-TEXT.
    IF WS-RATE-INT IS NUMERIC AND WS-RATE-POINT = '.'
            AND WS-RATE-DEC IS NUMERIC
            AND RATE-CURRENCY NOT = SPACES
        IF WS-RATE-COUNT >= 100
            DISPLAY "Currency rate table full, rate dropped: "
                RATE-CURRENCY
        ELSE
            ADD 1 TO WS-RATE-COUNT
            MOVE RATE-CURRENCY TO WS-RATE-CURRENCY(WS-RATE-COUNT)
            MOVE RATE-VALUE TO WS-RATE-VALUE(WS-RATE-COUNT)
        END-IF
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

*> An unknown or inactive customer routes the transaction to
*> suspense before any arithmetic is attempted; the RES-RECORD is
*> still written (with zero results) so every input line lands in
        END-IF
    END-IF.

LOAD-GROUP-TABLE.
    MOVE 0 TO WS-GRP-COUNT.
    OPEN INPUT GROUP-FILE.
    IF WS-GROUP-FILE-STATUS = "00"
        PERFORM UNTIL WS-GROUP-FILE-STATUS = "10"
            READ GROUP-FILE
                AT END MOVE "10" TO WS-GROUP-FILE-STATUS
                NOT AT END PERFORM STORE-GROUP-ENTRY
            END-READ
        END-PERFORM
        CLOSE GROUP-FILE
    END-IF.

STORE-GROUP-ENTRY.
    IF WS-GRP-COUNT >= 2000
        DISPLAY "Customer group table full, member dropped: "
            GRP-CUST-ID
    ELSE
        IF GRP-GROUP-ID IS NUMERIC AND GRP-CUST-ID IS NUMERIC
            ADD 1 TO WS-GRP-COUNT
            MOVE GRP-GROUP-ID TO WS-GRP-GROUP-ID(WS-GRP-COUNT)
            MOVE GRP-CUST-ID TO WS-GRP-CUST-ID(WS-GRP-COUNT)
            MOVE GRP-LIMIT TO WS-GRP-LIMIT(WS-GRP-COUNT)
        END-IF
    END-IF.

*> A group limit is checked against every member's balance, so a
*> group's members must all post in the same partition -- one
*> partition can't see postings another is making. A group with a
*> limit whose members fall in two ranges refuses the partitioned
*> run; the ranges (or the group) must be redrawn first.
CHECK-GROUPS-IN-ONE-PARTITION.
    PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
            UNTIL WS-GRP-IDX > WS-GRP-COUNT
        IF WS-GRP-LIMIT(WS-GRP-IDX) > 0
            PERFORM CHECK-ONE-GROUP-MEMBER
        END-IF
    END-PERFORM.

*> Each member is compared with the first member of its group.
CHECK-ONE-GROUP-MEMBER.
    MOVE WS-GRP-CUST-ID(WS-GRP-IDX) TO WS-ROUTE-CUST-ID.
    PERFORM FIND-ROUTE-PARTITION.
    MOVE WS-ROUTE-PART-IDX TO WS-MEMBER-PART-IDX.
    MOVE 0 TO WS-GRP-FIRST-IDX.
    PERFORM VARYING WS-GRP-SCAN-IDX FROM 1 BY 1
            UNTIL WS-GRP-SCAN-IDX >= WS-GRP-IDX
                OR WS-GRP-FIRST-IDX > 0
        IF WS-GRP-GROUP-ID(WS-GRP-SCAN-IDX)
                = WS-GRP-GROUP-ID(WS-GRP-IDX)
            MOVE WS-GRP-SCAN-IDX TO WS-GRP-FIRST-IDX
        END-IF
    END-PERFORM.
    IF WS-GRP-FIRST-IDX > 0
        MOVE WS-GRP-CUST-ID(WS-GRP-FIRST-IDX) TO WS-ROUTE-CUST-ID
        PERFORM FIND-ROUTE-PARTITION
        IF WS-ROUTE-PART-IDX NOT = WS-MEMBER-PART-IDX
            DISPLAY "Customer group " WS-GRP-GROUP-ID(WS-GRP-IDX)
                " has members in partitions "
                WS-PART-NUM(WS-ROUTE-PART-IDX) " and "
                WS-PART-NUM(WS-MEMBER-PART-IDX)
                " -- customer " WS-GRP-CUST-ID(WS-GRP-IDX)
            SET PARTITION-SETUP-BAD TO TRUE
        END-IF
    END-IF.

*> The partition whose range holds WS-ROUTE-CUST-ID. The ranges
*> cover every id, so one always does.
FIND-ROUTE-PARTITION.
    MOVE 1 TO WS-ROUTE-PART-IDX.
    PERFORM VARYING WS-PART-IDX FROM 1 BY 1
            UNTIL WS-PART-IDX > WS-PART-COUNT
        IF WS-ROUTE-CUST-ID >= WS-PART-LOW(WS-PART-IDX)
                AND WS-ROUTE-CUST-ID <= WS-PART-HIGH(WS-PART-IDX)
            MOVE WS-PART-IDX TO WS-ROUTE-PART-IDX
        END-IF
    END-PERFORM.

*> Leaves WS-GRP-FOUND-IDX on the group entry of the customer being
*> posted, zero when it is in no group.
FIND-CUSTOMER-GROUP.
    MOVE 0 TO WS-GRP-FOUND-IDX.
    PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
            UNTIL WS-GRP-IDX > WS-GRP-COUNT OR WS-GRP-FOUND-IDX > 0
        IF WS-GRP-CUST-ID(WS-GRP-IDX) = WS-LOOKUP-CUST-ID
            MOVE WS-GRP-IDX TO WS-GRP-FOUND-IDX
        END-IF
    END-PERFORM.

*> Refuses the transaction to suspense when the period-to-date
*> total plus this transaction's exposure would pass the limit --
*> the same routing as the other validation failures. The check
                    END-IF
                END-IF
        END-READ
        PERFORM CHECK-GROUP-LIMIT
    END-IF.

*> The group half of the limit check: the members' period-to-date
*> totals are read fresh from the balance file, so postings made
*> earlier in this run to any member already count.
CHECK-GROUP-LIMIT.
    PERFORM FIND-CUSTOMER-GROUP.
    IF WS-GRP-FOUND-IDX > 0
        IF WS-GRP-LIMIT(WS-GRP-FOUND-IDX) > 0
            MOVE 0 TO WS-GROUP-PTD-TOTAL
            PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                    UNTIL WS-GRP-IDX > WS-GRP-COUNT
                IF WS-GRP-GROUP-ID(WS-GRP-IDX)
                        = WS-GRP-GROUP-ID(WS-GRP-FOUND-IDX)
                    PERFORM ADD-MEMBER-PTD
                END-IF
            END-PERFORM
            COMPUTE WS-EXPOSURE-AMT = NUM1 + NUM2
            IF WS-GROUP-PTD-TOTAL + WS-EXPOSURE-AMT
                    > WS-GRP-LIMIT(WS-GRP-FOUND-IDX)
                MOVE "GROUP OVER LIMIT" TO WS-CURRENT-REASON
                PERFORM APPEND-TRANS-REASON
                SET CUST-NOT-VALID TO TRUE
            END-IF
        END-IF
    END-IF.

ADD-MEMBER-PTD.
    MOVE WS-GRP-CUST-ID(WS-GRP-IDX) TO BAL-CUST-ID.
    READ BALANCE-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY ADD BAL-PTD-TOTAL TO WS-GROUP-PTD-TOTAL
    END-READ.

*> The posting half of the limit machinery -- performed only for a
*> transaction that cleared validation and every arithmetic
*> operation, so the period-to-date total tracks what actually
*> reached the result file.
POST-CUSTOMER-EXPOSURE.
    IF LIMITS-ACTIVE
        PERFORM FIND-CUSTOMER-GROUP
        MOVE WS-LOOKUP-CUST-ID TO BAL-CUST-ID
        READ BALANCE-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF BAL-LIMIT > 0 OR WS-GRP-FOUND-IDX > 0
                    COMPUTE WS-EXPOSURE-AMT = NUM1 + NUM2
                    ADD WS-EXPOSURE-AMT TO BAL-PTD-TOTAL
                    REWRITE BALANCE-RECORD
                    IF WS-BALANCE-STATUS = "00"
                        MOVE 'P' TO WS-LEDGER-TYPE
                        PERFORM WRITE-LEDGER-ENTRY
                    END-IF
                END-IF
        END-READ
    END-IF.

*> The counterpart of POST-CUSTOMER-EXPOSURE for a reversal. The
*> period-to-date never goes below zero -- an original posted in a
*> period since reset has already been trued up at the reset.
REVERSE-CUSTOMER-EXPOSURE.
    IF LIMITS-ACTIVE
        PERFORM FIND-CUSTOMER-GROUP
        MOVE WS-LOOKUP-CUST-ID TO BAL-CUST-ID
        READ BALANCE-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF BAL-LIMIT > 0 OR WS-GRP-FOUND-IDX > 0
                    COMPUTE WS-EXPOSURE-AMT = NUM1 + NUM2
                    MOVE BAL-PTD-TOTAL TO WS-PTD-BEFORE
                    IF WS-EXPOSURE-AMT > BAL-PTD-TOTAL
                        MOVE 0 TO BAL-PTD-TOTAL
                    ELSE
                        SUBTRACT WS-EXPOSURE-AMT FROM BAL-PTD-TOTAL
                    END-IF
                    REWRITE BALANCE-RECORD
                    IF WS-BALANCE-STATUS = "00"
                        *> The ledger carries what actually came
                        *> off, floor included.
                        COMPUTE WS-EXPOSURE-AMT =
                            BAL-PTD-TOTAL - WS-PTD-BEFORE
                        MOVE 'V' TO WS-LEDGER-TYPE
                        PERFORM WRITE-LEDGER-ENTRY
                    END-IF
                END-IF
        END-READ
    END-IF.

*> WS-LEDGER-TYPE is set by the caller; WS-EXPOSURE-AMT holds the
*> signed change just made to the period-to-date.
WRITE-LEDGER-ENTRY.
    MOVE SPACES TO EXPOSURE-LEDGER-RECORD.
    MOVE WS-LEDGER-TYPE TO LDG-ENTRY-TYPE.
    MOVE BAL-CUST-ID TO LDG-CUST-ID.
    MOVE WS-BUSINESS-DATE TO LDG-BUS-DATE.
    MOVE WS-SOURCE-SYSTEM TO LDG-SOURCE.
    MOVE WS-EXPOSURE-AMT TO LDG-PTD-CHANGE.
    MOVE BAL-PTD-TOTAL TO LDG-PTD-AFTER.
    MOVE BAL-LIMIT TO LDG-LIMIT-BEFORE.
    MOVE BAL-LIMIT TO LDG-LIMIT-AFTER.
    MOVE WS-RUN-DATE TO LDG-RUN-DATE.
    MOVE WS-RECORD-COUNT TO LDG-REF.
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

*> Both amount fields must look like 9999999.99 before they are
*> allowed near the de-editing MOVEs and the arithmetic.
VALIDATE-DETAIL-AMOUNTS.
WRITE-SUSPENSE-RECORD.
    ADD 1 TO WS-SUSPENSE-COUNT.
    ADD 1 TO WS-RUN-SUSP-COUNT.
    ADD 1 TO WS-SRC-RUN-SUSP-COUNT(WS-SRC-IDX).
    MOVE WS-LOOKUP-CUST-ID TO SUSP-CUST-ID.
    MOVE WS-SENT-NUM1 TO SUSP-NUM1.
    MOVE WS-SENT-NUM2 TO SUSP-NUM2.
    MOVE WS-BUSINESS-DATE TO SUSP-DATE.
    MOVE WS-TRANS-REASONS TO SUSP-REASON.
    MOVE SPACE TO SUSP-SEP4.
    MOVE SPACE TO SUSP-SEP5.
    MOVE WS-SOURCE-SYSTEM TO SUSP-SOURCE.
    MOVE SPACE TO SUSP-SEP6.
    MOVE WS-TRANS-CURRENCY TO SUSP-CURRENCY.
    *> A partition's items are numbered by the merge that queues
    *> them.
    IF PARTITION-RUN
        MOVE 0 TO SUSP-ITEM-NUM
        WRITE SUSPENSE-RECORD
    ELSE
        MOVE WS-NEXT-ITEM-NUM TO SUSP-ITEM-NUM
        ADD 1 TO WS-NEXT-ITEM-NUM
        WRITE SUSPENSE-RECORD
        *> The control file tracks every assignment immediately, so
        *> a crashed run can never hand the same permanent number
        *> out twice on the rerun.
        PERFORM WRITE-SUSPENSE-CONTROL
    END-IF.

WRITE-CHECKPOINT.
    MOVE WS-RECORD-COUNT TO CKPT-LAST-COUNT.
    MOVE WS-SUSPENSE-COUNT TO CKPT-SUSPENSE-COUNT.
    MOVE WS-BUSINESS-DATE TO CKPT-BUSINESS-DATE.
    SET CKPT-IN-PROGRESS TO TRUE.
    OPEN OUTPUT CHECKPOINT-FILE.
    WRITE CHECKPOINT-RECORD.
CLOSE-FILES.
    MOVE WS-RECORD-COUNT TO CKPT-LAST-COUNT.
    MOVE WS-SUSPENSE-COUNT TO CKPT-SUSPENSE-COUNT.
    MOVE WS-BUSINESS-DATE TO CKPT-BUSINESS-DATE.
    SET CKPT-COMPLETE TO TRUE.
    OPEN OUTPUT CHECKPOINT-FILE.
    WRITE CHECKPOINT-RECORD.
    CLOSE CHECKPOINT-FILE.

    CLOSE RES-FILE.
    CLOSE SUSPENSE-FILE.
    IF VALIDATION-ACTIVE
    END-IF.
    IF LIMITS-ACTIVE
        CLOSE BALANCE-FILE
        CLOSE LEDGER-FILE
    END-IF.

*> Rebuilds the day's single outputs from the partitions' -- only
*> once every partition's checkpoint shows it completed this
*> business date. The day's result file is rewritten and the day's
*> suspense items and ledger entries purged first, so the merge can
*> simply be rerun -- all three keep what a source that posted the
*> date earlier left there.
*> The process counts come from the partitions' checkpoints, so
*> the reconciliation still balances what was processed against
*> what reached the files.
MERGE-PARTITION-OUTPUT.
    PERFORM CHECK-ONE-PARTITION VARYING WS-PART-IDX FROM 1 BY 1
        UNTIL WS-PART-IDX > WS-PART-COUNT.
    SET ENVIRONMENT "DD_BMCKPT" TO "data/basic-math-checkpoint.txt".
    IF NOT MERGE-REFUSED
        PERFORM OPEN-FRESH-RESULT-FILE
        MOVE WS-KEPT-RES-COUNT TO WS-MERGED-RES-COUNT
        PERFORM WRITE-CHECKPOINT
        PERFORM PURGE-CURRENT-DAY-SUSPENSE
        OPEN OUTPUT RESUBMIT-FILE
        CLOSE RESUBMIT-FILE
        PERFORM COUNT-EXISTING-SUSPENSE
        OPEN EXTEND SUSPENSE-FILE
        IF WS-SUSPENSE-FILE-STATUS = "35"
            OPEN OUTPUT SUSPENSE-FILE
        END-IF
        PERFORM PURGE-CURRENT-DAY-LEDGER
        OPEN EXTEND LEDGER-FILE
        IF WS-LEDGER-FILE-STATUS = "35"
            OPEN OUTPUT LEDGER-FILE
        END-IF
        PERFORM MERGE-ONE-PARTITION VARYING WS-PART-IDX FROM 1 BY 1
            UNTIL WS-PART-IDX > WS-PART-COUNT
        MOVE WS-RECORD-COUNT TO CKPT-LAST-COUNT
        MOVE WS-SUSPENSE-COUNT TO CKPT-SUSPENSE-COUNT
        MOVE WS-BUSINESS-DATE TO CKPT-BUSINESS-DATE
        SET CKPT-COMPLETE TO TRUE
        OPEN OUTPUT CHECKPOINT-FILE
        WRITE CHECKPOINT-RECORD
        CLOSE CHECKPOINT-FILE
        CLOSE RES-FILE
        CLOSE SUSPENSE-FILE
        CLOSE LEDGER-FILE
    END-IF.

CHECK-ONE-PARTITION.
    MOVE WS-PART-NUM(WS-PART-IDX) TO WS-NAME-PART-NUM.
    PERFORM BUILD-PARTITION-NAMES.
    SET ENVIRONMENT "DD_BMCKPT" TO WS-PART-CKPT-NAME.
    INITIALIZE CHECKPOINT-RECORD.
    OPEN INPUT CHECKPOINT-FILE.
    IF WS-CHECKPOINT-FILE-STATUS = "00"
        READ CHECKPOINT-FILE
            AT END INITIALIZE CHECKPOINT-RECORD
        END-READ
        CLOSE CHECKPOINT-FILE
    END-IF.
    IF CKPT-COMPLETE AND CKPT-BUSINESS-DATE = WS-BUSINESS-DATE
        MOVE CKPT-LAST-COUNT TO WS-PART-RECORD-COUNT(WS-PART-IDX)
        MOVE CKPT-SUSPENSE-COUNT TO WS-PART-SUSP-COUNT(WS-PART-IDX)
    ELSE
        DISPLAY "Partition " WS-NAME-PART-NUM
            " has not completed business date " WS-BUSINESS-DATE
        SET MERGE-REFUSED TO TRUE
    END-IF.

*> A partition's results follow those of the partitions before it,
*> so its ledger references move up by as many records.
MERGE-ONE-PARTITION.
    MOVE WS-PART-NUM(WS-PART-IDX) TO WS-NAME-PART-NUM.
    PERFORM BUILD-PARTITION-NAMES.
    MOVE WS-MERGED-RES-COUNT TO WS-LEDGER-OFFSET.
    ADD WS-PART-RECORD-COUNT(WS-PART-IDX) TO WS-RECORD-COUNT.
    ADD WS-PART-SUSP-COUNT(WS-PART-IDX) TO WS-SUSPENSE-COUNT.
    PERFORM MERGE-PARTITION-RESULTS.
    PERFORM MERGE-PARTITION-SUSPENSE.
    PERFORM MERGE-PARTITION-LEDGER.

MERGE-PARTITION-RESULTS.
    SET ENVIRONMENT "DD_GENRES" TO WS-PART-RES-NAME.
    OPEN INPUT GEN-RES-FILE.
    IF WS-GEN-RES-STATUS = "00"
        PERFORM UNTIL WS-GEN-RES-STATUS = "10"
            READ GEN-RES-FILE
                AT END MOVE "10" TO WS-GEN-RES-STATUS
                NOT AT END
                    MOVE GRES-RECORD TO RES-RECORD
                    WRITE RES-RECORD
                    ADD 1 TO WS-MERGED-RES-COUNT
                    IF RES-REVERSAL-ENTRY OR RES-SUSPENDED-REVERSAL
                        ADD 1 TO WS-REVERSAL-COUNT
                    END-IF
                    MOVE RES-SOURCE TO WS-MATCH-SOURCE
                    PERFORM FIND-ACCEPTED-SOURCE
                    IF WS-SRC-FOUND-IDX > 0
                        ADD 1 TO WS-SRC-RECORD-COUNT(WS-SRC-FOUND-IDX)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GEN-RES-FILE
    END-IF.

MERGE-PARTITION-SUSPENSE.
    SET ENVIRONMENT "DD_BMPSUSP" TO WS-PART-SUSP-NAME.
    OPEN INPUT PART-SUSP-FILE.
    IF WS-PART-SUSP-STATUS = "00"
        PERFORM UNTIL WS-PART-SUSP-STATUS = "10"
            READ PART-SUSP-FILE
                AT END MOVE "10" TO WS-PART-SUSP-STATUS
                NOT AT END
                    MOVE PART-SUSP-LINE TO SUSPENSE-RECORD
                    MOVE WS-NEXT-ITEM-NUM TO SUSP-ITEM-NUM
                    ADD 1 TO WS-NEXT-ITEM-NUM
                    WRITE SUSPENSE-RECORD
                    PERFORM WRITE-SUSPENSE-CONTROL
                    ADD 1 TO WS-RUN-SUSP-COUNT
                    MOVE SUSP-SOURCE TO WS-MATCH-SOURCE
                    PERFORM FIND-ACCEPTED-SOURCE
                    IF WS-SRC-FOUND-IDX > 0
                        ADD 1 TO
                            WS-SRC-RUN-SUSP-COUNT(WS-SRC-FOUND-IDX)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PART-SUSP-FILE
    END-IF.

*> The partition's ledger file is left as it is: a merge that dies
*> part way through, or is rerun, purges the day's merged entries
*> from the exposure ledger and takes them all again.
MERGE-PARTITION-LEDGER.
    SET ENVIRONMENT "DD_BMPLDGR" TO WS-PART-LEDGER-NAME.
    OPEN INPUT PART-LEDGER-FILE.
    IF WS-PART-LEDGER-STATUS = "00"
        PERFORM UNTIL WS-PART-LEDGER-STATUS = "10"
            READ PART-LEDGER-FILE
                AT END MOVE "10" TO WS-PART-LEDGER-STATUS
                NOT AT END
                    MOVE PART-LEDGER-LINE TO EXPOSURE-LEDGER-RECORD
                    IF LDG-REF IS NUMERIC AND LDG-REF > 0
                        ADD WS-LEDGER-OFFSET TO LDG-REF
                    END-IF
                    WRITE EXPOSURE-LEDGER-RECORD
            END-READ
        END-PERFORM
        CLOSE PART-LEDGER-FILE
    END-IF.

*> Rewrites the exposure ledger without the postings and reversals
*> an earlier merge of this business date put there for the sources
*> being merged -- the entries with a result reference. Opening,
*> maintenance and close entries carry no reference and stay, as do
*> the entries of a source that posted this date in an earlier run.
PURGE-CURRENT-DAY-LEDGER.
    MOVE 0 TO WS-PURGED-LDG-COUNT.
    OPEN INPUT LEDGER-FILE.
    IF WS-LEDGER-FILE-STATUS = "00"
        OPEN OUTPUT LEDGER-WORK-FILE
        PERFORM UNTIL WS-LEDGER-FILE-STATUS = "10"
            READ LEDGER-FILE
                AT END MOVE "10" TO WS-LEDGER-FILE-STATUS
                NOT AT END
                    MOVE 0 TO WS-SRC-FOUND-IDX
                    IF LDG-BUS-DATE = WS-BUSINESS-DATE
                            AND LDG-REF IS NUMERIC AND LDG-REF > 0
                        MOVE LDG-SOURCE TO WS-MATCH-SOURCE
                        PERFORM FIND-ACCEPTED-SOURCE
                    END-IF
                    IF WS-SRC-FOUND-IDX > 0
                        ADD 1 TO WS-PURGED-LDG-COUNT
                    ELSE
                        MOVE EXPOSURE-LEDGER-RECORD TO LEDGER-WORK-LINE
                        WRITE LEDGER-WORK-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LEDGER-FILE
        CLOSE LEDGER-WORK-FILE
        IF WS-PURGED-LDG-COUNT > 0
            PERFORM COPY-WORK-BACK-TO-LEDGER
            DISPLAY "Purged " WS-PURGED-LDG-COUNT " ledger entries "
                "left by an earlier merge of business date "
                WS-BUSINESS-DATE
        ELSE
            DELETE FILE LEDGER-WORK-FILE
        END-IF
    END-IF.

COPY-WORK-BACK-TO-LEDGER.
    OPEN INPUT LEDGER-WORK-FILE.
    OPEN OUTPUT LEDGER-FILE.
    PERFORM UNTIL WS-LEDGER-WORK-STATUS = "10"
        READ LEDGER-WORK-FILE
            AT END MOVE "10" TO WS-LEDGER-WORK-STATUS
            NOT AT END
                MOVE LEDGER-WORK-LINE TO EXPOSURE-LEDGER-RECORD
                WRITE EXPOSURE-LEDGER-RECORD
        END-READ
    END-PERFORM.
    CLOSE LEDGER-WORK-FILE.
    CLOSE LEDGER-FILE.
    DELETE FILE LEDGER-WORK-FILE.

*> Remember the business date only once the run completed cleanly
*> AND reconciled -- a restartable failure or an out-of-balance run
*> must not mark the day as already processed, or the straight
*> rerun of the same file would be refused as a duplicate. The
*> first record never goes back to an earlier date when a late
*> source posts a day the others have moved past. Each registered
*> source follows with its own date: the day just posted for the
*> sources accepted, the date it already had for the rest.
STAMP-LAST-BUSINESS-DATE.
    MOVE WS-BUSINESS-DATE TO WS-NEW-LAST-DATE.
    IF WS-LAST-BUSINESS-DATE IS NUMERIC
            AND WS-LAST-BUSINESS-DATE > WS-NEW-LAST-DATE
        MOVE WS-LAST-BUSINESS-DATE TO WS-NEW-LAST-DATE
    END-IF.
    OPEN OUTPUT LASTDATE-FILE.
    MOVE SPACES TO LASTDATE-RECORD.
    MOVE WS-NEW-LAST-DATE TO LD-BUSINESS-DATE.
    WRITE LASTDATE-RECORD.
    IF REGISTRY-ACTIVE
        PERFORM STAMP-ONE-SOURCE-DATE VARYING WS-SRC-IDX FROM 1 BY 1
            UNTIL WS-SRC-IDX > WS-SRC-COUNT
    END-IF.
    CLOSE LASTDATE-FILE.
    PERFORM RETAIN-TRANS-INPUT.

STAMP-ONE-SOURCE-DATE.
    MOVE SPACES TO LASTDATE-RECORD.
    IF SRC-ACCEPTED(WS-SRC-IDX)
        MOVE WS-BUSINESS-DATE TO LD-BUSINESS-DATE
    ELSE
        MOVE WS-SRC-POSTED-DATE(WS-SRC-IDX) TO LD-BUSINESS-DATE
    END-IF.
    MOVE WS-SRC-SYSTEM(WS-SRC-IDX) TO LD-SOURCE-SYSTEM.
    IF LD-BUSINESS-DATE IS NUMERIC
        WRITE LASTDATE-RECORD
    END-IF.

*> Keeps the day's input as "yesterday's file" for the next run's
*> duplicate comparison -- retained only alongside the business
*> date stamp, so the retained file and the stamped date always
*> describe the same day. Every accepted source's file goes in,
*> each line tagged with its registered source. A registered source
*> not in the run keeps the lines of the last file it posted, so it
*> is still compared against its own prior day when it next sends.
RETAIN-TRANS-INPUT.
    PERFORM KEEP-OTHER-SOURCES-PREV.
    OPEN OUTPUT PREV-TRANS-FILE.
    IF WS-KEPT-PREV-COUNT > 0
        OPEN INPUT PREV-WORK-FILE
        PERFORM UNTIL WS-PREV-WORK-FILE-STATUS = "10"
            READ PREV-WORK-FILE
                AT END MOVE "10" TO WS-PREV-WORK-FILE-STATUS
                NOT AT END
                    MOVE PREV-WORK-LINE TO PREV-TRANS-LINE
                    WRITE PREV-TRANS-LINE
            END-READ
        END-PERFORM
        CLOSE PREV-WORK-FILE
        DELETE FILE PREV-WORK-FILE
    END-IF.
    PERFORM RETAIN-ONE-SOURCE VARYING WS-SRC-IDX FROM 1 BY 1
        UNTIL WS-SRC-IDX > WS-SRC-COUNT.
    CLOSE PREV-TRANS-FILE.

KEEP-OTHER-SOURCES-PREV.
    MOVE 0 TO WS-KEPT-PREV-COUNT.
    IF REGISTRY-ACTIVE
        OPEN INPUT PREV-TRANS-FILE
        IF WS-PREV-FILE-STATUS = "00"
            OPEN OUTPUT PREV-WORK-FILE
            PERFORM UNTIL WS-PREV-FILE-STATUS = "10"
                READ PREV-TRANS-FILE
                    AT END MOVE "10" TO WS-PREV-FILE-STATUS
                    NOT AT END PERFORM KEEP-ONE-PREV-LINE
                END-READ
            END-PERFORM
            CLOSE PREV-TRANS-FILE
            CLOSE PREV-WORK-FILE
            IF WS-KEPT-PREV-COUNT = 0
                DELETE FILE PREV-WORK-FILE
            END-IF
        END-IF
    END-IF.

KEEP-ONE-PREV-LINE.
    MOVE 0 TO WS-SRC-FOUND-IDX.
    PERFORM VARYING WS-SRC-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SRC-SCAN-IDX > WS-SRC-COUNT
                OR WS-SRC-FOUND-IDX > 0
        IF NOT SRC-ACCEPTED(WS-SRC-SCAN-IDX)
                AND WS-SRC-SYSTEM(WS-SRC-SCAN-IDX)
                    = PREV-TRANS-LINE(41:8)
            MOVE WS-SRC-SCAN-IDX TO WS-SRC-FOUND-IDX
        END-IF
    END-PERFORM.
    IF WS-SRC-FOUND-IDX > 0
        MOVE PREV-TRANS-LINE TO PREV-WORK-LINE
        WRITE PREV-WORK-LINE
        ADD 1 TO WS-KEPT-PREV-COUNT
    END-IF.

RETAIN-ONE-SOURCE.
    IF SRC-ACCEPTED(WS-SRC-IDX)
        SET ENVIRONMENT "DD_TRANSIN"
            TO WS-SRC-TRANS-FILE(WS-SRC-IDX)
        MOVE "00" TO WS-TRANS-FILE-STATUS
        OPEN INPUT TRANS-FILE
        IF WS-TRANS-FILE-STATUS = "00"
            PERFORM UNTIL WS-TRANS-FILE-STATUS = "10"
                READ TRANS-FILE
                    AT END MOVE "10" TO WS-TRANS-FILE-STATUS
                    NOT AT END
                        MOVE SPACES TO PREV-TRANS-LINE
                        MOVE TRANS-RECORD TO PREV-TRANS-LINE(1:39)
                        MOVE WS-SRC-SYSTEM(WS-SRC-IDX)
                            TO PREV-TRANS-LINE(41:8)
                        WRITE PREV-TRANS-LINE
                END-READ
            END-PERFORM
            CLOSE TRANS-FILE
        END-IF
    END-IF.

RECONCILE-RUN.
    MOVE CKPT-SUSPENSE-COUNT TO WS-RECON-VALUE-B.
    PERFORM CHECK-ONE-BALANCE.

    MOVE SPACES TO RECON-LINE.
    WRITE RECON-LINE.
    MOVE "BY SOURCE" TO RECON-LINE.
    WRITE RECON-LINE.
    PERFORM RECONCILE-ONE-SOURCE VARYING WS-SRC-IDX FROM 1 BY 1
        UNTIL WS-SRC-IDX > WS-SRC-COUNT.

    MOVE SPACES TO RECON-LINE.
    WRITE RECON-LINE.
    IF RUN-OUT-OF-BALANCE
    WRITE RECON-LINE.
    CLOSE RECON-REPORT-FILE.

*> Each source's count and amount controls come from the result
*> file and the day's suspense records as they sit on disk,
*> matched on the source stamp -- the counterpart of the edit
*> pass's trailer controls for that source's file.
RECONCILE-ONE-SOURCE.
    IF SRC-ACCEPTED(WS-SRC-IDX)
        MOVE SPACES TO WS-RECON-LABEL
        STRING FUNCTION TRIM(WS-SRC-NAME(WS-SRC-IDX))
            " READ vs RESULTS ON FILE"
            DELIMITED BY SIZE INTO WS-RECON-LABEL
        MOVE WS-SRC-RECORD-COUNT(WS-SRC-IDX) TO WS-RECON-VALUE-A
        MOVE WS-SRC-RES-ON-FILE(WS-SRC-IDX) TO WS-RECON-VALUE-B
        PERFORM CHECK-ONE-BALANCE
        MOVE SPACES TO WS-RECON-LABEL
        STRING FUNCTION TRIM(WS-SRC-NAME(WS-SRC-IDX))
            " SUSPENDED vs ON FILE"
            DELIMITED BY SIZE INTO WS-RECON-LABEL
        MOVE WS-SRC-RUN-SUSP-COUNT(WS-SRC-IDX) TO WS-RECON-VALUE-A
        MOVE WS-SRC-SUSP-ON-FILE(WS-SRC-IDX) TO WS-RECON-VALUE-B
        PERFORM CHECK-ONE-BALANCE
        MOVE SPACES TO WS-RECON-LABEL
        STRING FUNCTION TRIM(WS-SRC-NAME(WS-SRC-IDX))
            " HASH vs RESULT AMOUNTS"
            DELIMITED BY SIZE INTO WS-RECON-LABEL
        COMPUTE WS-RECON-AMOUNT-A = WS-SRC-EDIT-HASH(WS-SRC-IDX)
            - WS-SRC-REJECT-HASH(WS-SRC-IDX)
            + WS-SRC-REV-ADJUST(WS-SRC-IDX)
        MOVE WS-SRC-RES-AMOUNT(WS-SRC-IDX) TO WS-RECON-AMOUNT-B
        PERFORM CHECK-ONE-AMOUNT
    ELSE
        EVALUATE TRUE
            WHEN SRC-POSTED-EARLIER(WS-SRC-IDX)
                MOVE "ALREADY POSTED" TO WS-SRC-RESULT-TEXT
            WHEN SRC-MISSING(WS-SRC-IDX)
                MOVE "NOT RECEIVED" TO WS-SRC-RESULT-TEXT
            WHEN OTHER
                MOVE "REFUSED" TO WS-SRC-RESULT-TEXT
        END-EVALUATE
        MOVE SPACES TO RECON-LINE
        STRING "  NOT PROCESSED  "
            FUNCTION TRIM(WS-SRC-NAME(WS-SRC-IDX)) " "
            FUNCTION TRIM(WS-SRC-TRANS-FILE(WS-SRC-IDX)) " "
            WS-SRC-RESULT-TEXT
            DELIMITED BY SIZE INTO RECON-LINE
        WRITE RECON-LINE
    END-IF.

COUNT-FINAL-OUTPUT.
    MOVE 0 TO WS-RECON-RES-COUNT.
    OPEN INPUT RES-FILE.
        PERFORM UNTIL WS-RES-FILE-STATUS = "10"
            READ RES-FILE
                AT END MOVE "10" TO WS-RES-FILE-STATUS
                NOT AT END
                    ADD 1 TO WS-RECON-RES-COUNT
                    PERFORM TALLY-SOURCE-RESULT
            END-READ
        END-PERFORM
        CLOSE RES-FILE
        PERFORM UNTIL WS-SUSPENSE-FILE-STATUS = "10"
            READ SUSPENSE-FILE
                AT END MOVE "10" TO WS-SUSPENSE-FILE-STATUS
                NOT AT END
                    ADD 1 TO WS-RECON-SUSP-COUNT
                    IF SUSP-DATE = WS-BUSINESS-DATE
                        MOVE SUSP-SOURCE TO WS-MATCH-SOURCE
                        PERFORM FIND-ACCEPTED-SOURCE
                        IF WS-SRC-FOUND-IDX > 0
                            ADD 1 TO
                                WS-SRC-SUSP-ON-FILE(WS-SRC-FOUND-IDX)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUSPENSE-FILE
    END-IF.

*> The amount control is NUM1 + NUM2, the trailer hash's own basis
*> -- a non-numeric detail is outside the hash and lands on the
*> result file with zero amounts, so the two still agree. A
*> reversal counts at its amounts as sent, as it does in the hash;
*> the reversals the edit rejected are taken off the hash side.
TALLY-SOURCE-RESULT.
    MOVE RES-SOURCE TO WS-MATCH-SOURCE.
    PERFORM FIND-ACCEPTED-SOURCE.
    IF WS-SRC-FOUND-IDX > 0
        ADD 1 TO WS-SRC-RES-ON-FILE(WS-SRC-FOUND-IDX)
        MOVE RES-NUM1 TO WS-RES-AMOUNT-WORK
        ADD WS-RES-AMOUNT-WORK TO WS-SRC-RES-AMOUNT(WS-SRC-FOUND-IDX)
        MOVE RES-NUM2 TO WS-RES-AMOUNT-WORK
        ADD WS-RES-AMOUNT-WORK TO WS-SRC-RES-AMOUNT(WS-SRC-FOUND-IDX)
    END-IF.

READ-FINAL-CHECKPOINT.
    INITIALIZE CHECKPOINT-RECORD.
    OPEN INPUT CHECKPOINT-FILE.
    END-IF.
    WRITE RECON-LINE.

CHECK-ONE-AMOUNT.
    MOVE WS-RECON-AMOUNT-A TO WS-EDIT-RECON-AMT-A.
    MOVE WS-RECON-AMOUNT-B TO WS-EDIT-RECON-AMT-B.
    MOVE SPACES TO RECON-LINE.
    IF WS-RECON-AMOUNT-A = WS-RECON-AMOUNT-B
        STRING "  IN BALANCE     " WS-RECON-LABEL " "
            WS-EDIT-RECON-AMT-A " = " WS-EDIT-RECON-AMT-B
            DELIMITED BY SIZE INTO RECON-LINE
    ELSE
        SET RUN-OUT-OF-BALANCE TO TRUE
        STRING "  OUT OF BALANCE " WS-RECON-LABEL " "
            WS-EDIT-RECON-AMT-A " / " WS-EDIT-RECON-AMT-B
            DELIMITED BY SIZE INTO RECON-LINE
    END-IF.
    WRITE RECON-LINE.

*> Whole-file edit pass over the transaction input, run before any
*> processing. Reads each source's file once on its own, checks the
*> control structure and totals, writes the edit report, and leaves
*> TRANS-FILE-REJECTED set when no source's file can be accepted.
VALIDATE-TRANS-FILE.
    PERFORM READ-LAST-BUSINESS-DATE.
    OPEN OUTPUT EDIT-REPORT-FILE.
    MOVE SPACES TO EDIT-REPORT-LINE.
    WRITE EDIT-REPORT-LINE.

    *> The report is open before these loads run -- the registry
    *> load and each source's prior-day load can already note an
    *> edit warning, and a warning that only reached the counts
    *> would leave the report disagreeing with itself.
    PERFORM LOAD-PROCESSING-CALENDAR.
    PERFORM READ-DUP-CHECK-PARAMETERS.
    PERFORM READ-CURRENCY-PARAMETERS.
    PERFORM LOAD-XREF-TABLE.
    PERFORM LOAD-GROUP-TABLE.
    IF PARTITION-RUN OR MERGE-RUN
        PERFORM CHECK-GROUPS-IN-ONE-PARTITION
    END-IF.
    PERFORM LOAD-RESULT-GENERATIONS.
    PERFORM LOAD-SOURCE-REGISTRY.
    PERFORM EDIT-ONE-SOURCE VARYING WS-SRC-IDX FROM 1 BY 1
        UNTIL WS-SRC-IDX > WS-SRC-COUNT.

    *> From here on the business date is the day being posted --
    *> the date every accepted source carries.
    MOVE WS-RUN-BUSINESS-DATE TO WS-BUSINESS-DATE.
    MOVE 'N' TO WS-EOF-FLAG.
    IF WS-BUSINESS-DATE NOT = SPACES
        PERFORM NOTE-SOURCE-POSTING VARYING WS-SRC-IDX FROM 1 BY 1
            UNTIL WS-SRC-IDX > WS-SRC-COUNT
    END-IF.
    IF WS-SRC-ACCEPTED-COUNT = 0
        SET TRANS-FILE-REJECTED TO TRUE
        MOVE "RESULT: FILE REFUSED" TO EDIT-REPORT-LINE
    ELSE
        IF WS-SRC-OUTSTANDING-COUNT > 0
                OR WS-SRC-DROPPED-COUNT > 0
            MOVE "RESULT: SOURCE NOT PROCESSED" TO EDIT-REPORT-LINE
        ELSE
            MOVE "RESULT: FILE ACCEPTED" TO EDIT-REPORT-LINE
        END-IF
    END-IF.
    WRITE EDIT-REPORT-LINE.
    MOVE "*** END OF REPORT ***" TO EDIT-REPORT-LINE.
    WRITE EDIT-REPORT-LINE.
    CLOSE EDIT-REPORT-FILE.

*> A source not accepted in this run that has already posted its
*> business date in an earlier run isn't holding the day up -- only
*> one that has never posted it is outstanding.
NOTE-SOURCE-POSTING.
    IF NOT SRC-ACCEPTED(WS-SRC-IDX)
        IF WS-SRC-POSTED-DATE(WS-SRC-IDX) IS NUMERIC
                AND WS-SRC-POSTED-DATE(WS-SRC-IDX)
                    NOT < WS-BUSINESS-DATE
            SET SRC-POSTED-EARLIER(WS-SRC-IDX) TO TRUE
            ADD 1 TO WS-SRC-POSTED-COUNT
        ELSE
            ADD 1 TO WS-SRC-OUTSTANDING-COUNT
        END-IF
    END-IF.

*> No registry file -- or one with no usable entries -- leaves the
*> historical single feed as the only source, its header source
*> taken as given. A registry fuller than the table reports the
*> sources it had to leave out, and the run cannot read clean.
LOAD-SOURCE-REGISTRY.
    INITIALIZE WS-SRC-TABLE.
    MOVE 0 TO WS-SRC-COUNT.
    OPEN INPUT SOURCE-REGISTRY-FILE.
    IF WS-SRCREG-FILE-STATUS = "00"
        PERFORM UNTIL WS-SRCREG-FILE-STATUS = "10"
            READ SOURCE-REGISTRY-FILE
                AT END MOVE "10" TO WS-SRCREG-FILE-STATUS
                NOT AT END PERFORM STORE-SOURCE-ENTRY
            END-READ
        END-PERFORM
        CLOSE SOURCE-REGISTRY-FILE
    END-IF.
    IF WS-SRC-COUNT = 0
        MOVE 1 TO WS-SRC-COUNT
        MOVE "data/basic-math-trans-in.txt" TO WS-SRC-TRANS-FILE(1)
        MOVE "data/basic-math-ack.txt" TO WS-SRC-ACK-FILE(1)
    ELSE
        SET REGISTRY-ACTIVE TO TRUE
    END-IF.

STORE-SOURCE-ENTRY.
    IF SREG-SOURCE-SYSTEM NOT = SPACES
            AND SREG-TRANS-FILE NOT = SPACES
        IF WS-SRC-COUNT >= 10
            ADD 1 TO WS-SRC-DROPPED-COUNT
            MOVE SPACES TO EDIT-REPORT-LINE
            STRING "  WARNING SOURCE REGISTRY FULL, "
                SREG-SOURCE-SYSTEM " NOT EDITED"
                DELIMITED BY SIZE INTO EDIT-REPORT-LINE
            WRITE EDIT-REPORT-LINE
            DISPLAY "Source registry table full, source dropped: "
                SREG-SOURCE-SYSTEM
        ELSE
            ADD 1 TO WS-SRC-COUNT
            MOVE SREG-SOURCE-SYSTEM TO WS-SRC-SYSTEM(WS-SRC-COUNT)
            MOVE SREG-TRANS-FILE TO WS-SRC-TRANS-FILE(WS-SRC-COUNT)
            IF SREG-ACK-FILE = SPACES
                STRING "data/basic-math-ack-"
                    FUNCTION TRIM(SREG-SOURCE-SYSTEM) ".txt"
                    DELIMITED BY SIZE
                    INTO WS-SRC-ACK-FILE(WS-SRC-COUNT)
            ELSE
                MOVE SREG-ACK-FILE TO WS-SRC-ACK-FILE(WS-SRC-COUNT)
            END-IF
        END-IF
    END-IF.

*> One source's file through the edit: its own heading on the
*> report, its own prior-day comparison, header/trailer controls
*> and verdict. The scalar edit fields are reset before and kept
*> in the source's table entry after.
EDIT-ONE-SOURCE.
    PERFORM RESET-SOURCE-EDIT-FIELDS.
    MOVE SPACES TO EDIT-REPORT-LINE.
    STRING "FILE " FUNCTION TRIM(WS-SRC-TRANS-FILE(WS-SRC-IDX))
        DELIMITED BY SIZE INTO EDIT-REPORT-LINE.
    WRITE EDIT-REPORT-LINE.
    PERFORM FIND-SOURCE-LAST-DATE.
    PERFORM LOAD-PREV-DAY-DETAILS.

    SET ENVIRONMENT "DD_TRANSIN" TO WS-SRC-TRANS-FILE(WS-SRC-IDX).
    OPEN INPUT TRANS-FILE.
    IF WS-TRANS-FILE-STATUS NOT = "00"
        SET SRC-MISSING(WS-SRC-IDX) TO TRUE
        MOVE "TRANSACTION FILE NOT AVAILABLE" TO WS-EDIT-MESSAGE
        PERFORM NOTE-EDIT-ERROR
    ELSE
        PERFORM EDIT-TRANS-RECORDS UNTIL END-OF-TRANS-FILE
        CLOSE TRANS-FILE
        PERFORM CHECK-FILE-LEVEL-CONTROLS
        PERFORM CHECK-SOURCE-CONTROLS
    END-IF.
    PERFORM SAVE-SOURCE-EDIT-FIELDS.

FIND-SOURCE-LAST-DATE.
    MOVE WS-LAST-BUSINESS-DATE TO WS-SOURCE-LAST-DATE.
    IF REGISTRY-ACTIVE
        PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                UNTIL WS-LD-IDX > WS-LD-COUNT
            IF WS-LD-SOURCE(WS-LD-IDX) = WS-SRC-SYSTEM(WS-SRC-IDX)
                MOVE WS-LD-DATE(WS-LD-IDX) TO WS-SOURCE-LAST-DATE
            END-IF
        END-PERFORM
    END-IF.
    MOVE WS-SOURCE-LAST-DATE TO WS-SRC-POSTED-DATE(WS-SRC-IDX).

RESET-SOURCE-EDIT-FIELDS.
    MOVE 'N' TO WS-HEADER-FLAG WS-TRAILER-FLAG WS-EOF-FLAG
        WS-PREV-OVERFLOW-FLAG.
    MOVE SPACES TO WS-BUSINESS-DATE WS-SOURCE-SYSTEM.
    MOVE 0 TO WS-EDIT-DETAIL-COUNT WS-EDIT-HASH WS-TRAILER-COUNT
        WS-TRAILER-HASH WS-EDIT-ERROR-COUNT WS-EDIT-WARN-COUNT
        WS-DUP-MATCH-COUNT WS-EDIT-REJECT-COUNT WS-EDIT-REJECT-HASH
        WS-EDIT-REV-ADJUST.

*> A registered source must name itself on its header, and every
*> accepted source must carry the business date of the first one
*> accepted -- a run posts exactly one business day.
CHECK-SOURCE-CONTROLS.
    IF REGISTRY-ACTIVE AND HEADER-SEEN
            AND WS-SOURCE-SYSTEM NOT = WS-SRC-SYSTEM(WS-SRC-IDX)
        MOVE "HEADER SOURCE DOES NOT MATCH REGISTRY"
            TO WS-EDIT-MESSAGE
        PERFORM NOTE-EDIT-ERROR
    END-IF.
    IF WS-EDIT-ERROR-COUNT = 0
            AND WS-RUN-BUSINESS-DATE NOT = SPACES
            AND WS-BUSINESS-DATE NOT = WS-RUN-BUSINESS-DATE
        MOVE "BUSINESS DATE DIFFERS FROM OTHER SOURCES"
            TO WS-EDIT-MESSAGE
        PERFORM NOTE-EDIT-ERROR
    END-IF.

SAVE-SOURCE-EDIT-FIELDS.
    IF REGISTRY-ACTIVE
        MOVE WS-SRC-SYSTEM(WS-SRC-IDX) TO WS-SRC-NAME(WS-SRC-IDX)
    ELSE
        MOVE WS-SOURCE-SYSTEM TO WS-SRC-NAME(WS-SRC-IDX)
    END-IF.
    MOVE WS-BUSINESS-DATE TO WS-SRC-BUSINESS-DATE(WS-SRC-IDX).
    MOVE WS-EDIT-ERROR-COUNT TO WS-SRC-ERROR-COUNT(WS-SRC-IDX).
    MOVE WS-EDIT-WARN-COUNT TO WS-SRC-WARN-COUNT(WS-SRC-IDX).
    MOVE WS-EDIT-DETAIL-COUNT TO WS-SRC-DETAIL-COUNT(WS-SRC-IDX).
    MOVE WS-EDIT-HASH TO WS-SRC-EDIT-HASH(WS-SRC-IDX).
    MOVE WS-TRAILER-COUNT TO WS-SRC-TRAILER-COUNT(WS-SRC-IDX).
    MOVE WS-TRAILER-HASH TO WS-SRC-TRAILER-HASH(WS-SRC-IDX).
    MOVE WS-EDIT-REJECT-COUNT TO WS-SRC-REJECT-COUNT(WS-SRC-IDX).
    MOVE WS-EDIT-REJECT-HASH TO WS-SRC-REJECT-HASH(WS-SRC-IDX).
    MOVE WS-EDIT-REV-ADJUST TO WS-SRC-REV-ADJUST(WS-SRC-IDX).
    IF WS-EDIT-ERROR-COUNT = 0
        SET SRC-ACCEPTED(WS-SRC-IDX) TO TRUE
        ADD 1 TO WS-SRC-ACCEPTED-COUNT
        IF WS-RUN-BUSINESS-DATE = SPACES
            MOVE WS-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE
        END-IF
        MOVE "ACCEPTED" TO WS-SRC-RESULT-TEXT
    ELSE
        IF SRC-MISSING(WS-SRC-IDX)
            MOVE "NOT RECEIVED" TO WS-SRC-RESULT-TEXT
        ELSE
            SET SRC-REFUSED(WS-SRC-IDX) TO TRUE
            MOVE "REFUSED" TO WS-SRC-RESULT-TEXT
        END-IF
    END-IF.
    MOVE SPACES TO EDIT-REPORT-LINE.
    STRING "  SOURCE " WS-SRC-NAME(WS-SRC-IDX) " "
        WS-SRC-RESULT-TEXT
        DELIMITED BY SIZE INTO EDIT-REPORT-LINE.
    WRITE EDIT-REPORT-LINE.
    MOVE SPACES TO EDIT-REPORT-LINE.
    WRITE EDIT-REPORT-LINE.

READ-LAST-BUSINESS-DATE.
    MOVE 0 TO WS-LD-COUNT.
    OPEN INPUT LASTDATE-FILE.
    IF WS-LASTDATE-FILE-STATUS = "00"
        READ LASTDATE-FILE
            AT END MOVE "10" TO WS-LASTDATE-FILE-STATUS
            NOT AT END MOVE LD-BUSINESS-DATE
                TO WS-LAST-BUSINESS-DATE
        END-READ
        PERFORM UNTIL WS-LASTDATE-FILE-STATUS = "10"
            READ LASTDATE-FILE
                AT END MOVE "10" TO WS-LASTDATE-FILE-STATUS
                NOT AT END PERFORM STORE-SOURCE-LAST-DATE
            END-READ
        END-PERFORM
        CLOSE LASTDATE-FILE
    END-IF.

STORE-SOURCE-LAST-DATE.
    IF LD-SOURCE-SYSTEM NOT = SPACES
            AND LD-BUSINESS-DATE IS NUMERIC
        IF WS-LD-COUNT >= 20
            DISPLAY "Last-date table full, source date dropped: "
                LD-SOURCE-SYSTEM
        ELSE
            ADD 1 TO WS-LD-COUNT
            MOVE LD-SOURCE-SYSTEM TO WS-LD-SOURCE(WS-LD-COUNT)
            MOVE LD-BUSINESS-DATE TO WS-LD-DATE(WS-LD-COUNT)
        END-IF
    END-IF.

EDIT-TRANS-RECORDS.
    READ TRANS-FILE
        AT END SET END-OF-TRANS-FILE TO TRUE
    EVALUATE TRANS-REC-TYPE
        WHEN 'H' PERFORM EDIT-HEADER-RECORD
        WHEN 'D' PERFORM EDIT-DETAIL-RECORD
        WHEN 'R' PERFORM EDIT-DETAIL-RECORD
        WHEN 'T' PERFORM EDIT-TRAILER-RECORD
        WHEN OTHER
            MOVE SPACES TO WS-EDIT-MESSAGE
                PERFORM NOTE-EDIT-ERROR
            END-IF
            *> Days process in ascending order, so anything at or
            *> before the source's last stamped date is a duplicate
            *> or a re-transmission of a day it already posted.
            IF WS-SOURCE-LAST-DATE NOT = SPACES
                    AND WS-BUSINESS-DATE NOT >
                        WS-SOURCE-LAST-DATE
                MOVE "BUSINESS DATE ALREADY PROCESSED OR OLDER"
                    TO WS-EDIT-MESSAGE
                PERFORM NOTE-EDIT-ERROR
    END-IF.

*> The header date must be an expected processing day, and nothing
*> the calendar expected between the source's last processed date
*> and this one may have gone missing -- a skipped day is refused here so the
*> lost file is chased (or caught up) before later days pile on
*> top of it.
CHECK-PROCESSING-CALENDAR.
                TO WS-EDIT-MESSAGE
            PERFORM NOTE-EDIT-ERROR
        END-IF
        IF WS-SOURCE-LAST-DATE NOT = SPACES
            PERFORM CHECK-ONE-CALENDAR-GAP
                VARYING WS-CAL-IDX FROM 1 BY 1
                UNTIL WS-CAL-IDX > WS-CAL-COUNT
    END-IF.

CHECK-ONE-CALENDAR-GAP.
    IF WS-CAL-DATE(WS-CAL-IDX) > WS-SOURCE-LAST-DATE
            AND WS-CAL-DATE(WS-CAL-IDX) < WS-BUSINESS-DATE
        MOVE SPACES TO WS-EDIT-MESSAGE
        STRING "EXPECTED BUSINESS DATE " WS-CAL-DATE(WS-CAL-IDX)
        PERFORM NOTE-EDIT-ERROR
    END-IF.
    ADD 1 TO WS-EDIT-DETAIL-COUNT.
    IF TRANS-DETAIL
        PERFORM CHECK-PRIOR-DAY-DUPLICATE
    END-IF.
    PERFORM VALIDATE-DETAIL-AMOUNTS.
    MOVE 0 TO WS-ITEM-HASH-AMT.
    IF DETAIL-AMOUNTS-VALID
        *> The hash is taken in the base currency -- an item that
        *> cannot be converted is outside it, like a non-numeric one.
        MOVE TRANS-NUM1 TO NUM1
        MOVE TRANS-NUM2 TO NUM2
        PERFORM CONVERT-TO-BASE-CURRENCY
        IF CONVERSION-DONE
            COMPUTE WS-ITEM-HASH-AMT = NUM1 + NUM2
            ADD WS-ITEM-HASH-AMT TO WS-EDIT-HASH
        ELSE
            IF TRANS-DETAIL
                PERFORM WARN-UNCONVERTED-DETAIL
            END-IF
        END-IF
    ELSE
        IF TRANS-DETAIL
            MOVE SPACES TO WS-EDIT-MESSAGE
            STRING "NON-NUMERIC DETAIL AT RECORD "
                WS-EDIT-DETAIL-COUNT " (WILL SUSPEND)"
                DELIMITED BY SIZE INTO WS-EDIT-MESSAGE
            PERFORM NOTE-EDIT-WARNING
        END-IF
    END-IF.
    IF TRANS-REVERSAL
        PERFORM EDIT-REVERSAL-RECORD
    END-IF.

WARN-UNCONVERTED-DETAIL.
    MOVE SPACES TO WS-EDIT-MESSAGE.
    IF CONVERSION-NO-RATE
        STRING "NO RATE FOR " WS-TRANS-CURRENCY " AT RECORD "
            WS-EDIT-DETAIL-COUNT " (WILL SUSPEND)"
            DELIMITED BY SIZE INTO WS-EDIT-MESSAGE
    ELSE
        STRING "CONVERSION OVERFLOW AT RECORD "
            WS-EDIT-DETAIL-COUNT " (WILL SUSPEND)"
            DELIMITED BY SIZE INTO WS-EDIT-MESSAGE
    END-IF.
    PERFORM NOTE-EDIT-WARNING.

*> A reversal must name a prior business date and an original that
*> is still there to back out; anything else rejects the reversal
*> alone. WS-EDIT-DETAIL-COUNT is the item's position in its file.
EDIT-REVERSAL-RECORD.
    MOVE SPACES TO WS-REV-REJECT-REASON.
    EVALUATE TRUE
        WHEN NOT DETAIL-AMOUNTS-VALID
            MOVE "AMOUNTS NOT NUMERIC" TO WS-REV-REJECT-REASON
        WHEN TRANS-ORIG-DATE IS NOT NUMERIC
            MOVE "ORIGINAL DATE INVALID" TO WS-REV-REJECT-REASON
        WHEN TRANS-ORIG-DATE NOT < WS-BUSINESS-DATE
            MOVE "ORIGINAL DATE NOT PRIOR" TO WS-REV-REJECT-REASON
        WHEN OTHER
            PERFORM FIND-REVERSAL-ORIGINAL
            IF WS-ORIG-MATCH-COUNT = 0
                MOVE "ORIGINAL NOT FOUND" TO WS-REV-REJECT-REASON
            ELSE
                IF WS-PRIOR-REV-COUNT >= WS-ORIG-MATCH-COUNT
                    MOVE "ORIGINAL ALREADY REVERSED"
                        TO WS-REV-REJECT-REASON
                ELSE
                    PERFORM CHECK-REVERSAL-BASIS
                END-IF
            END-IF
    END-EVALUATE.
    IF WS-REV-REJECT-REASON = SPACES
        IF WS-REV-COUNT >= 500
            MOVE "TOO MANY REVERSALS IN RUN" TO WS-REV-REJECT-REASON
        ELSE
            ADD 1 TO WS-REV-COUNT
            MOVE WS-SRC-IDX TO WS-REV-SRC(WS-REV-COUNT)
            MOVE TRANS-CUST-ID TO WS-REV-CUST(WS-REV-COUNT)
            MOVE TRANS-NUM1 TO WS-REV-NUM1(WS-REV-COUNT)
            MOVE TRANS-NUM2 TO WS-REV-NUM2(WS-REV-COUNT)
            MOVE TRANS-ORIG-DATE TO WS-REV-ORIG-DATE(WS-REV-COUNT)
            MOVE WS-TRANS-CURRENCY TO WS-REV-CURRENCY(WS-REV-COUNT)
            MOVE WS-EDIT-DETAIL-COUNT TO WS-REV-SEQ(WS-REV-COUNT)
            MOVE WS-ORIG-BASE-NUM1 TO WS-REV-BASE-NUM1(WS-REV-COUNT)
            MOVE WS-ORIG-BASE-NUM2 TO WS-REV-BASE-NUM2(WS-REV-COUNT)
            MOVE WS-ORIG-RATE TO WS-REV-RATE(WS-REV-COUNT)
            COMPUTE WS-EDIT-REV-ADJUST = WS-EDIT-REV-ADJUST
                + WS-ORIG-BASE-NUM1 + WS-ORIG-BASE-NUM2
                - WS-ITEM-HASH-AMT
        END-IF
    END-IF.
    IF WS-REV-REJECT-REASON NOT = SPACES
        PERFORM REJECT-REVERSAL
    END-IF.

*> The reversal backs out what its original posted: the base
*> amounts and rate carried on the original's result. Only an
*> original that carries no rate falls back to the day's
*> conversion, and then the day must have a rate that converts it.
CHECK-REVERSAL-BASIS.
    IF WS-ORIG-RATE = 0
        EVALUATE TRUE
            WHEN CONVERSION-NO-RATE
                MOVE "NO RATE" TO WS-REV-REJECT-REASON
            WHEN CONVERSION-OVERFLOW
                MOVE "CONVERSION OVERFLOW" TO WS-REV-REJECT-REASON
            WHEN OTHER
                MOVE NUM1 TO WS-ORIG-BASE-NUM1
                MOVE NUM2 TO WS-ORIG-BASE-NUM2
                MOVE WS-TRANS-RATE TO WS-ORIG-RATE
        END-EVALUATE
    END-IF.

*> A rejection the table can't hold can't be kept out of the
*> processing pass, so the file itself is refused instead.
REJECT-REVERSAL.
    ADD 1 TO WS-EDIT-REJECT-COUNT.
    ADD WS-ITEM-HASH-AMT TO WS-EDIT-REJECT-HASH.
    MOVE SPACES TO WS-EDIT-MESSAGE.
    STRING "REVERSAL RECORD " WS-EDIT-DETAIL-COUNT " REJECTED "
        WS-REV-REJECT-REASON
        DELIMITED BY SIZE INTO WS-EDIT-MESSAGE.
    PERFORM NOTE-EDIT-WARNING.
    IF WS-REJ-COUNT >= 500
        MOVE "TOO MANY REJECTED REVERSALS" TO WS-EDIT-MESSAGE
        PERFORM NOTE-EDIT-ERROR
    ELSE
        ADD 1 TO WS-REJ-COUNT
        MOVE WS-SRC-IDX TO WS-REJ-SRC(WS-REJ-COUNT)
        MOVE WS-EDIT-DETAIL-COUNT TO WS-REJ-SEQ(WS-REJ-COUNT)
    END-IF.

*> Counts the clean originals for the reversal's customer and
*> amounts in the original date's result generation, and the
*> reversals of them already made -- on the generations since, and
*> accepted earlier in this run by this source or another source
*> that was accepted. The customer may be matched under its
*> cross-referenced survivor, where the original was redirected. A
*> suspended original posted nothing and cannot be reversed.
FIND-REVERSAL-ORIGINAL.
    MOVE 0 TO WS-ORIG-MATCH-COUNT.
    MOVE 0 TO WS-PRIOR-REV-COUNT.
    MOVE 0 TO WS-ORIG-BASE-NUM1 WS-ORIG-BASE-NUM2 WS-ORIG-RATE.
    MOVE TRANS-CUST-ID TO WS-LOOKUP-CUST-ID.
    PERFORM REDIRECT-RETIRED-ID.
    PERFORM VARYING WS-RES-GEN-IDX FROM 1 BY 1
            UNTIL WS-RES-GEN-IDX > WS-RES-GEN-COUNT
        IF WS-RES-GEN-DATE(WS-RES-GEN-IDX) NOT < TRANS-ORIG-DATE
            PERFORM SCAN-ONE-RESULT-GENERATION
        END-IF
    END-PERFORM.
    PERFORM VARYING WS-REV-IDX FROM 1 BY 1
            UNTIL WS-REV-IDX > WS-REV-COUNT
        IF WS-REV-CUST(WS-REV-IDX) = TRANS-CUST-ID
                AND WS-REV-NUM1(WS-REV-IDX) = TRANS-NUM1
                AND WS-REV-NUM2(WS-REV-IDX) = TRANS-NUM2
                AND WS-REV-ORIG-DATE(WS-REV-IDX) = TRANS-ORIG-DATE
                AND WS-REV-CURRENCY(WS-REV-IDX) = WS-TRANS-CURRENCY
            IF WS-REV-SRC(WS-REV-IDX) = WS-SRC-IDX
                ADD 1 TO WS-PRIOR-REV-COUNT
            ELSE
                IF SRC-ACCEPTED(WS-REV-SRC(WS-REV-IDX))
                    ADD 1 TO WS-PRIOR-REV-COUNT
                END-IF
            END-IF
        END-IF
    END-PERFORM.

SCAN-ONE-RESULT-GENERATION.
    SET ENVIRONMENT "DD_GENRES" TO WS-RES-GEN-FILE(WS-RES-GEN-IDX).
    MOVE "00" TO WS-GEN-RES-STATUS.
    OPEN INPUT GEN-RES-FILE.
    IF WS-GEN-RES-STATUS = "00"
        PERFORM UNTIL WS-GEN-RES-STATUS = "10"
            READ GEN-RES-FILE
                AT END MOVE "10" TO WS-GEN-RES-STATUS
                NOT AT END
                    PERFORM NORMALIZE-GEN-RES-RECORD
                    IF GRES-CUST-ID = TRANS-CUST-ID
                            OR GRES-CUST-ID = WS-LOOKUP-CUST-ID
                        PERFORM MATCH-ORIGINAL-AMOUNTS
                        IF ORIGINAL-AMOUNTS-MATCH
                            PERFORM TALLY-ORIGINAL-MATCH
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GEN-RES-FILE
    END-IF.

*> A generation written while the customer id was three digits wide
*> has a space where the fourth id digit now sits, and every field
*> after the id four bytes to the left. Such a record is moved
*> across into the current layout before it is matched.
NORMALIZE-GEN-RES-RECORD.
    IF GRES-RECORD(4:1) = SPACE
        MOVE GRES-RECORD TO WS-OLD-ID-LINE
        MOVE WS-OLD-ID-LINE(1:3) TO WS-OLD-CUST-ID
        MOVE SPACES TO GRES-RECORD
        MOVE WS-OLD-ID-LINE(4:) TO GRES-RECORD(8:)
        MOVE WS-OLD-CUST-ID TO GRES-CUST-ID
    END-IF.

*> The reversal names its original by the amounts as sent, in the
*> currency sent. A generation from before the currency was carried
*> holds base-currency amounts only.
MATCH-ORIGINAL-AMOUNTS.
    MOVE 'N' TO WS-ORIG-AMT-MATCH-FLAG.
    IF GRES-CURRENCY = SPACES
        IF WS-TRANS-CURRENCY = WS-BASE-CURRENCY
                AND GRES-NUM1 = TRANS-NUM1
                AND GRES-NUM2 = TRANS-NUM2
            SET ORIGINAL-AMOUNTS-MATCH TO TRUE
        END-IF
    ELSE
        IF GRES-CURRENCY = WS-TRANS-CURRENCY
                AND GRES-CURR-NUM1 = TRANS-NUM1
                AND GRES-CURR-NUM2 = TRANS-NUM2
            SET ORIGINAL-AMOUNTS-MATCH TO TRUE
        END-IF
    END-IF.

TALLY-ORIGINAL-MATCH.
    IF GRES-REVERSAL-ENTRY
        IF GRES-ORIG-DATE = TRANS-ORIG-DATE
            ADD 1 TO WS-PRIOR-REV-COUNT
        END-IF
    ELSE
        IF WS-RES-GEN-DATE(WS-RES-GEN-IDX) = TRANS-ORIG-DATE
            PERFORM CHECK-ORIGINAL-CLEAN
            IF ORIGINAL-WAS-CLEAN
                IF WS-ORIG-MATCH-COUNT = 0
                    PERFORM KEEP-ORIGINAL-BASIS
                END-IF
                ADD 1 TO WS-ORIG-MATCH-COUNT
            END-IF
        END-IF
    END-IF.

*> Every clean original with the same amounts as sent posted the
*> same base amounts at the same day's rate, so the first one found
*> is the basis. A generation from before the currency was carried
*> holds base-currency amounts, at a rate of one; a rate left blank
*> is no rate at all.
KEEP-ORIGINAL-BASIS.
    MOVE GRES-NUM1 TO WS-ORIG-BASE-NUM1.
    MOVE GRES-NUM2 TO WS-ORIG-BASE-NUM2.
    EVALUATE TRUE
        WHEN GRES-CURRENCY = SPACES
            MOVE 1 TO WS-ORIG-RATE
        WHEN GRES-RATE = SPACES
            MOVE 0 TO WS-ORIG-RATE
        WHEN OTHER
            MOVE GRES-RATE TO WS-ORIG-RATE
    END-EVALUATE.

*> The net amount says whether the original posted. A generation
*> written before the net amount was carried has spaces there, and
*> the outcome is re-derived from the figures: a validation failure
*> zeroes every result, and the arithmetic fails on a zero NUM2 or
*> a product past the result picture.
CHECK-ORIGINAL-CLEAN.
    MOVE 'N' TO WS-ORIG-CLEAN-FLAG.
    IF GRES-NET-AMOUNT NOT = SPACES
        MOVE GRES-NET-AMOUNT TO WS-ORIG-NET
        IF WS-ORIG-NET > 0
            SET ORIGINAL-WAS-CLEAN TO TRUE
        END-IF
    ELSE
        MOVE GRES-NUM1 TO WS-ORIG-NUM1
        MOVE GRES-NUM2 TO WS-ORIG-NUM2
        MOVE GRES-ADD TO WS-ORIG-ADD
        IF WS-ORIG-NUM2 > 0 AND WS-ORIG-ADD > 0
                AND WS-ORIG-NUM1 * WS-ORIG-NUM2 < 10000000
            SET ORIGINAL-WAS-CLEAN TO TRUE
        END-IF
    END-IF.

*> The result generations generation_manager has cataloged -- no
*> catalog means nothing to reverse against, and every reversal is
*> rejected as not found.
LOAD-RESULT-GENERATIONS.
    MOVE 0 TO WS-RES-GEN-COUNT.
    OPEN INPUT CATALOG-FILE.
    IF WS-CATALOG-FILE-STATUS = "00"
        PERFORM UNTIL WS-CATALOG-FILE-STATUS = "10"
            READ CATALOG-FILE
                AT END MOVE "10" TO WS-CATALOG-FILE-STATUS
                NOT AT END
                    IF GC-BASE = WS-RES-GEN-BASE
                            AND WS-RES-GEN-COUNT < 500
                        ADD 1 TO WS-RES-GEN-COUNT
                        MOVE GC-DATE
                            TO WS-RES-GEN-DATE(WS-RES-GEN-COUNT)
                        MOVE GC-FILE-NAME
                            TO WS-RES-GEN-FILE(WS-RES-GEN-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CATALOG-FILE
    END-IF.

EDIT-TRAILER-RECORD.
        CLOSE DUP-PARAM-FILE
    END-IF.

*> Loads yesterday's retained detail records of the source being
*> edited for the duplicate comparison. No retained file (first run
*> after cutover, or the retain step never completed) means no
*> comparison. A retained file larger than the table also skips the
*> check -- a partial comparison could pass a file the full one
*> would have refused.
LOAD-PREV-DAY-DETAILS.
    MOVE 0 TO WS-PREV-COUNT.
    OPEN INPUT PREV-TRANS-FILE.
*> NUM1, NUM2.
STORE-PREV-DETAIL.
    IF PREV-TRANS-LINE(1:1) = 'D'
            AND PREV-TRANS-LINE(41:8) = WS-SRC-SYSTEM(WS-SRC-IDX)
        IF WS-PREV-COUNT >= 1000
            SET PREV-TABLE-OVERFLOW TO TRUE
        ELSE
            ADD 1 TO WS-PREV-COUNT
            MOVE PREV-TRANS-LINE(2:7)
                TO WS-PREV-CUST(WS-PREV-COUNT)
            MOVE PREV-TRANS-LINE(10:10)
                TO WS-PREV-NUM1(WS-PREV-COUNT)
            MOVE PREV-TRANS-LINE(21:10)
                TO WS-PREV-NUM2(WS-PREV-COUNT)
        END-IF
    END-IF.
*> Overflow just drops the tail -- the counts on the ack still
*> carry the full story.
HOLD-ACK-MESSAGE.
    IF WS-ACK-MSG-COUNT < 200
        ADD 1 TO WS-ACK-MSG-COUNT
        MOVE WS-SRC-IDX TO WS-ACK-MSG-SRC(WS-ACK-MSG-COUNT)
        MOVE WS-CURRENT-MSG-KIND
            TO WS-ACK-MSG-KIND(WS-ACK-MSG-COUNT)
        MOVE WS-EDIT-MESSAGE TO WS-ACK-MSG-TEXT(WS-ACK-MSG-COUNT)
*> lay the computed controls alongside the trailer's; T carries the
*> D count and a hash of the numeric D values so the receiver can
*> prove the ack arrived whole. On a refusal the processing counts
*> are zeros -- nothing was processed. Each source gets its own
*> ack, cut to the ack file registered for it and carrying only
*> its own messages and controls.
*> A source that posted the business date in an earlier run keeps
*> the acknowledgment that run cut it.
WRITE-ACK-FILES.
    PERFORM WRITE-SOURCE-ACK VARYING WS-SRC-IDX FROM 1 BY 1
        UNTIL WS-SRC-IDX > WS-SRC-COUNT.

WRITE-SOURCE-ACK.
    IF NOT SRC-POSTED-EARLIER(WS-SRC-IDX)
        PERFORM WRITE-ACK-FILE
    END-IF.

WRITE-ACK-FILE.
    SET ENVIRONMENT "DD_ACKOUT" TO WS-SRC-ACK-FILE(WS-SRC-IDX).
    MOVE 0 TO WS-ACK-DETAIL-COUNT.
    MOVE 0 TO WS-ACK-HASH.
    OPEN OUTPUT ACK-FILE.
    IF SRC-ACCEPTED(WS-SRC-IDX)
        MOVE "ACCEPTED" TO WS-ACK-STATUS-TEXT
    ELSE
        MOVE "REFUSED" TO WS-ACK-STATUS-TEXT
    END-IF.
    MOVE SPACES TO ACK-LINE.
    STRING "H|" WS-SRC-BUSINESS-DATE(WS-SRC-IDX) "|"
        FUNCTION TRIM(WS-SRC-NAME(WS-SRC-IDX)) "|"
        FUNCTION TRIM(WS-ACK-STATUS-TEXT)
        DELIMITED BY SIZE INTO ACK-LINE.
    WRITE ACK-LINE.
        UNTIL WS-ACK-MSG-IDX > WS-ACK-MSG-COUNT.

    MOVE "EDIT-ERRORS" TO WS-ACK-LABEL.
    MOVE WS-SRC-ERROR-COUNT(WS-SRC-IDX) TO WS-ACK-COUNT.
    PERFORM WRITE-ACK-COUNT-LINE.
    MOVE "EDIT-WARNINGS" TO WS-ACK-LABEL.
    MOVE WS-SRC-WARN-COUNT(WS-SRC-IDX) TO WS-ACK-COUNT.
    PERFORM WRITE-ACK-COUNT-LINE.
    MOVE "DETAIL-COUNT-FILE" TO WS-ACK-LABEL.
    MOVE WS-SRC-DETAIL-COUNT(WS-SRC-IDX) TO WS-ACK-COUNT.
    PERFORM WRITE-ACK-COUNT-LINE.
    MOVE "DETAIL-COUNT-TRAILER" TO WS-ACK-LABEL.
    MOVE WS-SRC-TRAILER-COUNT(WS-SRC-IDX) TO WS-ACK-COUNT.
    PERFORM WRITE-ACK-COUNT-LINE.
    MOVE "HASH-FILE" TO WS-ACK-LABEL.
    MOVE WS-SRC-EDIT-HASH(WS-SRC-IDX) TO WS-ACK-AMOUNT.
    ADD WS-SRC-EDIT-HASH(WS-SRC-IDX) TO WS-ACK-HASH.
    PERFORM WRITE-ACK-AMOUNT-LINE.
    MOVE "HASH-TRAILER" TO WS-ACK-LABEL.
    MOVE WS-SRC-TRAILER-HASH(WS-SRC-IDX) TO WS-ACK-AMOUNT.
    ADD WS-SRC-TRAILER-HASH(WS-SRC-IDX) TO WS-ACK-HASH.
    PERFORM WRITE-ACK-AMOUNT-LINE.
    MOVE "CLEAN-COUNT" TO WS-ACK-LABEL.
    COMPUTE WS-ACK-COUNT = WS-SRC-RECORD-COUNT(WS-SRC-IDX)
        - WS-SRC-RUN-SUSP-COUNT(WS-SRC-IDX).
    PERFORM WRITE-ACK-COUNT-LINE.
    MOVE "SUSPENDED-COUNT" TO WS-ACK-LABEL.
    MOVE WS-SRC-RUN-SUSP-COUNT(WS-SRC-IDX) TO WS-ACK-COUNT.
    PERFORM WRITE-ACK-COUNT-LINE.
    MOVE "REVERSALS-REJECTED" TO WS-ACK-LABEL.
    MOVE WS-SRC-REJECT-COUNT(WS-SRC-IDX) TO WS-ACK-COUNT.
    PERFORM WRITE-ACK-COUNT-LINE.

    MOVE WS-ACK-HASH TO WS-ACK-HASH-EDIT.
    CLOSE ACK-FILE.

WRITE-ACK-MESSAGE-LINE.
    IF WS-ACK-MSG-SRC(WS-ACK-MSG-IDX) = WS-SRC-IDX
        ADD 1 TO WS-ACK-DETAIL-COUNT
        MOVE SPACES TO ACK-LINE
        STRING "D|" FUNCTION TRIM(WS-ACK-MSG-KIND(WS-ACK-MSG-IDX))
            "|" FUNCTION TRIM(WS-ACK-MSG-TEXT(WS-ACK-MSG-IDX))
            DELIMITED BY SIZE INTO ACK-LINE
        WRITE ACK-LINE
    END-IF.

WRITE-ACK-COUNT-LINE.
    ADD 1 TO WS-ACK-DETAIL-COUNT.
