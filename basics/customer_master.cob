
PROGRAM-ID. customer_master.

*> Applies approved customer maintenance to the master. Its input,
*> customer-trans-in.txt, is written by customer_approval: each
*> line carries the operator who keyed it and the different
*> operator who approved it, and a line without both is rejected
*> unapplied. Every applied change is journaled with its before
*> and after images, maker and checker. Once the file has been
*> worked through it is emptied, so an approved change is applied
*> exactly once however often the job is rerun.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
    01 WS-RUN-DATE PIC X(8) VALUE SPACES.
    01 WS-JRNL-SEQ PIC 9(5) VALUE 0.
    01 WS-JRNL-ACTION PIC X(10).
    01 WS-BEFORE-IMAGE PIC X(43).
    01 WS-AFTER-IMAGE PIC X(43).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
OPEN-FILES.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    OPEN INPUT CUST-TRANS-FILE.
    IF WS-TRANS-FILE-STATUS NOT = "00"
        DISPLAY "No approved maintenance to apply, file status: "
            WS-TRANS-FILE-STATUS
        SET END-OF-TRANS-FILE TO TRUE
    END-IF.
    OPEN EXTEND JOURNAL-FILE.
    IF WS-JOURNAL-FILE-STATUS = "35"
        OPEN OUTPUT JOURNAL-FILE
        NOT AT END PERFORM APPLY-TRANSACTION
    END-READ.

*> Only a change keyed by one operator and approved by another is
*> applied -- anything else reaching this file did not come
*> through customer_approval.
APPLY-TRANSACTION.
    IF CTRN-MAKER = SPACES OR CTRN-CHECKER = SPACES
            OR CTRN-MAKER = CTRN-CHECKER
        MOVE "NOT APPROVED BY 2ND OPERATOR" TO WS-REJECT-REASON
        PERFORM REJECT-TRANSACTION
    ELSE
        PERFORM APPLY-APPROVED-TRANSACTION
    END-IF.

APPLY-APPROVED-TRANSACTION.
    MOVE CTRN-ID TO MAST-ID.
    MOVE 'N' TO WS-MASTER-FOUND-FLAG.
    MOVE SPACES TO WS-BEFORE-IMAGE.
    MOVE WS-JRNL-ACTION TO JRNL-ACTION.
    MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
    MOVE WS-AFTER-IMAGE TO JRNL-AFTER-IMAGE.
    MOVE CTRN-MAKER TO JRNL-MAKER.
    MOVE CTRN-CHECKER TO JRNL-CHECKER.
    WRITE JOURNAL-RECORD.

REJECT-TRANSACTION.
    ADD 1 TO WS-REJECT-COUNT.
    MOVE SPACES TO REJECT-REPORT-LINE.
    STRING CTRN-ACTION " " CTRN-ID " " CTRN-NAME " "
        WS-REJECT-REASON " " CTRN-MAKER " " CTRN-CHECKER
        DELIMITED BY SIZE INTO REJECT-REPORT-LINE.
    WRITE REJECT-REPORT-LINE.

    WRITE REJECT-REPORT-LINE.
    CLOSE REJECT-REPORT-FILE.
    CLOSE JOURNAL-FILE.
    IF WS-TRANS-FILE-STATUS NOT = "35"
        CLOSE CUST-TRANS-FILE
        OPEN OUTPUT CUST-TRANS-FILE
        CLOSE CUST-TRANS-FILE
    END-IF.
    CLOSE CUSTOMER-MASTER.
