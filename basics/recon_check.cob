*> suspense file, and the final CHECKPOINT-RECORD, entirely from
*> what is on disk. Ends with a non-zero return code and an
*> out-of-balance report when the run doesn't prove out, so the
*> scheduler can hard-stop the downstream chain. Every source in
*> the source registry is balanced on its own against the results
*> stamped with its name; a source whose acknowledgment says its
*> file was refused was never processed and is listed, not counted.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        *> Logical names, mapped per source to its transaction file
        *> and acknowledgment through the DD_ environment mapping.
        SELECT TRANS-FILE ASSIGN TO "TRANSIN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANS-FILE-STATUS.

        SELECT ACK-FILE ASSIGN TO "ACKIN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ACK-FILE-STATUS.

        SELECT SOURCE-REGISTRY-FILE ASSIGN TO
                "data/source-registry.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SRCREG-FILE-STATUS.

        SELECT RES-FILE ASSIGN TO "data/basic-math-res-out.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RES-FILE-STATUS.
FILE SECTION.
    FD TRANS-FILE.
    COPY TRANREC.
    COPY TRANCTL.

    FD ACK-FILE.
    01 ACK-LINE PIC X(100).

    FD SOURCE-REGISTRY-FILE.
    COPY SRCREG.

    FD RES-FILE.
    COPY RESREC.
    COPY CHKPT.

    FD RECON-REPORT-FILE.
    01 RECON-LINE PIC X(100).

WORKING-STORAGE SECTION.
    01 WS-TRANS-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-SUSPENSE-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-CHECKPOINT-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-RECON-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-ACK-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-SRCREG-FILE-STATUS PIC XX VALUE SPACES.

    01 WS-RUN-DATE PIC X(8) VALUE SPACES.

    01 WS-EDIT-RECON-A PIC ZZZ,ZZZ,ZZ9.
    01 WS-EDIT-RECON-B PIC ZZZ,ZZZ,ZZ9.

    *> Registered sources, as basic-math reads the registry: none on
    *> disk means the single historical feed. WS-SRC-NAME is the
    *> name the results carry -- the registered system, or the
    *> source on the file's own header for the single feed. The
    *> verdict comes off the H line of the source's acknowledgment;
    *> no ack on disk is taken as processed, so the counts still
    *> have to prove out.
    01 WS-REGISTRY-FLAG PIC X VALUE 'N'.
        88 REGISTRY-ACTIVE VALUE 'Y'.
    01 WS-SRC-TABLE.
        05 WS-SRC-ENTRY OCCURS 10 TIMES.
            10 WS-SRC-SYSTEM PIC X(8).
            10 WS-SRC-NAME PIC X(8).
            10 WS-SRC-TRANS-FILE PIC X(60).
            10 WS-SRC-ACK-FILE PIC X(60).
            10 WS-SRC-VERDICT PIC X(8).
                88 SRC-REFUSED VALUE "REFUSED".
            10 WS-SRC-TRANS-COUNT PIC 9(9).
            10 WS-SRC-RES-COUNT PIC 9(9).
            10 WS-SRC-REJECT-COUNT PIC 9(9).
    01 WS-SRC-COUNT PIC 9(3) VALUE 0.
    01 WS-SRC-IDX PIC 9(3).
    01 WS-ACK-TYPE PIC X.
    01 WS-ACK-DATE PIC X(8).
    01 WS-ACK-SOURCE PIC X(8).
    01 WS-ACK-LABEL PIC X(20).
    01 WS-ACK-VALUE PIC X(20).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM LOAD-SOURCE-REGISTRY.
    PERFORM COUNT-TRANS-FILE VARYING WS-SRC-IDX FROM 1 BY 1
        UNTIL WS-SRC-IDX > WS-SRC-COUNT.
    PERFORM COUNT-RES-FILE.
    PERFORM COUNT-SUSPENSE-FILE.
    PERFORM READ-FINAL-CHECKPOINT.
    END-IF.
    STOP RUN.

LOAD-SOURCE-REGISTRY.
    INITIALIZE WS-SRC-TABLE.
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
            AND WS-SRC-COUNT < 10
        ADD 1 TO WS-SRC-COUNT
        MOVE SREG-SOURCE-SYSTEM TO WS-SRC-SYSTEM(WS-SRC-COUNT)
        MOVE SREG-SOURCE-SYSTEM TO WS-SRC-NAME(WS-SRC-COUNT)
        MOVE SREG-TRANS-FILE TO WS-SRC-TRANS-FILE(WS-SRC-COUNT)
        IF SREG-ACK-FILE = SPACES
            STRING "data/basic-math-ack-"
                FUNCTION TRIM(SREG-SOURCE-SYSTEM) ".txt"
                DELIMITED BY SIZE INTO WS-SRC-ACK-FILE(WS-SRC-COUNT)
        ELSE
            MOVE SREG-ACK-FILE TO WS-SRC-ACK-FILE(WS-SRC-COUNT)
        END-IF
    END-IF.

*> Only the detail and reversal records count as transactions -- the
*> input file is wrapped in its H/T control records. A refused
*> source's details never reached the result file, so they are not
*> counted, and neither are the reversals its ack reports rejected.
COUNT-TRANS-FILE.
    PERFORM READ-SOURCE-ACK-VERDICT.
    SET ENVIRONMENT "DD_TRANSIN" TO WS-SRC-TRANS-FILE(WS-SRC-IDX).
    OPEN INPUT TRANS-FILE.
    IF WS-TRANS-FILE-STATUS = "00"
        PERFORM UNTIL WS-TRANS-FILE-STATUS = "10"
            READ TRANS-FILE
                AT END MOVE "10" TO WS-TRANS-FILE-STATUS
                NOT AT END
                    IF TRANS-DETAIL OR TRANS-REVERSAL
                        ADD 1 TO WS-SRC-TRANS-COUNT(WS-SRC-IDX)
                    END-IF
                    IF TH-HEADER AND NOT REGISTRY-ACTIVE
                        MOVE TH-SOURCE-SYSTEM
                            TO WS-SRC-NAME(WS-SRC-IDX)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TRANS-FILE
    END-IF.
    IF WS-SRC-REJECT-COUNT(WS-SRC-IDX)
            NOT > WS-SRC-TRANS-COUNT(WS-SRC-IDX)
        SUBTRACT WS-SRC-REJECT-COUNT(WS-SRC-IDX)
            FROM WS-SRC-TRANS-COUNT(WS-SRC-IDX)
    END-IF.
    IF NOT SRC-REFUSED(WS-SRC-IDX)
        ADD WS-SRC-TRANS-COUNT(WS-SRC-IDX) TO WS-TRANS-COUNT
    END-IF.

READ-SOURCE-ACK-VERDICT.
    SET ENVIRONMENT "DD_ACKIN" TO WS-SRC-ACK-FILE(WS-SRC-IDX).
    OPEN INPUT ACK-FILE.
    IF WS-ACK-FILE-STATUS = "00"
        READ ACK-FILE
            NOT AT END
                UNSTRING ACK-LINE DELIMITED BY "|"
                    INTO WS-ACK-TYPE WS-ACK-DATE WS-ACK-SOURCE
                        WS-SRC-VERDICT(WS-SRC-IDX)
                END-UNSTRING
        END-READ
        PERFORM UNTIL WS-ACK-FILE-STATUS NOT = "00"
            READ ACK-FILE
                NOT AT END PERFORM READ-ACK-REJECT-COUNT
            END-READ
        END-PERFORM
        CLOSE ACK-FILE
    END-IF.

READ-ACK-REJECT-COUNT.
    MOVE SPACES TO WS-ACK-TYPE WS-ACK-LABEL WS-ACK-VALUE.
    UNSTRING ACK-LINE DELIMITED BY "|"
        INTO WS-ACK-TYPE WS-ACK-LABEL WS-ACK-VALUE
    END-UNSTRING.
    IF WS-ACK-TYPE = "D" AND WS-ACK-LABEL = "REVERSALS-REJECTED"
            AND WS-ACK-VALUE(1:9) IS NUMERIC
        MOVE WS-ACK-VALUE(1:9) TO WS-SRC-REJECT-COUNT(WS-SRC-IDX)
    END-IF.

COUNT-RES-FILE.
    OPEN INPUT RES-FILE.
        PERFORM UNTIL WS-RES-FILE-STATUS = "10"
            READ RES-FILE
                AT END MOVE "10" TO WS-RES-FILE-STATUS
                NOT AT END
                    ADD 1 TO WS-RES-COUNT
                    PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                            UNTIL WS-SRC-IDX > WS-SRC-COUNT
                        IF RES-SOURCE = WS-SRC-NAME(WS-SRC-IDX)
                            ADD 1 TO WS-SRC-RES-COUNT(WS-SRC-IDX)
                        END-IF
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE RES-FILE
    MOVE CKPT-SUSPENSE-COUNT TO WS-RECON-VALUE-B.
    PERFORM CHECK-ONE-BALANCE.

    MOVE SPACES TO RECON-LINE.
    WRITE RECON-LINE.
    MOVE "BY SOURCE" TO RECON-LINE.
    WRITE RECON-LINE.
    PERFORM CHECK-ONE-SOURCE VARYING WS-SRC-IDX FROM 1 BY 1
        UNTIL WS-SRC-IDX > WS-SRC-COUNT.

    MOVE SPACES TO RECON-LINE.
    WRITE RECON-LINE.
    IF RUN-OUT-OF-BALANCE
    WRITE RECON-LINE.
    CLOSE RECON-REPORT-FILE.

CHECK-ONE-SOURCE.
    IF SRC-REFUSED(WS-SRC-IDX)
        MOVE SPACES TO RECON-LINE
        STRING "  NOT PROCESSED  "
            FUNCTION TRIM(WS-SRC-NAME(WS-SRC-IDX)) " "
            FUNCTION TRIM(WS-SRC-TRANS-FILE(WS-SRC-IDX)) " REFUSED"
            DELIMITED BY SIZE INTO RECON-LINE
        WRITE RECON-LINE
    ELSE
        MOVE SPACES TO WS-RECON-LABEL
        STRING FUNCTION TRIM(WS-SRC-NAME(WS-SRC-IDX))
            " TRANS vs RESULTS ON FILE"
            DELIMITED BY SIZE INTO WS-RECON-LABEL
        MOVE WS-SRC-TRANS-COUNT(WS-SRC-IDX) TO WS-RECON-VALUE-A
        MOVE WS-SRC-RES-COUNT(WS-SRC-IDX) TO WS-RECON-VALUE-B
        PERFORM CHECK-ONE-BALANCE
    END-IF.

CHECK-ONE-BALANCE.
    MOVE WS-RECON-VALUE-A TO WS-EDIT-RECON-A.
    MOVE WS-RECON-VALUE-B TO WS-EDIT-RECON-B.
