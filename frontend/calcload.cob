*> THE RECORD'S AUDIT TIMESTAMP) PLUS ORIGINATING BRANCH (FROM
*> THE PASS-THROUGH SECTION HEADERS ON TRANSOUT - SEQUENCE
*> NUMBERS RESTART PER BRANCH ON A CONSOLIDATED RUN) PLUS
*> CR-SEQ-NO PLUS CR-LINE-NO (00 ON AN ORDINARY CALCULATION,
*> 01..N ON THE TARGET LINES OF A COST ALLOCATION). THE MASTER
*> (CALCMST, A VSAM KSDS DEFINED BY THE CALCMDEF JOB) ACCUMULATES
*> ACROSS RUNS; A KEY THAT IS ALREADY PRESENT IS COUNTED AND
*> SKIPPED, NOT OVERWRITTEN - THE RECONCILIATION STEP AHEAD OF
*> THIS LOAD SHOULD ALREADY HAVE STOPPED ANY RUN THAT WOULD
*> PRODUCE ONE.
*>
*> A POSTED REVERSAL (OPERATOR "V", STATUS OK) IS LOADED WITH A
*> POINTER BACK TO THE ORIGINAL IT REVERSED, AND THE ORIGINAL'S
*> MASTER RECORD IS THEN REWRITTEN AS REVERSED WITH A POINTER TO
*> THE REVERSING ENTRY, SO EITHER SIDE LEADS TO THE OTHER. AN
*> ORIGINAL THAT CANNOT BE FOUND, OR THAT CANNOT BE REWRITTEN, IS
*> COUNTED AND RAISES RC=4. AN ORIGINAL ALREADY MARKED REVERSED
*> (A SECOND REVERSAL OF IT, RELEASED LATE FROM THE HOLD QUEUE)
*> KEEPS ITS FIRST REVERSING POINTER - THE DOUBLE REVERSAL IS
*> COUNTED AND LISTED, AND ALSO RAISES RC=4.
*> A TRANSOUT WRITTEN BEFORE THE LINE NUMBERS WERE ADDED LOADS
*> AS LINE 00.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-READ-COUNT     PIC 9(6) VALUE ZERO.
01 WS-LOAD-COUNT     PIC 9(6) VALUE ZERO.
01 WS-DUP-COUNT      PIC 9(6) VALUE ZERO.
01 WS-REV-COUNT      PIC 9(6) VALUE ZERO.
01 WS-REVMISS-COUNT  PIC 9(6) VALUE ZERO.
01 WS-DBLREV-COUNT   PIC 9(6) VALUE ZERO.
01 WS-CUR-BRANCH     PIC X(4) VALUE SPACES.
01 WS-REVERSING-KEY  PIC X(20).

PROCEDURE DIVISION.
MAIN-LOGIC.
        WS-LOAD-COUNT.
    DISPLAY "CALCLOAD - DUPLICATE KEYS SKIPPED. . : "
        WS-DUP-COUNT.
    DISPLAY "CALCLOAD - ORIGINALS MARKED REVERSED : "
        WS-REV-COUNT.
    DISPLAY "CALCLOAD - REVERSAL ORIGINALS MISSING: "
        WS-REVMISS-COUNT.
    DISPLAY "CALCLOAD - ORIGINALS REVERSED TWICE. : "
        WS-DBLREV-COUNT.

    IF WS-DUP-COUNT > 0 OR WS-REVMISS-COUNT > 0
            OR WS-DBLREV-COUNT > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    MOVE CR-AUDIT-TIMESTAMP OF LDI-RECORD(1:8) TO CM-RUN-DATE.
    MOVE WS-CUR-BRANCH TO CM-BRANCH-ID.
    MOVE CR-SEQ-NO OF LDI-RECORD TO CM-SEQ-NO.
    IF CR-LINE-NO OF LDI-RECORD IS NUMERIC
        MOVE CR-LINE-NO OF LDI-RECORD TO CM-LINE-NO
    ELSE
        MOVE ZERO TO CM-LINE-NO
    END-IF.
    MOVE CR-A OF LDI-RECORD TO CM-A.
*> ON A RATE-TABLE (R) OR COST-ALLOCATION (A) TRANSACTION THE
*> OPERAND B POSITIONS HOLD A CODE, NOT A NUMBER - COPY THEM AS
*> THE GROUP VIEW SO NOTHING EVER TREATS THE CODE AS A NUMERIC
*> FIELD.
    IF CR-OPERATOR OF LDI-RECORD = "R"
            OR CR-OPERATOR OF LDI-RECORD = "A"
        MOVE CR-B-RATE OF LDI-RECORD TO CM-B-RATE
    ELSE
        MOVE CR-B OF LDI-RECORD TO CM-B
    MOVE CR-STATUS OF LDI-RECORD TO CM-STATUS.
    MOVE CR-AUDIT-TIMESTAMP OF LDI-RECORD TO CM-AUDIT-TIMESTAMP.
    MOVE CR-AUDIT-USER-ID OF LDI-RECORD TO CM-AUDIT-USER-ID.
    MOVE SPACES TO CM-REVERSED-FLAG.
    IF CR-OPERATOR OF LDI-RECORD = "V"
        MOVE CR-REVERSAL-KEY OF LDI-RECORD TO CM-REVERSAL-KEY
        IF CR-REV-LINE-NO OF LDI-RECORD IS NOT NUMERIC
            MOVE ZERO TO CM-REV-LINE-NO
        END-IF
    ELSE
        MOVE SPACES TO CM-REVERSAL-KEY
    END-IF.
*> A RESULT FROM BEFORE CURRENCIES WERE CARRIED IS BASE CURRENCY
*> AT A RATE OF 1, ITS ORIGINAL AMOUNT THE RESULT ITSELF.
    IF CR-FX-RATE OF LDI-RECORD IS NUMERIC
            AND CR-ORIG-RESULT OF LDI-RECORD IS NUMERIC
            AND CR-CURRENCY-CODE OF LDI-RECORD NOT = SPACES
        MOVE CR-CURRENCY-CODE OF LDI-RECORD TO CM-CURRENCY-CODE
        MOVE CR-FX-RATE OF LDI-RECORD TO CM-FX-RATE
        MOVE CR-ORIG-RESULT OF LDI-RECORD TO CM-ORIG-RESULT
    ELSE
        MOVE "USD" TO CM-CURRENCY-CODE
        MOVE 1 TO CM-FX-RATE
        MOVE CR-RESULT OF LDI-RECORD TO CM-ORIG-RESULT
    END-IF.
    WRITE CALC-MASTER-RECORD
        INVALID KEY
            ADD 1 TO WS-DUP-COUNT
        NOT INVALID KEY
            ADD 1 TO WS-LOAD-COUNT
            IF CM-OPERATOR = "V" AND CM-STATUS = "OK"
                PERFORM MARK-ORIGINAL-REVERSED
            END-IF
    END-WRITE.

MARK-ORIGINAL-REVERSED.
    MOVE CM-KEY TO WS-REVERSING-KEY.
    MOVE CM-REVERSAL-KEY TO CM-KEY.
    READ MASTER-FILE
        INVALID KEY
            ADD 1 TO WS-REVMISS-COUNT
            DISPLAY "CALCLOAD - REVERSAL " WS-REVERSING-KEY
                " - ORIGINAL " CM-KEY " NOT ON CALCMST"
        NOT INVALID KEY
            IF CM-IS-REVERSED
                ADD 1 TO WS-DBLREV-COUNT
                DISPLAY "CALCLOAD - REVERSAL " WS-REVERSING-KEY
                    " - ORIGINAL " CM-KEY " ALREADY REVERSED BY "
                    CM-REVERSAL-KEY " - DOUBLE REVERSAL"
            ELSE
                PERFORM REWRITE-ORIGINAL-REVERSED
            END-IF
    END-READ.

REWRITE-ORIGINAL-REVERSED.
    MOVE "Y" TO CM-REVERSED-FLAG.
    MOVE WS-REVERSING-KEY TO CM-REVERSAL-KEY.
    REWRITE CALC-MASTER-RECORD.
    IF WS-MASTER-FS NOT = "00"
        ADD 1 TO WS-REVMISS-COUNT
        DISPLAY "CALCLOAD - REVERSAL " WS-REVERSING-KEY
            " - ORIGINAL " CM-KEY " REWRITE FAILED - FILE STATUS "
            WS-MASTER-FS
    ELSE
        ADD 1 TO WS-REV-COUNT
    END-IF.
