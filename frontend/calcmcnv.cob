IDENTIFICATION DIVISION.
PROGRAM-ID. CALCMCNV.

*> ONE-TIME CONVERSION OF THE CALCULATION MASTER FROM THE ORIGINAL
*> 101-BYTE LAYOUT (18-BYTE KEY OF RUN DATE, BRANCH AND SEQUENCE
*> NUMBER) TO THE CURRENT 150-BYTE CALCMST LAYOUT (20-BYTE KEY
*> WITH THE ALLOCATION LINE NUMBER, PLUS THE REVERSAL TRAIL AND
*> THE CURRENCY TRAIL). THE CALCMCNV JOB UNLOADS THE OLD CLUSTER
*> TO OLDMST, REDEFINES PROD.CALC.MASTER THE WAY CALCMDEF DOES,
*> AND RUNS THIS PROGRAM TO LOAD IT. A BYTE-FOR-BYTE RELOAD OF
*> THE UNLOAD WOULD NOT DO - THE KEY HAS GROWN IN THE MIDDLE OF
*> THE RECORD, SO EVERY FIELD AFTER THE SEQUENCE NUMBER MOVES.
*>
*> EVERY OLD RECORD BECOMES ONE NEW RECORD WITH:
*>   - LINE NUMBER 00 (NOTHING ON THE OLD MASTER IS AN
*>     ALLOCATION LINE)
*>   - A BLANK REVERSED FLAG AND REVERSAL KEY (NOTHING ON THE
*>     OLD MASTER WAS EVER REVERSED)
*>   - CURRENCY USD AT A RATE OF 1, THE ORIGINAL-CURRENCY RESULT
*>     THE RESULT ITSELF - THE SAME DEFAULTS CALCLOAD GIVES A
*>     TRANSOUT WRITTEN BEFORE CURRENCIES WERE CARRIED
*> THE UNLOAD IS IN KEY ORDER AND LINE 00 KEEPS IT THAT WAY, SO
*> THE NEW CLUSTER IS LOADED SEQUENTIALLY. THE RUN BALANCES
*> RECORDS AND RESULT TOTAL READ AGAINST WRITTEN; RC=8 IF THEY
*> DO NOT AGREE (KEEP THE UNLOAD AND RERUN FROM THE DEFINE).
*> RC=4 IF THE UNLOAD WAS EMPTY, RC=12 IF A FILE DID NOT OPEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLD-MASTER-FILE ASSIGN TO "OLDMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OLDMST-FS.
    SELECT MASTER-FILE ASSIGN TO "CALCMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CM-KEY
        FILE STATUS IS WS-MASTER-FS.

DATA DIVISION.
FILE SECTION.
*> THE ORIGINAL 101-BYTE MASTER RECORD, AS UNLOADED.
FD  OLD-MASTER-FILE.
01  OLD-MASTER-RECORD.
    05 OM-KEY.
        10 OM-RUN-DATE     PIC 9(8).
        10 OM-BRANCH-ID    PIC X(4).
        10 OM-SEQ-NO       PIC 9(6).
    05 OM-A                PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
    05 OM-B                PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
    *> ON AN "R" TRANSACTION OPERAND B IS THE RATE CODE.
    05 OM-B-RATE REDEFINES OM-B.
        10 OM-RATE-CODE    PIC X(4).
        10 FILLER          PIC X(4).
    05 OM-OPERATOR         PIC X.
    05 OM-COST-CENTER      PIC X(4).
    05 OM-RESULT           PIC S9(10)V99 SIGN IS TRAILING SEPARATE.
    05 OM-STATUS           PIC X(20).
    05 OM-AUDIT-TIMESTAMP  PIC X(21).
    05 OM-AUDIT-USER-ID    PIC X(8).

FD  MASTER-FILE.
    COPY CALCMST.

WORKING-STORAGE SECTION.
01 WS-OLDMST-FS      PIC XX.
01 WS-MASTER-FS      PIC XX.
01 WS-EOF-SW         PIC X VALUE "N".
    88 END-OF-OLD-MASTER   VALUE "Y".
01 WS-READ-COUNT     PIC 9(9) VALUE ZERO.
01 WS-WRITE-COUNT    PIC 9(9) VALUE ZERO.
01 WS-FAIL-COUNT     PIC 9(9) VALUE ZERO.
01 WS-READ-TOTAL     PIC S9(15)V99 VALUE ZERO.
01 WS-WRITE-TOTAL    PIC S9(15)V99 VALUE ZERO.
01 WS-EDIT-TOTAL     PIC -(15)9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    OPEN INPUT OLD-MASTER-FILE.
    IF WS-OLDMST-FS NOT = "00"
        DISPLAY "OLDMST OPEN FAILED - FILE STATUS " WS-OLDMST-FS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT MASTER-FILE.
    IF WS-MASTER-FS NOT = "00"
        DISPLAY "CALCMST OPEN FAILED - FILE STATUS " WS-MASTER-FS
        CLOSE OLD-MASTER-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM UNTIL END-OF-OLD-MASTER
        READ OLD-MASTER-FILE
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                PERFORM CONVERT-ONE-RECORD
        END-READ
    END-PERFORM.

    CLOSE OLD-MASTER-FILE
    CLOSE MASTER-FILE.

    DISPLAY "CALCMCNV - OLD MASTER RECORDS READ . : "
        WS-READ-COUNT.
    DISPLAY "CALCMCNV - NEW MASTER RECORDS WRITTEN: "
        WS-WRITE-COUNT.
    DISPLAY "CALCMCNV - RECORDS NOT WRITTEN . . . : "
        WS-FAIL-COUNT.
    MOVE WS-READ-TOTAL TO WS-EDIT-TOTAL.
    DISPLAY "CALCMCNV - RESULT TOTAL READ . . . . : "
        WS-EDIT-TOTAL.
    MOVE WS-WRITE-TOTAL TO WS-EDIT-TOTAL.
    DISPLAY "CALCMCNV - RESULT TOTAL WRITTEN. . . : "
        WS-EDIT-TOTAL.

    EVALUATE TRUE
        WHEN WS-FAIL-COUNT > 0
                OR WS-WRITE-COUNT NOT = WS-READ-COUNT
                OR WS-WRITE-TOTAL NOT = WS-READ-TOTAL
            DISPLAY "CALCMCNV - CONVERSION DOES NOT BALANCE"
            MOVE 8 TO RETURN-CODE
        WHEN WS-READ-COUNT = 0
            DISPLAY "CALCMCNV - OLDMST WAS EMPTY"
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE.
    STOP RUN.

CONVERT-ONE-RECORD.
    ADD 1 TO WS-READ-COUNT.
    ADD OM-RESULT TO WS-READ-TOTAL.
    MOVE OM-RUN-DATE TO CM-RUN-DATE.
    MOVE OM-BRANCH-ID TO CM-BRANCH-ID.
    MOVE OM-SEQ-NO TO CM-SEQ-NO.
    MOVE ZERO TO CM-LINE-NO.
    MOVE OM-A TO CM-A.
*> OPERAND B GOES ACROSS AS THE GROUP VIEW - ON AN "R" RECORD IT
*> IS A RATE CODE, AND A CODE MUST NOT PASS THROUGH A NUMERIC MOVE.
    MOVE OM-B-RATE TO CM-B-RATE.
    MOVE OM-OPERATOR TO CM-OPERATOR.
    MOVE OM-COST-CENTER TO CM-COST-CENTER.
    MOVE OM-RESULT TO CM-RESULT.
    MOVE OM-STATUS TO CM-STATUS.
    MOVE OM-AUDIT-TIMESTAMP TO CM-AUDIT-TIMESTAMP.
    MOVE OM-AUDIT-USER-ID TO CM-AUDIT-USER-ID.
    MOVE SPACES TO CM-REVERSED-FLAG.
    MOVE SPACES TO CM-REVERSAL-KEY.
    MOVE "USD" TO CM-CURRENCY-CODE.
    MOVE 1 TO CM-FX-RATE.
    MOVE OM-RESULT TO CM-ORIG-RESULT.
    WRITE CALC-MASTER-RECORD
        INVALID KEY
            ADD 1 TO WS-FAIL-COUNT
            DISPLAY "CALCMCNV - " CM-KEY
                " NOT WRITTEN - FILE STATUS " WS-MASTER-FS
        NOT INVALID KEY
            ADD 1 TO WS-WRITE-COUNT
            ADD CM-RESULT TO WS-WRITE-TOTAL
    END-WRITE.
