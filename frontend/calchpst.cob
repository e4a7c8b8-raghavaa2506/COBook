IDENTIFICATION DIVISION.
PROGRAM-ID. CALCHPST.

*> MARKS APPROVED HOLD-QUEUE ITEMS RELEASED. RUNS AT THE END OF
*> CALCJOB, ONLY AFTER THE LEDGER EXTRACT AND THE MASTER LOAD HAVE
*> BOTH TAKEN THE NIGHT'S APPROVED FILE (THE ITEMS CALCHOLD PICKED
*> UP FROM THE QUEUE AT STATUS A). EACH ITEM ON THE FILE IS
*> REWRITTEN ON THE QUEUE AS STATUS X WITH TODAY AS ITS RELEASE
*> DATE, SO IT IS NOT PICKED UP AGAIN. IF EITHER STEP DID NOT RUN
*> THIS STEP DOES NOT RUN EITHER, AND THE ITEMS STAY APPROVED AND
*> GO OUT WITH THE NEXT NIGHT'S RUN INSTEAD (THE MASTER LOAD'S
*> DUPLICATE-KEY SKIP COVERS AN ITEM IT ALREADY LOADED).
*>
*> THE QUEUE KEY IS REBUILT THE WAY CALCHOLD BUILT IT: RUN DATE
*> FROM THE AUDIT TIMESTAMP, BRANCH FROM THE SECTION HEADER AHEAD
*> OF THE ITEM, SEQUENCE AND LINE.
*>   RC=0  ALL ITEMS MARKED
*>   RC=4  AN ITEM WAS NOT ON THE QUEUE OR NO LONGER APPROVED
*>   RC=12 HOLDQ COULD NOT BE OPENED

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT POST-IN-FILE ASSIGN TO "APPROVED"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLDQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS HQ-KEY
        FILE STATUS IS WS-HOLDQ-FS.

DATA DIVISION.
FILE SECTION.
FD  POST-IN-FILE.
    COPY CALCREC REPLACING ==CALC-RECORD== BY ==PSI-RECORD==.

FD  HOLD-QUEUE-FILE.
    COPY CALCHLD.

WORKING-STORAGE SECTION.
    COPY CALCCTL.

01 WS-EOF-SW         PIC X VALUE "N".
    88 END-OF-POST-IN      VALUE "Y".
01 WS-HOLDQ-FS       PIC XX.
01 WS-CUR-BRANCH     PIC X(4) VALUE SPACES.
01 WS-TODAY-NUM      PIC 9(8).
01 WS-READ-COUNT     PIC 9(6) VALUE ZERO.
01 WS-MARK-COUNT     PIC 9(6) VALUE ZERO.
01 WS-MISS-COUNT     PIC 9(6) VALUE ZERO.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.

    OPEN I-O HOLD-QUEUE-FILE.
    IF WS-HOLDQ-FS NOT = "00"
        DISPLAY "HOLDQ OPEN FAILED - FILE STATUS " WS-HOLDQ-FS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT POST-IN-FILE.

    PERFORM UNTIL END-OF-POST-IN
        READ POST-IN-FILE
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                PERFORM POST-ONE-RECORD
        END-READ
    END-PERFORM.

    CLOSE POST-IN-FILE
    CLOSE HOLD-QUEUE-FILE.

    DISPLAY "CALCHPST - APPROVED ITEMS READ . . . : " WS-READ-COUNT.
    DISPLAY "CALCHPST - MARKED RELEASED . . . . . : " WS-MARK-COUNT.
    DISPLAY "CALCHPST - NOT ON QUEUE AS APPROVED. : " WS-MISS-COUNT.

    IF WS-MISS-COUNT > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

POST-ONE-RECORD.
    EVALUATE TRUE
        WHEN PSI-RECORD(1:1) = "H"
            MOVE PSI-RECORD TO CALC-CONTROL-RECORD
            MOVE CTL-BRANCH-ID TO WS-CUR-BRANCH
        WHEN PSI-RECORD(1:1) = "T"
            CONTINUE
        WHEN OTHER
            PERFORM MARK-ONE-ITEM
    END-EVALUATE.

MARK-ONE-ITEM.
    ADD 1 TO WS-READ-COUNT.
    MOVE CR-AUDIT-TIMESTAMP OF PSI-RECORD(1:8) TO HQ-RUN-DATE.
    MOVE WS-CUR-BRANCH TO HQ-BRANCH-ID.
    MOVE CR-SEQ-NO OF PSI-RECORD TO HQ-SEQ-NO.
    IF CR-LINE-NO OF PSI-RECORD IS NUMERIC
        MOVE CR-LINE-NO OF PSI-RECORD TO HQ-LINE-NO
    ELSE
        MOVE ZERO TO HQ-LINE-NO
    END-IF.
    READ HOLD-QUEUE-FILE
        INVALID KEY
            ADD 1 TO WS-MISS-COUNT
            DISPLAY "CALCHPST - " HQ-KEY " NOT ON HOLDQ"
        NOT INVALID KEY
            PERFORM REWRITE-AS-RELEASED
    END-READ.

REWRITE-AS-RELEASED.
    IF HQ-IS-APPROVED
        MOVE "X" TO HQ-HOLD-STATUS
        MOVE WS-TODAY-NUM TO HQ-RELEASE-DATE
        REWRITE HOLD-QUEUE-RECORD
            INVALID KEY
                ADD 1 TO WS-MISS-COUNT
                DISPLAY "CALCHPST - " HQ-KEY " REWRITE FAILED - "
                    "FILE STATUS " WS-HOLDQ-FS
            NOT INVALID KEY
                ADD 1 TO WS-MARK-COUNT
        END-REWRITE
    ELSE
        ADD 1 TO WS-MISS-COUNT
        DISPLAY "CALCHPST - " HQ-KEY " NO LONGER APPROVED - STATUS "
            HQ-HOLD-STATUS
    END-IF.
