IDENTIFICATION DIVISION.
PROGRAM-ID. CALCHAGE.

*> DAILY REPORT OVER THE HIGH-VALUE HOLD QUEUE (HOLDQ, CALCHLD
*> LAYOUT). LISTS EVERY ITEM STILL WAITING - HELD FOR A
*> SUPERVISOR (STATUS H) OR APPROVED BUT NOT YET RELEASED
*> (STATUS A, GOES OUT WITH THE NEXT CLEAN CALCJOB) - OLDEST
*> FIRST (THE QUEUE KEY STARTS WITH THE RUN DATE), WITH ITS
*> RESULT, WHY IT WAS HELD (TYPE L OVER LIMIT, D SUSPECTED
*> DUPLICATE), THE LIMIT IT BROKE AND DAYS ON THE QUEUE, AND FLAGS
*> ANYTHING OVER THE THRESHOLD. ITEMS ALREADY RELEASED OR
*> REJECTED ARE COUNTED ONLY.
*>
*> OPTIONS COME IN AS CARDS ON AGESEL - KEYWORD IN COLUMNS 1-9,
*> VALUE FROM COLUMN 10, OPTIONAL:
*>   AGEDAYS  NNN     FLAG ITEMS WAITING MORE THAN NNN DAYS
*>                    (DEFAULT 2)
*>
*> RC=4 WHEN ANY WAITING ITEM IS OVER THE THRESHOLD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLDQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HQ-KEY
        FILE STATUS IS WS-HOLDQ-FS.
    SELECT SELECT-IN-FILE ASSIGN TO "AGESEL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AGESEL-FS.
    SELECT AGE-REPORT-FILE ASSIGN TO "AGERPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  HOLD-QUEUE-FILE.
    COPY CALCHLD.

FD  SELECT-IN-FILE.
01  SEL-CARD.
    05 SEL-KEYWORD     PIC X(9).
    05 SEL-VALUE       PIC X(20).
    05 FILLER          PIC X(51).

FD  AGE-REPORT-FILE.
01  AGE-REPORT-LINE   PIC X(80).

WORKING-STORAGE SECTION.
    COPY CALCREC REPLACING ==CALC-RECORD== BY ==HLD-CALC-RECORD==.

01 WS-HOLDQ-FS       PIC XX.
01 WS-AGESEL-FS      PIC XX.
01 WS-HQ-EOF-SW      PIC X VALUE "N".
    88 END-OF-HOLD-QUEUE   VALUE "Y".
01 WS-SEL-EOF-SW     PIC X VALUE "N".
    88 END-OF-SELECT-IN    VALUE "Y".

01 WS-AGE-THRESHOLD  PIC 9(3) VALUE 2.
01 WS-BAD-AGESEL-SW  PIC X VALUE "N".
    88 AGESEL-CARD-BAD     VALUE "Y".
01 WS-RUN-DATE       PIC 9(8).
01 WS-TODAY-INT      PIC 9(8).
01 WS-ITEM-INT       PIC 9(8).
01 WS-DAYS-HELD      PIC S9(5) VALUE ZERO.
01 WS-OLDEST-DAYS    PIC S9(5) VALUE ZERO.

01 WS-AGE-COUNTS.
    05 AGE-READ-COUNT      PIC 9(6) VALUE ZERO.
    05 AGE-HELD-COUNT      PIC 9(6) VALUE ZERO.
    05 AGE-APPROVED-COUNT  PIC 9(6) VALUE ZERO.
    05 AGE-RELEASED-COUNT  PIC 9(6) VALUE ZERO.
    05 AGE-REJECTED-COUNT  PIC 9(6) VALUE ZERO.
    05 AGE-OVERDUE-COUNT   PIC 9(6) VALUE ZERO.
01 WS-HELD-TOTAL     PIC S9(13)V99 VALUE ZERO.
01 WS-APPROVED-TOTAL PIC S9(13)V99 VALUE ZERO.

01 WS-AGE-LINE.
    05 AL-RUN-DATE       PIC 9(8).
    05 FILLER            PIC X VALUE SPACE.
    05 AL-BRANCH         PIC X(4).
    05 FILLER            PIC X VALUE SPACE.
    05 AL-SEQ            PIC 9(6).
    05 FILLER            PIC X VALUE SPACE.
    05 AL-LINE           PIC 9(2).
    05 FILLER            PIC X VALUE SPACE.
    05 AL-CC             PIC X(4).
    05 FILLER            PIC X VALUE SPACE.
    05 AL-STATUS         PIC X.
    05 FILLER            PIC X VALUE SPACE.
    05 AL-TYPE           PIC X.
    05 FILLER            PIC X VALUE SPACE.
    05 AL-RESULT         PIC -(10)9.99.
    05 FILLER            PIC X VALUE SPACE.
    05 AL-LIMIT          PIC ZZZ,ZZZ,ZZ9.
    05 FILLER            PIC X VALUE SPACE.
    05 AL-DAYS           PIC ZZ,ZZ9.
    05 FILLER            PIC X VALUE SPACE.
    05 AL-FLAG           PIC X(9).

01 WS-EDIT-COUNT     PIC ZZZ,ZZ9.
01 WS-EDIT-DAYS      PIC ZZ,ZZ9.
01 WS-EDIT-TOTAL     PIC -(13)9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

    PERFORM READ-SELECTION-CARDS.

    OPEN OUTPUT AGE-REPORT-FILE.

    MOVE "CALCHAGE - HIGH-VALUE HOLD QUEUE REPORT"
        TO AGE-REPORT-LINE
    WRITE AGE-REPORT-LINE.
    MOVE SPACES TO AGE-REPORT-LINE
    STRING "RUN DATE (YYYYMMDD): " DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        INTO AGE-REPORT-LINE
    END-STRING
    WRITE AGE-REPORT-LINE.
    MOVE WS-AGE-THRESHOLD TO WS-EDIT-DAYS
    MOVE SPACES TO AGE-REPORT-LINE
    STRING "OVERDUE THRESHOLD (DAYS) . . . . : " DELIMITED BY SIZE
        WS-EDIT-DAYS DELIMITED BY SIZE
        INTO AGE-REPORT-LINE
    END-STRING
    WRITE AGE-REPORT-LINE.
    IF AGESEL-CARD-BAD
        MOVE "*** AGEDAYS CARD NOT NUMERIC - DEFAULT THRESHOLD USED ***"
            TO AGE-REPORT-LINE
        WRITE AGE-REPORT-LINE
    END-IF.
    MOVE SPACES TO AGE-REPORT-LINE
    WRITE AGE-REPORT-LINE.

    OPEN INPUT HOLD-QUEUE-FILE.
    IF WS-HOLDQ-FS NOT = "00"
        DISPLAY "HOLDQ OPEN FAILED - FILE STATUS " WS-HOLDQ-FS
        MOVE "HOLDQ NOT AVAILABLE - NOTHING TO REPORT"
            TO AGE-REPORT-LINE
        WRITE AGE-REPORT-LINE
        CLOSE AGE-REPORT-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE "RUN DATE BRCH SEQ    LN CC   S T         RESULT       LIMIT   DAYS FLAG"
        TO AGE-REPORT-LINE
    WRITE AGE-REPORT-LINE.

    PERFORM UNTIL END-OF-HOLD-QUEUE
        READ HOLD-QUEUE-FILE NEXT
            AT END
                MOVE "Y" TO WS-HQ-EOF-SW
            NOT AT END
                PERFORM AGE-ONE-ITEM
        END-READ
    END-PERFORM.

    CLOSE HOLD-QUEUE-FILE.

    IF AGE-HELD-COUNT = 0 AND AGE-APPROVED-COUNT = 0
        MOVE "  (NOTHING WAITING ON THE HOLD QUEUE)" TO AGE-REPORT-LINE
        WRITE AGE-REPORT-LINE
    END-IF.

    PERFORM WRITE-AGE-SUMMARY.
    CLOSE AGE-REPORT-FILE.

    IF AGE-OVERDUE-COUNT > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

READ-SELECTION-CARDS.
    OPEN INPUT SELECT-IN-FILE.
    IF WS-AGESEL-FS NOT = "00"
        MOVE "Y" TO WS-SEL-EOF-SW
    END-IF.
    PERFORM UNTIL END-OF-SELECT-IN
        READ SELECT-IN-FILE
            AT END
                MOVE "Y" TO WS-SEL-EOF-SW
            NOT AT END
                PERFORM APPLY-SELECTION-CARD
        END-READ
    END-PERFORM.
    IF WS-AGESEL-FS = "00" OR WS-AGESEL-FS = "10"
        CLOSE SELECT-IN-FILE
    END-IF.

APPLY-SELECTION-CARD.
    EVALUATE SEL-KEYWORD
        WHEN "AGEDAYS  "
            IF SEL-VALUE(1:3) IS NUMERIC
                MOVE SEL-VALUE(1:3) TO WS-AGE-THRESHOLD
            ELSE
                DISPLAY "CALCHAGE - AGEDAYS VALUE NOT NUMERIC: "
                    SEL-VALUE(1:3) " - DEFAULT USED"
                MOVE "Y" TO WS-BAD-AGESEL-SW
            END-IF
        WHEN SPACES
            CONTINUE
        WHEN OTHER
            DISPLAY "CALCHAGE - UNRECOGNIZED SELECTION CARD: "
                SEL-KEYWORD
    END-EVALUATE.

*> THE QUEUE KEY STARTS WITH THE RUN DATE, SO THE SEQUENTIAL
*> WALK COMES OUT OLDEST FIRST WITH NO SORT.
AGE-ONE-ITEM.
    ADD 1 TO AGE-READ-COUNT.
    MOVE HQ-CALC-IMAGE TO HLD-CALC-RECORD.
    EVALUATE TRUE
        WHEN HQ-IS-RELEASED
            ADD 1 TO AGE-RELEASED-COUNT
        WHEN HQ-IS-REJECTED
            ADD 1 TO AGE-REJECTED-COUNT
        WHEN OTHER
            IF HQ-IS-APPROVED
                ADD 1 TO AGE-APPROVED-COUNT
                ADD CR-RESULT OF HLD-CALC-RECORD TO WS-APPROVED-TOTAL
            ELSE
                ADD 1 TO AGE-HELD-COUNT
                ADD CR-RESULT OF HLD-CALC-RECORD TO WS-HELD-TOTAL
            END-IF
            PERFORM WRITE-WAITING-LINE
    END-EVALUATE.

WRITE-WAITING-LINE.
    MOVE ZERO TO WS-DAYS-HELD.
    IF HQ-RUN-DATE > 16010101
        COMPUTE WS-ITEM-INT
            = FUNCTION INTEGER-OF-DATE(HQ-RUN-DATE)
        COMPUTE WS-DAYS-HELD = WS-TODAY-INT - WS-ITEM-INT
    END-IF.
    IF WS-DAYS-HELD > WS-OLDEST-DAYS
        MOVE WS-DAYS-HELD TO WS-OLDEST-DAYS
    END-IF.
    MOVE HQ-RUN-DATE TO AL-RUN-DATE.
    MOVE HQ-BRANCH-ID TO AL-BRANCH.
    MOVE HQ-SEQ-NO TO AL-SEQ.
    MOVE HQ-LINE-NO TO AL-LINE.
    MOVE CR-COST-CENTER OF HLD-CALC-RECORD TO AL-CC.
    MOVE HQ-HOLD-STATUS TO AL-STATUS.
    MOVE HQ-HOLD-TYPE TO AL-TYPE.
    MOVE CR-RESULT OF HLD-CALC-RECORD TO AL-RESULT.
    MOVE HQ-HOLD-LIMIT TO AL-LIMIT.
    MOVE WS-DAYS-HELD TO AL-DAYS.
    MOVE SPACES TO AL-FLAG.
    IF WS-DAYS-HELD > WS-AGE-THRESHOLD
        ADD 1 TO AGE-OVERDUE-COUNT
        MOVE "*OVERDUE*" TO AL-FLAG
    END-IF.
    MOVE WS-AGE-LINE TO AGE-REPORT-LINE.
    WRITE AGE-REPORT-LINE.

WRITE-AGE-SUMMARY.
    MOVE SPACES TO AGE-REPORT-LINE
    WRITE AGE-REPORT-LINE.

    MOVE AGE-READ-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO AGE-REPORT-LINE
    STRING "QUEUE ENTRIES READ . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO AGE-REPORT-LINE
    END-STRING
    WRITE AGE-REPORT-LINE.

    MOVE AGE-HELD-COUNT TO WS-EDIT-COUNT
    MOVE WS-HELD-TOTAL TO WS-EDIT-TOTAL
    MOVE SPACES TO AGE-REPORT-LINE
    STRING "HELD FOR REVIEW (H). . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        WS-EDIT-TOTAL DELIMITED BY SIZE
        INTO AGE-REPORT-LINE
    END-STRING
    WRITE AGE-REPORT-LINE.

    MOVE AGE-APPROVED-COUNT TO WS-EDIT-COUNT
    MOVE WS-APPROVED-TOTAL TO WS-EDIT-TOTAL
    MOVE SPACES TO AGE-REPORT-LINE
    STRING "APPROVED, AWAITING RELEASE (A) . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        WS-EDIT-TOTAL DELIMITED BY SIZE
        INTO AGE-REPORT-LINE
    END-STRING
    WRITE AGE-REPORT-LINE.

    MOVE AGE-RELEASED-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO AGE-REPORT-LINE
    STRING "APPROVED AND RELEASED (X). . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO AGE-REPORT-LINE
    END-STRING
    WRITE AGE-REPORT-LINE.

    MOVE AGE-REJECTED-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO AGE-REPORT-LINE
    STRING "REJECTED TO RECYCLE (R). . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO AGE-REPORT-LINE
    END-STRING
    WRITE AGE-REPORT-LINE.

    MOVE AGE-OVERDUE-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO AGE-REPORT-LINE
    STRING "ITEMS OVER THE THRESHOLD . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO AGE-REPORT-LINE
    END-STRING
    WRITE AGE-REPORT-LINE.

    MOVE WS-OLDEST-DAYS TO WS-EDIT-DAYS
    MOVE SPACES TO AGE-REPORT-LINE
    STRING "OLDEST ITEM (DAYS WAITING) . . . : " DELIMITED BY SIZE
        WS-EDIT-DAYS DELIMITED BY SIZE
        INTO AGE-REPORT-LINE
    END-STRING
    WRITE AGE-REPORT-LINE.
