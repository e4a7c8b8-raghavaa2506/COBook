*> ARE DISTRIBUTED. RC=8 (AND A DO-NOT-DISTRIBUTE LINE) WHEN
*> THEY DO NOT TIE.
*>
*> RESULTS THE HIGH-VALUE HOLD KEPT OFF THE MASTER ARE IN THE
*> RUN HISTORY ALREADY, SO THE HOLD QUEUE (HOLDQ, OPTIONAL) IS
*> READ FOR THE MONTH'S RUN DATES TOO, THE SAME WAY AS THE PERIOD
*> CLOSE READS IT: ITEMS REJECTED TO RECYCLE AND ITEMS STILL HELD
*> OR APPROVED BUT NOT YET RELEASED ARE PRINTED AS RECONCILING
*> LINES AND ADDED TO THE STATEMENTS' SIDE OF THE TIE. THEY ARE
*> NOT ON ANY COST-CENTER PAGE - A WAITING ITEM APPEARS THERE
*> ONCE IT IS RELEASED AND LOADED UNDER ITS ORIGINAL RUN DATE.
*>
*> THE MONTH IS WALKED ONCE TO COLLECT THE COST CENTERS AND
*> TOTALS, THEN ONCE PER COST CENTER TO PRINT ITS PAGE - KEYED
*> RANGE PASSES ARE CHEAP AND THE MASTER STAYS IN KEY ORDER, SO
*> NO SORT STEP IS NEEDED.
*>
*> A CALCULATION THAT HAS BEEN BACKED OUT CARRIES A "REVERSED BY"
*> LINE UNDER ITS DETAIL, AND THE REVERSING ("V") ENTRY A
*> "REVERSES" LINE, SO A DEPARTMENT HEAD SEES BOTH SIDES OF A
*> CORRECTED POSTING - EVEN WHEN THEY FALL IN DIFFERENT MONTHS.
*>
*> THE RESULT COLUMN AND EVERY TOTAL ARE IN THE BASE CURRENCY. A
*> CALCULATION KEYED IN A FOREIGN CURRENCY CARRIES AN "ORIGINAL"
*> LINE UNDER ITS DETAIL WITH ITS RESULT IN THAT CURRENCY AND THE
*> EXCHANGE RATE IT WAS CONVERTED AT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ACCESS MODE IS RANDOM
        RECORD KEY IS CC-CODE
        FILE STATUS IS WS-COSTCTR-FS.
    SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLDQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HQ-KEY
        FILE STATUS IS WS-HOLDQ-FS.
    SELECT HISTORY-IN-FILE ASSIGN TO "RUNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNHIST-FS.
FD  COST-CENTER-FILE.
    COPY CALCCCT.

FD  HOLD-QUEUE-FILE.
    COPY CALCHLD.

FD  HISTORY-IN-FILE.
    COPY CALCHST.

01  STMT-REPORT-LINE  PIC X(80).

WORKING-STORAGE SECTION.
    COPY CALCREC REPLACING ==CALC-RECORD== BY ==HLD-CALC-RECORD==.

01 WS-MASTER-FS      PIC XX.
01 WS-COSTCTR-FS     PIC XX.
01 WS-RUNHIST-FS     PIC XX.
01 WS-HOLDQ-FS       PIC XX.
01 WS-SEL-EOF-SW     PIC X VALUE "N".
    88 END-OF-SELECT-IN    VALUE "Y".
01 WS-MST-EOF-SW     PIC X VALUE "N".
    88 END-OF-MONTH-PASS   VALUE "Y".
01 WS-HST-EOF-SW     PIC X VALUE "N".
    88 END-OF-HISTORY-IN   VALUE "Y".
01 WS-HQ-EOF-SW      PIC X VALUE "N".
    88 END-OF-HOLD-PASS    VALUE "Y".
01 WS-CC-LOOKUP-SW   PIC X VALUE "N".
    88 CC-NAMES-AVAILABLE  VALUE "Y".

01 WS-HIST-TRANS     PIC 9(9) VALUE ZERO.
01 WS-HIST-TOTAL     PIC S9(15)V99 VALUE ZERO.
01 WS-HIST-RUNS      PIC 9(4) VALUE ZERO.

*> HOLD QUEUE ITEMS WITH A RUN DATE IN THE MONTH.
01 WS-HOLDQ-SW       PIC X VALUE "N".
    88 HOLD-QUEUE-PRESENT  VALUE "Y".
01 WS-HQ-REJECT-COUNT PIC 9(9) VALUE ZERO.
01 WS-HQ-REJECT-TOTAL PIC S9(15)V99 VALUE ZERO.
01 WS-HQ-WAIT-COUNT  PIC 9(9) VALUE ZERO.
01 WS-HQ-WAIT-TOTAL  PIC S9(15)V99 VALUE ZERO.
01 WS-TIE-TRANS      PIC 9(9) VALUE ZERO.
01 WS-TIE-TOTAL      PIC S9(15)V99 VALUE ZERO.
01 WS-TIE-SW         PIC X VALUE "N".
    88 STATEMENTS-TIE      VALUE "Y".

01 WS-EDIT-COUNT     PIC ZZZ,ZZ9.
01 WS-EDIT-TOTAL     PIC -(15)9.99.
01 WS-DEPT-NAME      PIC X(20).
01 WS-LINK-TEXT      PIC X(14).
01 WS-EDIT-FX-RATE   PIC ZZZ9.999999.

01 WS-STMT-LINE.
    05 SL-RUN-DATE       PIC 9(8).
        ADD 1 TO WS-CC-SUB
    END-PERFORM.

    PERFORM COLLECT-HOLD-QUEUE-ITEMS.
    PERFORM SUM-RUN-HISTORY-TOTALS.
    PERFORM PRINT-GRAND-TOTAL-PAGE.

    MOVE WS-MONTH-START TO CM-RUN-DATE.
    MOVE LOW-VALUES TO CM-BRANCH-ID.
    MOVE ZERO TO CM-SEQ-NO.
    MOVE ZERO TO CM-LINE-NO.
    START MASTER-FILE KEY IS GREATER THAN OR EQUAL TO CM-KEY
        INVALID KEY
            MOVE "Y" TO WS-MST-EOF-SW
    MOVE CM-A TO WS-EDIT-A.
    MOVE WS-EDIT-A TO SL-A.
    MOVE CM-OPERATOR TO SL-OP.
    IF CM-OPERATOR = "R" OR CM-OPERATOR = "A"
        MOVE SPACES TO WS-B-TXT
        MOVE CM-RATE-CODE TO WS-B-TXT(1:4)
    ELSE
    MOVE CM-STATUS TO SL-STATUS.
    MOVE WS-STMT-LINE TO STMT-REPORT-LINE.
    WRITE STMT-REPORT-LINE.
    IF CM-IS-REVERSED
        MOVE "  REVERSED BY " TO WS-LINK-TEXT
        PERFORM PRINT-REVERSAL-LINK-LINE
    ELSE
        IF CM-OPERATOR = "V"
            MOVE "  REVERSES    " TO WS-LINK-TEXT
            PERFORM PRINT-REVERSAL-LINK-LINE
        END-IF
    END-IF.
    IF CM-FX-RATE IS NUMERIC AND CM-ORIG-RESULT IS NUMERIC
        IF NOT CM-IN-BASE-CURRENCY AND CM-FX-RATE > 0
            PERFORM PRINT-ORIGINAL-CURRENCY-LINE
        END-IF
    END-IF.

PRINT-ORIGINAL-CURRENCY-LINE.
    MOVE CM-ORIG-RESULT TO WS-EDIT-RES.
    MOVE CM-FX-RATE TO WS-EDIT-FX-RATE.
    MOVE SPACES TO STMT-REPORT-LINE
    STRING "  ORIGINAL    " DELIMITED BY SIZE
        CM-CURRENCY-CODE DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-EDIT-RES DELIMITED BY SIZE
        "  AT RATE " DELIMITED BY SIZE
        WS-EDIT-FX-RATE DELIMITED BY SIZE
        INTO STMT-REPORT-LINE
    END-STRING
    WRITE STMT-REPORT-LINE.

PRINT-REVERSAL-LINK-LINE.
    MOVE SPACES TO STMT-REPORT-LINE
    STRING WS-LINK-TEXT DELIMITED BY SIZE
        CM-REV-RUN-DATE DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        CM-REV-BRANCH-ID DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        CM-REV-SEQ-NO DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        CM-REV-LINE-NO DELIMITED BY SIZE
        INTO STMT-REPORT-LINE
    END-STRING
    WRITE STMT-REPORT-LINE.

*> EVERY LINE CALCHOLD QUEUED WAS COUNTED IN ITS RUN'S HISTORY
*> BUT IS NOT ON THE MASTER - A REJECTED LINE NEVER WILL BE, A
*> WAITING ONE NOT YET. BOTH COUNT ON THE STATEMENTS' SIDE OF THE
*> TIE. A RELEASED LINE IS ON THE MASTER ALREADY. NO QUEUE MEANS
*> NO HOLD FIGURES.
COLLECT-HOLD-QUEUE-ITEMS.
    OPEN INPUT HOLD-QUEUE-FILE.
    IF WS-HOLDQ-FS NOT = "00"
        MOVE "Y" TO WS-HQ-EOF-SW
    ELSE
        MOVE "Y" TO WS-HOLDQ-SW
        MOVE WS-MONTH-START TO HQ-RUN-DATE
        MOVE LOW-VALUES TO HQ-BRANCH-ID
        MOVE ZERO TO HQ-SEQ-NO
        MOVE ZERO TO HQ-LINE-NO
        START HOLD-QUEUE-FILE KEY IS GREATER THAN OR EQUAL TO HQ-KEY
            INVALID KEY
                MOVE "Y" TO WS-HQ-EOF-SW
        END-START
    END-IF.
    PERFORM UNTIL END-OF-HOLD-PASS
        READ HOLD-QUEUE-FILE NEXT
            AT END
                MOVE "Y" TO WS-HQ-EOF-SW
            NOT AT END
                IF HQ-RUN-DATE > WS-MONTH-END
                    MOVE "Y" TO WS-HQ-EOF-SW
                ELSE
                    PERFORM TALLY-ONE-HOLD-ITEM
                END-IF
        END-READ
    END-PERFORM.
    IF HOLD-QUEUE-PRESENT
        CLOSE HOLD-QUEUE-FILE
    END-IF.

TALLY-ONE-HOLD-ITEM.
    MOVE HQ-CALC-IMAGE TO HLD-CALC-RECORD.
    EVALUATE TRUE
        WHEN HQ-IS-REJECTED
            ADD 1 TO WS-HQ-REJECT-COUNT
            ADD CR-RESULT OF HLD-CALC-RECORD TO WS-HQ-REJECT-TOTAL
        WHEN HQ-IS-HELD OR HQ-IS-APPROVED
            ADD 1 TO WS-HQ-WAIT-COUNT
            ADD CR-RESULT OF HLD-CALC-RECORD TO WS-HQ-WAIT-TOTAL
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> THE MONTH'S RUNHIST RECORDS ARE THE CONTROL TOTALS EVERY RUN
*> PRINTED AND RECONCILED AGAINST - IF THE SUM OF THE STATEMENTS
        CLOSE HISTORY-IN-FILE
    END-IF.

    COMPUTE WS-TIE-TRANS = WS-GRAND-TRANS + WS-HQ-REJECT-COUNT
        + WS-HQ-WAIT-COUNT.
    COMPUTE WS-TIE-TOTAL = WS-GRAND-TOTAL + WS-HQ-REJECT-TOTAL
        + WS-HQ-WAIT-TOTAL.
    IF WS-HIST-RUNS > 0
            AND WS-HIST-TOTAL = WS-TIE-TOTAL
            AND WS-HIST-TRANS = WS-TIE-TRANS
        MOVE "Y" TO WS-TIE-SW
    END-IF.

        INTO STMT-REPORT-LINE
    END-STRING
    WRITE STMT-REPORT-LINE.
    IF HOLD-QUEUE-PRESENT
        MOVE WS-HQ-REJECT-COUNT TO WS-EDIT-COUNT
        MOVE WS-HQ-REJECT-TOTAL TO WS-EDIT-TOTAL
        MOVE SPACES TO STMT-REPORT-LINE
        STRING "HELD AND REJECTED TO RECYCLE . . : " DELIMITED BY SIZE
            WS-EDIT-COUNT DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            WS-EDIT-TOTAL DELIMITED BY SIZE
            INTO STMT-REPORT-LINE
        END-STRING
        WRITE STMT-REPORT-LINE
        MOVE WS-HQ-WAIT-COUNT TO WS-EDIT-COUNT
        MOVE WS-HQ-WAIT-TOTAL TO WS-EDIT-TOTAL
        MOVE SPACES TO STMT-REPORT-LINE
        STRING "STILL ON THE HOLD QUEUE. . . . . : " DELIMITED BY SIZE
            WS-EDIT-COUNT DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            WS-EDIT-TOTAL DELIMITED BY SIZE
            INTO STMT-REPORT-LINE
        END-STRING
        WRITE STMT-REPORT-LINE
        MOVE WS-TIE-TRANS TO WS-EDIT-COUNT
        MOVE WS-TIE-TOTAL TO WS-EDIT-TOTAL
        MOVE SPACES TO STMT-REPORT-LINE
        STRING "STATEMENTS PLUS HOLD QUEUE . . . : " DELIMITED BY SIZE
            WS-EDIT-COUNT DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            WS-EDIT-TOTAL DELIMITED BY SIZE
            INTO STMT-REPORT-LINE
        END-STRING
        WRITE STMT-REPORT-LINE
    END-IF.

    MOVE WS-HIST-RUNS TO WS-EDIT-COUNT
    MOVE SPACES TO STMT-REPORT-LINE
