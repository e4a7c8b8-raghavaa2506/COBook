IDENTIFICATION DIVISION.
PROGRAM-ID. CALCPCLS.

*> FISCAL PERIOD CLOSE. ONCE A PERIOD'S STATEMENTS ARE OUT, A
*> BRANCH FILE DATED IN THAT PERIOD MUST NOT GO THROUGH AND MOVE
*> THE FIGURES UNDER THEM. THIS PROGRAM RUNS THE FINAL TIE-OUT OF
*> THE CALCULATION MASTER AGAINST RUN HISTORY FOR THE PERIOD,
*> PRINTS THE CLOSING TRIAL BALANCE, AND MARKS THE PERIOD CLOSED
*> ON THE FISCAL CALENDAR (FISCAL, MAINTAINED BY CALCFPM) - FROM
*> THEN ON CALCEDIT REFUSES ANY SECTION DATED IN IT (REASON 17).
*>
*> SELECTION CARDS ON PCLSEL - KEYWORD IN COLUMNS 1-9, VALUE FROM
*> COLUMN 10:
*>   PERIOD   YYYYPP      (REQUIRED) THE PERIOD TO CLOSE
*>   CLOSE    YES|NO      NO = TRIAL RUN: PRINT THE TRIAL BALANCE
*>                        AND TIE-OUT, LEAVE THE PERIOD AS IT IS
*>                        (DEFAULT YES)
*>
*> THE PERIOD MUST BE ON THE CALENDAR, OPEN, AND OVER (ITS END
*> DATE BEFORE TODAY); A TRIAL RUN MAY ALSO REPRINT A PERIOD THAT
*> IS ALREADY CLOSED. THE MASTER IS WALKED ONCE OVER THE PERIOD'S
*> RUN DATES (CM-KEY STARTS WITH CM-RUN-DATE, SO IT IS A KEYED
*> RANGE PASS) TO BUILD THE TRIAL BALANCE BY COST CENTER AND
*> BRANCH, AND THE TOTALS ARE TIED THE SAME WAY CALCSTMT TIES ITS
*> STATEMENTS - CALCULATIONS AND RESULT TOTAL ON THE MASTER AGAINST
*> THE SUM OF THE PERIOD'S RUNHIST RECORDS (THE RECYCLE RUNS'
*> HISTORY CONCATENATED BEHIND THE DAILY ONE). THE PERIOD IS ONLY
*> CLOSED WHEN THEY TIE; THE CLOSING FIGURES, DATE, TIME AND THE
*> SUBMITTING USER ID (PARM 'USERID=&SYSUID') GO ON THE PERIOD.
*>
*> RESULTS THE HIGH-VALUE HOLD KEPT OFF THE MASTER ARE IN THE
*> RUN HISTORY ALREADY, SO THE HOLD QUEUE (HOLDQ, OPTIONAL) IS
*> READ FOR THE PERIOD'S RUN DATES TOO: A REJECTED ITEM (IT WENT
*> TO RECYCLE, NOT TO THE MASTER) IS ADDED TO THE MASTER'S SIDE
*> OF THE TIE, AND AN ITEM STILL HELD OR APPROVED BUT NOT YET
*> RELEASED STOPS THE CLOSE - IT WOULD BE LOADED INTO THE PERIOD
*> AFTER ITS FIGURES WERE FINAL. CALCHREL CLEARS THEM FIRST.
*>
*> OUTPUT (PCLSRPT): THE TRIAL BALANCE - ONE LINE PER COST CENTER
*> AND BRANCH WITH CALCULATIONS, REJECTS AND RESULT TOTAL, A TOTAL
*> LINE PER COST CENTER - THEN THE TIE-OUT AND THE DISPOSITION.
*>
*> RETURN CODES:
*>   0   PERIOD CLOSED (OR TRIAL RUN TIED)
*>   8   DOES NOT TIE, OR NO VALID PERIOD CARD, OR THE PERIOD IS
*>       NOT ON FILE, ALREADY CLOSED, OR NOT OVER, OR ITEMS FROM
*>       THE PERIOD ARE STILL ON THE HOLD QUEUE - PERIOD LEFT AS
*>       IT WAS
*>   12  THE CALENDAR OR THE MASTER COULD NOT BE OPENED

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SELECT-IN-FILE ASSIGN TO "PCLSEL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PCLSEL-FS.
    SELECT FISCAL-FILE ASSIGN TO "FISCAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS FP-PERIOD-ID
        FILE STATUS IS WS-FISCAL-FS.
    SELECT MASTER-FILE ASSIGN TO "CALCMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-KEY
        FILE STATUS IS WS-MASTER-FS.
    SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLDQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HQ-KEY
        FILE STATUS IS WS-HOLDQ-FS.
    SELECT HISTORY-IN-FILE ASSIGN TO "RUNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNHIST-FS.
    SELECT CLOSE-REPORT-FILE ASSIGN TO "PCLSRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  SELECT-IN-FILE.
01  SEL-CARD.
    05 SEL-KEYWORD     PIC X(9).
    05 SEL-VALUE       PIC X(20).
    05 FILLER          PIC X(51).

FD  FISCAL-FILE.
    COPY CALCFPD.

FD  MASTER-FILE.
    COPY CALCMST.

FD  HOLD-QUEUE-FILE.
    COPY CALCHLD.

FD  HISTORY-IN-FILE.
    COPY CALCHST.

FD  CLOSE-REPORT-FILE.
01  CLOSE-REPORT-LINE PIC X(80).

WORKING-STORAGE SECTION.
    COPY CALCREC REPLACING ==CALC-RECORD== BY ==HLD-CALC-RECORD==.

01 WS-PCLSEL-FS      PIC XX.
01 WS-FISCAL-FS      PIC XX.
01 WS-MASTER-FS      PIC XX.
01 WS-RUNHIST-FS     PIC XX.
01 WS-HOLDQ-FS       PIC XX.
01 WS-SEL-EOF-SW     PIC X VALUE "N".
    88 END-OF-SELECT-IN    VALUE "Y".
01 WS-MST-EOF-SW     PIC X VALUE "N".
    88 END-OF-PERIOD-PASS  VALUE "Y".
01 WS-HST-EOF-SW     PIC X VALUE "N".
    88 END-OF-HISTORY-IN   VALUE "Y".
01 WS-HQ-EOF-SW      PIC X VALUE "N".
    88 END-OF-HOLD-PASS    VALUE "Y".

01 WS-SEL-PERIOD     PIC X(6) VALUE SPACES.
01 WS-SEL-CLOSE      PIC X(3) VALUE "YES".
    88 CLOSE-REQUESTED     VALUE "YES".
01 WS-CARD-ERROR-SW  PIC X VALUE "N".
    88 SELECTION-CARD-BAD  VALUE "Y".
01 WS-USER-ID        PIC X(8).
01 WS-RUN-DATE       PIC X(10).
01 WS-RUN-TIME       PIC X(6).
01 WS-TODAY-NUM      PIC 9(8).
01 WS-REFUSE-REASON  PIC X(50) VALUE SPACES.

*> TRIAL BALANCE ENTRIES, ONE PER COST CENTER AND BRANCH, KEPT IN
*> COST-CENTER-THEN-BRANCH ORDER BY INSERTING EACH NEW PAIR IN
*> PLACE (SAME SHAPE AS CALCSTMT'S COST-CENTER TABLE). A TABLE
*> THAT FILLS LEAVES THE TRIAL BALANCE INCOMPLETE, AND AN
*> INCOMPLETE TRIAL BALANCE DOES NOT CLOSE THE PERIOD.
01 WS-TB-USED        PIC S9(4) COMP VALUE ZERO.
01 WS-TB-LIMIT       PIC S9(4) COMP VALUE 500.
01 WS-TB-SUB         PIC S9(4) COMP.
01 WS-TB-SLOT        PIC S9(4) COMP.
01 WS-TB-SHIFT       PIC S9(4) COMP.
01 WS-TB-WORK-KEY.
    05 WS-TB-WORK-CC     PIC X(4).
    05 WS-TB-WORK-BRANCH PIC X(4).
01 WS-TB-OVERFLOW-SW PIC X VALUE "N".
    88 TB-TABLE-OVERFLOWED VALUE "Y".
01 WS-TB-TABLE.
    05 WS-TB-ENTRY OCCURS 500 TIMES.
        10 TB-KEY.
            15 TB-COST-CENTER PIC X(4).
            15 TB-BRANCH      PIC X(4).
        10 TB-TRAN-COUNT     PIC 9(6).
        10 TB-REJECT-COUNT   PIC 9(6).
        10 TB-RESULT-TOTAL   PIC S9(15)V99.

01 WS-CC-TRANS       PIC 9(6).
01 WS-CC-REJECTS     PIC 9(6).
01 WS-CC-TOTAL       PIC S9(15)V99.
01 WS-GRAND-TRANS    PIC 9(9) VALUE ZERO.
01 WS-GRAND-REJECTS  PIC 9(9) VALUE ZERO.
01 WS-GRAND-TOTAL    PIC S9(15)V99 VALUE ZERO.

01 WS-HIST-TRANS     PIC 9(9) VALUE ZERO.
01 WS-HIST-TOTAL     PIC S9(15)V99 VALUE ZERO.
01 WS-HIST-RUNS      PIC 9(4) VALUE ZERO.

*> HOLD QUEUE ITEMS WITH A RUN DATE IN THE PERIOD.
01 WS-HOLDQ-SW       PIC X VALUE "N".
    88 HOLD-QUEUE-PRESENT  VALUE "Y".
01 WS-HQ-REJECT-COUNT PIC 9(9) VALUE ZERO.
01 WS-HQ-REJECT-TOTAL PIC S9(15)V99 VALUE ZERO.
01 WS-HQ-WAIT-COUNT  PIC 9(9) VALUE ZERO.
    88 NO-HOLD-ITEMS-WAITING VALUE ZERO.
01 WS-HQ-WAIT-TOTAL  PIC S9(15)V99 VALUE ZERO.
01 WS-TIE-TRANS      PIC 9(9) VALUE ZERO.
01 WS-TIE-TOTAL      PIC S9(15)V99 VALUE ZERO.
01 WS-TIE-SW         PIC X VALUE "N".
    88 PERIOD-TIES         VALUE "Y".
01 WS-CLOSED-SW      PIC X VALUE "N".
    88 PERIOD-NOW-CLOSED   VALUE "Y".

01 WS-EDIT-COUNT     PIC ZZZ,ZZ9.
01 WS-EDIT-BIG-COUNT PIC ZZZ,ZZZ,ZZ9.
01 WS-EDIT-TOTAL     PIC -(15)9.99.

01 WS-TB-LINE.
    05 TL-COST-CENTER    PIC X(4).
    05 FILLER            PIC X(2) VALUE SPACES.
    05 TL-BRANCH         PIC X(4).
    05 FILLER            PIC X(4) VALUE SPACES.
    05 TL-TRAN-COUNT     PIC ZZZ,ZZ9.
    05 FILLER            PIC X(4) VALUE SPACES.
    05 TL-REJECT-COUNT   PIC ZZZ,ZZ9.
    05 FILLER            PIC X(4) VALUE SPACES.
    05 TL-RESULT-TOTAL   PIC -(15)9.99.
    05 FILLER            PIC X(25) VALUE SPACES.

LINKAGE SECTION.
01 LS-PARM.
    05 LS-PARM-LEN   PIC S9(4) COMP.
    05 LS-PARM-DATA  PIC X(60).

PROCEDURE DIVISION USING LS-PARM.
MAIN-LOGIC.
    MOVE "UNKNOWN" TO WS-USER-ID.
    IF LS-PARM-LEN > 7
        IF LS-PARM-DATA(1:7) = "USERID="
            MOVE LS-PARM-DATA(8:8) TO WS-USER-ID
        END-IF
    END-IF.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
    MOVE WS-RUN-DATE(1:8) TO WS-TODAY-NUM.

    PERFORM READ-SELECTION-CARDS.
    IF WS-SEL-PERIOD = SPACES
            OR WS-SEL-PERIOD IS NOT NUMERIC
            OR SELECTION-CARD-BAD
        DISPLAY "CALCPCLS - NO VALID PERIOD CARD ON PCLSEL"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN I-O FISCAL-FILE.
    IF WS-FISCAL-FS NOT = "00"
        DISPLAY "FISCAL OPEN FAILED - FILE STATUS " WS-FISCAL-FS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE WS-SEL-PERIOD TO FP-PERIOD-ID.
    READ FISCAL-FILE
        INVALID KEY
            MOVE "PERIOD NOT ON THE FISCAL CALENDAR"
                TO WS-REFUSE-REASON
    END-READ.
    IF WS-REFUSE-REASON = SPACES AND CLOSE-REQUESTED
        PERFORM CHECK-PERIOD-CLOSABLE
    END-IF.
    IF WS-REFUSE-REASON NOT = SPACES
        DISPLAY "CALCPCLS - PERIOD " WS-SEL-PERIOD " - "
            WS-REFUSE-REASON
        CLOSE FISCAL-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT MASTER-FILE.
    IF WS-MASTER-FS NOT = "00"
        DISPLAY "CALCMST OPEN FAILED - FILE STATUS " WS-MASTER-FS
        CLOSE FISCAL-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT CLOSE-REPORT-FILE.

    PERFORM COLLECT-TRIAL-BALANCE.
    PERFORM COLLECT-HOLD-QUEUE-ITEMS.
    PERFORM SUM-RUN-HISTORY-TOTALS.
    IF PERIOD-TIES AND NOT TB-TABLE-OVERFLOWED
            AND NO-HOLD-ITEMS-WAITING
            AND CLOSE-REQUESTED
        PERFORM MARK-PERIOD-CLOSED
    END-IF.
    PERFORM PRINT-TRIAL-BALANCE.
    PERFORM PRINT-TIE-OUT.

    CLOSE MASTER-FILE
    CLOSE FISCAL-FILE
    CLOSE CLOSE-REPORT-FILE.

    IF PERIOD-TIES AND NOT TB-TABLE-OVERFLOWED
            AND NO-HOLD-ITEMS-WAITING
            AND (PERIOD-NOW-CLOSED OR NOT CLOSE-REQUESTED)
        MOVE 0 TO RETURN-CODE
    ELSE
        MOVE 8 TO RETURN-CODE
    END-IF.
    STOP RUN.

READ-SELECTION-CARDS.
    OPEN INPUT SELECT-IN-FILE.
    IF WS-PCLSEL-FS NOT = "00"
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
    IF WS-PCLSEL-FS = "00" OR WS-PCLSEL-FS = "10"
        CLOSE SELECT-IN-FILE
    END-IF.

APPLY-SELECTION-CARD.
    EVALUATE SEL-KEYWORD
        WHEN "PERIOD   "
            MOVE SEL-VALUE(1:6) TO WS-SEL-PERIOD
        WHEN "CLOSE    "
            IF SEL-VALUE(1:3) = "YES" OR SEL-VALUE(1:3) = "NO "
                MOVE SEL-VALUE(1:3) TO WS-SEL-CLOSE
            ELSE
                DISPLAY "CALCPCLS - CLOSE MUST BE YES OR NO: "
                    SEL-VALUE
                MOVE "Y" TO WS-CARD-ERROR-SW
            END-IF
        WHEN SPACES
            CONTINUE
        WHEN OTHER
            DISPLAY "CALCPCLS - UNRECOGNIZED SELECTION CARD: "
                SEL-KEYWORD
    END-EVALUATE.

*> A CLOSED PERIOD STAYS CLOSED, AND A PERIOD STILL RUNNING CANNOT
*> BE CLOSED - TONIGHT'S FILES WOULD BE REFUSED.
CHECK-PERIOD-CLOSABLE.
    EVALUATE TRUE
        WHEN FP-IS-CLOSED
            MOVE "PERIOD IS ALREADY CLOSED" TO WS-REFUSE-REASON
        WHEN FP-END-DATE NOT < WS-TODAY-NUM
            MOVE "PERIOD HAS NOT ENDED - CANNOT BE CLOSED YET"
                TO WS-REFUSE-REASON
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

START-PERIOD-PASS.
    MOVE "N" TO WS-MST-EOF-SW.
    MOVE FP-START-DATE TO CM-RUN-DATE.
    MOVE LOW-VALUES TO CM-BRANCH-ID.
    MOVE ZERO TO CM-SEQ-NO.
    MOVE ZERO TO CM-LINE-NO.
    START MASTER-FILE KEY IS GREATER THAN OR EQUAL TO CM-KEY
        INVALID KEY
            MOVE "Y" TO WS-MST-EOF-SW
    END-START.

READ-NEXT-PERIOD-RECORD.
    READ MASTER-FILE NEXT
        AT END
            MOVE "Y" TO WS-MST-EOF-SW
        NOT AT END
            IF CM-RUN-DATE > FP-END-DATE
                MOVE "Y" TO WS-MST-EOF-SW
            END-IF
    END-READ.

COLLECT-TRIAL-BALANCE.
    PERFORM START-PERIOD-PASS.
    PERFORM UNTIL END-OF-PERIOD-PASS
        PERFORM READ-NEXT-PERIOD-RECORD
        IF NOT END-OF-PERIOD-PASS
            PERFORM TALLY-ONE-MASTER-RECORD
        END-IF
    END-PERFORM.

*> THE GRAND TOTALS ARE KEPT APART FROM THE TABLE SO THE TIE-OUT
*> IS STILL RIGHT WHEN THE TABLE OVERFLOWS.
TALLY-ONE-MASTER-RECORD.
    ADD 1 TO WS-GRAND-TRANS.
    IF CM-STATUS = "OK"
        ADD CM-RESULT TO WS-GRAND-TOTAL
    ELSE
        ADD 1 TO WS-GRAND-REJECTS
    END-IF.
    MOVE CM-COST-CENTER TO WS-TB-WORK-CC.
    MOVE CM-BRANCH-ID TO WS-TB-WORK-BRANCH.
    PERFORM LOCATE-TRIAL-BALANCE-ENTRY.
    IF WS-TB-SLOT > 0
        ADD 1 TO TB-TRAN-COUNT(WS-TB-SLOT)
        IF CM-STATUS = "OK"
            ADD CM-RESULT TO TB-RESULT-TOTAL(WS-TB-SLOT)
        ELSE
            ADD 1 TO TB-REJECT-COUNT(WS-TB-SLOT)
        END-IF
    END-IF.

LOCATE-TRIAL-BALANCE-ENTRY.
    MOVE ZERO TO WS-TB-SLOT.
    MOVE 1 TO WS-TB-SUB.
    PERFORM UNTIL WS-TB-SUB > WS-TB-USED
            OR TB-KEY(WS-TB-SUB) >= WS-TB-WORK-KEY
        ADD 1 TO WS-TB-SUB
    END-PERFORM.
    IF WS-TB-SUB <= WS-TB-USED
            AND TB-KEY(WS-TB-SUB) = WS-TB-WORK-KEY
        MOVE WS-TB-SUB TO WS-TB-SLOT
    ELSE
        IF WS-TB-USED < WS-TB-LIMIT
            MOVE WS-TB-USED TO WS-TB-SHIFT
            PERFORM UNTIL WS-TB-SHIFT < WS-TB-SUB
                MOVE WS-TB-ENTRY(WS-TB-SHIFT)
                    TO WS-TB-ENTRY(WS-TB-SHIFT + 1)
                SUBTRACT 1 FROM WS-TB-SHIFT
            END-PERFORM
            ADD 1 TO WS-TB-USED
            MOVE WS-TB-SUB TO WS-TB-SLOT
            MOVE WS-TB-WORK-KEY TO TB-KEY(WS-TB-SLOT)
            MOVE ZERO TO TB-TRAN-COUNT(WS-TB-SLOT)
            MOVE ZERO TO TB-REJECT-COUNT(WS-TB-SLOT)
            MOVE ZERO TO TB-RESULT-TOTAL(WS-TB-SLOT)
        ELSE
            IF NOT TB-TABLE-OVERFLOWED
                DISPLAY "TRIAL BALANCE TABLE FULL - INCOMPLETE FROM "
                    "COST CENTER " WS-TB-WORK-CC
                    " BRANCH " WS-TB-WORK-BRANCH
                SET TB-TABLE-OVERFLOWED TO TRUE
            END-IF
        END-IF
    END-IF.

*> EVERY LINE CALCHOLD QUEUED WAS COUNTED IN ITS RUN'S HISTORY.
*> A REJECTED LINE NEVER REACHES THE MASTER, SO IT COUNTS ON THE
*> MASTER'S SIDE OF THE TIE; A LINE STILL WAITING IS COUNTED THE
*> SAME WAY SO THE TIE-OUT STILL SHOWS WHETHER THE REST AGREES,
*> BUT IT KEEPS THE PERIOD OPEN. NO QUEUE MEANS NO HOLD FIGURES.
COLLECT-HOLD-QUEUE-ITEMS.
    OPEN INPUT HOLD-QUEUE-FILE.
    IF WS-HOLDQ-FS NOT = "00"
        MOVE "Y" TO WS-HQ-EOF-SW
    ELSE
        MOVE "Y" TO WS-HOLDQ-SW
        MOVE FP-START-DATE TO HQ-RUN-DATE
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
                IF HQ-RUN-DATE > FP-END-DATE
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

*> THE PERIOD'S RUNHIST RECORDS ARE THE CONTROL TOTALS EVERY RUN
*> IN IT PRINTED AND RECONCILED AGAINST - IF THE MASTER AGREES
*> WITH THEIR SUM, NOTHING WAS DROPPED OR ADDED BETWEEN THE DAILY
*> RUNS AND THE BOOKS BEING CLOSED.
SUM-RUN-HISTORY-TOTALS.
    OPEN INPUT HISTORY-IN-FILE.
    IF WS-RUNHIST-FS NOT = "00"
        DISPLAY "RUNHIST NOT AVAILABLE - FILE STATUS "
            WS-RUNHIST-FS " - PERIOD CANNOT BE PROVED"
        MOVE "Y" TO WS-HST-EOF-SW
    END-IF.
    PERFORM UNTIL END-OF-HISTORY-IN
        READ HISTORY-IN-FILE
            AT END
                MOVE "Y" TO WS-HST-EOF-SW
            NOT AT END
                IF RH-RUN-DATE >= FP-START-DATE
                        AND RH-RUN-DATE <= FP-END-DATE
                    ADD 1 TO WS-HIST-RUNS
                    ADD RH-TOTAL-COUNT TO WS-HIST-TRANS
                    ADD RH-RESULT-TOTAL TO WS-HIST-TOTAL
                END-IF
        END-READ
    END-PERFORM.
    IF WS-RUNHIST-FS = "00" OR WS-RUNHIST-FS = "10"
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

MARK-PERIOD-CLOSED.
    MOVE "C" TO FP-STATUS.
    MOVE WS-TODAY-NUM TO FP-CLOSED-DATE.
    MOVE WS-RUN-TIME TO FP-CLOSED-TIME.
    MOVE WS-USER-ID TO FP-CLOSED-USER.
    MOVE WS-GRAND-TRANS TO FP-CLOSE-COUNT.
    MOVE WS-GRAND-TOTAL TO FP-CLOSE-TOTAL.
    MOVE SPACES TO FP-REOPEN-REF.
    MOVE SPACES TO FP-REOPEN-USER.
    REWRITE FISCAL-PERIOD-RECORD
        INVALID KEY
            DISPLAY "FISCAL REWRITE FAILED - FILE STATUS "
                WS-FISCAL-FS " - PERIOD NOT CLOSED"
        NOT INVALID KEY
            MOVE "Y" TO WS-CLOSED-SW
    END-REWRITE.

PRINT-TRIAL-BALANCE.
    MOVE SPACES TO CLOSE-REPORT-LINE
    STRING "CALCPCLS - FISCAL PERIOD CLOSE " DELIMITED BY SIZE
        FP-PERIOD-ID DELIMITED BY SIZE
        "  (" DELIMITED BY SIZE
        FP-START-DATE DELIMITED BY SIZE
        " - " DELIMITED BY SIZE
        FP-END-DATE DELIMITED BY SIZE
        ")" DELIMITED BY SIZE
        INTO CLOSE-REPORT-LINE
    END-STRING
    WRITE CLOSE-REPORT-LINE.
    MOVE SPACES TO CLOSE-REPORT-LINE
    STRING "RUN DATE (YYYYMMDD): " DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        "  USER: " DELIMITED BY SIZE
        WS-USER-ID DELIMITED BY SIZE
        INTO CLOSE-REPORT-LINE
    END-STRING
    WRITE CLOSE-REPORT-LINE.
    IF NOT CLOSE-REQUESTED
        MOVE "TRIAL RUN - THE PERIOD IS NOT CLOSED BY THIS RUN"
            TO CLOSE-REPORT-LINE
        WRITE CLOSE-REPORT-LINE
    END-IF.
    MOVE SPACES TO CLOSE-REPORT-LINE
    WRITE CLOSE-REPORT-LINE.
    MOVE "CLOSING TRIAL BALANCE BY COST CENTER AND BRANCH"
        TO CLOSE-REPORT-LINE
    WRITE CLOSE-REPORT-LINE.
    MOVE SPACES TO CLOSE-REPORT-LINE
    WRITE CLOSE-REPORT-LINE.
    MOVE "COST  BRCH      CALCS    REJECTS           RESULT TOTAL"
        TO CLOSE-REPORT-LINE
    WRITE CLOSE-REPORT-LINE.

    MOVE ZERO TO WS-CC-TRANS WS-CC-REJECTS WS-CC-TOTAL.
    MOVE 1 TO WS-TB-SUB.
    PERFORM UNTIL WS-TB-SUB > WS-TB-USED
        PERFORM PRINT-ONE-TRIAL-BALANCE-LINE
        ADD 1 TO WS-TB-SUB
    END-PERFORM.
    IF WS-TB-USED = 0
        MOVE "  (NO CALCULATIONS ON THE MASTER FOR THE PERIOD)"
            TO CLOSE-REPORT-LINE
        WRITE CLOSE-REPORT-LINE
    END-IF.
    IF TB-TABLE-OVERFLOWED
        MOVE "*** TRIAL BALANCE TABLE FULL - TRIAL BALANCE INCOMPLETE ***"
            TO CLOSE-REPORT-LINE
        WRITE CLOSE-REPORT-LINE
    END-IF.

*> A COST CENTER'S TOTAL LINE FOLLOWS ITS LAST BRANCH - THE
*> TABLE IS IN COST-CENTER-THEN-BRANCH ORDER.
PRINT-ONE-TRIAL-BALANCE-LINE.
    MOVE TB-COST-CENTER(WS-TB-SUB) TO TL-COST-CENTER.
    MOVE TB-BRANCH(WS-TB-SUB) TO TL-BRANCH.
    MOVE TB-TRAN-COUNT(WS-TB-SUB) TO TL-TRAN-COUNT.
    MOVE TB-REJECT-COUNT(WS-TB-SUB) TO TL-REJECT-COUNT.
    MOVE TB-RESULT-TOTAL(WS-TB-SUB) TO TL-RESULT-TOTAL.
    MOVE WS-TB-LINE TO CLOSE-REPORT-LINE.
    WRITE CLOSE-REPORT-LINE.
    ADD TB-TRAN-COUNT(WS-TB-SUB) TO WS-CC-TRANS.
    ADD TB-REJECT-COUNT(WS-TB-SUB) TO WS-CC-REJECTS.
    ADD TB-RESULT-TOTAL(WS-TB-SUB) TO WS-CC-TOTAL.
    IF WS-TB-SUB = WS-TB-USED
        PERFORM PRINT-COST-CENTER-TOTAL
    ELSE
        IF TB-COST-CENTER(WS-TB-SUB + 1)
                NOT = TB-COST-CENTER(WS-TB-SUB)
            PERFORM PRINT-COST-CENTER-TOTAL
        END-IF
    END-IF.

PRINT-COST-CENTER-TOTAL.
    MOVE TB-COST-CENTER(WS-TB-SUB) TO TL-COST-CENTER.
    MOVE "ALL " TO TL-BRANCH.
    MOVE WS-CC-TRANS TO TL-TRAN-COUNT.
    MOVE WS-CC-REJECTS TO TL-REJECT-COUNT.
    MOVE WS-CC-TOTAL TO TL-RESULT-TOTAL.
    MOVE WS-TB-LINE TO CLOSE-REPORT-LINE.
    WRITE CLOSE-REPORT-LINE.
    MOVE SPACES TO CLOSE-REPORT-LINE
    WRITE CLOSE-REPORT-LINE.
    MOVE ZERO TO WS-CC-TRANS WS-CC-REJECTS WS-CC-TOTAL.

PRINT-TIE-OUT.
    MOVE SPACES TO CLOSE-REPORT-LINE
    WRITE CLOSE-REPORT-LINE.
    MOVE ALL "=" TO CLOSE-REPORT-LINE
    WRITE CLOSE-REPORT-LINE.

    MOVE WS-GRAND-TRANS TO WS-EDIT-BIG-COUNT
    MOVE SPACES TO CLOSE-REPORT-LINE
    STRING "CALCULATIONS ON THE MASTER . . . : " DELIMITED BY SIZE
        WS-EDIT-BIG-COUNT DELIMITED BY SIZE
        INTO CLOSE-REPORT-LINE
    END-STRING
    WRITE CLOSE-REPORT-LINE.
    MOVE WS-GRAND-REJECTS TO WS-EDIT-BIG-COUNT
    MOVE SPACES TO CLOSE-REPORT-LINE
    STRING "REJECTS ON THE MASTER. . . . . . : " DELIMITED BY SIZE
        WS-EDIT-BIG-COUNT DELIMITED BY SIZE
        INTO CLOSE-REPORT-LINE
    END-STRING
    WRITE CLOSE-REPORT-LINE.
    MOVE WS-GRAND-TOTAL TO WS-EDIT-TOTAL
    MOVE SPACES TO CLOSE-REPORT-LINE
    STRING "RESULT TOTAL ON THE MASTER . . . : " DELIMITED BY SIZE
        WS-EDIT-TOTAL DELIMITED BY SIZE
        INTO CLOSE-REPORT-LINE
    END-STRING
    WRITE CLOSE-REPORT-LINE.
    IF HOLD-QUEUE-PRESENT
        MOVE WS-HQ-REJECT-COUNT TO WS-EDIT-BIG-COUNT
        MOVE WS-HQ-REJECT-TOTAL TO WS-EDIT-TOTAL
        MOVE SPACES TO CLOSE-REPORT-LINE
        STRING "HELD AND REJECTED TO RECYCLE . . : " DELIMITED BY SIZE
            WS-EDIT-BIG-COUNT DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            WS-EDIT-TOTAL DELIMITED BY SIZE
            INTO CLOSE-REPORT-LINE
        END-STRING
        WRITE CLOSE-REPORT-LINE
        MOVE WS-HQ-WAIT-COUNT TO WS-EDIT-BIG-COUNT
        MOVE WS-HQ-WAIT-TOTAL TO WS-EDIT-TOTAL
        MOVE SPACES TO CLOSE-REPORT-LINE
        STRING "STILL ON THE HOLD QUEUE. . . . . : " DELIMITED BY SIZE
            WS-EDIT-BIG-COUNT DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            WS-EDIT-TOTAL DELIMITED BY SIZE
            INTO CLOSE-REPORT-LINE
        END-STRING
        WRITE CLOSE-REPORT-LINE
    END-IF.

    MOVE WS-HIST-RUNS TO WS-EDIT-COUNT
    MOVE SPACES TO CLOSE-REPORT-LINE
    STRING "RUNHIST RUNS IN THE PERIOD . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO CLOSE-REPORT-LINE
    END-STRING
    WRITE CLOSE-REPORT-LINE.
    MOVE WS-HIST-TRANS TO WS-EDIT-BIG-COUNT
    MOVE SPACES TO CLOSE-REPORT-LINE
    STRING "TRANSACTIONS PER RUNHIST . . . . : " DELIMITED BY SIZE
        WS-EDIT-BIG-COUNT DELIMITED BY SIZE
        INTO CLOSE-REPORT-LINE
    END-STRING
    WRITE CLOSE-REPORT-LINE.
    MOVE WS-HIST-TOTAL TO WS-EDIT-TOTAL
    MOVE SPACES TO CLOSE-REPORT-LINE
    STRING "RESULT TOTAL PER RUNHIST . . . . : " DELIMITED BY SIZE
        WS-EDIT-TOTAL DELIMITED BY SIZE
        INTO CLOSE-REPORT-LINE
    END-STRING
    WRITE CLOSE-REPORT-LINE.

    MOVE SPACES TO CLOSE-REPORT-LINE
    WRITE CLOSE-REPORT-LINE.
    EVALUATE TRUE
        WHEN NOT PERIOD-TIES
            MOVE "*** MASTER DOES NOT TIE TO RUNHIST - PERIOD NOT CLOSED ***"
                TO CLOSE-REPORT-LINE
        WHEN TB-TABLE-OVERFLOWED
            MOVE "*** TRIAL BALANCE INCOMPLETE - PERIOD NOT CLOSED ***"
                TO CLOSE-REPORT-LINE
        WHEN NOT NO-HOLD-ITEMS-WAITING
            MOVE "*** PERIOD ITEMS STILL ON THE HOLD QUEUE - PERIOD NOT CLOSED ***"
                TO CLOSE-REPORT-LINE
        WHEN PERIOD-NOW-CLOSED
            MOVE SPACES TO CLOSE-REPORT-LINE
            STRING "MASTER TIES TO RUN HISTORY - PERIOD " DELIMITED BY SIZE
                FP-PERIOD-ID DELIMITED BY SIZE
                " CLOSED" DELIMITED BY SIZE
                INTO CLOSE-REPORT-LINE
            END-STRING
        WHEN CLOSE-REQUESTED
            MOVE "*** PERIOD COULD NOT BE MARKED CLOSED - SEE SYSOUT ***"
                TO CLOSE-REPORT-LINE
        WHEN OTHER
            MOVE "MASTER TIES TO RUN HISTORY - TRIAL RUN, PERIOD LEFT AS IT IS"
                TO CLOSE-REPORT-LINE
    END-EVALUATE.
    WRITE CLOSE-REPORT-LINE.
