IDENTIFICATION DIVISION.
PROGRAM-ID. CALCHOLD.

*> HIGH-VALUE HOLD SPLIT, RUN BETWEEN CALC AND THE RECONCILIATION.
*> READS THE NIGHT'S TRANSOUT AND SPLITS IT IN TWO: EVERY RESULT
*> WITH STATUS OK WHOSE ABSOLUTE CR-RESULT IS OVER THE HOLD LIMIT
*> FOR ITS COST CENTER GOES TO THE HELD FILE (HELDOUT) AND ONTO
*> THE HOLD QUEUE (HOLDQ, CALCHLD LAYOUT) TO WAIT FOR A
*> SUPERVISOR; EVERYTHING ELSE - AND THE PASS-THROUGH SECTION
*> HEADERS, WHICH GO TO BOTH FILES - IS COPIED TO THE PASSED FILE
*> (PASSOUT) THAT THE RELEASE, LEDGER EXTRACT AND MASTER LOAD
*> STEPS NOW READ. AN ALLOCATION IS HELD WHOLE WHEN ANY ONE OF
*> ITS LINES IS OVER ITS TARGET'S LIMIT, SO A SUPERVISOR ALWAYS
*> SEES (AND THE LEDGER ONLY EVER GETS) THE COMPLETE SPREAD.
*> CALCRECN THEN PROVES PASSED PLUS HELD STILL BALANCES TO THE
*> CONTROL TOTALS CALC WROTE TO CTLOUT.
*>
*> A TRANSACTION THE DUPCHK STEP (CALCDUPS) LISTED ON ITS SUSPECT
*> FILE (DUPSIN, CALCDUP LAYOUT) AS A SUSPECTED DUPLICATE IS HELD
*> THE SAME WAY WHATEVER ITS RESULT, AS QUEUE TYPE D WITH THE KEY
*> OF THE EARLIER OCCURRENCE IT MATCHED, SO IT STAYS OUT OF THE
*> RELEASE UNTIL A SUPERVISOR CONFIRMS IT OR REJECTS IT TO
*> RECYCLE. NO SUSPECT FILE MEANS NO SUSPECTS.
*>
*> ITEMS A SUPERVISOR HAS SINCE APPROVED THROUGH CALCHREL (QUEUE
*> STATUS A) ARE COPIED, UNDER SECTION HEADERS CARRYING THEIR
*> ORIGINAL FILE DATE AND BRANCH, TO THE APPROVED FILE, WHICH THE
*> JOB CONCATENATES BEHIND THE PASSED FILE FOR THE RELEASE AND
*> THE MASTER LOAD - THE APPROVED RESULT GOES OUT WITH THE NEXT
*> CYCLE EXACTLY AS CALC WROTE IT (THE MASTER KEYS IT ON ITS
*> ORIGINAL RUN DATE). CALCHPST MARKS THEM RELEASED ONCE THE
*> EXTRACT AND THE LOAD HAVE RUN.
*>
*> LIMITS AND OPTIONS COME IN AS CARDS ON HOLDLIM - KEYWORD IN
*> COLUMNS 1-9, VALUE FROM COLUMN 10, AMOUNTS IN WHOLE CURRENCY
*> UNITS, NINE DIGITS, ZERO-FILLED:
*>   DEFAULT  NNNNNNNNN       SHOP-WIDE LIMIT FOR ANY COST CENTER
*>                            WITHOUT ITS OWN CARD
*>   COSTCTR  CCCC NNNNNNNNN  LIMIT FOR ONE COST CENTER
*>   APPROVED NO              LEAVE APPROVED ITEMS WHERE THEY ARE
*>                            (THE RECYCLE RERUN - APPROVED ITEMS
*>                            GO OUT WITH THE NIGHTLY RUN ONLY)
*> A RESULT IS HELD WHEN ITS ABSOLUTE VALUE IS MORE THAN THE
*> LIMIT. WITH NO DEFAULT CARD, COST CENTERS WITHOUT A CARD OF
*> THEIR OWN ARE NEVER HELD.
*>
*> A KEY ALREADY ON THE QUEUE (THE SAME NIGHT RE-RUN AFTER A
*> FAILED RECONCILIATION) KEEPS ITS QUEUE ENTRY AND WHATEVER A
*> SUPERVISOR HAS DONE WITH IT, AND THE RESULT STAYS OUT OF THE
*> PASSED FILE.
*>   RC=0  SPLIT DONE
*>   RC=4  SPLIT DONE BUT NO HOLD LIMIT IS IN FORCE - NOTHING
*>         COULD BE HELD
*>   RC=8  A HOLDLIM CARD IS NOT VALID - NOTHING SPLIT
*>   RC=12 HOLDQ COULD NOT BE OPENED

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HOLD-IN-FILE ASSIGN TO "TRANSOUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT LIMIT-IN-FILE ASSIGN TO "HOLDLIM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOLDLIM-FS.
    SELECT SUSPECT-IN-FILE ASSIGN TO "DUPSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DUPSIN-FS.
    SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLDQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HQ-KEY
        FILE STATUS IS WS-HOLDQ-FS.
    SELECT PASS-OUT-FILE ASSIGN TO "PASSOUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT HELD-OUT-FILE ASSIGN TO "HELDOUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT APPROVED-OUT-FILE ASSIGN TO "APPROVED"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT HOLD-REPORT-FILE ASSIGN TO "HOLDRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  HOLD-IN-FILE.
    COPY CALCREC REPLACING ==CALC-RECORD== BY ==HIN-RECORD==.

FD  LIMIT-IN-FILE.
01  SEL-CARD.
    05 SEL-KEYWORD     PIC X(9).
    05 SEL-VALUE       PIC X(20).
    05 FILLER          PIC X(51).

FD  SUSPECT-IN-FILE.
    COPY CALCDUP.

FD  HOLD-QUEUE-FILE.
    COPY CALCHLD.

FD  PASS-OUT-FILE.
01  PSO-RECORD        PIC X(137).

FD  HELD-OUT-FILE.
01  HDO-RECORD        PIC X(137).

FD  APPROVED-OUT-FILE.
01  APO-RECORD        PIC X(137).

FD  HOLD-REPORT-FILE.
01  HOLD-REPORT-LINE  PIC X(80).

WORKING-STORAGE SECTION.
    COPY CALCCTL.
    COPY CALCREC REPLACING ==CALC-RECORD== BY ==HLD-CALC-RECORD==.

01 WS-HOLDLIM-FS     PIC XX.
01 WS-HOLDQ-FS       PIC XX.
01 WS-DUPSIN-FS      PIC XX.
01 WS-IN-EOF-SW      PIC X VALUE "N".
    88 END-OF-HOLD-IN      VALUE "Y".
01 WS-SEL-EOF-SW     PIC X VALUE "N".
    88 END-OF-LIMIT-IN     VALUE "Y".
01 WS-Q-EOF-SW       PIC X VALUE "N".
    88 END-OF-HOLD-QUEUE   VALUE "Y".
01 WS-DS-EOF-SW      PIC X VALUE "N".
    88 END-OF-SUSPECT-IN   VALUE "Y".
01 WS-CARD-ERROR-SW  PIC X VALUE "N".
    88 LIMIT-CARD-BAD      VALUE "Y".
01 WS-PICKUP-SW      PIC X VALUE "Y".
    88 PICK-UP-APPROVED    VALUE "Y".
01 WS-RUN-DATE       PIC X(10).

*> THE LIMITS IN FORCE. A COST CENTER'S OWN CARD WINS OVER THE
*> DEFAULT; A SECOND CARD FOR THE SAME COST CENTER REPLACES THE
*> FIRST.
01 WS-DEFAULT-SW     PIC X VALUE "N".
    88 DEFAULT-LIMIT-SET   VALUE "Y".
01 WS-DEFAULT-LIMIT  PIC 9(9) VALUE ZERO.
01 WS-HL-USED        PIC S9(4) COMP VALUE ZERO.
01 WS-HL-LIMIT       PIC S9(4) COMP VALUE 500.
01 WS-HL-SUB         PIC S9(4) COMP.
01 WS-HL-TABLE.
    05 WS-HL-ENTRY OCCURS 500 TIMES.
        10 HL-COST-CENTER  PIC X(4).
        10 HL-LIMIT        PIC 9(9).
01 WS-CARD-CC        PIC X(4).
01 WS-CARD-AMOUNT    PIC X(9).

*> THE SUSPECTED DUPLICATES CALCDUPS FOUND IN THIS TRANSOUT, BY
*> BRANCH AND SEQUENCE - ONE ENTRY PER TRANSACTION.
01 WS-DT-USED        PIC S9(4) COMP VALUE ZERO.
01 WS-DT-LIMIT       PIC S9(4) COMP VALUE 5000.
01 WS-DT-SUB         PIC S9(4) COMP.
01 WS-DT-TABLE.
    05 WS-DT-ENTRY OCCURS 5000 TIMES.
        10 DT-BRANCH-ID    PIC X(4).
        10 DT-SEQ-NO       PIC 9(6).
        10 DT-MATCH-KEY    PIC X(20).

*> ONE TRANSACTION'S TRANSOUT LINES - A SINGLE LINE FOR AN
*> ORDINARY CALCULATION, EVERY TARGET LINE FOR AN ALLOCATION - SO
*> THE HOLD DECISION CAN BE TAKEN FOR THE WHOLE TRANSACTION.
01 WS-TX-USED        PIC S9(4) COMP VALUE ZERO.
01 WS-TX-LIMIT       PIC S9(4) COMP VALUE 20.
01 WS-TX-SUB         PIC S9(4) COMP.
01 WS-TX-TABLE.
    05 WS-TX-LINE OCCURS 20 TIMES PIC X(137).
01 WS-TX-SEQ         PIC 9(6).
01 WS-HOLD-TX-SW     PIC X VALUE "N".
    88 HOLD-TRANSACTION    VALUE "Y".
01 WS-DUP-TX-SW      PIC X VALUE "N".
    88 DUPLICATE-TRANSACTION VALUE "Y".
01 WS-TX-MATCH-KEY   PIC X(20).
01 WS-LIMIT-FOUND-SW PIC X VALUE "N".
    88 LIMIT-FOUND         VALUE "Y".
01 WS-LINE-LIMIT     PIC 9(9).
01 WS-TX-HOLD-LIMIT  PIC 9(9).
01 WS-ABS-RESULT     PIC 9(10)V99.

01 WS-CUR-FILE-DATE  PIC 9(8) VALUE ZERO.
01 WS-CUR-BRANCH     PIC X(4) VALUE SPACES.
01 WS-APO-FILE-DATE  PIC 9(8) VALUE ZERO.
01 WS-APO-BRANCH     PIC X(4) VALUE SPACES.
01 WS-ITEM-NOTE      PIC X(16).

01 WS-HOLD-COUNTS.
    05 HLD-READ-COUNT      PIC 9(6) VALUE ZERO.
    05 HLD-PASS-COUNT      PIC 9(6) VALUE ZERO.
    05 HLD-HELD-COUNT      PIC 9(6) VALUE ZERO.
    05 HLD-QUEUED-COUNT    PIC 9(6) VALUE ZERO.
    05 HLD-ONQ-COUNT       PIC 9(6) VALUE ZERO.
    05 HLD-DUP-COUNT       PIC 9(6) VALUE ZERO.
    05 HLD-APPR-COUNT      PIC 9(6) VALUE ZERO.
01 WS-HELD-TOTAL     PIC S9(15)V99 VALUE ZERO.
01 WS-APPR-TOTAL     PIC S9(15)V99 VALUE ZERO.

01 WS-ITEM-LINE.
    05 IL-RUN-DATE       PIC 9(8).
    05 FILLER            PIC X VALUE SPACE.
    05 IL-BRANCH         PIC X(4).
    05 FILLER            PIC X VALUE SPACE.
    05 IL-SEQ            PIC 9(6).
    05 FILLER            PIC X VALUE SPACE.
    05 IL-LINE           PIC 9(2).
    05 FILLER            PIC X VALUE SPACE.
    05 IL-CC             PIC X(4).
    05 FILLER            PIC X VALUE SPACE.
    05 IL-OPER           PIC X.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 IL-RESULT         PIC -(10)9.99.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 IL-LIMIT          PIC ZZZ,ZZZ,ZZ9.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 IL-NOTE           PIC X(16).

01 WS-EDIT-COUNT     PIC ZZZ,ZZ9.
01 WS-EDIT-TOTAL     PIC -(15)9.99.
01 WS-EDIT-LIMIT     PIC ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

    PERFORM READ-LIMIT-CARDS.
    IF LIMIT-CARD-BAD
        DISPLAY "CALCHOLD - HOLDLIM CARD IN ERROR - NOTHING SPLIT, "
            "NOTHING RELEASED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM LOAD-SUSPECT-TABLE.

    OPEN I-O HOLD-QUEUE-FILE.
    IF WS-HOLDQ-FS = "35"
        OPEN OUTPUT HOLD-QUEUE-FILE
        IF WS-HOLDQ-FS = "00"
            CLOSE HOLD-QUEUE-FILE
            OPEN I-O HOLD-QUEUE-FILE
        END-IF
    END-IF.
    IF WS-HOLDQ-FS NOT = "00"
        DISPLAY "HOLDQ OPEN FAILED - FILE STATUS " WS-HOLDQ-FS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT HOLD-IN-FILE.
    OPEN OUTPUT PASS-OUT-FILE.
    OPEN OUTPUT HELD-OUT-FILE.
    OPEN OUTPUT APPROVED-OUT-FILE.
    OPEN OUTPUT HOLD-REPORT-FILE.

    PERFORM WRITE-REPORT-HEADING.

    MOVE "ITEMS HELD FOR SUPERVISOR REVIEW" TO HOLD-REPORT-LINE
    WRITE HOLD-REPORT-LINE.
    PERFORM WRITE-ITEM-HEADING.

    PERFORM UNTIL END-OF-HOLD-IN
        READ HOLD-IN-FILE
            AT END
                MOVE "Y" TO WS-IN-EOF-SW
            NOT AT END
                PERFORM SPLIT-ONE-RECORD
        END-READ
    END-PERFORM.
    PERFORM FLUSH-TRANSACTION.
    IF HLD-HELD-COUNT = 0
        MOVE "  (NONE)" TO HOLD-REPORT-LINE
        WRITE HOLD-REPORT-LINE
    END-IF.

    MOVE SPACES TO HOLD-REPORT-LINE
    WRITE HOLD-REPORT-LINE.
    IF PICK-UP-APPROVED
        MOVE "APPROVED ITEMS GOING OUT WITH THIS RUN" TO HOLD-REPORT-LINE
        WRITE HOLD-REPORT-LINE
        PERFORM WRITE-ITEM-HEADING
        PERFORM PICK-UP-APPROVED-ITEMS
        IF HLD-APPR-COUNT = 0
            MOVE "  (NONE)" TO HOLD-REPORT-LINE
            WRITE HOLD-REPORT-LINE
        END-IF
    ELSE
        MOVE "APPROVED ITEMS NOT PICKED UP BY THIS RUN (APPROVED NO CARD)"
            TO HOLD-REPORT-LINE
        WRITE HOLD-REPORT-LINE
    END-IF.

    CLOSE HOLD-IN-FILE
    CLOSE PASS-OUT-FILE
    CLOSE HELD-OUT-FILE
    CLOSE APPROVED-OUT-FILE
    CLOSE HOLD-QUEUE-FILE.

    PERFORM WRITE-HOLD-SUMMARY.
    CLOSE HOLD-REPORT-FILE.

    IF DEFAULT-LIMIT-SET OR WS-HL-USED > 0
        MOVE 0 TO RETURN-CODE
    ELSE
        DISPLAY "CALCHOLD - NO HOLD LIMIT IN FORCE - NOTHING HELD"
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

READ-LIMIT-CARDS.
    OPEN INPUT LIMIT-IN-FILE.
    IF WS-HOLDLIM-FS NOT = "00"
        MOVE "Y" TO WS-SEL-EOF-SW
    END-IF.
    PERFORM UNTIL END-OF-LIMIT-IN
        READ LIMIT-IN-FILE
            AT END
                MOVE "Y" TO WS-SEL-EOF-SW
            NOT AT END
                PERFORM APPLY-LIMIT-CARD
        END-READ
    END-PERFORM.
    IF WS-HOLDLIM-FS = "00" OR WS-HOLDLIM-FS = "10"
        CLOSE LIMIT-IN-FILE
    END-IF.

APPLY-LIMIT-CARD.
    EVALUATE SEL-KEYWORD
        WHEN "DEFAULT  "
            MOVE SEL-VALUE(1:9) TO WS-CARD-AMOUNT
            IF WS-CARD-AMOUNT IS NUMERIC AND WS-CARD-AMOUNT > ZERO
                MOVE WS-CARD-AMOUNT TO WS-DEFAULT-LIMIT
                MOVE "Y" TO WS-DEFAULT-SW
            ELSE
                DISPLAY "CALCHOLD - DEFAULT LIMIT MUST BE NINE DIGITS, "
                    "NOT ZERO: " SEL-VALUE
                MOVE "Y" TO WS-CARD-ERROR-SW
            END-IF
        WHEN "COSTCTR  "
            MOVE SEL-VALUE(1:4) TO WS-CARD-CC
            MOVE SEL-VALUE(6:9) TO WS-CARD-AMOUNT
            IF WS-CARD-CC = SPACES
                    OR WS-CARD-AMOUNT IS NOT NUMERIC
                    OR WS-CARD-AMOUNT = ZERO
                DISPLAY "CALCHOLD - COSTCTR CARD NEEDS A CODE AND A "
                    "NINE-DIGIT LIMIT, NOT ZERO: " SEL-VALUE
                MOVE "Y" TO WS-CARD-ERROR-SW
            ELSE
                PERFORM STORE-COST-CENTER-LIMIT
            END-IF
        WHEN "APPROVED "
            EVALUATE SEL-VALUE(1:3)
                WHEN "NO "
                    MOVE "N" TO WS-PICKUP-SW
                WHEN "YES"
                    MOVE "Y" TO WS-PICKUP-SW
                WHEN OTHER
                    DISPLAY "CALCHOLD - APPROVED MUST BE YES OR NO: "
                        SEL-VALUE
                    MOVE "Y" TO WS-CARD-ERROR-SW
            END-EVALUATE
        WHEN SPACES
            CONTINUE
        WHEN OTHER
            DISPLAY "CALCHOLD - UNRECOGNIZED HOLDLIM CARD: "
                SEL-KEYWORD
            MOVE "Y" TO WS-CARD-ERROR-SW
    END-EVALUATE.

STORE-COST-CENTER-LIMIT.
    MOVE "N" TO WS-LIMIT-FOUND-SW.
    MOVE 1 TO WS-HL-SUB.
    PERFORM UNTIL WS-HL-SUB > WS-HL-USED
        IF HL-COST-CENTER(WS-HL-SUB) = WS-CARD-CC
            MOVE WS-CARD-AMOUNT TO HL-LIMIT(WS-HL-SUB)
            MOVE "Y" TO WS-LIMIT-FOUND-SW
            MOVE WS-HL-USED TO WS-HL-SUB
        END-IF
        ADD 1 TO WS-HL-SUB
    END-PERFORM.
    IF NOT LIMIT-FOUND
        IF WS-HL-USED < WS-HL-LIMIT
            ADD 1 TO WS-HL-USED
            MOVE WS-CARD-CC TO HL-COST-CENTER(WS-HL-USED)
            MOVE WS-CARD-AMOUNT TO HL-LIMIT(WS-HL-USED)
        ELSE
            DISPLAY "CALCHOLD - MORE THAN 500 COSTCTR CARDS - "
                WS-CARD-CC " NOT STORED"
            MOVE "Y" TO WS-CARD-ERROR-SW
        END-IF
    END-IF.

LOAD-SUSPECT-TABLE.
    OPEN INPUT SUSPECT-IN-FILE.
    IF WS-DUPSIN-FS NOT = "00"
        MOVE "Y" TO WS-DS-EOF-SW
    END-IF.
    PERFORM UNTIL END-OF-SUSPECT-IN
        READ SUSPECT-IN-FILE
            AT END
                MOVE "Y" TO WS-DS-EOF-SW
            NOT AT END
                PERFORM STORE-SUSPECT
        END-READ
    END-PERFORM.
    IF WS-DUPSIN-FS = "00" OR WS-DUPSIN-FS = "10"
        CLOSE SUSPECT-IN-FILE
    END-IF.

STORE-SUSPECT.
    IF WS-DT-USED < WS-DT-LIMIT
        ADD 1 TO WS-DT-USED
        MOVE DS-BRANCH-ID TO DT-BRANCH-ID(WS-DT-USED)
        MOVE DS-SEQ-NO TO DT-SEQ-NO(WS-DT-USED)
        MOVE DS-MATCH-KEY TO DT-MATCH-KEY(WS-DT-USED)
    ELSE
        DISPLAY "CALCHOLD - MORE THAN 5000 DUPLICATE SUSPECTS - "
            DS-KEY " NOT HELD"
    END-IF.

*> SECTION HEADERS (AND ANY TRAILER) ARE NOT TRANSACTIONS: THEY
*> CLOSE THE TRANSACTION IN HAND AND GO TO BOTH FILES, SO EACH
*> STILL CARRIES THE BRANCH OF EVERY DETAIL IT HOLDS. A DETAIL IS
*> ADDED TO THE TRANSACTION IN HAND WHEN IT IS A FURTHER LINE
*> (02 ONWARD) OF THE SAME SEQUENCE; ANYTHING ELSE STARTS A NEW
*> ONE.
SPLIT-ONE-RECORD.
    EVALUATE TRUE
        WHEN HIN-RECORD(1:1) = "H"
            PERFORM FLUSH-TRANSACTION
            MOVE HIN-RECORD TO CALC-CONTROL-RECORD
            MOVE CTL-FILE-DATE TO WS-CUR-FILE-DATE
            MOVE CTL-BRANCH-ID TO WS-CUR-BRANCH
            MOVE HIN-RECORD TO PSO-RECORD
            WRITE PSO-RECORD
            MOVE HIN-RECORD TO HDO-RECORD
            WRITE HDO-RECORD
        WHEN HIN-RECORD(1:1) = "T"
            PERFORM FLUSH-TRANSACTION
            MOVE HIN-RECORD TO PSO-RECORD
            WRITE PSO-RECORD
            MOVE HIN-RECORD TO HDO-RECORD
            WRITE HDO-RECORD
        WHEN OTHER
            ADD 1 TO HLD-READ-COUNT
            IF WS-TX-USED > 0
                    AND WS-TX-USED < WS-TX-LIMIT
                    AND CR-SEQ-NO OF HIN-RECORD = WS-TX-SEQ
                    AND CR-LINE-NO OF HIN-RECORD IS NUMERIC
                    AND CR-LINE-NO OF HIN-RECORD > 1
                CONTINUE
            ELSE
                PERFORM FLUSH-TRANSACTION
                MOVE CR-SEQ-NO OF HIN-RECORD TO WS-TX-SEQ
            END-IF
            ADD 1 TO WS-TX-USED
            MOVE HIN-RECORD TO WS-TX-LINE(WS-TX-USED)
    END-EVALUATE.

*> DECIDE FOR THE WHOLE TRANSACTION, THEN WRITE EVERY LINE OF IT
*> TO ONE SIDE OR THE OTHER. THE LIMIT SHOWN ON A HELD ITEM IS THE
*> ONE THE FIRST OVER-LIMIT LINE BROKE. A SUSPECTED DUPLICATE IS
*> HELD WHETHER OR NOT IT IS OVER A LIMIT.
FLUSH-TRANSACTION.
    IF WS-TX-USED > 0
        MOVE "N" TO WS-HOLD-TX-SW
        MOVE ZERO TO WS-TX-HOLD-LIMIT
        MOVE 1 TO WS-TX-SUB
        PERFORM UNTIL WS-TX-SUB > WS-TX-USED
            MOVE WS-TX-LINE(WS-TX-SUB) TO HLD-CALC-RECORD
            PERFORM TEST-LINE-AGAINST-LIMIT
            ADD 1 TO WS-TX-SUB
        END-PERFORM
        PERFORM FIND-DUPLICATE-SUSPECT
        IF DUPLICATE-TRANSACTION
            MOVE "Y" TO WS-HOLD-TX-SW
        END-IF
        MOVE 1 TO WS-TX-SUB
        PERFORM UNTIL WS-TX-SUB > WS-TX-USED
            MOVE WS-TX-LINE(WS-TX-SUB) TO HLD-CALC-RECORD
            IF HOLD-TRANSACTION
                PERFORM HOLD-ONE-LINE
            ELSE
                MOVE HLD-CALC-RECORD TO PSO-RECORD
                WRITE PSO-RECORD
                ADD 1 TO HLD-PASS-COUNT
            END-IF
            ADD 1 TO WS-TX-SUB
        END-PERFORM
        MOVE ZERO TO WS-TX-USED
    END-IF.

TEST-LINE-AGAINST-LIMIT.
    IF CR-STATUS OF HLD-CALC-RECORD = "OK"
        MOVE CR-COST-CENTER OF HLD-CALC-RECORD TO WS-CARD-CC
        PERFORM FIND-HOLD-LIMIT
        IF LIMIT-FOUND
            IF CR-RESULT OF HLD-CALC-RECORD < 0
                COMPUTE WS-ABS-RESULT = - CR-RESULT OF HLD-CALC-RECORD
            ELSE
                MOVE CR-RESULT OF HLD-CALC-RECORD TO WS-ABS-RESULT
            END-IF
            IF WS-ABS-RESULT > WS-LINE-LIMIT
                IF NOT HOLD-TRANSACTION
                    MOVE WS-LINE-LIMIT TO WS-TX-HOLD-LIMIT
                END-IF
                MOVE "Y" TO WS-HOLD-TX-SW
            END-IF
        END-IF
    END-IF.

FIND-HOLD-LIMIT.
    MOVE "N" TO WS-LIMIT-FOUND-SW.
    MOVE 1 TO WS-HL-SUB.
    PERFORM UNTIL WS-HL-SUB > WS-HL-USED
        IF HL-COST-CENTER(WS-HL-SUB) = WS-CARD-CC
            MOVE HL-LIMIT(WS-HL-SUB) TO WS-LINE-LIMIT
            MOVE "Y" TO WS-LIMIT-FOUND-SW
            MOVE WS-HL-USED TO WS-HL-SUB
        END-IF
        ADD 1 TO WS-HL-SUB
    END-PERFORM.
    IF NOT LIMIT-FOUND AND DEFAULT-LIMIT-SET
        MOVE WS-DEFAULT-LIMIT TO WS-LINE-LIMIT
        MOVE "Y" TO WS-LIMIT-FOUND-SW
    END-IF.

FIND-DUPLICATE-SUSPECT.
    MOVE "N" TO WS-DUP-TX-SW.
    MOVE SPACES TO WS-TX-MATCH-KEY.
    MOVE 1 TO WS-DT-SUB.
    PERFORM UNTIL WS-DT-SUB > WS-DT-USED
        IF DT-BRANCH-ID(WS-DT-SUB) = WS-CUR-BRANCH
                AND DT-SEQ-NO(WS-DT-SUB) = WS-TX-SEQ
            MOVE DT-MATCH-KEY(WS-DT-SUB) TO WS-TX-MATCH-KEY
            MOVE "Y" TO WS-DUP-TX-SW
            MOVE WS-DT-USED TO WS-DT-SUB
        END-IF
        ADD 1 TO WS-DT-SUB
    END-PERFORM.

HOLD-ONE-LINE.
    MOVE HLD-CALC-RECORD TO HDO-RECORD.
    WRITE HDO-RECORD.
    ADD 1 TO HLD-HELD-COUNT.
    IF CR-STATUS OF HLD-CALC-RECORD = "OK"
        ADD CR-RESULT OF HLD-CALC-RECORD TO WS-HELD-TOTAL
    END-IF.

    MOVE CR-AUDIT-TIMESTAMP OF HLD-CALC-RECORD(1:8) TO HQ-RUN-DATE.
    MOVE WS-CUR-BRANCH TO HQ-BRANCH-ID.
    MOVE CR-SEQ-NO OF HLD-CALC-RECORD TO HQ-SEQ-NO.
    IF CR-LINE-NO OF HLD-CALC-RECORD IS NUMERIC
        MOVE CR-LINE-NO OF HLD-CALC-RECORD TO HQ-LINE-NO
    ELSE
        MOVE ZERO TO HQ-LINE-NO
    END-IF.
    MOVE WS-CUR-FILE-DATE TO HQ-FILE-DATE.
    MOVE "H" TO HQ-HOLD-STATUS.
    IF DUPLICATE-TRANSACTION
        MOVE "D" TO HQ-HOLD-TYPE
    ELSE
        MOVE "L" TO HQ-HOLD-TYPE
    END-IF.
    MOVE WS-TX-HOLD-LIMIT TO HQ-HOLD-LIMIT.
    MOVE WS-TX-MATCH-KEY TO HQ-MATCH-KEY.
    MOVE SPACES TO HQ-REVIEW-USER.
    MOVE ZERO TO HQ-REVIEW-DATE.
    MOVE SPACES TO HQ-REVIEW-TIME.
    MOVE SPACES TO HQ-REVIEW-REASON.
    MOVE ZERO TO HQ-RELEASE-DATE.
    MOVE HLD-CALC-RECORD TO HQ-CALC-IMAGE.
    WRITE HOLD-QUEUE-RECORD
        INVALID KEY
            ADD 1 TO HLD-ONQ-COUNT
            MOVE "ALREADY QUEUED" TO WS-ITEM-NOTE
        NOT INVALID KEY
            ADD 1 TO HLD-QUEUED-COUNT
            IF DUPLICATE-TRANSACTION
                MOVE "DUPLICATE QUEUED" TO WS-ITEM-NOTE
            ELSE
                MOVE "QUEUED" TO WS-ITEM-NOTE
            END-IF
    END-WRITE.
    IF DUPLICATE-TRANSACTION
        ADD 1 TO HLD-DUP-COUNT
    END-IF.

    MOVE WS-TX-HOLD-LIMIT TO IL-LIMIT.
    PERFORM WRITE-ITEM-LINE.

*> THE QUEUE IS IN RUN-DATE/BRANCH ORDER, SO A NEW SECTION HEADER
*> IS ONLY NEEDED WHEN THE FILE DATE OR THE BRANCH CHANGES.
PICK-UP-APPROVED-ITEMS.
    MOVE "N" TO WS-Q-EOF-SW.
    MOVE LOW-VALUES TO HQ-KEY.
    START HOLD-QUEUE-FILE KEY IS GREATER THAN OR EQUAL TO HQ-KEY
        INVALID KEY
            MOVE "Y" TO WS-Q-EOF-SW
    END-START.
    PERFORM UNTIL END-OF-HOLD-QUEUE
        READ HOLD-QUEUE-FILE NEXT
            AT END
                MOVE "Y" TO WS-Q-EOF-SW
            NOT AT END
                IF HQ-IS-APPROVED
                    PERFORM WRITE-APPROVED-ITEM
                END-IF
        END-READ
    END-PERFORM.

WRITE-APPROVED-ITEM.
    IF HLD-APPR-COUNT = 0
            OR HQ-FILE-DATE NOT = WS-APO-FILE-DATE
            OR HQ-BRANCH-ID NOT = WS-APO-BRANCH
        MOVE SPACES TO CALC-CONTROL-RECORD
        MOVE "H" TO CTL-RECORD-TYPE
        MOVE HQ-FILE-DATE TO CTL-FILE-DATE
        MOVE HQ-BRANCH-ID TO CTL-BRANCH-ID
        MOVE CALC-CONTROL-RECORD TO APO-RECORD
        WRITE APO-RECORD
        MOVE HQ-FILE-DATE TO WS-APO-FILE-DATE
        MOVE HQ-BRANCH-ID TO WS-APO-BRANCH
    END-IF.
    MOVE HQ-CALC-IMAGE TO APO-RECORD.
    WRITE APO-RECORD.
    ADD 1 TO HLD-APPR-COUNT.
    MOVE HQ-CALC-IMAGE TO HLD-CALC-RECORD.
    IF CR-STATUS OF HLD-CALC-RECORD = "OK"
        ADD CR-RESULT OF HLD-CALC-RECORD TO WS-APPR-TOTAL
    END-IF.
    MOVE HQ-HOLD-LIMIT TO IL-LIMIT.
    MOVE HQ-REVIEW-USER TO WS-ITEM-NOTE.
    PERFORM WRITE-ITEM-LINE.

*> THE ITEM LINE IS BUILT FROM THE QUEUE KEY AND THE RESULT
*> RECORD ALREADY IN HLD-CALC-RECORD; THE CALLER SETS THE LIMIT
*> AND THE NOTE.
WRITE-ITEM-LINE.
    MOVE HQ-RUN-DATE TO IL-RUN-DATE.
    MOVE HQ-BRANCH-ID TO IL-BRANCH.
    MOVE HQ-SEQ-NO TO IL-SEQ.
    MOVE HQ-LINE-NO TO IL-LINE.
    MOVE CR-COST-CENTER OF HLD-CALC-RECORD TO IL-CC.
    MOVE CR-OPERATOR OF HLD-CALC-RECORD TO IL-OPER.
    MOVE CR-RESULT OF HLD-CALC-RECORD TO IL-RESULT.
    MOVE WS-ITEM-NOTE TO IL-NOTE.
    MOVE WS-ITEM-LINE TO HOLD-REPORT-LINE.
    WRITE HOLD-REPORT-LINE.

WRITE-REPORT-HEADING.
    MOVE "CALCHOLD - HIGH-VALUE HOLD SPLIT" TO HOLD-REPORT-LINE
    WRITE HOLD-REPORT-LINE.
    MOVE SPACES TO HOLD-REPORT-LINE
    STRING "RUN DATE (YYYYMMDD): " DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        INTO HOLD-REPORT-LINE
    END-STRING
    WRITE HOLD-REPORT-LINE.
    MOVE SPACES TO HOLD-REPORT-LINE
    WRITE HOLD-REPORT-LINE.

    IF DEFAULT-LIMIT-SET
        MOVE WS-DEFAULT-LIMIT TO WS-EDIT-LIMIT
        MOVE SPACES TO HOLD-REPORT-LINE
        STRING "DEFAULT HOLD LIMIT . . . . . . . : " DELIMITED BY SIZE
            WS-EDIT-LIMIT DELIMITED BY SIZE
            INTO HOLD-REPORT-LINE
        END-STRING
    ELSE
        MOVE "DEFAULT HOLD LIMIT . . . . . . . : NONE"
            TO HOLD-REPORT-LINE
    END-IF
    WRITE HOLD-REPORT-LINE.
    MOVE 1 TO WS-HL-SUB.
    PERFORM UNTIL WS-HL-SUB > WS-HL-USED
        MOVE HL-LIMIT(WS-HL-SUB) TO WS-EDIT-LIMIT
        MOVE SPACES TO HOLD-REPORT-LINE
        STRING "  COST CENTER " DELIMITED BY SIZE
            HL-COST-CENTER(WS-HL-SUB) DELIMITED BY SIZE
            " LIMIT . . . . . : " DELIMITED BY SIZE
            WS-EDIT-LIMIT DELIMITED BY SIZE
            INTO HOLD-REPORT-LINE
        END-STRING
        WRITE HOLD-REPORT-LINE
        ADD 1 TO WS-HL-SUB
    END-PERFORM.
    MOVE SPACES TO HOLD-REPORT-LINE
    WRITE HOLD-REPORT-LINE.

WRITE-ITEM-HEADING.
    MOVE "RUN DATE BRCH SEQ    LN CC   O          RESULT        LIMIT  NOTE"
        TO HOLD-REPORT-LINE
    WRITE HOLD-REPORT-LINE.

WRITE-HOLD-SUMMARY.
    MOVE SPACES TO HOLD-REPORT-LINE
    WRITE HOLD-REPORT-LINE.

    MOVE HLD-READ-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO HOLD-REPORT-LINE
    STRING "TRANSOUT DETAIL RECORDS. . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO HOLD-REPORT-LINE
    END-STRING
    WRITE HOLD-REPORT-LINE.

    MOVE HLD-PASS-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO HOLD-REPORT-LINE
    STRING "RECORDS PASSED FOR RELEASE . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO HOLD-REPORT-LINE
    END-STRING
    WRITE HOLD-REPORT-LINE.

    MOVE HLD-HELD-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO HOLD-REPORT-LINE
    STRING "RECORDS HELD FOR REVIEW. . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO HOLD-REPORT-LINE
    END-STRING
    WRITE HOLD-REPORT-LINE.

    MOVE HLD-DUP-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO HOLD-REPORT-LINE
    STRING "  AS SUSPECTED DUPLICATES. . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO HOLD-REPORT-LINE
    END-STRING
    WRITE HOLD-REPORT-LINE.

    MOVE HLD-QUEUED-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO HOLD-REPORT-LINE
    STRING "  NEWLY QUEUED . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO HOLD-REPORT-LINE
    END-STRING
    WRITE HOLD-REPORT-LINE.

    MOVE HLD-ONQ-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO HOLD-REPORT-LINE
    STRING "  ALREADY ON THE QUEUE . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO HOLD-REPORT-LINE
    END-STRING
    WRITE HOLD-REPORT-LINE.

    MOVE WS-HELD-TOTAL TO WS-EDIT-TOTAL
    MOVE SPACES TO HOLD-REPORT-LINE
    STRING "RESULT TOTAL HELD. . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-TOTAL DELIMITED BY SIZE
        INTO HOLD-REPORT-LINE
    END-STRING
    WRITE HOLD-REPORT-LINE.

    MOVE HLD-APPR-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO HOLD-REPORT-LINE
    STRING "APPROVED ITEMS PICKED UP . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO HOLD-REPORT-LINE
    END-STRING
    WRITE HOLD-REPORT-LINE.

    MOVE WS-APPR-TOTAL TO WS-EDIT-TOTAL
    MOVE SPACES TO HOLD-REPORT-LINE
    STRING "RESULT TOTAL APPROVED. . . . . . : " DELIMITED BY SIZE
        WS-EDIT-TOTAL DELIMITED BY SIZE
        INTO HOLD-REPORT-LINE
    END-STRING
    WRITE HOLD-REPORT-LINE.
