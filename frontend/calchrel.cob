IDENTIFICATION DIVISION.
PROGRAM-ID. CALCHREL.

*> SUPERVISOR REVIEW OF THE HIGH-VALUE HOLD QUEUE. CALCHOLD KEEPS
*> ANY RESULT OVER ITS COST CENTER'S HOLD LIMIT (QUEUE TYPE L), AND
*> ANY TRANSACTION CALCDUPS SUSPECTS IS A DUPLICATE OF ONE KEYED
*> BEFORE (TYPE D), OUT OF THE NIGHT'S RELEASE AND QUEUES IT ON
*> HOLDQ (CALCHLD LAYOUT) AT STATUS H.
*> THIS RUN, SUBMITTED UNDER THE SUPERVISOR'S OWN USER ID (PARM
*> USERID=), TAKES ONE CARD PER HELD TRANSACTION ON HRELIN -
*> ACTION KEYWORD IN COLUMNS 1-9, ITEM KEY (RUN DATE, BRANCH AND
*> SEQUENCE AS SHOWN ON HOLDRPT AND THE CALCHAGE REPORT) IN
*> COLUMNS 10-27:
*>   APPROVE  YYYYMMDDBBBBSSSSSS
*>            MARK THE ITEM APPROVED - THE NEXT CALCJOB RELEASES
*>            IT TO THE LEDGER EXTRACT AND LOADS IT TO THE MASTER
*>            EXACTLY AS CALC WROTE IT
*>   REJECT   YYYYMMDDBBBBSSSSSS REASON (COLUMNS 29-68)
*>            MARK THE ITEM REJECTED, WRITE THE TRANSACTION TO THE
*>            HOLD RECYCLE FILE (RECYCOUT) AND ENTER IT ON THE
*>            PENDING-CORRECTIONS REGISTER (PENDREG) UNDER ITS
*>            ORIGINAL FILE DATE, BRANCH AND SEQUENCE, STATUS
*>            HELD-REJECTED, SO IT IS CORRECTED AND RERUN THROUGH
*>            CALCRCYC AND AGED BY CALCRAGE LIKE ANY CALC REJECT
*> FOR A SUSPECTED DUPLICATE, APPROVE CONFIRMS IT AS A LEGITIMATE
*> SECOND CALCULATION AND REJECT TREATS IT AS THE DUPLICATE IT
*> LOOKED LIKE - IT GOES TO RECYCLE THE SAME WAY, ENTERED ON THE
*> REGISTER AS HELD-DUPLICATE, FOR THE BRANCH TO CLEAR.
*> A CARD ACTS ON EVERY LINE OF THE TRANSACTION (ALL THE TARGET
*> LINES OF AN ALLOCATION). IT IS REFUSED WHEN THE ITEM IS NOT ON
*> THE QUEUE, IS NO LONGER HELD, OR WAS CALCULATED UNDER THE
*> SUPERVISOR'S OWN USER ID.
*>
*> EACH REJECTED TRANSACTION GOES TO THE RECYCLE FILE AS A
*> SECTION OF ITS OWN (HEADER WITH THE ORIGINAL FILE DATE AND
*> BRANCH, THE DETAIL, TRAILER) WITH ITS RESULT, STATUS AND AUDIT
*> FIELDS CLEARED; AN ALLOCATION GOES BACK AS ONE TRANSACTION
*> UNDER ITS FIRST TARGET'S COST CENTER AND IS SPREAD AGAIN BY
*> ITS RULE WHEN IT IS RERUN. EVERY CARD IS ECHOED WITH ITS
*> DISPOSITION ON HRELRPT, FOLLOWED BY THE ITEMS STILL HELD -
*> RUN WITH NO CARDS FOR JUST THAT LIST.
*>   RC=0  ALL CARDS ACTIONED
*>   RC=4  ONE OR MORE CARDS REFUSED
*>   RC=8  NO USERID PARM - NOTHING DONE
*>   RC=12 HOLDQ, PENDREG OR THE RECYCLE FILE COULD NOT BE OPENED

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RELEASE-IN-FILE ASSIGN TO "HRELIN"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLDQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HQ-KEY
        FILE STATUS IS WS-HOLDQ-FS.
    SELECT PEND-REG-FILE ASSIGN TO "PENDREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PC-KEY
        FILE STATUS IS WS-PENDREG-FS.
    SELECT RECYCLE-OUT-FILE ASSIGN TO "RECYCOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECYC-FS.
    SELECT RELEASE-REPORT-FILE ASSIGN TO "HRELRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  RELEASE-IN-FILE.
01  HRL-CARD.
    05 HRL-ACTION      PIC X(9).
    05 HRL-ITEM-KEY    PIC X(18).
    05 FILLER          PIC X.
    05 HRL-REASON      PIC X(40).
    05 FILLER          PIC X(12).

FD  HOLD-QUEUE-FILE.
    COPY CALCHLD.

FD  PEND-REG-FILE.
    COPY CALCPND.

FD  RECYCLE-OUT-FILE.
01  RCY-RECORD        PIC X(137).

FD  RELEASE-REPORT-FILE.
01  HRL-REPORT-LINE   PIC X(80).

WORKING-STORAGE SECTION.
    COPY CALCCTL.
    COPY CALCREC REPLACING ==CALC-RECORD== BY ==HLD-CALC-RECORD==.

01 WS-EOF-SW         PIC X VALUE "N".
    88 END-OF-RELEASE-IN   VALUE "Y".
01 WS-HOLDQ-FS       PIC XX.
01 WS-PENDREG-FS     PIC XX.
01 WS-RECYC-FS       PIC XX.
01 WS-DISPOSITION    PIC X(40).
01 WS-RUN-DATE       PIC X(10).
01 WS-USER-ID        PIC X(8).
01 WS-NOW-DATE       PIC 9(8).
01 WS-NOW-TIME       PIC X(6).
01 WS-TODAY-INT      PIC 9(8).
01 WS-ITEM-INT       PIC 9(8).
01 WS-DAYS-HELD      PIC S9(5) VALUE ZERO.

*> THE ITEM IN HAND - FOUND WHEN ITS FIRST LINE WAS READ, ENDED
*> WHEN THE NEXT QUEUE RECORD BELONGS TO ANOTHER TRANSACTION.
01 WS-ITEM-KEY       PIC X(18).
01 WS-FOUND-SW       PIC X VALUE "N".
    88 ITEM-FOUND          VALUE "Y".
01 WS-ITEM-TYPE      PIC X.
    88 ITEM-HELD-AS-DUPLICATE VALUE "D".
01 WS-ITEM-MATCH-KEY PIC X(20).
01 WS-ITEM-EOF-SW    PIC X VALUE "N".
    88 END-OF-ITEM         VALUE "Y".
01 WS-FIRST-LINE-SW  PIC X VALUE "Y".
    88 FIRST-LINE-OF-ITEM  VALUE "Y".
01 WS-NEW-STATUS     PIC X.
01 WS-REVIEW-REASON  PIC X(40).
01 WS-ITEM-LINES     PIC 9(4) VALUE ZERO.
01 WS-CTL-A-ABS      PIC 9(13)V99.
01 WS-LIST-EOF-SW    PIC X VALUE "N".
    88 END-OF-HELD-LIST    VALUE "Y".

01 WS-HRL-COUNTS.
    05 HRL-CARD-COUNT      PIC 9(4) VALUE ZERO.
    05 HRL-APPROVE-COUNT   PIC 9(4) VALUE ZERO.
    05 HRL-REJECT-COUNT    PIC 9(4) VALUE ZERO.
    05 HRL-ERROR-COUNT     PIC 9(4) VALUE ZERO.
    05 HRL-HELD-COUNT      PIC 9(4) VALUE ZERO.

01 WS-HELD-LINE.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 HL-RUN-DATE       PIC 9(8).
    05 HL-BRANCH         PIC X(4).
    05 HL-SEQ            PIC 9(6).
    05 FILLER            PIC X VALUE SPACE.
    05 HL-LINE           PIC 9(2).
    05 FILLER            PIC X VALUE SPACE.
    05 HL-CC             PIC X(4).
    05 FILLER            PIC X VALUE SPACE.
    05 HL-OPER           PIC X.
    05 FILLER            PIC X VALUE SPACE.
    05 HL-TYPE           PIC X.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 HL-RESULT         PIC -(10)9.99.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 HL-LIMIT          PIC ZZZ,ZZZ,ZZ9.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 HL-DAYS           PIC ZZ,ZZ9.

01 WS-EDIT-COUNT     PIC ZZZ9.
01 WS-EDIT-RESULT    PIC -(10)9.99.

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
    IF WS-USER-ID = "UNKNOWN" OR WS-USER-ID = SPACES
        DISPLAY "CALCHREL - NO USERID PARM - SUPERVISOR CANNOT BE "
            "IDENTIFIED, NOTHING DONE"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN I-O HOLD-QUEUE-FILE.
    IF WS-HOLDQ-FS NOT = "00"
        DISPLAY "HOLDQ OPEN FAILED - FILE STATUS " WS-HOLDQ-FS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN I-O PEND-REG-FILE.
    IF WS-PENDREG-FS = "35"
        OPEN OUTPUT PEND-REG-FILE
    END-IF.
    IF WS-PENDREG-FS NOT = "00"
        DISPLAY "PENDREG OPEN FAILED - FILE STATUS " WS-PENDREG-FS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN EXTEND RECYCLE-OUT-FILE.
    IF WS-RECYC-FS = "35"
        OPEN OUTPUT RECYCLE-OUT-FILE
    END-IF.
    IF WS-RECYC-FS NOT = "00"
        DISPLAY "RECYCOUT OPEN FAILED - FILE STATUS " WS-RECYC-FS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT RELEASE-IN-FILE.
    OPEN OUTPUT RELEASE-REPORT-FILE.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    MOVE WS-RUN-DATE(1:8) TO WS-NOW-DATE.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-NOW-DATE).
    MOVE "CALCHREL - HIGH-VALUE HOLD SUPERVISOR REVIEW"
        TO HRL-REPORT-LINE
    WRITE HRL-REPORT-LINE.
    MOVE SPACES TO HRL-REPORT-LINE
    STRING "RUN DATE (YYYYMMDD): " DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        "  SUPERVISOR: " DELIMITED BY SIZE
        WS-USER-ID DELIMITED BY SIZE
        INTO HRL-REPORT-LINE
    END-STRING
    WRITE HRL-REPORT-LINE.
    MOVE SPACES TO HRL-REPORT-LINE
    WRITE HRL-REPORT-LINE.

    PERFORM UNTIL END-OF-RELEASE-IN
        READ RELEASE-IN-FILE
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                PERFORM APPLY-ONE-CARD
        END-READ
    END-PERFORM.

    PERFORM LIST-HELD-ITEMS.
    PERFORM WRITE-HRL-SUMMARY.

    CLOSE RELEASE-IN-FILE
    CLOSE HOLD-QUEUE-FILE
    CLOSE PEND-REG-FILE
    CLOSE RECYCLE-OUT-FILE
    CLOSE RELEASE-REPORT-FILE.

    IF HRL-ERROR-COUNT > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

APPLY-ONE-CARD.
    ADD 1 TO HRL-CARD-COUNT.
    MOVE SPACES TO WS-DISPOSITION.
    MOVE "N" TO WS-FOUND-SW.
    EVALUATE HRL-ACTION
        WHEN "APPROVE  "
            PERFORM FETCH-HELD-ITEM
            IF WS-DISPOSITION = SPACES
                MOVE "A" TO WS-NEW-STATUS
                MOVE "APPROVED" TO WS-REVIEW-REASON
                IF HRL-REASON NOT = SPACES
                    MOVE HRL-REASON TO WS-REVIEW-REASON
                END-IF
                PERFORM ACTION-ITEM-LINES
                ADD 1 TO HRL-APPROVE-COUNT
                MOVE "APPROVED - OUT WITH THE NEXT CALCJOB"
                    TO WS-DISPOSITION
            END-IF
        WHEN "REJECT   "
            PERFORM FETCH-HELD-ITEM
            IF WS-DISPOSITION = SPACES
                MOVE "R" TO WS-NEW-STATUS
                MOVE "REJECTED BY SUPERVISOR" TO WS-REVIEW-REASON
                IF HRL-REASON NOT = SPACES
                    MOVE HRL-REASON TO WS-REVIEW-REASON
                END-IF
                PERFORM ACTION-ITEM-LINES
                ADD 1 TO HRL-REJECT-COUNT
                MOVE "REJECTED - SENT TO RECYCLE" TO WS-DISPOSITION
            END-IF
        WHEN SPACES
            SUBTRACT 1 FROM HRL-CARD-COUNT
        WHEN OTHER
            ADD 1 TO HRL-ERROR-COUNT
            MOVE "*** UNRECOGNIZED ACTION - CARD IGNORED ***"
                TO WS-DISPOSITION
    END-EVALUATE.
    IF HRL-ACTION NOT = SPACES
        PERFORM WRITE-CARD-ECHO-LINE
    END-IF.

*> POSITION ON THE FIRST LINE OF THE TRANSACTION (LINE 00, OR 01
*> FOR AN ALLOCATION). IT MUST STILL BE HELD, AND MUST NOT HAVE
*> BEEN CALCULATED UNDER THE USER RUNNING THIS JOB.
FETCH-HELD-ITEM.
    MOVE HRL-ITEM-KEY TO WS-ITEM-KEY.
    MOVE WS-ITEM-KEY TO HQ-KEY(1:18).
    MOVE ZERO TO HQ-LINE-NO.
    MOVE "N" TO WS-ITEM-EOF-SW.
    START HOLD-QUEUE-FILE KEY IS GREATER THAN OR EQUAL TO HQ-KEY
        INVALID KEY
            MOVE "Y" TO WS-ITEM-EOF-SW
    END-START.
    IF NOT END-OF-ITEM
        PERFORM READ-NEXT-ITEM-LINE
    END-IF.
    IF END-OF-ITEM
        ADD 1 TO HRL-ERROR-COUNT
        MOVE "*** ITEM NOT ON THE HOLD QUEUE ***" TO WS-DISPOSITION
    ELSE
        MOVE "Y" TO WS-FOUND-SW
        MOVE HQ-HOLD-TYPE TO WS-ITEM-TYPE
        MOVE HQ-MATCH-KEY TO WS-ITEM-MATCH-KEY
        MOVE HQ-CALC-IMAGE TO HLD-CALC-RECORD
        EVALUATE TRUE
            WHEN NOT HQ-IS-HELD
                ADD 1 TO HRL-ERROR-COUNT
                MOVE "*** NOT HELD - ALREADY REVIEWED ***"
                    TO WS-DISPOSITION
            WHEN CR-AUDIT-USER-ID OF HLD-CALC-RECORD = WS-USER-ID
                ADD 1 TO HRL-ERROR-COUNT
                MOVE "*** SAME USER AS THE CALC RUN - REFUSED ***"
                    TO WS-DISPOSITION
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

READ-NEXT-ITEM-LINE.
    READ HOLD-QUEUE-FILE NEXT
        AT END
            MOVE "Y" TO WS-ITEM-EOF-SW
        NOT AT END
            IF HQ-KEY(1:18) NOT = WS-ITEM-KEY
                MOVE "Y" TO WS-ITEM-EOF-SW
            END-IF
    END-READ.

*> REWRITE EVERY LINE OF THE TRANSACTION WITH THE DECISION. A
*> REJECTED TRANSACTION GOES TO RECYCLE AND THE REGISTER ONCE,
*> FROM ITS FIRST LINE.
ACTION-ITEM-LINES.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
    MOVE "Y" TO WS-FIRST-LINE-SW.
    MOVE ZERO TO WS-ITEM-LINES.
    PERFORM UNTIL END-OF-ITEM
        MOVE WS-NEW-STATUS TO HQ-HOLD-STATUS
        MOVE WS-USER-ID TO HQ-REVIEW-USER
        MOVE WS-NOW-DATE TO HQ-REVIEW-DATE
        MOVE WS-NOW-TIME TO HQ-REVIEW-TIME
        MOVE WS-REVIEW-REASON TO HQ-REVIEW-REASON
        REWRITE HOLD-QUEUE-RECORD
        IF WS-HOLDQ-FS NOT = "00"
            DISPLAY "HOLDQ REWRITE FAILED - FILE STATUS "
                WS-HOLDQ-FS " - ITEM " HQ-KEY
        END-IF
        ADD 1 TO WS-ITEM-LINES
        IF FIRST-LINE-OF-ITEM AND HQ-IS-REJECTED
            PERFORM WRITE-RECYCLE-SECTION
            PERFORM WRITE-PENDING-ENTRY
        END-IF
        MOVE "N" TO WS-FIRST-LINE-SW
        PERFORM READ-NEXT-ITEM-LINE
    END-PERFORM.

*> THE SAME SECTION SHAPE CALC WRITES TO ITS RECYCLE FILE, SO A
*> CORRECTED COPY GOES STRAIGHT BACK THROUGH CALCRCYC AND BALANCES
*> AGAINST ITS OWN TRAILER.
WRITE-RECYCLE-SECTION.
    MOVE SPACES TO CALC-CONTROL-RECORD.
    MOVE "H" TO CTL-RECORD-TYPE.
    MOVE HQ-FILE-DATE TO CTL-FILE-DATE.
    MOVE HQ-BRANCH-ID TO CTL-BRANCH-ID.
    MOVE CALC-CONTROL-RECORD TO RCY-RECORD.
    WRITE RCY-RECORD.

    MOVE HQ-CALC-IMAGE TO HLD-CALC-RECORD.
    MOVE ZERO TO CR-LINE-NO OF HLD-CALC-RECORD.
    MOVE ZERO TO CR-RESULT OF HLD-CALC-RECORD.
    MOVE SPACES TO CR-STATUS OF HLD-CALC-RECORD.
    MOVE SPACES TO CR-AUDIT-TIMESTAMP OF HLD-CALC-RECORD.
    MOVE SPACES TO CR-AUDIT-USER-ID OF HLD-CALC-RECORD.
    MOVE HLD-CALC-RECORD TO RCY-RECORD.
    WRITE RCY-RECORD.

    IF CR-A OF HLD-CALC-RECORD < 0
        COMPUTE WS-CTL-A-ABS = - (CR-A OF HLD-CALC-RECORD)
    ELSE
        MOVE CR-A OF HLD-CALC-RECORD TO WS-CTL-A-ABS
    END-IF.
    MOVE SPACES TO CALC-CONTROL-RECORD.
    MOVE "T" TO CTL-RECORD-TYPE.
    MOVE 1 TO CTL-DETAIL-COUNT.
    MOVE WS-CTL-A-ABS TO CTL-HASH-TOTAL.
    MOVE CALC-CONTROL-RECORD TO RCY-RECORD.
    WRITE RCY-RECORD.

*> A KEY ALREADY ON THE REGISTER (THE SAME SEQUENCE REJECTED BY
*> CALC ON AN EARLIER RUN AND SINCE RESOLVED) IS REOPENED UNDER
*> THE NEW STATUS RATHER THAN LEFT SHOWING RESOLVED.
WRITE-PENDING-ENTRY.
    MOVE HQ-FILE-DATE TO PC-RUN-DATE.
    MOVE HQ-BRANCH-ID TO PC-BRANCH-ID.
    MOVE HQ-SEQ-NO TO PC-SEQ-NO.
    MOVE CR-COST-CENTER OF HLD-CALC-RECORD TO PC-COST-CENTER.
    PERFORM SET-PENDING-STATUS.
    MOVE "N" TO PC-RESOLVED-FLAG.
    MOVE ZERO TO PC-RESOLVED-DATE.
    WRITE PENDING-CORRECTION-RECORD
        INVALID KEY
            PERFORM REOPEN-PENDING-ENTRY
    END-WRITE.

REOPEN-PENDING-ENTRY.
    READ PEND-REG-FILE
        INVALID KEY
            DISPLAY "PENDREG WRITE FAILED - FILE STATUS "
                WS-PENDREG-FS " - ITEM " WS-ITEM-KEY
        NOT INVALID KEY
            MOVE CR-COST-CENTER OF HLD-CALC-RECORD TO PC-COST-CENTER
            PERFORM SET-PENDING-STATUS
            MOVE "N" TO PC-RESOLVED-FLAG
            MOVE ZERO TO PC-RESOLVED-DATE
            REWRITE PENDING-CORRECTION-RECORD
    END-READ.

SET-PENDING-STATUS.
    IF ITEM-HELD-AS-DUPLICATE
        MOVE "HELD-DUPLICATE" TO PC-REJECT-STATUS
    ELSE
        MOVE "HELD-REJECTED" TO PC-REJECT-STATUS
    END-IF.

*> ECHO LINE PLUS, WHEN THE ITEM WAS FOUND, A SECOND LINE SAYING
*> WHAT IT WAS AND WHICH RUN CALCULATED IT - AND FOR A SUSPECTED
*> DUPLICATE A THIRD GIVING THE EARLIER OCCURRENCE IT MATCHED.
WRITE-CARD-ECHO-LINE.
    MOVE SPACES TO HRL-REPORT-LINE
    STRING HRL-ACTION DELIMITED BY SIZE
        HRL-ITEM-KEY DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        WS-DISPOSITION DELIMITED BY SIZE
        INTO HRL-REPORT-LINE
    END-STRING
    WRITE HRL-REPORT-LINE.
    IF ITEM-FOUND
        MOVE CR-RESULT OF HLD-CALC-RECORD TO WS-EDIT-RESULT
        MOVE SPACES TO HRL-REPORT-LINE
        STRING "         CC " DELIMITED BY SIZE
            CR-COST-CENTER OF HLD-CALC-RECORD DELIMITED BY SIZE
            " OP " DELIMITED BY SIZE
            CR-OPERATOR OF HLD-CALC-RECORD DELIMITED BY SIZE
            " RESULT " DELIMITED BY SIZE
            WS-EDIT-RESULT DELIMITED BY SIZE
            " CALC RUN BY " DELIMITED BY SIZE
            CR-AUDIT-USER-ID OF HLD-CALC-RECORD DELIMITED BY SIZE
            INTO HRL-REPORT-LINE
        END-STRING
        WRITE HRL-REPORT-LINE
        IF ITEM-HELD-AS-DUPLICATE
            MOVE SPACES TO HRL-REPORT-LINE
            STRING "         SUSPECTED DUPLICATE OF " DELIMITED BY SIZE
                WS-ITEM-MATCH-KEY(1:18) DELIMITED BY SIZE
                " LINE " DELIMITED BY SIZE
                WS-ITEM-MATCH-KEY(19:2) DELIMITED BY SIZE
                INTO HRL-REPORT-LINE
            END-STRING
            WRITE HRL-REPORT-LINE
        END-IF
    END-IF.

*> EVERYTHING STILL WAITING FOR A SUPERVISOR, OLDEST FIRST.
LIST-HELD-ITEMS.
    MOVE SPACES TO HRL-REPORT-LINE
    WRITE HRL-REPORT-LINE.
    MOVE "ITEMS STILL HELD FOR REVIEW:" TO HRL-REPORT-LINE
    WRITE HRL-REPORT-LINE.
    MOVE "  ITEM KEY           LN CC   O T          RESULT        LIMIT    DAYS"
        TO HRL-REPORT-LINE
    WRITE HRL-REPORT-LINE.
    MOVE LOW-VALUES TO HQ-KEY.
    START HOLD-QUEUE-FILE KEY IS GREATER THAN OR EQUAL TO HQ-KEY
        INVALID KEY
            MOVE "Y" TO WS-LIST-EOF-SW
    END-START.
    PERFORM UNTIL END-OF-HELD-LIST
        READ HOLD-QUEUE-FILE NEXT
            AT END
                MOVE "Y" TO WS-LIST-EOF-SW
            NOT AT END
                IF HQ-IS-HELD
                    PERFORM WRITE-HELD-LINE
                END-IF
        END-READ
    END-PERFORM.
    IF HRL-HELD-COUNT = 0
        MOVE "  (NONE)" TO HRL-REPORT-LINE
        WRITE HRL-REPORT-LINE
    END-IF.

WRITE-HELD-LINE.
    ADD 1 TO HRL-HELD-COUNT.
    MOVE HQ-CALC-IMAGE TO HLD-CALC-RECORD.
    MOVE ZERO TO WS-DAYS-HELD.
    IF HQ-RUN-DATE > 16010101
        COMPUTE WS-ITEM-INT = FUNCTION INTEGER-OF-DATE(HQ-RUN-DATE)
        COMPUTE WS-DAYS-HELD = WS-TODAY-INT - WS-ITEM-INT
    END-IF.
    MOVE HQ-RUN-DATE TO HL-RUN-DATE.
    MOVE HQ-BRANCH-ID TO HL-BRANCH.
    MOVE HQ-SEQ-NO TO HL-SEQ.
    MOVE HQ-LINE-NO TO HL-LINE.
    MOVE CR-COST-CENTER OF HLD-CALC-RECORD TO HL-CC.
    MOVE CR-OPERATOR OF HLD-CALC-RECORD TO HL-OPER.
    MOVE HQ-HOLD-TYPE TO HL-TYPE.
    MOVE CR-RESULT OF HLD-CALC-RECORD TO HL-RESULT.
    MOVE HQ-HOLD-LIMIT TO HL-LIMIT.
    MOVE WS-DAYS-HELD TO HL-DAYS.
    MOVE WS-HELD-LINE TO HRL-REPORT-LINE.
    WRITE HRL-REPORT-LINE.

WRITE-HRL-SUMMARY.
    MOVE SPACES TO HRL-REPORT-LINE
    WRITE HRL-REPORT-LINE.

    MOVE HRL-CARD-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO HRL-REPORT-LINE
    STRING "CARDS READ . . . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO HRL-REPORT-LINE
    END-STRING
    WRITE HRL-REPORT-LINE.

    MOVE HRL-APPROVE-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO HRL-REPORT-LINE
    STRING "ITEMS APPROVED FOR RELEASE . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO HRL-REPORT-LINE
    END-STRING
    WRITE HRL-REPORT-LINE.

    MOVE HRL-REJECT-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO HRL-REPORT-LINE
    STRING "ITEMS REJECTED TO RECYCLE. . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO HRL-REPORT-LINE
    END-STRING
    WRITE HRL-REPORT-LINE.

    MOVE HRL-ERROR-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO HRL-REPORT-LINE
    STRING "CARDS REFUSED. . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO HRL-REPORT-LINE
    END-STRING
    WRITE HRL-REPORT-LINE.

    MOVE HRL-HELD-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO HRL-REPORT-LINE
    STRING "LINES STILL HELD . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO HRL-REPORT-LINE
    END-STRING
    WRITE HRL-REPORT-LINE.
