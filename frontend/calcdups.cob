IDENTIFICATION DIVISION.
PROGRAM-ID. CALCDUPS.

*> SUSPECTED-DUPLICATE CHECK, RUN BETWEEN CALC AND THE HOLD SPLIT.
*> THE TRANSMISSION REGISTER CATCHES A WHOLE FILE SENT TWICE; THIS
*> STEP CATCHES THE SAME CALCULATION KEYED TWICE - UNDER ANOTHER
*> SEQUENCE NUMBER, IN ANOTHER BRANCH'S SECTION, OR A DAY OR TWO
*> LATER WHEN A BRANCH RE-KEYS SOMETHING IT THINKS WAS LOST.
*>
*> EVERY CLEAN RESULT IN THE NIGHT'S TRANSOUT (STATUS OK, NOT A
*> REVERSAL, THE FIRST LINE OF AN ALLOCATION) IS COMPARED WITH:
*>   - THE CALCULATION MASTER FROM THE START OF THE WINDOW TO
*>     TODAY, IN ONE KEYED RANGE PASS (CM-KEY STARTS WITH THE RUN
*>     DATE). A CALCULATION BACKED OUT BY A REVERSAL IS NOT A
*>     MATCH - RE-KEYING IT IS THE NORMAL CORRECTION. A MASTER
*>     RECORD WITH THE RESULT'S OWN KEY (THE SAME NIGHT RE-RUN
*>     AFTER THE MASTER LOAD) IS NOT A MATCH EITHER.
*>   - EVERY EARLIER RESULT IN THE SAME TRANSOUT. THE FIRST ONE IN
*>     THE FILE GOES THROUGH; THE LATER ONE IS THE SUSPECT.
*> A MATCH IS THE SAME COST CENTER, OPERAND A, OPERAND B (OR THE
*> RATE CODE OR RULE CODE IT CARRIES), OPERATOR AND CURRENCY. THE
*> FIRST MATCH FOUND IS THE ONE REPORTED.
*>
*> EACH SUSPECT GOES TO DUPSOUT (CALCDUP LAYOUT), WHICH CALCHOLD
*> READS TO HOLD THE WHOLE TRANSACTION ON THE HOLD QUEUE AS TYPE
*> D UNTIL A SUPERVISOR CONFIRMS IT (APPROVE) OR REJECTS IT TO
*> RECYCLE (REJECT) THROUGH CALCHREL. DUPRPT SHOWS EACH SUSPECT
*> AND THE OCCURRENCE IT MATCHED, ONE LINE EACH, WITH THEIR KEYS
*> AND THE USER WHO RAN THEM.
*>
*> THE WINDOW COMES IN AS A CARD ON DUPSEL - KEYWORD IN COLUMNS
*> 1-9, VALUE FROM COLUMN 10:
*>   WINDOW   NNN       DAYS OF MASTER HISTORY TO COMPARE WITH,
*>                      THREE DIGITS (DEFAULT 007; 000 COMPARES
*>                      TODAY'S RUN DATE ONLY)
*>   RC=0  NO SUSPECTS
*>   RC=4  SUSPECTS WRITTEN, OR MORE RESULTS THAN THE TABLE HOLDS
*>         (THE REST ARE NOT CHECKED - SEE DUPRPT)
*>   RC=8  A DUPSEL CARD IS NOT VALID - NOTHING CHECKED
*>   RC=12 CALCMST COULD NOT BE OPENED

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SELECT-IN-FILE ASSIGN TO "DUPSEL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DUPSEL-FS.
    SELECT DUP-IN-FILE ASSIGN TO "TRANSOUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT MASTER-FILE ASSIGN TO "CALCMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-KEY
        FILE STATUS IS WS-MASTER-FS.
    SELECT SUSPECT-OUT-FILE ASSIGN TO "DUPSOUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DUP-REPORT-FILE ASSIGN TO "DUPRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  SELECT-IN-FILE.
01  SEL-CARD.
    05 SEL-KEYWORD     PIC X(9).
    05 SEL-VALUE       PIC X(20).
    05 FILLER          PIC X(51).

FD  DUP-IN-FILE.
    COPY CALCREC REPLACING ==CALC-RECORD== BY ==DIN-RECORD==.

FD  MASTER-FILE.
    COPY CALCMST.

FD  SUSPECT-OUT-FILE.
    COPY CALCDUP.

FD  DUP-REPORT-FILE.
01  DUP-REPORT-LINE   PIC X(80).

WORKING-STORAGE SECTION.
    COPY CALCCTL.

01 WS-DUPSEL-FS      PIC XX.
01 WS-MASTER-FS      PIC XX.
01 WS-SEL-EOF-SW     PIC X VALUE "N".
    88 END-OF-SELECT-IN    VALUE "Y".
01 WS-IN-EOF-SW      PIC X VALUE "N".
    88 END-OF-DUP-IN       VALUE "Y".
01 WS-MST-EOF-SW     PIC X VALUE "N".
    88 END-OF-MASTER       VALUE "Y".
01 WS-BAD-SEL-SW     PIC X VALUE "N".
    88 SELECT-CARD-BAD     VALUE "Y".

01 WS-RUN-DATE       PIC 9(8).
01 WS-TODAY-INT      PIC 9(8).
01 WS-WINDOW-DAYS    PIC 9(3) VALUE 7.
01 WS-WINDOW-START   PIC 9(8).
01 WS-CUR-BRANCH     PIC X(4) VALUE SPACES.

*> THE NIGHT'S CLEAN RESULTS. DC-MATCH-DATA IS LAID OUT THE SAME
*> AS WS-MATCH-DATA SO ONE GROUP COMPARE DECIDES A MATCH; OPERAND
*> B IS TAKEN AS ITS EIGHT BYTES, WHICH COVERS AN AMOUNT, A RATE
*> CODE AND A RULE CODE ALIKE, AND A BLANK CURRENCY IS STORED AS
*> THE BASE CURRENCY.
01 WS-DC-USED        PIC S9(4) COMP VALUE ZERO.
01 WS-DC-LIMIT       PIC S9(4) COMP VALUE 5000.
01 WS-DC-SUB         PIC S9(4) COMP.
01 WS-DC-PRIOR       PIC S9(4) COMP.
01 WS-DC-OVERFLOW-SW PIC X VALUE "N".
    88 DC-TABLE-OVERFLOWED VALUE "Y".
01 WS-DC-TABLE.
    05 WS-DC-ENTRY OCCURS 5000 TIMES.
        10 DC-KEY.
            15 DC-RUN-DATE       PIC 9(8).
            15 DC-BRANCH-ID      PIC X(4).
            15 DC-SEQ-NO         PIC 9(6).
            15 DC-LINE-NO        PIC 9(2).
        10 DC-MATCH-DATA.
            15 DC-COST-CENTER    PIC X(4).
            15 DC-A              PIC S9(5)V99
                                     SIGN IS TRAILING SEPARATE.
            15 DC-B-BYTES        PIC X(8).
            15 DC-OPERATOR       PIC X.
            15 DC-CURRENCY-CODE  PIC X(3).
        10 DC-RESULT         PIC S9(10)V99.
        10 DC-USER-ID        PIC X(8).
        10 DC-SUSPECT-FLAG   PIC X.
            88 DC-IS-SUSPECT     VALUE "Y".
        10 DC-MATCH-SOURCE   PIC X.
        10 DC-MATCH-KEY      PIC X(20).
        10 DC-MATCH-RESULT   PIC S9(10)V99.
        10 DC-MATCH-USER-ID  PIC X(8).

01 WS-MATCH-DATA.
    05 MD-COST-CENTER    PIC X(4).
    05 MD-A              PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
    05 MD-B-BYTES        PIC X(8).
    05 MD-OPERATOR       PIC X.
    05 MD-CURRENCY-CODE  PIC X(3).

01 WS-DUP-COUNTS.
    05 DUP-READ-COUNT      PIC 9(6) VALUE ZERO.
    05 DUP-CAND-COUNT      PIC 9(6) VALUE ZERO.
    05 DUP-UNCHECKED-COUNT PIC 9(6) VALUE ZERO.
    05 DUP-SCAN-COUNT      PIC 9(6) VALUE ZERO.
    05 DUP-MASTER-COUNT    PIC 9(6) VALUE ZERO.
    05 DUP-RUN-COUNT       PIC 9(6) VALUE ZERO.
    05 DUP-SUSPECT-COUNT   PIC 9(6) VALUE ZERO.
01 WS-SUSPECT-TOTAL  PIC S9(15)V99 VALUE ZERO.

*> ONE LINE PER OCCURRENCE - NEW IS THE SUSPECT IN THIS RUN, OLD
*> THE MASTER CALCULATION IT MATCHED, RUN THE EARLIER RESULT IN
*> THIS RUN IT MATCHED. THE ITEM KEY IS PRINTED THE WAY A CALCHREL
*> CARD TAKES IT.
01 WS-DUP-LINE.
    05 DL-TAG            PIC X(4).
    05 DL-RUN-DATE       PIC 9(8).
    05 DL-BRANCH         PIC X(4).
    05 DL-SEQ            PIC 9(6).
    05 FILLER            PIC X VALUE SPACE.
    05 DL-LINE           PIC 9(2).
    05 FILLER            PIC X VALUE SPACE.
    05 DL-CC             PIC X(4).
    05 FILLER            PIC X VALUE SPACE.
    05 DL-OPER           PIC X.
    05 FILLER            PIC X VALUE SPACE.
    05 DL-CUR            PIC X(3).
    05 DL-A              PIC -(6)9.99.
    05 FILLER            PIC X VALUE SPACE.
    05 DL-B              PIC X(9).
    05 DL-RESULT         PIC -(10)9.99.
    05 FILLER            PIC X VALUE SPACE.
    05 DL-USER           PIC X(8).

*> OPERAND B FOR PRINTING - AN AMOUNT, OR THE RATE OR RULE CODE
*> IT CARRIES.
01 WS-B-WORK.
    05 WB-AMOUNT         PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
01 WS-B-CODE REDEFINES WS-B-WORK.
    05 WB-CODE           PIC X(4).
    05 FILLER            PIC X(4).

01 WS-EDIT-B         PIC -(5)9.99.
01 WS-EDIT-COUNT     PIC ZZZ,ZZ9.
01 WS-EDIT-TOTAL     PIC -(15)9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

    PERFORM READ-SELECTION-CARDS.
    COMPUTE WS-WINDOW-START
        = FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - WS-WINDOW-DAYS).

    OPEN OUTPUT DUP-REPORT-FILE.
    PERFORM WRITE-REPORT-HEADER.

    IF SELECT-CARD-BAD
        DISPLAY "CALCDUPS - DUPSEL CARD IN ERROR - NOTHING CHECKED"
        MOVE "*** DUPSEL CARD IN ERROR - NOTHING CHECKED ***"
            TO DUP-REPORT-LINE
        WRITE DUP-REPORT-LINE
        CLOSE DUP-REPORT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT MASTER-FILE.
    IF WS-MASTER-FS NOT = "00"
        DISPLAY "CALCMST OPEN FAILED - FILE STATUS " WS-MASTER-FS
        MOVE "CALCMST NOT AVAILABLE - NOTHING CHECKED"
            TO DUP-REPORT-LINE
        WRITE DUP-REPORT-LINE
        CLOSE DUP-REPORT-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT DUP-IN-FILE.
    PERFORM UNTIL END-OF-DUP-IN
        READ DUP-IN-FILE
            AT END
                MOVE "Y" TO WS-IN-EOF-SW
            NOT AT END
                PERFORM LOAD-ONE-RECORD
        END-READ
    END-PERFORM.
    CLOSE DUP-IN-FILE.

    PERFORM START-WINDOW-PASS.
    PERFORM UNTIL END-OF-MASTER
        PERFORM READ-NEXT-WINDOW-RECORD
        IF NOT END-OF-MASTER
            PERFORM CHECK-ONE-MASTER-RECORD
        END-IF
    END-PERFORM.
    CLOSE MASTER-FILE.

    MOVE 2 TO WS-DC-SUB.
    PERFORM UNTIL WS-DC-SUB > WS-DC-USED
        IF NOT DC-IS-SUSPECT(WS-DC-SUB)
            PERFORM CHECK-EARLIER-IN-RUN
        END-IF
        ADD 1 TO WS-DC-SUB
    END-PERFORM.

    OPEN OUTPUT SUSPECT-OUT-FILE.
    MOVE "TAG ITEM KEY           LN CC   O CUR OPERAND A OPERAND B        RESULT USER"
        TO DUP-REPORT-LINE
    WRITE DUP-REPORT-LINE.
    MOVE 1 TO WS-DC-SUB.
    PERFORM UNTIL WS-DC-SUB > WS-DC-USED
        IF DC-IS-SUSPECT(WS-DC-SUB)
            PERFORM WRITE-SUSPECT
        END-IF
        ADD 1 TO WS-DC-SUB
    END-PERFORM.
    IF DUP-SUSPECT-COUNT = 0
        MOVE "  (NONE)" TO DUP-REPORT-LINE
        WRITE DUP-REPORT-LINE
    END-IF.
    CLOSE SUSPECT-OUT-FILE.

    PERFORM WRITE-DUP-SUMMARY.
    CLOSE DUP-REPORT-FILE.

    IF DUP-SUSPECT-COUNT > 0 OR DC-TABLE-OVERFLOWED
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

READ-SELECTION-CARDS.
    OPEN INPUT SELECT-IN-FILE.
    IF WS-DUPSEL-FS NOT = "00"
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
    IF WS-DUPSEL-FS = "00" OR WS-DUPSEL-FS = "10"
        CLOSE SELECT-IN-FILE
    END-IF.

APPLY-SELECTION-CARD.
    EVALUATE SEL-KEYWORD
        WHEN "WINDOW   "
            IF SEL-VALUE(1:3) IS NUMERIC
                MOVE SEL-VALUE(1:3) TO WS-WINDOW-DAYS
            ELSE
                DISPLAY "CALCDUPS - WINDOW MUST BE THREE DIGITS: "
                    SEL-VALUE
                MOVE "Y" TO WS-BAD-SEL-SW
            END-IF
        WHEN SPACES
            CONTINUE
        WHEN OTHER
            DISPLAY "CALCDUPS - UNRECOGNIZED DUPSEL CARD: "
                SEL-KEYWORD
            MOVE "Y" TO WS-BAD-SEL-SW
    END-EVALUATE.

*> SECTION HEADERS GIVE THE BRANCH OF THE DETAILS UNDER THEM. ONLY
*> A CLEAN RESULT IS A CANDIDATE; LINES 02 ONWARD OF AN ALLOCATION
*> ARE THE SAME TRANSACTION AS ITS LINE 01.
LOAD-ONE-RECORD.
    EVALUATE TRUE
        WHEN DIN-RECORD(1:1) = "H"
            MOVE DIN-RECORD TO CALC-CONTROL-RECORD
            MOVE CTL-BRANCH-ID TO WS-CUR-BRANCH
        WHEN DIN-RECORD(1:1) = "T"
            CONTINUE
        WHEN OTHER
            ADD 1 TO DUP-READ-COUNT
            IF CR-STATUS OF DIN-RECORD = "OK"
                    AND CR-OPERATOR OF DIN-RECORD NOT = "V"
                IF CR-LINE-NO OF DIN-RECORD IS NOT NUMERIC
                    MOVE ZERO TO CR-LINE-NO OF DIN-RECORD
                END-IF
                IF CR-LINE-NO OF DIN-RECORD < 2
                    PERFORM STORE-CANDIDATE
                END-IF
            END-IF
    END-EVALUATE.

STORE-CANDIDATE.
    IF WS-DC-USED < WS-DC-LIMIT
        ADD 1 TO WS-DC-USED
        ADD 1 TO DUP-CAND-COUNT
        MOVE CR-AUDIT-TIMESTAMP OF DIN-RECORD(1:8)
            TO DC-RUN-DATE(WS-DC-USED)
        IF DC-RUN-DATE(WS-DC-USED) IS NOT NUMERIC
            MOVE WS-RUN-DATE TO DC-RUN-DATE(WS-DC-USED)
        END-IF
        MOVE WS-CUR-BRANCH TO DC-BRANCH-ID(WS-DC-USED)
        MOVE CR-SEQ-NO OF DIN-RECORD TO DC-SEQ-NO(WS-DC-USED)
        MOVE CR-LINE-NO OF DIN-RECORD TO DC-LINE-NO(WS-DC-USED)
        MOVE CR-COST-CENTER OF DIN-RECORD
            TO DC-COST-CENTER(WS-DC-USED)
        MOVE CR-A OF DIN-RECORD TO DC-A(WS-DC-USED)
        MOVE CR-B-RATE OF DIN-RECORD TO DC-B-BYTES(WS-DC-USED)
        MOVE CR-OPERATOR OF DIN-RECORD TO DC-OPERATOR(WS-DC-USED)
        IF CR-IN-BASE-CURRENCY OF DIN-RECORD
            MOVE "USD" TO DC-CURRENCY-CODE(WS-DC-USED)
        ELSE
            MOVE CR-CURRENCY-CODE OF DIN-RECORD
                TO DC-CURRENCY-CODE(WS-DC-USED)
        END-IF
        MOVE CR-RESULT OF DIN-RECORD TO DC-RESULT(WS-DC-USED)
        MOVE CR-AUDIT-USER-ID OF DIN-RECORD TO DC-USER-ID(WS-DC-USED)
        MOVE "N" TO DC-SUSPECT-FLAG(WS-DC-USED)
        MOVE SPACE TO DC-MATCH-SOURCE(WS-DC-USED)
        MOVE SPACES TO DC-MATCH-KEY(WS-DC-USED)
        MOVE ZERO TO DC-MATCH-RESULT(WS-DC-USED)
        MOVE SPACES TO DC-MATCH-USER-ID(WS-DC-USED)
    ELSE
        IF NOT DC-TABLE-OVERFLOWED
            DISPLAY "CALCDUPS - MORE THAN 5000 RESULTS - SEQ "
                CR-SEQ-NO OF DIN-RECORD " ONWARD NOT CHECKED"
        END-IF
        MOVE "Y" TO WS-DC-OVERFLOW-SW
        ADD 1 TO DUP-UNCHECKED-COUNT
    END-IF.

START-WINDOW-PASS.
    MOVE "N" TO WS-MST-EOF-SW.
    MOVE WS-WINDOW-START TO CM-RUN-DATE.
    MOVE LOW-VALUES TO CM-BRANCH-ID.
    MOVE ZERO TO CM-SEQ-NO.
    MOVE ZERO TO CM-LINE-NO.
    START MASTER-FILE KEY IS GREATER THAN OR EQUAL TO CM-KEY
        INVALID KEY
            MOVE "Y" TO WS-MST-EOF-SW
    END-START.

READ-NEXT-WINDOW-RECORD.
    READ MASTER-FILE NEXT
        AT END
            MOVE "Y" TO WS-MST-EOF-SW
        NOT AT END
            IF CM-RUN-DATE > WS-RUN-DATE
                MOVE "Y" TO WS-MST-EOF-SW
            END-IF
    END-READ.

*> ONLY A POSTED, UNREVERSED CALCULATION COUNTS AS AN EARLIER
*> OCCURRENCE.
CHECK-ONE-MASTER-RECORD.
    IF CM-STATUS = "OK"
            AND CM-OPERATOR NOT = "V"
            AND NOT CM-IS-REVERSED
            AND CM-LINE-NO < 2
        ADD 1 TO DUP-SCAN-COUNT
        MOVE CM-COST-CENTER TO MD-COST-CENTER
        MOVE CM-A TO MD-A
        MOVE CM-B-RATE TO MD-B-BYTES
        MOVE CM-OPERATOR TO MD-OPERATOR
        IF CM-IN-BASE-CURRENCY
            MOVE "USD" TO MD-CURRENCY-CODE
        ELSE
            MOVE CM-CURRENCY-CODE TO MD-CURRENCY-CODE
        END-IF
        MOVE 1 TO WS-DC-SUB
        PERFORM UNTIL WS-DC-SUB > WS-DC-USED
            IF NOT DC-IS-SUSPECT(WS-DC-SUB)
                    AND DC-MATCH-DATA(WS-DC-SUB) = WS-MATCH-DATA
                    AND DC-KEY(WS-DC-SUB) NOT = CM-KEY
                MOVE "Y" TO DC-SUSPECT-FLAG(WS-DC-SUB)
                MOVE "M" TO DC-MATCH-SOURCE(WS-DC-SUB)
                MOVE CM-KEY TO DC-MATCH-KEY(WS-DC-SUB)
                MOVE CM-RESULT TO DC-MATCH-RESULT(WS-DC-SUB)
                MOVE CM-AUDIT-USER-ID TO DC-MATCH-USER-ID(WS-DC-SUB)
                ADD 1 TO DUP-MASTER-COUNT
            END-IF
            ADD 1 TO WS-DC-SUB
        END-PERFORM
    END-IF.

*> THE RESULT IN HAND AGAINST EVERY ONE AHEAD OF IT IN THE FILE;
*> THE FIRST MATCH ENDS THE SEARCH.
CHECK-EARLIER-IN-RUN.
    MOVE 1 TO WS-DC-PRIOR.
    PERFORM UNTIL WS-DC-PRIOR NOT < WS-DC-SUB
        IF DC-MATCH-DATA(WS-DC-PRIOR) = DC-MATCH-DATA(WS-DC-SUB)
            MOVE "Y" TO DC-SUSPECT-FLAG(WS-DC-SUB)
            MOVE "N" TO DC-MATCH-SOURCE(WS-DC-SUB)
            MOVE DC-KEY(WS-DC-PRIOR) TO DC-MATCH-KEY(WS-DC-SUB)
            MOVE DC-RESULT(WS-DC-PRIOR) TO DC-MATCH-RESULT(WS-DC-SUB)
            MOVE DC-USER-ID(WS-DC-PRIOR)
                TO DC-MATCH-USER-ID(WS-DC-SUB)
            ADD 1 TO DUP-RUN-COUNT
            MOVE WS-DC-SUB TO WS-DC-PRIOR
        ELSE
            ADD 1 TO WS-DC-PRIOR
        END-IF
    END-PERFORM.

WRITE-SUSPECT.
    ADD 1 TO DUP-SUSPECT-COUNT.
    ADD DC-RESULT(WS-DC-SUB) TO WS-SUSPECT-TOTAL.
    MOVE DC-KEY(WS-DC-SUB) TO DS-KEY.
    MOVE DC-MATCH-SOURCE(WS-DC-SUB) TO DS-MATCH-SOURCE.
    MOVE DC-MATCH-KEY(WS-DC-SUB) TO DS-MATCH-KEY.
    MOVE DC-MATCH-USER-ID(WS-DC-SUB) TO DS-MATCH-USER-ID.
    WRITE DUPLICATE-SUSPECT-RECORD.

    MOVE "NEW " TO DL-TAG.
    MOVE DC-RUN-DATE(WS-DC-SUB) TO DL-RUN-DATE.
    MOVE DC-BRANCH-ID(WS-DC-SUB) TO DL-BRANCH.
    MOVE DC-SEQ-NO(WS-DC-SUB) TO DL-SEQ.
    MOVE DC-LINE-NO(WS-DC-SUB) TO DL-LINE.
    MOVE DC-RESULT(WS-DC-SUB) TO DL-RESULT.
    MOVE DC-USER-ID(WS-DC-SUB) TO DL-USER.
    PERFORM WRITE-OCCURRENCE-LINE.

    IF DS-MATCHED-ON-MASTER
        MOVE "OLD " TO DL-TAG
    ELSE
        MOVE "RUN " TO DL-TAG
    END-IF.
    MOVE DS-MATCH-RUN-DATE TO DL-RUN-DATE.
    MOVE DS-MATCH-BRANCH-ID TO DL-BRANCH.
    MOVE DS-MATCH-SEQ-NO TO DL-SEQ.
    MOVE DS-MATCH-LINE-NO TO DL-LINE.
    MOVE DC-MATCH-RESULT(WS-DC-SUB) TO DL-RESULT.
    MOVE DC-MATCH-USER-ID(WS-DC-SUB) TO DL-USER.
    PERFORM WRITE-OCCURRENCE-LINE.

    MOVE SPACES TO DUP-REPORT-LINE
    WRITE DUP-REPORT-LINE.

*> THE MATCHED FIELDS ARE THE SAME ON BOTH LINES BY DEFINITION;
*> THE CALLER SETS THE TAG, KEY, RESULT AND USER. OPERAND B IS
*> SHOWN AS THE CODE IT CARRIES FOR A RATE-TABLE OR ALLOCATION
*> CALCULATION.
WRITE-OCCURRENCE-LINE.
    MOVE DC-COST-CENTER(WS-DC-SUB) TO DL-CC.
    MOVE DC-OPERATOR(WS-DC-SUB) TO DL-OPER.
    MOVE DC-CURRENCY-CODE(WS-DC-SUB) TO DL-CUR.
    MOVE DC-A(WS-DC-SUB) TO DL-A.
    MOVE DC-B-BYTES(WS-DC-SUB) TO WS-B-WORK.
    IF DC-OPERATOR(WS-DC-SUB) = "R" OR DC-OPERATOR(WS-DC-SUB) = "A"
        MOVE SPACES TO DL-B
        MOVE WB-CODE TO DL-B(6:4)
    ELSE
        MOVE WB-AMOUNT TO WS-EDIT-B
        MOVE WS-EDIT-B TO DL-B
    END-IF.
    MOVE WS-DUP-LINE TO DUP-REPORT-LINE.
    WRITE DUP-REPORT-LINE.

WRITE-REPORT-HEADER.
    MOVE "CALCDUPS - SUSPECTED DUPLICATE CALCULATIONS"
        TO DUP-REPORT-LINE
    WRITE DUP-REPORT-LINE.
    MOVE SPACES TO DUP-REPORT-LINE
    STRING "RUN DATE (YYYYMMDD): " DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        INTO DUP-REPORT-LINE
    END-STRING
    WRITE DUP-REPORT-LINE.
    MOVE SPACES TO DUP-REPORT-LINE
    STRING "WINDOW (DAYS). . . . . . . . . . : " DELIMITED BY SIZE
        WS-WINDOW-DAYS DELIMITED BY SIZE
        INTO DUP-REPORT-LINE
    END-STRING
    WRITE DUP-REPORT-LINE.
    MOVE SPACES TO DUP-REPORT-LINE
    STRING "MASTER RUN DATES COMPARED. . . . : " DELIMITED BY SIZE
        WS-WINDOW-START DELIMITED BY SIZE
        " THRU " DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        INTO DUP-REPORT-LINE
    END-STRING
    WRITE DUP-REPORT-LINE.
    MOVE SPACES TO DUP-REPORT-LINE
    WRITE DUP-REPORT-LINE.

WRITE-DUP-SUMMARY.
    MOVE SPACES TO DUP-REPORT-LINE
    WRITE DUP-REPORT-LINE.

    MOVE DUP-READ-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO DUP-REPORT-LINE
    STRING "TRANSOUT DETAIL RECORDS. . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO DUP-REPORT-LINE
    END-STRING
    WRITE DUP-REPORT-LINE.

    MOVE DUP-CAND-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO DUP-REPORT-LINE
    STRING "CLEAN RESULTS CHECKED. . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO DUP-REPORT-LINE
    END-STRING
    WRITE DUP-REPORT-LINE.

    IF DC-TABLE-OVERFLOWED
        MOVE DUP-UNCHECKED-COUNT TO WS-EDIT-COUNT
        MOVE SPACES TO DUP-REPORT-LINE
        STRING "*** NOT CHECKED - TABLE FULL . . : " DELIMITED BY SIZE
            WS-EDIT-COUNT DELIMITED BY SIZE
            INTO DUP-REPORT-LINE
        END-STRING
        WRITE DUP-REPORT-LINE
    END-IF.

    MOVE DUP-SCAN-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO DUP-REPORT-LINE
    STRING "MASTER CALCULATIONS IN WINDOW. . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO DUP-REPORT-LINE
    END-STRING
    WRITE DUP-REPORT-LINE.

    MOVE DUP-SUSPECT-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO DUP-REPORT-LINE
    STRING "SUSPECTED DUPLICATES . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO DUP-REPORT-LINE
    END-STRING
    WRITE DUP-REPORT-LINE.

    MOVE DUP-MASTER-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO DUP-REPORT-LINE
    STRING "  MATCHED ON THE MASTER. . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO DUP-REPORT-LINE
    END-STRING
    WRITE DUP-REPORT-LINE.

    MOVE DUP-RUN-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO DUP-REPORT-LINE
    STRING "  MATCHED EARLIER IN THIS RUN. . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO DUP-REPORT-LINE
    END-STRING
    WRITE DUP-REPORT-LINE.

    MOVE WS-SUSPECT-TOTAL TO WS-EDIT-TOTAL
    MOVE SPACES TO DUP-REPORT-LINE
    STRING "RESULT TOTAL OF SUSPECTS . . . . : " DELIMITED BY SIZE
        WS-EDIT-TOTAL DELIMITED BY SIZE
        INTO DUP-REPORT-LINE
    END-STRING
    WRITE DUP-REPORT-LINE.
