*> CR-SEQ-NO ORDER (THE EDIT STEP ENFORCES IT ON TRANSIN AND
*> CALC PRESERVES INPUT ORDER ON TRANSOUT), SO A SINGLE
*> MATCH-MERGE PASS IS STILL SUFFICIENT.
*>
*> A COST-ALLOCATION (A) TRANSACTION COMES OUT OF CALC AS ONE
*> TRANSOUT RECORD PER TARGET COST CENTER, ALL UNDER THE INPUT'S
*> SEQUENCE NUMBER WITH CR-LINE-NO 01..N. LINE 01 TAKES PART IN
*> THE MATCH; LINES 02 ONWARD ARE CONTINUATIONS - COUNTED AND
*> SUMMED LIKE ANY OTHER OUTPUT RECORD (CALC COUNTS THEM IN ITS
*> CONTROL TOTALS TOO) BUT NOT MATCHED AGAIN.
*>
*> WHEN THE CALCHOLD STEP HAS SPLIT TRANSOUT INTO THE PASSED FILE
*> (PASSIN - WHAT GETS RELEASED) AND THE HELD FILE (HELDIN - WHAT
*> WAITS ON THE HOLD QUEUE), THE TWO ARE ALSO COUNTED AND SUMMED
*> AND MUST TOGETHER COME BACK TO THE CTLOUT CONTROL TOTALS, SO
*> NOTHING CAN BE LOST OR DOUBLED BETWEEN THE RELEASE AND THE
*> QUEUE. WITHOUT A PASSIN ALLOCATION THE SPLIT CHECK IS NOTED
*> AS NOT APPLICABLE AND THE RUN BALANCES AS BEFORE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RECN-CTL-FILE ASSIGN TO "CTLIN"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RECN-PASS-FILE ASSIGN TO "PASSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PASSIN-FS.
    SELECT RECN-HELD-FILE ASSIGN TO "HELDIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HELDIN-FS.
    SELECT RECN-REPORT-FILE ASSIGN TO "RECNRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

FD  RECN-CTL-FILE.
    COPY CALCRCT.

FD  RECN-PASS-FILE.
    COPY CALCREC REPLACING ==CALC-RECORD== BY ==RPS-RECORD==.

FD  RECN-HELD-FILE.
    COPY CALCREC REPLACING ==CALC-RECORD== BY ==RHD-RECORD==.

FD  RECN-REPORT-FILE.
01  RECN-REPORT-LINE  PIC X(80).

    05 RCN-MISSING-COUNT   PIC 9(6) VALUE ZERO.
    05 RCN-DUP-COUNT       PIC 9(6) VALUE ZERO.
    05 RCN-EXTRA-COUNT     PIC 9(6) VALUE ZERO.
    05 RCN-ALLOC-COUNT     PIC 9(6) VALUE ZERO.
01 WS-RESULT-TOTAL   PIC S9(15)V99 VALUE ZERO.
01 WS-CTL-FOUND-SW   PIC X VALUE "N".
    88 CONTROL-TOTALS-FOUND VALUE "Y".
01 WS-BALANCED-SW    PIC X VALUE "Y".
    88 RUN-IS-BALANCED     VALUE "Y".

01 WS-PASSIN-FS      PIC XX.
01 WS-HELDIN-FS      PIC XX.
01 WS-SPLIT-SW       PIC X VALUE "N".
    88 HOLD-SPLIT-PRESENT  VALUE "Y".
01 WS-SPLIT-EOF-SW   PIC X VALUE "N".
    88 END-OF-SPLIT-FILE   VALUE "Y".
01 WS-SPLIT-BAL-SW   PIC X VALUE "Y".
    88 SPLIT-IS-BALANCED   VALUE "Y".
01 RCN-PASS-COUNT    PIC 9(6) VALUE ZERO.
01 RCN-HELD-COUNT    PIC 9(6) VALUE ZERO.
01 WS-PASS-TOTAL     PIC S9(15)V99 VALUE ZERO.
01 WS-HELD-TOTAL     PIC S9(15)V99 VALUE ZERO.
01 WS-SPLIT-COUNT    PIC 9(6) VALUE ZERO.
01 WS-SPLIT-TOTAL    PIC S9(15)V99 VALUE ZERO.

01 WS-EDIT-COUNT     PIC ZZZ,ZZ9.
01 WS-EDIT-TOTAL     PIC -(15)9.99.
01 WS-EDIT-SEQ       PIC 9(6).
    CLOSE RECN-IN-FILE
    CLOSE RECN-OUT-FILE.

    PERFORM SUM-HOLD-SPLIT.
    PERFORM BALANCE-CONTROL-TOTALS.
    PERFORM WRITE-RECN-SUMMARY.

                ELSE
                    IF ROU-RECORD(1:1) NOT = "T"
                        ADD 1 TO RCN-OUT-COUNT
                        IF CR-LINE-NO OF ROU-RECORD IS NUMERIC
                                AND CR-LINE-NO OF ROU-RECORD > 1
                            ADD 1 TO RCN-ALLOC-COUNT
                            PERFORM ADD-OUTPUT-RESULT
                        ELSE
                            MOVE CR-SEQ-NO OF ROU-RECORD TO WS-OUT-SEQ
                            COMPUTE WS-OUT-KEY
                                = WS-OUT-SECT * 1000000 + WS-OUT-SEQ
                            EXIT PERFORM
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> THE PASSED AND HELD FILES CARRY THE SAME SECTION HEADERS AS
*> TRANSOUT; ONLY THEIR DETAILS ARE COUNTED, AND ONLY STATUS OK
*> RESULTS SUMMED, THE SAME POPULATIONS CALC PUT IN CTLOUT.
SUM-HOLD-SPLIT.
    OPEN INPUT RECN-PASS-FILE.
    IF WS-PASSIN-FS = "00"
        MOVE "Y" TO WS-SPLIT-SW
        MOVE "N" TO WS-SPLIT-EOF-SW
        PERFORM UNTIL END-OF-SPLIT-FILE
            READ RECN-PASS-FILE
                AT END
                    MOVE "Y" TO WS-SPLIT-EOF-SW
                NOT AT END
                    PERFORM COUNT-PASSED-RECORD
            END-READ
        END-PERFORM
        CLOSE RECN-PASS-FILE
        OPEN INPUT RECN-HELD-FILE
        IF WS-HELDIN-FS = "00"
            MOVE "N" TO WS-SPLIT-EOF-SW
            PERFORM UNTIL END-OF-SPLIT-FILE
                READ RECN-HELD-FILE
                    AT END
                        MOVE "Y" TO WS-SPLIT-EOF-SW
                    NOT AT END
                        PERFORM COUNT-HELD-RECORD
                END-READ
            END-PERFORM
            CLOSE RECN-HELD-FILE
        ELSE
            DISPLAY "HELDIN NOT AVAILABLE - FILE STATUS " WS-HELDIN-FS
                " - HOLD SPLIT CANNOT BE PROVED"
            MOVE "N" TO WS-SPLIT-BAL-SW
        END-IF
        COMPUTE WS-SPLIT-COUNT = RCN-PASS-COUNT + RCN-HELD-COUNT
        COMPUTE WS-SPLIT-TOTAL = WS-PASS-TOTAL + WS-HELD-TOTAL
        IF WS-SPLIT-COUNT NOT = RCN-OUT-COUNT
                OR WS-SPLIT-TOTAL NOT = WS-RESULT-TOTAL
            MOVE "N" TO WS-SPLIT-BAL-SW
        END-IF
    END-IF.

COUNT-PASSED-RECORD.
    IF RPS-RECORD(1:1) NOT = "H" AND RPS-RECORD(1:1) NOT = "T"
        ADD 1 TO RCN-PASS-COUNT
        IF CR-STATUS OF RPS-RECORD = "OK"
            ADD CR-RESULT OF RPS-RECORD TO WS-PASS-TOTAL
        END-IF
    END-IF.

COUNT-HELD-RECORD.
    IF RHD-RECORD(1:1) NOT = "H" AND RHD-RECORD(1:1) NOT = "T"
        ADD 1 TO RCN-HELD-COUNT
        IF CR-STATUS OF RHD-RECORD = "OK"
            ADD CR-RESULT OF RHD-RECORD TO WS-HELD-TOTAL
        END-IF
    END-IF.

BALANCE-CONTROL-TOTALS.
    OPEN INPUT RECN-CTL-FILE.
    READ RECN-CTL-FILE
                OR RCT-RESULT-TOTAL NOT = WS-RESULT-TOTAL
            MOVE "N" TO WS-BALANCED-SW
        END-IF
        IF HOLD-SPLIT-PRESENT
            IF RCT-TOTAL-COUNT NOT = WS-SPLIT-COUNT
                    OR RCT-RESULT-TOTAL NOT = WS-SPLIT-TOTAL
                MOVE "N" TO WS-SPLIT-BAL-SW
            END-IF
        END-IF
    END-IF.
    IF NOT SPLIT-IS-BALANCED
        MOVE "N" TO WS-BALANCED-SW
    END-IF.

WRITE-RECN-SUMMARY.
    END-STRING
    WRITE RECN-REPORT-LINE.

    MOVE RCN-ALLOC-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO RECN-REPORT-LINE
    STRING "  OF WHICH ALLOCATION LINES 02+. : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO RECN-REPORT-LINE
    END-STRING
    WRITE RECN-REPORT-LINE.

    MOVE RCN-MATCH-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO RECN-REPORT-LINE
    STRING "SEQUENCES MATCHED ONE FOR ONE. . : " DELIMITED BY SIZE
        WRITE RECN-REPORT-LINE
    END-IF.

    MOVE SPACES TO RECN-REPORT-LINE
    WRITE RECN-REPORT-LINE.
    IF HOLD-SPLIT-PRESENT
        PERFORM WRITE-SPLIT-SUMMARY
    ELSE
        MOVE "HOLD SPLIT NOT CHECKED - NO PASSIN ALLOCATED FOR THIS RUN"
            TO RECN-REPORT-LINE
        WRITE RECN-REPORT-LINE
    END-IF.

    MOVE SPACES TO RECN-REPORT-LINE
    WRITE RECN-REPORT-LINE.
    IF RUN-IS-BALANCED
            TO RECN-REPORT-LINE
    END-IF
    WRITE RECN-REPORT-LINE.

WRITE-SPLIT-SUMMARY.
    MOVE RCN-PASS-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO RECN-REPORT-LINE
    STRING "RECORDS PASSED FOR RELEASE . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO RECN-REPORT-LINE
    END-STRING
    WRITE RECN-REPORT-LINE.

    MOVE WS-PASS-TOTAL TO WS-EDIT-TOTAL
    MOVE SPACES TO RECN-REPORT-LINE
    STRING "  RESULT TOTAL PASSED. . . . . . : " DELIMITED BY SIZE
        WS-EDIT-TOTAL DELIMITED BY SIZE
        INTO RECN-REPORT-LINE
    END-STRING
    WRITE RECN-REPORT-LINE.

    MOVE RCN-HELD-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO RECN-REPORT-LINE
    STRING "RECORDS HELD FOR REVIEW. . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO RECN-REPORT-LINE
    END-STRING
    WRITE RECN-REPORT-LINE.

    MOVE WS-HELD-TOTAL TO WS-EDIT-TOTAL
    MOVE SPACES TO RECN-REPORT-LINE
    STRING "  RESULT TOTAL HELD. . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-TOTAL DELIMITED BY SIZE
        INTO RECN-REPORT-LINE
    END-STRING
    WRITE RECN-REPORT-LINE.

    IF SPLIT-IS-BALANCED
        MOVE "PASSED PLUS HELD BALANCES TO CTLOUT"
            TO RECN-REPORT-LINE
    ELSE
        MOVE "*** PASSED PLUS HELD DOES NOT BALANCE TO CTLOUT ***"
            TO RECN-REPORT-LINE
    END-IF
    WRITE RECN-REPORT-LINE.
