IDENTIFICATION DIVISION.
PROGRAM-ID. CALCFPM.

*> CARD-DRIVEN MAINTENANCE FOR THE KEYED FISCAL CALENDAR (FISCAL -
*> SEE CALCFDEF FOR THE ONE-TIME DEFINE). ONE CARD PER ACTION ON
*> FPMIN - ACTION KEYWORD IN COLUMNS 1-9, PERIOD ID (YYYYPP) IN
*> COLUMNS 10-15, START DATE IN 17-24, END DATE IN 26-33 AND AN
*> AUTHORIZATION REFERENCE IN 35-42:
*>   ADD      PPPPPP YYYYMMDD YYYYMMDD
*>            ADD A NEW PERIOD (OPEN); REJECTED IF ALREADY ON FILE,
*>            IF THE START IS AFTER THE END, OR IF THE DATES
*>            OVERLAP ANY OTHER PERIOD ON FILE
*>   CHANGE   PPPPPP YYYYMMDD YYYYMMDD
*>            REPLACE THE START AND/OR END DATE OF AN OPEN PERIOD
*>            (A BLANK DATE IS LEFT AS IT IS). A CLOSED PERIOD'S
*>            DATES CANNOT BE CHANGED - ITS STATEMENTS ARE OUT
*>   AUTHREOP PPPPPP                   RRRRRRRR
*>            AUTHORIZE LATE POSTINGS INTO A CLOSED PERIOD UNDER
*>            REFERENCE RRRRRRRR - CALCEDIT ACCEPTS A SECTION DATED
*>            IN THE PERIOD ONLY WHEN AN OVRDIN REOPEN CARD QUOTES
*>            THE SAME REFERENCE. THE PERIOD STAYS CLOSED
*>   REVOKE   PPPPPP
*>            WITHDRAW THE REOPEN AUTHORIZATION
*> PERIODS ARE NEVER DELETED AND ONLY THE CALCPCLS CLOSE JOB SETS
*> A PERIOD CLOSED. THE SUBMITTING USER ID (PARM 'USERID=&SYSUID')
*> IS RECORDED ON THE PERIOD WITH AN AUTHREOP. EVERY CARD IS
*> ECHOED WITH ITS DISPOSITION ON FPMRPT; RC=4 FLAGS CARDS IN
*> ERROR, RC=12 A CALENDAR THAT COULD NOT BE OPENED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MAINT-IN-FILE ASSIGN TO "FPMIN"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT FISCAL-FILE ASSIGN TO "FISCAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FP-PERIOD-ID
        FILE STATUS IS WS-FISCAL-FS.
    SELECT MAINT-REPORT-FILE ASSIGN TO "FPMRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  MAINT-IN-FILE.
01  FPM-CARD.
    05 FPM-ACTION      PIC X(9).
    05 FPM-PERIOD-ID   PIC X(6).
    05 FILLER          PIC X.
    05 FPM-START-DATE  PIC X(8).
    05 FILLER          PIC X.
    05 FPM-END-DATE    PIC X(8).
    05 FILLER          PIC X.
    05 FPM-REOPEN-REF  PIC X(8).
    05 FILLER          PIC X(38).

FD  FISCAL-FILE.
    COPY CALCFPD.

FD  MAINT-REPORT-FILE.
01  FPM-REPORT-LINE   PIC X(80).

WORKING-STORAGE SECTION.
01 WS-EOF-SW         PIC X VALUE "N".
    88 END-OF-MAINT-IN     VALUE "Y".
01 WS-FISCAL-FS      PIC XX.
01 WS-DISPOSITION    PIC X(40).
01 WS-RUN-DATE       PIC X(10).
01 WS-USER-ID        PIC X(8).

*> DATES FROM THE CARD, CHECKED (AND, ON A CHANGE, MERGED WITH
*> THE PERIOD'S CURRENT DATES) BEFORE THE CALENDAR IS TOUCHED SO
*> A BAD CARD CHANGES NOTHING.
01 WS-CARD-BAD-SW    PIC X VALUE "N".
    88 CARD-IS-BAD         VALUE "Y".
01 WS-NEW-START      PIC 9(8).
01 WS-NEW-END        PIC 9(8).

*> OVERLAP CHECK: EVERY OTHER PERIOD ON FILE IS BROWSED AND THE
*> FIRST ONE WHOSE DATES INTERSECT THE NEW RANGE IS REPORTED.
01 WS-SCAN-EOF-SW    PIC X VALUE "N".
    88 END-OF-CALENDAR     VALUE "Y".
01 WS-OVERLAP-SW     PIC X VALUE "N".
    88 PERIODS-OVERLAP     VALUE "Y".
01 WS-OVERLAP-ID     PIC 9(6).

01 WS-FPM-COUNTS.
    05 FPM-CARD-COUNT      PIC 9(4) VALUE ZERO.
    05 FPM-ADD-COUNT       PIC 9(4) VALUE ZERO.
    05 FPM-CHANGE-COUNT    PIC 9(4) VALUE ZERO.
    05 FPM-AUTH-COUNT      PIC 9(4) VALUE ZERO.
    05 FPM-REVOKE-COUNT    PIC 9(4) VALUE ZERO.
    05 FPM-ERROR-COUNT     PIC 9(4) VALUE ZERO.

01 WS-EDIT-COUNT     PIC ZZZ9.

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

    OPEN I-O FISCAL-FILE.
    IF WS-FISCAL-FS = "35"
        OPEN OUTPUT FISCAL-FILE
    END-IF.
    IF WS-FISCAL-FS NOT = "00"
        DISPLAY "FISCAL OPEN FAILED - FILE STATUS "
            WS-FISCAL-FS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT MAINT-IN-FILE.
    OPEN OUTPUT MAINT-REPORT-FILE.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    MOVE "CALCFPM - FISCAL CALENDAR MAINTENANCE"
        TO FPM-REPORT-LINE
    WRITE FPM-REPORT-LINE.
    MOVE SPACES TO FPM-REPORT-LINE
    STRING "RUN DATE (YYYYMMDD): " DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        "  USER: " DELIMITED BY SIZE
        WS-USER-ID DELIMITED BY SIZE
        INTO FPM-REPORT-LINE
    END-STRING
    WRITE FPM-REPORT-LINE.
    MOVE SPACES TO FPM-REPORT-LINE
    WRITE FPM-REPORT-LINE.

    PERFORM UNTIL END-OF-MAINT-IN
        READ MAINT-IN-FILE
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                PERFORM APPLY-ONE-CARD
        END-READ
    END-PERFORM.

    PERFORM WRITE-FPM-SUMMARY.

    CLOSE MAINT-IN-FILE
    CLOSE FISCAL-FILE
    CLOSE MAINT-REPORT-FILE.

    IF FPM-ERROR-COUNT > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

APPLY-ONE-CARD.
    ADD 1 TO FPM-CARD-COUNT.
    MOVE SPACES TO WS-DISPOSITION.
    MOVE "N" TO WS-CARD-BAD-SW.
    IF FPM-ACTION NOT = SPACES
            AND FPM-PERIOD-ID IS NOT NUMERIC
        MOVE "Y" TO WS-CARD-BAD-SW
        MOVE "*** PERIOD ID NOT YYYYPP ***" TO WS-DISPOSITION
    END-IF.
    EVALUATE TRUE
        WHEN FPM-ACTION = SPACES
            SUBTRACT 1 FROM FPM-CARD-COUNT
        WHEN CARD-IS-BAD
            ADD 1 TO FPM-ERROR-COUNT
        WHEN FPM-ACTION = "ADD      "
            PERFORM ADD-PERIOD
        WHEN FPM-ACTION = "CHANGE   "
            PERFORM CHANGE-PERIOD
        WHEN FPM-ACTION = "AUTHREOP "
            PERFORM AUTHORIZE-REOPEN
        WHEN FPM-ACTION = "REVOKE   "
            PERFORM REVOKE-REOPEN
        WHEN OTHER
            ADD 1 TO FPM-ERROR-COUNT
            MOVE "*** UNRECOGNIZED ACTION - CARD IGNORED ***"
                TO WS-DISPOSITION
    END-EVALUATE.
    IF FPM-ACTION NOT = SPACES
        PERFORM WRITE-CARD-ECHO-LINE
    END-IF.

ADD-PERIOD.
    IF FPM-START-DATE IS NOT NUMERIC
            OR FPM-END-DATE IS NOT NUMERIC
        ADD 1 TO FPM-ERROR-COUNT
        MOVE "*** START AND END DATE REQUIRED ***"
            TO WS-DISPOSITION
    ELSE
        MOVE FPM-START-DATE TO WS-NEW-START
        MOVE FPM-END-DATE TO WS-NEW-END
        PERFORM CHECK-NEW-DATE-RANGE
        IF NOT CARD-IS-BAD
            PERFORM WRITE-NEW-PERIOD
        END-IF
    END-IF.

WRITE-NEW-PERIOD.
    MOVE SPACES TO FISCAL-PERIOD-RECORD.
    MOVE FPM-PERIOD-ID TO FP-PERIOD-ID.
    MOVE WS-NEW-START TO FP-START-DATE.
    MOVE WS-NEW-END TO FP-END-DATE.
    MOVE "O" TO FP-STATUS.
    MOVE ZERO TO FP-CLOSED-DATE FP-CLOSE-COUNT FP-CLOSE-TOTAL.
    WRITE FISCAL-PERIOD-RECORD
        INVALID KEY
            ADD 1 TO FPM-ERROR-COUNT
            MOVE "*** PERIOD ALREADY ON FILE - USE CHANGE ***"
                TO WS-DISPOSITION
        NOT INVALID KEY
            ADD 1 TO FPM-ADD-COUNT
            MOVE "ADDED (OPEN)" TO WS-DISPOSITION
    END-WRITE.

*> THE CURRENT DATES ARE TAKEN FROM THE PERIOD BEFORE THE OVERLAP
*> BROWSE (WHICH MOVES THE FILE POSITION AND THE RECORD AREA), AND
*> THE PERIOD IS READ AGAIN FOR THE REWRITE.
CHANGE-PERIOD.
    MOVE FPM-PERIOD-ID TO FP-PERIOD-ID.
    READ FISCAL-FILE
        INVALID KEY
            MOVE "Y" TO WS-CARD-BAD-SW
            ADD 1 TO FPM-ERROR-COUNT
            MOVE "*** PERIOD NOT ON FILE - USE ADD ***"
                TO WS-DISPOSITION
    END-READ.
    IF NOT CARD-IS-BAD
        IF FP-IS-CLOSED
            MOVE "Y" TO WS-CARD-BAD-SW
            ADD 1 TO FPM-ERROR-COUNT
            MOVE "*** PERIOD IS CLOSED - DATES CANNOT CHANGE ***"
                TO WS-DISPOSITION
        END-IF
    END-IF.
    IF NOT CARD-IS-BAD
        PERFORM MERGE-CHANGED-DATES
    END-IF.
    IF NOT CARD-IS-BAD
        PERFORM CHECK-NEW-DATE-RANGE
    END-IF.
    IF NOT CARD-IS-BAD
        MOVE FPM-PERIOD-ID TO FP-PERIOD-ID
        READ FISCAL-FILE
            INVALID KEY
                CONTINUE
        END-READ
        MOVE WS-NEW-START TO FP-START-DATE
        MOVE WS-NEW-END TO FP-END-DATE
        REWRITE FISCAL-PERIOD-RECORD
        ADD 1 TO FPM-CHANGE-COUNT
        MOVE "CHANGED" TO WS-DISPOSITION
    END-IF.

MERGE-CHANGED-DATES.
    MOVE FP-START-DATE TO WS-NEW-START.
    MOVE FP-END-DATE TO WS-NEW-END.
    IF FPM-START-DATE NOT = SPACES
        IF FPM-START-DATE IS NUMERIC
            MOVE FPM-START-DATE TO WS-NEW-START
        ELSE
            MOVE "Y" TO WS-CARD-BAD-SW
        END-IF
    END-IF.
    IF FPM-END-DATE NOT = SPACES
        IF FPM-END-DATE IS NUMERIC
            MOVE FPM-END-DATE TO WS-NEW-END
        ELSE
            MOVE "Y" TO WS-CARD-BAD-SW
        END-IF
    END-IF.
    IF CARD-IS-BAD
        ADD 1 TO FPM-ERROR-COUNT
        MOVE "*** DATE NOT YYYYMMDD ***" TO WS-DISPOSITION
    END-IF.

*> THE START MAY NOT BE AFTER THE END, AND NO OTHER PERIOD MAY
*> SHARE ANY DAY WITH THE NEW RANGE - A FILE DATE MUST BELONG TO
*> EXACTLY ONE PERIOD.
CHECK-NEW-DATE-RANGE.
    IF WS-NEW-START > WS-NEW-END
        MOVE "Y" TO WS-CARD-BAD-SW
        ADD 1 TO FPM-ERROR-COUNT
        MOVE "*** START DATE AFTER END DATE ***"
            TO WS-DISPOSITION
    ELSE
        PERFORM CHECK-PERIOD-OVERLAP
        IF PERIODS-OVERLAP
            MOVE "Y" TO WS-CARD-BAD-SW
            ADD 1 TO FPM-ERROR-COUNT
            MOVE SPACES TO WS-DISPOSITION
            STRING "*** DATES OVERLAP PERIOD " DELIMITED BY SIZE
                WS-OVERLAP-ID DELIMITED BY SIZE
                " ***" DELIMITED BY SIZE
                INTO WS-DISPOSITION
            END-STRING
        END-IF
    END-IF.

CHECK-PERIOD-OVERLAP.
    MOVE "N" TO WS-OVERLAP-SW.
    MOVE "N" TO WS-SCAN-EOF-SW.
    MOVE ZERO TO FP-PERIOD-ID.
    START FISCAL-FILE KEY IS GREATER THAN OR EQUAL TO FP-PERIOD-ID
        INVALID KEY
            MOVE "Y" TO WS-SCAN-EOF-SW
    END-START.
    PERFORM UNTIL END-OF-CALENDAR OR PERIODS-OVERLAP
        READ FISCAL-FILE NEXT
            AT END
                MOVE "Y" TO WS-SCAN-EOF-SW
            NOT AT END
                IF FP-PERIOD-ID NOT = FPM-PERIOD-ID
                        AND FP-START-DATE <= WS-NEW-END
                        AND FP-END-DATE >= WS-NEW-START
                    MOVE "Y" TO WS-OVERLAP-SW
                    MOVE FP-PERIOD-ID TO WS-OVERLAP-ID
                END-IF
        END-READ
    END-PERFORM.

AUTHORIZE-REOPEN.
    IF FPM-REOPEN-REF = SPACES
        ADD 1 TO FPM-ERROR-COUNT
        MOVE "*** AUTHORIZATION REFERENCE REQUIRED ***"
            TO WS-DISPOSITION
    ELSE
        MOVE FPM-PERIOD-ID TO FP-PERIOD-ID
        READ FISCAL-FILE
            INVALID KEY
                ADD 1 TO FPM-ERROR-COUNT
                MOVE "*** PERIOD NOT ON FILE ***" TO WS-DISPOSITION
            NOT INVALID KEY
                PERFORM REWRITE-REOPEN-AUTHORITY
        END-READ
    END-IF.

REWRITE-REOPEN-AUTHORITY.
    IF NOT FP-IS-CLOSED
        ADD 1 TO FPM-ERROR-COUNT
        MOVE "*** PERIOD IS OPEN - NO REOPEN NEEDED ***"
            TO WS-DISPOSITION
    ELSE
        MOVE FPM-REOPEN-REF TO FP-REOPEN-REF
        MOVE WS-USER-ID TO FP-REOPEN-USER
        REWRITE FISCAL-PERIOD-RECORD
        ADD 1 TO FPM-AUTH-COUNT
        MOVE SPACES TO WS-DISPOSITION
        STRING "REOPEN AUTHORIZED UNDER " DELIMITED BY SIZE
            FPM-REOPEN-REF DELIMITED BY SIZE
            INTO WS-DISPOSITION
        END-STRING
    END-IF.

REVOKE-REOPEN.
    MOVE FPM-PERIOD-ID TO FP-PERIOD-ID.
    READ FISCAL-FILE
        INVALID KEY
            ADD 1 TO FPM-ERROR-COUNT
            MOVE "*** PERIOD NOT ON FILE ***" TO WS-DISPOSITION
        NOT INVALID KEY
            MOVE SPACES TO FP-REOPEN-REF
            MOVE WS-USER-ID TO FP-REOPEN-USER
            REWRITE FISCAL-PERIOD-RECORD
            ADD 1 TO FPM-REVOKE-COUNT
            MOVE "REOPEN AUTHORIZATION REVOKED" TO WS-DISPOSITION
    END-READ.

WRITE-CARD-ECHO-LINE.
    MOVE SPACES TO FPM-REPORT-LINE
    STRING FPM-ACTION DELIMITED BY SIZE
        FPM-PERIOD-ID DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        WS-DISPOSITION DELIMITED BY SIZE
        INTO FPM-REPORT-LINE
    END-STRING
    WRITE FPM-REPORT-LINE.

WRITE-FPM-SUMMARY.
    MOVE SPACES TO FPM-REPORT-LINE
    WRITE FPM-REPORT-LINE.

    MOVE FPM-CARD-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO FPM-REPORT-LINE
    STRING "CARDS READ . . . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO FPM-REPORT-LINE
    END-STRING
    WRITE FPM-REPORT-LINE.

    MOVE FPM-ADD-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO FPM-REPORT-LINE
    STRING "PERIODS ADDED. . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO FPM-REPORT-LINE
    END-STRING
    WRITE FPM-REPORT-LINE.

    MOVE FPM-CHANGE-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO FPM-REPORT-LINE
    STRING "PERIODS CHANGED. . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO FPM-REPORT-LINE
    END-STRING
    WRITE FPM-REPORT-LINE.

    MOVE FPM-AUTH-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO FPM-REPORT-LINE
    STRING "REOPENS AUTHORIZED . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO FPM-REPORT-LINE
    END-STRING
    WRITE FPM-REPORT-LINE.

    MOVE FPM-REVOKE-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO FPM-REPORT-LINE
    STRING "REOPENS REVOKED. . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO FPM-REPORT-LINE
    END-STRING
    WRITE FPM-REPORT-LINE.

    MOVE FPM-ERROR-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO FPM-REPORT-LINE
    STRING "CARDS IN ERROR . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO FPM-REPORT-LINE
    END-STRING
    WRITE FPM-REPORT-LINE.
