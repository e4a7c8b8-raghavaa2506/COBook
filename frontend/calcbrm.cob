IDENTIFICATION DIVISION.
PROGRAM-ID. CALCBRM.

*> CARD-DRIVEN MAINTENANCE FOR THE KEYED BRANCH REFERENCE MASTER
*> (BRCHMST - SEE CALCBDEF FOR THE ONE-TIME DEFINE). ONE CARD
*> PER ACTION ON BRMIN - ACTION KEYWORD IN COLUMNS 1-9, VALUES
*> FROM COLUMN 10:
*>   ADD      BBBB NAME(15-34) CONTACT(36-55) S(57) YYYYMMDD(59)
*>            ADD A NEW BRANCH (ACTIVE); REJECTED IF ALREADY ON
*>            FILE. S IS THE SCHEDULE (D DAILY, W WEEKDAYS, M
*>            MONTH-END, N NO FIXED SCHEDULE - DEFAULT D) AND
*>            YYYYMMDD THE FIRST FILE DATE OWED (DEFAULT TODAY)
*>   CHANGE   BBBB NAME(15-34) CONTACT(36-55) S(57) YYYYMMDD(59)
*>            REPLACE THE NAME/CONTACT/SCHEDULE/FIRST DATE OF AN
*>            EXISTING BRANCH (BLANK FIELDS ARE LEFT AS THEY ARE)
*>            AND REACTIVATE IT IF IT WAS DEACTIVATED
*>   DEACT    BBBB
*>            MARK AN EXISTING BRANCH INACTIVE - CALCEDIT DROPS
*>            ANY SECTION IT SENDS AND CALCMISS STOPS EXPECTING
*>            ITS FILE, BUT HISTORY REPORTS STILL RESOLVE THE NAME
*> BRANCHES ARE NEVER PHYSICALLY DELETED, SO A BRANCH THAT EVER
*> TRANSMITTED KEEPS ITS NAME FOR THE REPORT READERS. EVERY CARD
*> IS ECHOED WITH ITS DISPOSITION ON BRMRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MAINT-IN-FILE ASSIGN TO "BRMIN"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT BRANCH-FILE ASSIGN TO "BRCHMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BR-BRANCH-ID
        FILE STATUS IS WS-BRCHMST-FS.
    SELECT MAINT-REPORT-FILE ASSIGN TO "BRMRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  MAINT-IN-FILE.
01  BRM-CARD.
    05 BRM-ACTION      PIC X(9).
    05 BRM-BRANCH-ID   PIC X(4).
    05 FILLER          PIC X.
    05 BRM-NAME        PIC X(20).
    05 FILLER          PIC X.
    05 BRM-CONTACT     PIC X(20).
    05 FILLER          PIC X.
    05 BRM-SCHEDULE    PIC X.
    05 FILLER          PIC X.
    05 BRM-START-DATE  PIC X(8).
    05 FILLER          PIC X(14).

FD  BRANCH-FILE.
    COPY CALCBRM.

FD  MAINT-REPORT-FILE.
01  BRM-REPORT-LINE   PIC X(80).

WORKING-STORAGE SECTION.
01 WS-EOF-SW         PIC X VALUE "N".
    88 END-OF-MAINT-IN     VALUE "Y".
01 WS-BRCHMST-FS     PIC XX.
01 WS-DISPOSITION    PIC X(40).
01 WS-RUN-DATE       PIC X(10).

*> SCHEDULE AND FIRST-DATE VALUES FROM THE CARD, CHECKED BEFORE
*> THE MASTER IS TOUCHED SO A BAD CARD CHANGES NOTHING.
01 WS-CARD-BAD-SW    PIC X VALUE "N".
    88 CARD-IS-BAD         VALUE "Y".
01 WS-NEW-SCHEDULE   PIC X.
    88 NEW-SCHEDULE-VALID  VALUE "D" "W" "M" "N".

01 WS-BRM-COUNTS.
    05 BRM-CARD-COUNT      PIC 9(4) VALUE ZERO.
    05 BRM-ADD-COUNT       PIC 9(4) VALUE ZERO.
    05 BRM-CHANGE-COUNT    PIC 9(4) VALUE ZERO.
    05 BRM-DEACT-COUNT     PIC 9(4) VALUE ZERO.
    05 BRM-ERROR-COUNT     PIC 9(4) VALUE ZERO.

01 WS-EDIT-COUNT     PIC ZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    OPEN I-O BRANCH-FILE.
    IF WS-BRCHMST-FS = "35"
        OPEN OUTPUT BRANCH-FILE
    END-IF.
    IF WS-BRCHMST-FS NOT = "00"
        DISPLAY "BRCHMST OPEN FAILED - FILE STATUS "
            WS-BRCHMST-FS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT MAINT-IN-FILE.
    OPEN OUTPUT MAINT-REPORT-FILE.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    MOVE "CALCBRM - BRANCH MASTER MAINTENANCE"
        TO BRM-REPORT-LINE
    WRITE BRM-REPORT-LINE.
    MOVE SPACES TO BRM-REPORT-LINE
    STRING "RUN DATE (YYYYMMDD): " DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        INTO BRM-REPORT-LINE
    END-STRING
    WRITE BRM-REPORT-LINE.
    MOVE SPACES TO BRM-REPORT-LINE
    WRITE BRM-REPORT-LINE.

    PERFORM UNTIL END-OF-MAINT-IN
        READ MAINT-IN-FILE
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                PERFORM APPLY-ONE-CARD
        END-READ
    END-PERFORM.

    PERFORM WRITE-BRM-SUMMARY.

    CLOSE MAINT-IN-FILE
    CLOSE BRANCH-FILE
    CLOSE MAINT-REPORT-FILE.

    IF BRM-ERROR-COUNT > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

APPLY-ONE-CARD.
    ADD 1 TO BRM-CARD-COUNT.
    MOVE SPACES TO WS-DISPOSITION.
    EVALUATE BRM-ACTION
        WHEN "ADD      "
            PERFORM ADD-BRANCH
        WHEN "CHANGE   "
            PERFORM CHANGE-BRANCH
        WHEN "DEACT    "
            PERFORM DEACTIVATE-BRANCH
        WHEN SPACES
            SUBTRACT 1 FROM BRM-CARD-COUNT
        WHEN OTHER
            ADD 1 TO BRM-ERROR-COUNT
            MOVE "*** UNRECOGNIZED ACTION - CARD IGNORED ***"
                TO WS-DISPOSITION
    END-EVALUATE.
    IF BRM-ACTION NOT = SPACES
        PERFORM WRITE-CARD-ECHO-LINE
    END-IF.

*> A BLANK SCHEDULE OR FIRST DATE IS NOT AN ERROR - ADD TAKES
*> THE DEFAULTS AND CHANGE LEAVES THE FIELD AS IT IS.
CHECK-SCHEDULE-AND-DATE.
    MOVE "N" TO WS-CARD-BAD-SW.
    MOVE BRM-SCHEDULE TO WS-NEW-SCHEDULE.
    IF WS-NEW-SCHEDULE NOT = SPACE AND NOT NEW-SCHEDULE-VALID
        MOVE "Y" TO WS-CARD-BAD-SW
        ADD 1 TO BRM-ERROR-COUNT
        MOVE "*** SCHEDULE MUST BE D, W, M OR N ***"
            TO WS-DISPOSITION
    END-IF.
    IF NOT CARD-IS-BAD
        IF BRM-START-DATE NOT = SPACES
                AND BRM-START-DATE IS NOT NUMERIC
            MOVE "Y" TO WS-CARD-BAD-SW
            ADD 1 TO BRM-ERROR-COUNT
            MOVE "*** FIRST FILE DATE NOT YYYYMMDD ***"
                TO WS-DISPOSITION
        END-IF
    END-IF.

ADD-BRANCH.
    IF BRM-BRANCH-ID = SPACES OR BRM-NAME = SPACES
        ADD 1 TO BRM-ERROR-COUNT
        MOVE "*** BRANCH ID AND NAME REQUIRED ***"
            TO WS-DISPOSITION
    ELSE
        PERFORM CHECK-SCHEDULE-AND-DATE
        IF NOT CARD-IS-BAD
            PERFORM WRITE-NEW-BRANCH
        END-IF
    END-IF.

WRITE-NEW-BRANCH.
    MOVE BRM-BRANCH-ID TO BR-BRANCH-ID.
    MOVE BRM-NAME TO BR-NAME.
    MOVE "A" TO BR-ACTIVE-FLAG.
    MOVE BRM-CONTACT TO BR-CONTACT.
    IF WS-NEW-SCHEDULE = SPACE
        MOVE "D" TO BR-SCHEDULE
    ELSE
        MOVE WS-NEW-SCHEDULE TO BR-SCHEDULE
    END-IF.
    IF BRM-START-DATE = SPACES
        MOVE WS-RUN-DATE(1:8) TO BR-START-DATE
    ELSE
        MOVE BRM-START-DATE TO BR-START-DATE
    END-IF.
    WRITE BRANCH-MASTER-RECORD
        INVALID KEY
            ADD 1 TO BRM-ERROR-COUNT
            MOVE "*** BRANCH ALREADY ON FILE - USE CHANGE ***"
                TO WS-DISPOSITION
        NOT INVALID KEY
            ADD 1 TO BRM-ADD-COUNT
            MOVE "ADDED (ACTIVE)" TO WS-DISPOSITION
    END-WRITE.

CHANGE-BRANCH.
    PERFORM CHECK-SCHEDULE-AND-DATE.
    IF NOT CARD-IS-BAD
        MOVE BRM-BRANCH-ID TO BR-BRANCH-ID
        READ BRANCH-FILE
            INVALID KEY
                ADD 1 TO BRM-ERROR-COUNT
                MOVE "*** BRANCH NOT ON FILE - USE ADD ***"
                    TO WS-DISPOSITION
            NOT INVALID KEY
                PERFORM REWRITE-CHANGED-BRANCH
        END-READ
    END-IF.

REWRITE-CHANGED-BRANCH.
    IF BRM-NAME NOT = SPACES
        MOVE BRM-NAME TO BR-NAME
    END-IF.
    IF BRM-CONTACT NOT = SPACES
        MOVE BRM-CONTACT TO BR-CONTACT
    END-IF.
    IF WS-NEW-SCHEDULE NOT = SPACE
        MOVE WS-NEW-SCHEDULE TO BR-SCHEDULE
    END-IF.
    IF BRM-START-DATE NOT = SPACES
        MOVE BRM-START-DATE TO BR-START-DATE
    END-IF.
    MOVE "A" TO BR-ACTIVE-FLAG.
    REWRITE BRANCH-MASTER-RECORD.
    ADD 1 TO BRM-CHANGE-COUNT.
    MOVE "CHANGED (ACTIVE)" TO WS-DISPOSITION.

DEACTIVATE-BRANCH.
    MOVE BRM-BRANCH-ID TO BR-BRANCH-ID.
    READ BRANCH-FILE
        INVALID KEY
            ADD 1 TO BRM-ERROR-COUNT
            MOVE "*** BRANCH NOT ON FILE ***" TO WS-DISPOSITION
        NOT INVALID KEY
            MOVE "I" TO BR-ACTIVE-FLAG
            REWRITE BRANCH-MASTER-RECORD
            ADD 1 TO BRM-DEACT-COUNT
            MOVE "DEACTIVATED" TO WS-DISPOSITION
    END-READ.

WRITE-CARD-ECHO-LINE.
    MOVE SPACES TO BRM-REPORT-LINE
    STRING BRM-ACTION DELIMITED BY SIZE
        BRM-BRANCH-ID DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        WS-DISPOSITION DELIMITED BY SIZE
        INTO BRM-REPORT-LINE
    END-STRING
    WRITE BRM-REPORT-LINE.

WRITE-BRM-SUMMARY.
    MOVE SPACES TO BRM-REPORT-LINE
    WRITE BRM-REPORT-LINE.

    MOVE BRM-CARD-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO BRM-REPORT-LINE
    STRING "CARDS READ . . . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO BRM-REPORT-LINE
    END-STRING
    WRITE BRM-REPORT-LINE.

    MOVE BRM-ADD-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO BRM-REPORT-LINE
    STRING "BRANCHES ADDED . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO BRM-REPORT-LINE
    END-STRING
    WRITE BRM-REPORT-LINE.

    MOVE BRM-CHANGE-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO BRM-REPORT-LINE
    STRING "BRANCHES CHANGED . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO BRM-REPORT-LINE
    END-STRING
    WRITE BRM-REPORT-LINE.

    MOVE BRM-DEACT-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO BRM-REPORT-LINE
    STRING "BRANCHES DEACTIVATED . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO BRM-REPORT-LINE
    END-STRING
    WRITE BRM-REPORT-LINE.

    MOVE BRM-ERROR-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO BRM-REPORT-LINE
    STRING "CARDS IN ERROR . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO BRM-REPORT-LINE
    END-STRING
    WRITE BRM-REPORT-LINE.
