IDENTIFICATION DIVISION.
PROGRAM-ID. CALCMISS.

*> MORNING MISSING/LATE BRANCH FILE REPORT. WALKS THE BRANCH
*> REFERENCE MASTER (BRCHMST) AND, FOR EVERY ACTIVE BRANCH, WORKS
*> OUT FROM ITS TRANSMISSION SCHEDULE WHICH FILE DATES IT OWED IN
*> THE LOOK-BACK WINDOW, THEN LOOKS EACH ONE UP ON THE
*> TRANSMISSION REGISTER (TRANREG) THAT CALCTREG WRITES AFTER
*> EVERY CLEAN RUN:
*>   MISSING  NO REGISTER ENTRY FOR THE DATE - DAYS IS HOW LONG
*>            THE FILE HAS BEEN OUTSTANDING AS OF TODAY
*>   LATE     REGISTERED, BUT PROCESSED MORE THAN ONE DAY AFTER
*>            ITS FILE DATE (THE NIGHT RUN FOR A FILE DATE FINISHES
*>            THAT NIGHT OR THE NEXT MORNING) - DAYS IS HOW LONG IT
*>            WAS OUTSTANDING BEFORE IT WAS PROCESSED
*> SO A BRANCH THAT DOES NOT TRANSMIT SHOWS UP ON THE MORNING
*> REVIEW INSTEAD OF WHEN ITS MANAGER ASKS WHERE THE NUMBERS ARE.
*> SCHEDULES (SEE CALCBRM): D EVERY DAY, W MONDAY-FRIDAY, M LAST
*> DAY OF THE MONTH, N NO FIXED SCHEDULE (NEVER REPORTED). NO
*> FILE DATE BEFORE THE BRANCH'S FIRST FILE DATE OWED IS
*> EXPECTED. INACTIVE BRANCHES ARE NOT EXPECTED AT ALL.
*>
*> OPTIONS COME IN AS CARDS ON MISSSEL - KEYWORD IN COLUMNS 1-9,
*> VALUE FROM COLUMN 10, OPTIONAL:
*>   LOOKBACK NNN       NUMBER OF FILE DATES TO CHECK, ENDING AT
*>                      THE AS-OF DATE (DEFAULT 7)
*>   ASOF     YYYYMMDD  LAST FILE DATE TO CHECK (DEFAULT
*>                      YESTERDAY - LAST NIGHT'S BUSINESS DATE)
*>
*> RC=4 WHEN ANY BRANCH FILE IS MISSING OR LATE, RC=12 WHEN
*> EITHER MASTER CANNOT BE OPENED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BRANCH-FILE ASSIGN TO "BRCHMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BR-BRANCH-ID
        FILE STATUS IS WS-BRCHMST-FS.
    SELECT TRANS-REG-FILE ASSIGN TO "TRANREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS TR-KEY
        FILE STATUS IS WS-TRANREG-FS.
    SELECT SELECT-IN-FILE ASSIGN TO "MISSSEL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MISSSEL-FS.
    SELECT MISS-REPORT-FILE ASSIGN TO "MISSRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  BRANCH-FILE.
    COPY CALCBRM.

FD  TRANS-REG-FILE.
    COPY CALCTRG.

FD  SELECT-IN-FILE.
01  SEL-CARD.
    05 SEL-KEYWORD     PIC X(9).
    05 SEL-VALUE       PIC X(20).
    05 FILLER          PIC X(51).

FD  MISS-REPORT-FILE.
01  MISS-REPORT-LINE  PIC X(80).

WORKING-STORAGE SECTION.
01 WS-BRCHMST-FS     PIC XX.
01 WS-TRANREG-FS     PIC XX.
01 WS-MISSSEL-FS     PIC XX.
01 WS-BR-EOF-SW      PIC X VALUE "N".
    88 END-OF-BRANCH-FILE  VALUE "Y".
01 WS-SEL-EOF-SW     PIC X VALUE "N".
    88 END-OF-SELECT-IN    VALUE "Y".
01 WS-BAD-SEL-SW     PIC X VALUE "N".
    88 SELECT-CARD-BAD     VALUE "Y".

01 WS-LOOKBACK       PIC 9(3) VALUE 7.
01 WS-RUN-DATE       PIC 9(8).
01 WS-ASOF-DATE      PIC 9(8) VALUE ZERO.
01 WS-TODAY-INT      PIC 9(8).
01 WS-ASOF-INT       PIC 9(8).
01 WS-FIRST-INT      PIC 9(8).
01 WS-START-INT      PIC 9(8).
01 WS-DATE-INT       PIC 9(8).
01 WS-PROC-INT       PIC 9(8).
01 WS-FILE-DATE      PIC 9(8).
01 WS-NEXT-DATE      PIC 9(8).
01 WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE.
    05 FILLER            PIC X(6).
    05 WS-NEXT-DAY       PIC 99.
01 WS-DAY-OF-WEEK    PIC 9.
    88 DATE-IS-WEEKDAY     VALUE 0 THRU 4.
01 WS-DAYS-OUT       PIC S9(5) VALUE ZERO.
01 WS-OWED-SW        PIC X VALUE "N".
    88 FILE-IS-OWED        VALUE "Y".

01 WS-MISS-COUNTS.
    05 MIS-BRANCH-COUNT    PIC 9(6) VALUE ZERO.
    05 MIS-INACTIVE-COUNT  PIC 9(6) VALUE ZERO.
    05 MIS-NOSCHED-COUNT   PIC 9(6) VALUE ZERO.
    05 MIS-OWED-COUNT      PIC 9(6) VALUE ZERO.
    05 MIS-ONTIME-COUNT    PIC 9(6) VALUE ZERO.
    05 MIS-LATE-COUNT      PIC 9(6) VALUE ZERO.
    05 MIS-MISSING-COUNT   PIC 9(6) VALUE ZERO.

01 WS-MISS-LINE.
    05 ML-BRANCH         PIC X(4).
    05 FILLER            PIC X VALUE SPACE.
    05 ML-NAME           PIC X(16).
    05 FILLER            PIC X VALUE SPACE.
    05 ML-CONTACT        PIC X(16).
    05 FILLER            PIC X VALUE SPACE.
    05 ML-SCHEDULE       PIC X.
    05 FILLER            PIC X VALUE SPACE.
    05 ML-FILE-DATE      PIC 9(8).
    05 FILLER            PIC X VALUE SPACE.
    05 ML-STATUS         PIC X(7).
    05 FILLER            PIC X VALUE SPACE.
    05 ML-DAYS           PIC ZZ,ZZ9.
    05 FILLER            PIC X VALUE SPACE.
    05 ML-PROC-DATE      PIC X(8).

01 WS-EDIT-COUNT     PIC ZZZ,ZZ9.
01 WS-EDIT-DAYS      PIC ZZ,ZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

    PERFORM READ-SELECTION-CARDS.
    IF WS-ASOF-DATE = ZERO
        COMPUTE WS-ASOF-INT = WS-TODAY-INT - 1
        COMPUTE WS-ASOF-DATE = FUNCTION DATE-OF-INTEGER(WS-ASOF-INT)
    ELSE
        COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
    END-IF.
    IF WS-LOOKBACK = ZERO
        MOVE 1 TO WS-LOOKBACK
    END-IF.
    COMPUTE WS-FIRST-INT = WS-ASOF-INT - WS-LOOKBACK + 1.

    OPEN OUTPUT MISS-REPORT-FILE.

    MOVE "CALCMISS - MISSING/LATE BRANCH FILE REPORT"
        TO MISS-REPORT-LINE
    WRITE MISS-REPORT-LINE.
    MOVE SPACES TO MISS-REPORT-LINE
    STRING "RUN DATE (YYYYMMDD): " DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        INTO MISS-REPORT-LINE
    END-STRING
    WRITE MISS-REPORT-LINE.
    MOVE SPACES TO MISS-REPORT-LINE
    STRING "FILE DATES CHECKED THROUGH . . . : " DELIMITED BY SIZE
        WS-ASOF-DATE DELIMITED BY SIZE
        INTO MISS-REPORT-LINE
    END-STRING
    WRITE MISS-REPORT-LINE.
    MOVE WS-LOOKBACK TO WS-EDIT-DAYS
    MOVE SPACES TO MISS-REPORT-LINE
    STRING "LOOK-BACK WINDOW (DAYS). . . . . : " DELIMITED BY SIZE
        WS-EDIT-DAYS DELIMITED BY SIZE
        INTO MISS-REPORT-LINE
    END-STRING
    WRITE MISS-REPORT-LINE.
    IF SELECT-CARD-BAD
        MOVE "*** SELECTION CARD NOT NUMERIC - DEFAULT USED ***"
            TO MISS-REPORT-LINE
        WRITE MISS-REPORT-LINE
    END-IF.
    MOVE SPACES TO MISS-REPORT-LINE
    WRITE MISS-REPORT-LINE.

    OPEN INPUT BRANCH-FILE.
    IF WS-BRCHMST-FS NOT = "00"
        DISPLAY "BRCHMST OPEN FAILED - FILE STATUS " WS-BRCHMST-FS
        MOVE "BRCHMST NOT AVAILABLE - NO SCHEDULE TO CHECK"
            TO MISS-REPORT-LINE
        WRITE MISS-REPORT-LINE
        CLOSE MISS-REPORT-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT TRANS-REG-FILE.
    IF WS-TRANREG-FS NOT = "00"
        DISPLAY "TRANREG OPEN FAILED - FILE STATUS " WS-TRANREG-FS
        MOVE "TRANREG NOT AVAILABLE - NO REGISTER TO CHECK AGAINST"
            TO MISS-REPORT-LINE
        WRITE MISS-REPORT-LINE
        CLOSE BRANCH-FILE
        CLOSE MISS-REPORT-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE "BRCH BRANCH NAME      CONTACT          S FILEDATE STATUS"
        TO MISS-REPORT-LINE
    MOVE "   DAYS PROCESSD" TO MISS-REPORT-LINE(58:16)
    WRITE MISS-REPORT-LINE.

    PERFORM UNTIL END-OF-BRANCH-FILE
        READ BRANCH-FILE NEXT
            AT END
                MOVE "Y" TO WS-BR-EOF-SW
            NOT AT END
                PERFORM CHECK-ONE-BRANCH
        END-READ
    END-PERFORM.

    CLOSE BRANCH-FILE
    CLOSE TRANS-REG-FILE.

    PERFORM WRITE-MISS-SUMMARY.
    CLOSE MISS-REPORT-FILE.

    IF MIS-MISSING-COUNT > 0 OR MIS-LATE-COUNT > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

READ-SELECTION-CARDS.
    OPEN INPUT SELECT-IN-FILE.
    IF WS-MISSSEL-FS NOT = "00"
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
    IF WS-MISSSEL-FS = "00" OR WS-MISSSEL-FS = "10"
        CLOSE SELECT-IN-FILE
    END-IF.

APPLY-SELECTION-CARD.
    EVALUATE SEL-KEYWORD
        WHEN "LOOKBACK "
            IF SEL-VALUE(1:3) IS NUMERIC
                MOVE SEL-VALUE(1:3) TO WS-LOOKBACK
            ELSE
                DISPLAY "CALCMISS - LOOKBACK VALUE NOT NUMERIC: "
                    SEL-VALUE(1:3) " - DEFAULT USED"
                MOVE "Y" TO WS-BAD-SEL-SW
            END-IF
        WHEN "ASOF     "
            IF SEL-VALUE(1:8) IS NUMERIC
                MOVE SEL-VALUE(1:8) TO WS-ASOF-DATE
            ELSE
                DISPLAY "CALCMISS - ASOF VALUE NOT NUMERIC: "
                    SEL-VALUE(1:8) " - DEFAULT USED"
                MOVE "Y" TO WS-BAD-SEL-SW
            END-IF
        WHEN SPACES
            CONTINUE
        WHEN OTHER
            DISPLAY "CALCMISS - UNRECOGNIZED SELECTION CARD: "
                SEL-KEYWORD
    END-EVALUATE.

*> THE WINDOW FOR A BRANCH STARTS AT THE LATER OF THE LOOK-BACK
*> START AND THE BRANCH'S OWN FIRST FILE DATE OWED.
CHECK-ONE-BRANCH.
    ADD 1 TO MIS-BRANCH-COUNT.
    EVALUATE TRUE
        WHEN NOT BR-IS-ACTIVE
            ADD 1 TO MIS-INACTIVE-COUNT
        WHEN BR-SENDS-NO-SCHEDULE
            ADD 1 TO MIS-NOSCHED-COUNT
        WHEN OTHER
            MOVE WS-FIRST-INT TO WS-START-INT
            IF BR-START-DATE IS NUMERIC AND BR-START-DATE > 16010101
                COMPUTE WS-DATE-INT
                    = FUNCTION INTEGER-OF-DATE(BR-START-DATE)
                IF WS-DATE-INT > WS-START-INT
                    MOVE WS-DATE-INT TO WS-START-INT
                END-IF
            END-IF
            MOVE WS-START-INT TO WS-DATE-INT
            PERFORM UNTIL WS-DATE-INT > WS-ASOF-INT
                PERFORM CHECK-ONE-FILE-DATE
                ADD 1 TO WS-DATE-INT
            END-PERFORM
    END-EVALUATE.

CHECK-ONE-FILE-DATE.
    COMPUTE WS-FILE-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
    PERFORM CHECK-DATE-OWED.
    IF FILE-IS-OWED
        ADD 1 TO MIS-OWED-COUNT
        MOVE WS-FILE-DATE TO TR-FILE-DATE
        MOVE BR-BRANCH-ID TO TR-BRANCH-ID
        READ TRANS-REG-FILE
            INVALID KEY
                PERFORM REPORT-MISSING-FILE
            NOT INVALID KEY
                PERFORM CHECK-FILE-TIMELINESS
        END-READ
    END-IF.

*> DAY 1 OF THE INTEGER-DATE CALENDAR (1601-01-01) IS A MONDAY,
*> SO (INTEGER DATE - 1) MOD 7 GIVES 0 FOR MONDAY THROUGH 6 FOR
*> SUNDAY. A DATE IS A MONTH-END WHEN THE NEXT DAY IS THE 1ST.
CHECK-DATE-OWED.
    MOVE "N" TO WS-OWED-SW.
    EVALUATE TRUE
        WHEN BR-SENDS-DAILY
            MOVE "Y" TO WS-OWED-SW
        WHEN BR-SENDS-WEEKDAYS
            COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT - 1, 7)
            IF DATE-IS-WEEKDAY
                MOVE "Y" TO WS-OWED-SW
            END-IF
        WHEN BR-SENDS-MONTH-END
            COMPUTE WS-NEXT-DATE
                = FUNCTION DATE-OF-INTEGER(WS-DATE-INT + 1)
            IF WS-NEXT-DAY = 1
                MOVE "Y" TO WS-OWED-SW
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

REPORT-MISSING-FILE.
    ADD 1 TO MIS-MISSING-COUNT.
    COMPUTE WS-DAYS-OUT = WS-TODAY-INT - WS-DATE-INT.
    MOVE "MISSING" TO ML-STATUS.
    MOVE SPACES TO ML-PROC-DATE.
    PERFORM WRITE-MISS-LINE.

CHECK-FILE-TIMELINESS.
    MOVE ZERO TO WS-DAYS-OUT.
    IF TR-PROC-DATE > 16010101
        COMPUTE WS-PROC-INT = FUNCTION INTEGER-OF-DATE(TR-PROC-DATE)
        COMPUTE WS-DAYS-OUT = WS-PROC-INT - WS-DATE-INT
    END-IF.
    IF WS-DAYS-OUT > 1
        ADD 1 TO MIS-LATE-COUNT
        MOVE "LATE" TO ML-STATUS
        MOVE TR-PROC-DATE TO ML-PROC-DATE
        PERFORM WRITE-MISS-LINE
    ELSE
        ADD 1 TO MIS-ONTIME-COUNT
    END-IF.

WRITE-MISS-LINE.
    MOVE BR-BRANCH-ID TO ML-BRANCH.
    MOVE BR-NAME TO ML-NAME.
    MOVE BR-CONTACT TO ML-CONTACT.
    MOVE BR-SCHEDULE TO ML-SCHEDULE.
    MOVE WS-FILE-DATE TO ML-FILE-DATE.
    MOVE WS-DAYS-OUT TO ML-DAYS.
    MOVE WS-MISS-LINE TO MISS-REPORT-LINE
    WRITE MISS-REPORT-LINE.

WRITE-MISS-SUMMARY.
    MOVE SPACES TO MISS-REPORT-LINE
    WRITE MISS-REPORT-LINE.

    MOVE MIS-BRANCH-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO MISS-REPORT-LINE
    STRING "BRANCHES ON FILE . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO MISS-REPORT-LINE
    END-STRING
    WRITE MISS-REPORT-LINE.

    MOVE MIS-INACTIVE-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO MISS-REPORT-LINE
    STRING "  INACTIVE - NOT EXPECTED. . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO MISS-REPORT-LINE
    END-STRING
    WRITE MISS-REPORT-LINE.

    MOVE MIS-NOSCHED-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO MISS-REPORT-LINE
    STRING "  NO FIXED SCHEDULE. . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO MISS-REPORT-LINE
    END-STRING
    WRITE MISS-REPORT-LINE.

    MOVE MIS-OWED-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO MISS-REPORT-LINE
    STRING "BRANCH FILES OWED IN WINDOW. . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO MISS-REPORT-LINE
    END-STRING
    WRITE MISS-REPORT-LINE.

    MOVE MIS-ONTIME-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO MISS-REPORT-LINE
    STRING "  PROCESSED ON TIME. . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO MISS-REPORT-LINE
    END-STRING
    WRITE MISS-REPORT-LINE.

    MOVE MIS-LATE-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO MISS-REPORT-LINE
    STRING "  PROCESSED LATE . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO MISS-REPORT-LINE
    END-STRING
    WRITE MISS-REPORT-LINE.

    MOVE MIS-MISSING-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO MISS-REPORT-LINE
    STRING "  STILL MISSING. . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO MISS-REPORT-LINE
    END-STRING
    WRITE MISS-REPORT-LINE.
