IDENTIFICATION DIVISION.
PROGRAM-ID. CALCRADJ.

*> RETROACTIVE RATE-CHANGE IMPACT REPORT AND ADJUSTMENTS. WHEN
*> CALCRTM PUTS A RATE ON THE RATE MASTER WITH AN EFFECTIVE DATE
*> IN THE PAST (A RATE INCREASE APPROVED LATE), EVERY RATE-TABLE
*> ("R") CALCULATION POSTED SINCE THAT DATE WAS RESOLVED AGAINST
*> THE OLD RATE. THIS PROGRAM WALKS THE CALCULATION MASTER FROM
*> THE BACK-DATED EFFECTIVE DATE (CM-KEY STARTS WITH CM-RUN-DATE,
*> SO THE WINDOW IS ONE KEYED RANGE PASS), PICKS UP EVERY POSTED
*> "R" CALCULATION FOR THE RATE CODE, AND RE-RESOLVES IT AGAINST
*> THE CURRENT RATE MASTER FOR ITS RUN DATE THE WAY CALC DOES
*> (LATEST EFFECTIVE DATE AT OR BEFORE THE RUN DATE).
*>
*> RADJRPT LISTS EVERY CALCULATION WHOSE RESULT CHANGES - THE
*> OLD RATE (WHAT THE RATE MASTER RESOLVES WITHOUT THE BACK-
*> DATED RECORD), THE NEW RATE, THE RESULT AS POSTED, THE RESULT
*> AT THE NEW RATE AND THE DIFFERENCE - THEN THE DIFFERENCES
*> TOTALLED BY BRANCH AND COST CENTER. A CALCULATION THAT HAS
*> BEEN BACKED OUT BY A REVERSAL IS LEFT ALONE, AS IS ONE WHOSE
*> POSTED RESULT ALREADY MATCHES THE NEW RATE (THE RUN CAME AFTER
*> THE RATE WAS KEYED) - BOTH ARE ONLY COUNTED.
*>
*> ON REQUEST (ADJUST YES) THE DIFFERENCES ARE ALSO WRITTEN TO
*> RADJOUT AS A PROPER TRANSIN BRANCH SECTION, THE SAME SHAPE
*> CALCSTND GENERATES: A CALCCTL HEADER (FILE DATE = RUN DATE,
*> BRANCH "RADJ" UNLESS A BRANCH CARD SAYS OTHERWISE), ONE "+"
*> DETAIL PER IMPACTED CALCULATION UNDER ITS ORIGINAL COST CENTER
*> WITH THE DIFFERENCE AS OPERAND A AND ZERO AS OPERAND B, AND A
*> TRAILER WITH THE DETAIL COUNT AND CR-A HASH TOTAL - SO THE
*> ADJUSTMENTS GO THROUGH CALCEDIT AND CALC THE NEXT NIGHT LIKE
*> ANY BRANCH FEED. A DIFFERENCE TOO LARGE FOR ONE OPERAND IS
*> SPLIT ACROSS AS MANY DETAILS AS IT NEEDS. THE ADJUSTMENT
*> BRANCH MUST BE ON THE BRANCH MASTER (SCHEDULE N) FOR THE EDIT
*> TO ACCEPT THE SECTION.
*>
*> OPTIONS COME IN AS CARDS ON RADJSEL - KEYWORD IN COLUMNS 1-9,
*> VALUE FROM COLUMN 10:
*>   RATECODE CCCC      RATE CODE THAT CHANGED (REQUIRED)
*>   EFFDATE  YYYYMMDD  BACK-DATED EFFECTIVE DATE - MUST BE ON THE
*>                      RATE MASTER FOR THE CODE (REQUIRED)
*>   THRU     YYYYMMDD  LAST RUN DATE TO SCAN (DEFAULT TODAY)
*>   ADJUST   YES       WRITE THE ADJUSTMENT SECTION (DEFAULT NO -
*>                      IMPACT REPORT ONLY)
*>   BRANCH   BBBB      BRANCH ID FOR THE ADJUSTMENT SECTION
*>                      (DEFAULT RADJ)
*>
*> RC=0 NO CALCULATION IS AFFECTED, RC=4 AFFECTED CALCULATIONS
*> REPORTED (AND ADJUSTMENTS WRITTEN IF ASKED FOR), RC=8 A
*> REQUIRED CARD IS MISSING OR INVALID, OR THE RATE CODE AND
*> EFFECTIVE DATE ARE NOT ON THE RATE MASTER, RC=12 THE RATE
*> MASTER OR CALCULATION MASTER CANNOT BE OPENED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SELECT-IN-FILE ASSIGN TO "RADJSEL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RADJSEL-FS.
    SELECT RATE-FILE ASSIGN TO "RATEMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RM-KEY
        FILE STATUS IS WS-RATEMST-FS.
    SELECT MASTER-FILE ASSIGN TO "CALCMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-KEY
        FILE STATUS IS WS-MASTER-FS.
    SELECT ADJ-OUT-FILE ASSIGN TO "RADJOUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ADJ-REPORT-FILE ASSIGN TO "RADJRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  SELECT-IN-FILE.
01  SEL-CARD.
    05 SEL-KEYWORD     PIC X(9).
    05 SEL-VALUE       PIC X(20).
    05 FILLER          PIC X(51).

FD  RATE-FILE.
    COPY CALCRTE.

FD  MASTER-FILE.
    COPY CALCMST.

FD  ADJ-OUT-FILE.
    COPY CALCREC REPLACING ==CALC-RECORD== BY ==ADJ-RECORD==.

FD  ADJ-REPORT-FILE.
01  ADJ-REPORT-LINE   PIC X(80).

WORKING-STORAGE SECTION.
    COPY CALCCTL.

01 WS-RADJSEL-FS     PIC XX.
01 WS-RATEMST-FS     PIC XX.
01 WS-MASTER-FS      PIC XX.
01 WS-SEL-EOF-SW     PIC X VALUE "N".
    88 END-OF-SELECT-IN    VALUE "Y".
01 WS-MST-EOF-SW     PIC X VALUE "N".
    88 END-OF-MASTER       VALUE "Y".
01 WS-BAD-SEL-SW     PIC X VALUE "N".
    88 SELECT-CARD-BAD     VALUE "Y".
01 WS-ADJUST-SW      PIC X VALUE "N".
    88 ADJUSTMENTS-WANTED  VALUE "Y".
01 WS-ADJ-OPEN-SW    PIC X VALUE "N".
    88 ADJ-SECTION-OPEN    VALUE "Y".

01 WS-RUN-DATE       PIC 9(8).
01 WS-ADJ-RATE-CODE  PIC X(4) VALUE SPACES.
01 WS-ADJ-EFF-DATE   PIC 9(8) VALUE ZERO.
01 WS-ADJ-THRU-DATE  PIC 9(8) VALUE ZERO.
01 WS-ADJ-BRANCH     PIC X(4) VALUE "RADJ".

*> RATE MASTER LOADED TO STORAGE, AS CALC LOADS IT - THE FILE IS
*> A FEW STANDARD RATES WITH THEIR EFFECTIVE-DATE HISTORY.
01 WS-RT-USED        PIC S9(4) COMP VALUE ZERO.
01 WS-RT-LIMIT       PIC S9(4) COMP VALUE 200.
01 WS-RT-SUB         PIC S9(4) COMP.
01 WS-RATE-TABLE.
    05 WS-RT-ENTRY OCCURS 200 TIMES.
        10 RT-CODE           PIC X(4).
        10 RT-EFF-DATE       PIC 9(8).
        10 RT-VALUE          PIC 9(3)V9(4).
01 WS-RT-EOF-SW      PIC X VALUE "N".
    88 END-OF-RATE-IN      VALUE "Y".
01 WS-RT-ON-FILE-SW  PIC X VALUE "N".
    88 BACK-DATED-RATE-ON-FILE VALUE "Y".
01 WS-BACK-DATED-VALUE PIC 9(3)V9(4) VALUE ZERO.

*> RE-RESOLUTION WORK FIELDS. THE NEW RATE IS WHAT CALC WOULD
*> RESOLVE TODAY FOR THE CALCULATION'S RUN DATE; THE OLD RATE IS
*> THE SAME RESOLUTION WITH THE BACK-DATED RECORD LEFT OUT.
01 WS-RES-RUN-DATE   PIC 9(8).
01 WS-RES-SKIP-SW    PIC X VALUE "N".
    88 SKIP-BACK-DATED-RATE VALUE "Y".
01 WS-RATE-FOUND-SW  PIC X VALUE "N".
    88 RATE-RESOLVED       VALUE "Y".
01 WS-RATE-VALUE     PIC 9(3)V9(4).
01 WS-RATE-BEST-DATE PIC 9(8).
01 WS-NEW-RATE       PIC 9(3)V9(4).
01 WS-OLD-RATE       PIC 9(3)V9(4).
01 WS-OLD-RATE-SW    PIC X VALUE "N".
    88 OLD-RATE-RESOLVED   VALUE "Y".
01 WS-NEW-RESULT     PIC S9(10)V99.
01 WS-BASE-A         PIC S9(10)V99.
01 WS-DIFFERENCE     PIC S9(10)V99.

*> ADJUSTMENT SECTION WORK FIELDS. ONE OPERAND HOLDS AT MOST
*> 99,999.99, SO A LARGER DIFFERENCE GOES OUT IN PIECES.
01 WS-ADJ-SEQ        PIC 9(6) VALUE ZERO.
01 WS-ADJ-HASH-TOTAL PIC 9(13)V99 VALUE ZERO.
01 WS-ADJ-REMAINING  PIC S9(10)V99.
01 WS-ADJ-PIECE      PIC S9(5)V99.
01 WS-ADJ-PIECE-ABS  PIC 9(5)V99.
01 WS-ADJ-MAX-PIECE  PIC 9(5)V99 VALUE 99999.99.

*> DIFFERENCES BY BRANCH AND COST CENTER, KEPT IN KEY ORDER BY
*> INSERTING EACH NEW PAIR IN PLACE (SAME SHAPE AS CALCSTMT'S
*> COST-CENTER TABLE).
01 WS-BC-USED        PIC S9(4) COMP VALUE ZERO.
01 WS-BC-LIMIT       PIC S9(4) COMP VALUE 500.
01 WS-BC-SUB         PIC S9(4) COMP.
01 WS-BC-SLOT        PIC S9(4) COMP.
01 WS-BC-SHIFT       PIC S9(4) COMP.
01 WS-BC-WORK-KEY.
    05 WS-BC-WORK-BRANCH PIC X(4).
    05 WS-BC-WORK-CC     PIC X(4).
01 WS-BC-OVERFLOW-SW PIC X VALUE "N".
    88 BC-TABLE-OVERFLOWED VALUE "Y".
01 WS-BC-TABLE.
    05 WS-BC-ENTRY OCCURS 500 TIMES.
        10 BCE-KEY.
            15 BCE-BRANCH        PIC X(4).
            15 BCE-CC            PIC X(4).
        10 BCE-COUNT         PIC 9(6).
        10 BCE-OLD-TOTAL     PIC S9(13)V99.
        10 BCE-NEW-TOTAL     PIC S9(13)V99.
        10 BCE-DIFF-TOTAL    PIC S9(13)V99.

01 WS-ADJ-COUNTS.
    05 ADJ-SCAN-COUNT      PIC 9(6) VALUE ZERO.
    05 ADJ-RATE-COUNT      PIC 9(6) VALUE ZERO.
    05 ADJ-REVERSED-COUNT  PIC 9(6) VALUE ZERO.
    05 ADJ-NOTOK-COUNT     PIC 9(6) VALUE ZERO.
    05 ADJ-SAME-COUNT      PIC 9(6) VALUE ZERO.
    05 ADJ-IMPACT-COUNT    PIC 9(6) VALUE ZERO.
    05 ADJ-OLD-TOTAL       PIC S9(13)V99 VALUE ZERO.
    05 ADJ-NEW-TOTAL       PIC S9(13)V99 VALUE ZERO.
    05 ADJ-DIFF-TOTAL      PIC S9(13)V99 VALUE ZERO.

01 WS-ADJ-LINE.
    05 AJ-RUN-DATE       PIC 9(8).
    05 FILLER            PIC X VALUE SPACE.
    05 AJ-BRANCH         PIC X(4).
    05 FILLER            PIC X VALUE SPACE.
    05 AJ-SEQ            PIC 9(6).
    05 FILLER            PIC X VALUE SPACE.
    05 AJ-CC             PIC X(4).
    05 FILLER            PIC X VALUE SPACE.
    05 AJ-OLD-RATE       PIC X(8).
    05 FILLER            PIC X VALUE SPACE.
    05 AJ-NEW-RATE       PIC ZZ9.9999.
    05 AJ-OLD-RESULT     PIC -(8)9.99.
    05 FILLER            PIC X VALUE SPACE.
    05 AJ-NEW-RESULT     PIC -(8)9.99.
    05 AJ-DIFFERENCE     PIC -(8)9.99.

01 WS-BC-LINE.
    05 BL-BRANCH         PIC X(4).
    05 FILLER            PIC X VALUE SPACE.
    05 BL-CC             PIC X(4).
    05 FILLER            PIC X VALUE SPACE.
    05 BL-COUNT          PIC ZZZ,ZZ9.
    05 FILLER            PIC X VALUE SPACE.
    05 BL-OLD-TOTAL      PIC -(12)9.99.
    05 FILLER            PIC X VALUE SPACE.
    05 BL-NEW-TOTAL      PIC -(12)9.99.
    05 FILLER            PIC X VALUE SPACE.
    05 BL-DIFF-TOTAL     PIC -(12)9.99.

01 WS-EDIT-RATE      PIC ZZ9.9999.
01 WS-EDIT-COUNT     PIC ZZZ,ZZ9.
01 WS-EDIT-TOTAL     PIC -(15)9.99.
01 WS-EDIT-HASH      PIC Z(12)9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    PERFORM READ-SELECTION-CARDS.
    IF WS-ADJ-THRU-DATE = ZERO
        MOVE WS-RUN-DATE TO WS-ADJ-THRU-DATE
    END-IF.

    OPEN OUTPUT ADJ-REPORT-FILE.
    PERFORM WRITE-REPORT-HEADER.

    IF WS-ADJ-RATE-CODE = SPACES OR WS-ADJ-EFF-DATE = ZERO
            OR SELECT-CARD-BAD
        DISPLAY "CALCRADJ - RATECODE AND EFFDATE CARDS REQUIRED ON "
            "RADJSEL"
        MOVE "*** RATECODE/EFFDATE CARD MISSING OR INVALID - NOTHING SCANNED ***"
            TO ADJ-REPORT-LINE
        WRITE ADJ-REPORT-LINE
        CLOSE ADJ-REPORT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM LOAD-RATE-TABLE.
    IF WS-RATEMST-FS NOT = "00" AND WS-RATEMST-FS NOT = "10"
        MOVE "RATEMST NOT AVAILABLE - NOTHING TO RE-RESOLVE AGAINST"
            TO ADJ-REPORT-LINE
        WRITE ADJ-REPORT-LINE
        CLOSE ADJ-REPORT-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT BACK-DATED-RATE-ON-FILE
        DISPLAY "CALCRADJ - RATE " WS-ADJ-RATE-CODE " EFFECTIVE "
            WS-ADJ-EFF-DATE " IS NOT ON THE RATE MASTER"
        MOVE "*** RATE CODE/EFFECTIVE DATE NOT ON THE RATE MASTER - NOTHING SCANNED ***"
            TO ADJ-REPORT-LINE
        WRITE ADJ-REPORT-LINE
        CLOSE ADJ-REPORT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-BACK-DATED-VALUE TO WS-EDIT-RATE
    MOVE SPACES TO ADJ-REPORT-LINE
    STRING "BACK-DATED RATE VALUE. . . . . . : " DELIMITED BY SIZE
        WS-EDIT-RATE DELIMITED BY SIZE
        INTO ADJ-REPORT-LINE
    END-STRING
    WRITE ADJ-REPORT-LINE.
    MOVE SPACES TO ADJ-REPORT-LINE
    WRITE ADJ-REPORT-LINE.

    OPEN INPUT MASTER-FILE.
    IF WS-MASTER-FS NOT = "00"
        DISPLAY "CALCMST OPEN FAILED - FILE STATUS " WS-MASTER-FS
        MOVE "CALCMST NOT AVAILABLE - NOTHING SCANNED"
            TO ADJ-REPORT-LINE
        WRITE ADJ-REPORT-LINE
        CLOSE ADJ-REPORT-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE "RUN DATE BRCH SEQ    CC   OLD RATE NEW RATE  OLD RESULT   NEW RESULT  DIFFERENCE"
        TO ADJ-REPORT-LINE
    WRITE ADJ-REPORT-LINE.

    PERFORM START-WINDOW-PASS.
    PERFORM UNTIL END-OF-MASTER
        PERFORM READ-NEXT-WINDOW-RECORD
        IF NOT END-OF-MASTER
            PERFORM CHECK-ONE-CALCULATION
        END-IF
    END-PERFORM.
    CLOSE MASTER-FILE.

    IF ADJ-SECTION-OPEN
        PERFORM WRITE-ADJUSTMENT-TRAILER
        CLOSE ADJ-OUT-FILE
    END-IF.

    PERFORM WRITE-BRANCH-CC-TOTALS.
    PERFORM WRITE-ADJ-SUMMARY.
    CLOSE ADJ-REPORT-FILE.

    IF ADJ-IMPACT-COUNT > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

READ-SELECTION-CARDS.
    OPEN INPUT SELECT-IN-FILE.
    IF WS-RADJSEL-FS NOT = "00"
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
    IF WS-RADJSEL-FS = "00" OR WS-RADJSEL-FS = "10"
        CLOSE SELECT-IN-FILE
    END-IF.

APPLY-SELECTION-CARD.
    EVALUATE SEL-KEYWORD
        WHEN "RATECODE "
            MOVE SEL-VALUE(1:4) TO WS-ADJ-RATE-CODE
        WHEN "EFFDATE  "
            IF SEL-VALUE(1:8) IS NUMERIC
                MOVE SEL-VALUE(1:8) TO WS-ADJ-EFF-DATE
            ELSE
                DISPLAY "CALCRADJ - EFFDATE VALUE NOT NUMERIC: "
                    SEL-VALUE(1:8)
                MOVE "Y" TO WS-BAD-SEL-SW
            END-IF
        WHEN "THRU     "
            IF SEL-VALUE(1:8) IS NUMERIC
                MOVE SEL-VALUE(1:8) TO WS-ADJ-THRU-DATE
            ELSE
                DISPLAY "CALCRADJ - THRU VALUE NOT NUMERIC: "
                    SEL-VALUE(1:8)
                MOVE "Y" TO WS-BAD-SEL-SW
            END-IF
        WHEN "ADJUST   "
            IF SEL-VALUE(1:3) = "YES"
                MOVE "Y" TO WS-ADJUST-SW
            ELSE
                MOVE "N" TO WS-ADJUST-SW
            END-IF
        WHEN "BRANCH   "
            IF SEL-VALUE(1:4) NOT = SPACES
                MOVE SEL-VALUE(1:4) TO WS-ADJ-BRANCH
            END-IF
        WHEN SPACES
            CONTINUE
        WHEN OTHER
            DISPLAY "CALCRADJ - UNRECOGNIZED SELECTION CARD: "
                SEL-KEYWORD
    END-EVALUATE.

WRITE-REPORT-HEADER.
    MOVE "CALCRADJ - RETROACTIVE RATE-CHANGE IMPACT REPORT"
        TO ADJ-REPORT-LINE
    WRITE ADJ-REPORT-LINE.
    MOVE SPACES TO ADJ-REPORT-LINE
    STRING "RUN DATE (YYYYMMDD): " DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        INTO ADJ-REPORT-LINE
    END-STRING
    WRITE ADJ-REPORT-LINE.
    MOVE SPACES TO ADJ-REPORT-LINE
    STRING "RATE CODE. . . . . . . . . . . . : " DELIMITED BY SIZE
        WS-ADJ-RATE-CODE DELIMITED BY SIZE
        INTO ADJ-REPORT-LINE
    END-STRING
    WRITE ADJ-REPORT-LINE.
    MOVE SPACES TO ADJ-REPORT-LINE
    STRING "BACK-DATED EFFECTIVE DATE. . . . : " DELIMITED BY SIZE
        WS-ADJ-EFF-DATE DELIMITED BY SIZE
        INTO ADJ-REPORT-LINE
    END-STRING
    WRITE ADJ-REPORT-LINE.
    MOVE SPACES TO ADJ-REPORT-LINE
    STRING "RUN DATES SCANNED THROUGH. . . . : " DELIMITED BY SIZE
        WS-ADJ-THRU-DATE DELIMITED BY SIZE
        INTO ADJ-REPORT-LINE
    END-STRING
    WRITE ADJ-REPORT-LINE.
    MOVE SPACES TO ADJ-REPORT-LINE
    IF ADJUSTMENTS-WANTED
        STRING "ADJUSTMENT SECTION . . . . . . . : BRANCH "
                DELIMITED BY SIZE
            WS-ADJ-BRANCH DELIMITED BY SIZE
            INTO ADJ-REPORT-LINE
        END-STRING
    ELSE
        MOVE "ADJUSTMENT SECTION . . . . . . . : NOT REQUESTED"
            TO ADJ-REPORT-LINE
    END-IF
    WRITE ADJ-REPORT-LINE.

*> PULL THE WHOLE RATE MASTER INTO STORAGE, NOTING THE BACK-DATED
*> RECORD ITSELF ON THE WAY PAST.
LOAD-RATE-TABLE.
    OPEN INPUT RATE-FILE.
    IF WS-RATEMST-FS NOT = "00"
        DISPLAY "RATEMST OPEN FAILED - FILE STATUS " WS-RATEMST-FS
    ELSE
        PERFORM UNTIL END-OF-RATE-IN
            READ RATE-FILE
                AT END
                    MOVE "Y" TO WS-RT-EOF-SW
                NOT AT END
                    PERFORM LOAD-ONE-RATE
            END-READ
        END-PERFORM
        CLOSE RATE-FILE
    END-IF.

LOAD-ONE-RATE.
    IF RM-RATE-CODE = WS-ADJ-RATE-CODE
            AND RM-EFF-DATE = WS-ADJ-EFF-DATE
        MOVE "Y" TO WS-RT-ON-FILE-SW
        MOVE RM-RATE-VALUE TO WS-BACK-DATED-VALUE
    END-IF.
    IF WS-RT-USED < WS-RT-LIMIT
        ADD 1 TO WS-RT-USED
        MOVE RM-RATE-CODE TO RT-CODE(WS-RT-USED)
        MOVE RM-EFF-DATE TO RT-EFF-DATE(WS-RT-USED)
        MOVE RM-RATE-VALUE TO RT-VALUE(WS-RT-USED)
    ELSE
        DISPLAY "RATE TABLE FULL - RATE MASTER TRUNCATED AT "
            WS-RT-LIMIT " ENTRIES"
        MOVE "Y" TO WS-RT-EOF-SW
    END-IF.

START-WINDOW-PASS.
    MOVE "N" TO WS-MST-EOF-SW.
    MOVE WS-ADJ-EFF-DATE TO CM-RUN-DATE.
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
            IF CM-RUN-DATE > WS-ADJ-THRU-DATE
                MOVE "Y" TO WS-MST-EOF-SW
            END-IF
    END-READ.

CHECK-ONE-CALCULATION.
    ADD 1 TO ADJ-SCAN-COUNT.
    IF CM-OPERATOR = "R" AND CM-RATE-CODE = WS-ADJ-RATE-CODE
        ADD 1 TO ADJ-RATE-COUNT
        EVALUATE TRUE
            WHEN CM-STATUS NOT = "OK"
                ADD 1 TO ADJ-NOTOK-COUNT
            WHEN CM-IS-REVERSED
                ADD 1 TO ADJ-REVERSED-COUNT
            WHEN OTHER
                PERFORM REPRICE-ONE-CALCULATION
        END-EVALUATE
    END-IF.

REPRICE-ONE-CALCULATION.
    MOVE CM-RUN-DATE TO WS-RES-RUN-DATE.
    MOVE "N" TO WS-RES-SKIP-SW.
    PERFORM RESOLVE-RATE-CODE.
    MOVE WS-RATE-VALUE TO WS-NEW-RATE.
    MOVE "Y" TO WS-RES-SKIP-SW.
    PERFORM RESOLVE-RATE-CODE.
    MOVE WS-RATE-VALUE TO WS-OLD-RATE.
    MOVE WS-RATE-FOUND-SW TO WS-OLD-RATE-SW.

*> A FOREIGN-CURRENCY CALCULATION IS REPRICED THE WAY CALC PRICED
*> IT - OPERAND A CONVERTED AT THE EXCHANGE RATE IT WAS POSTED AT,
*> THEN PRICED - SO THE DIFFERENCE (AND THE ADJUSTMENT) IS IN THE
*> BASE CURRENCY LIKE CM-RESULT.
    MOVE CM-A TO WS-BASE-A.
    IF CM-FX-RATE IS NUMERIC
        IF NOT CM-IN-BASE-CURRENCY AND CM-FX-RATE > 0
            COMPUTE WS-BASE-A ROUNDED = CM-A * CM-FX-RATE
        END-IF
    END-IF.
    COMPUTE WS-NEW-RESULT ROUNDED = WS-BASE-A * WS-NEW-RATE
        ON SIZE ERROR
            MOVE CM-RESULT TO WS-NEW-RESULT
    END-COMPUTE.
    COMPUTE WS-DIFFERENCE = WS-NEW-RESULT - CM-RESULT.
    IF WS-DIFFERENCE = ZERO
        ADD 1 TO ADJ-SAME-COUNT
    ELSE
        ADD 1 TO ADJ-IMPACT-COUNT
        ADD CM-RESULT TO ADJ-OLD-TOTAL
        ADD WS-NEW-RESULT TO ADJ-NEW-TOTAL
        ADD WS-DIFFERENCE TO ADJ-DIFF-TOTAL
        PERFORM WRITE-IMPACT-LINE
        PERFORM ACCUMULATE-BRANCH-CC
        IF ADJUSTMENTS-WANTED
            PERFORM WRITE-ADJUSTMENT-DETAILS
        END-IF
    END-IF.

*> SAME RESOLUTION AS CALC: LATEST EFFECTIVE DATE AT OR BEFORE
*> THE RUN DATE WINS.
RESOLVE-RATE-CODE.
    MOVE "N" TO WS-RATE-FOUND-SW.
    MOVE ZERO TO WS-RATE-VALUE WS-RATE-BEST-DATE.
    MOVE 1 TO WS-RT-SUB.
    PERFORM UNTIL WS-RT-SUB > WS-RT-USED
        IF RT-CODE(WS-RT-SUB) = WS-ADJ-RATE-CODE
                AND RT-EFF-DATE(WS-RT-SUB) <= WS-RES-RUN-DATE
                AND RT-EFF-DATE(WS-RT-SUB) >= WS-RATE-BEST-DATE
                AND NOT (SKIP-BACK-DATED-RATE
                    AND RT-EFF-DATE(WS-RT-SUB) = WS-ADJ-EFF-DATE)
            MOVE RT-EFF-DATE(WS-RT-SUB) TO WS-RATE-BEST-DATE
            MOVE RT-VALUE(WS-RT-SUB) TO WS-RATE-VALUE
            MOVE "Y" TO WS-RATE-FOUND-SW
        END-IF
        ADD 1 TO WS-RT-SUB
    END-PERFORM.

WRITE-IMPACT-LINE.
    MOVE CM-RUN-DATE TO AJ-RUN-DATE.
    MOVE CM-BRANCH-ID TO AJ-BRANCH.
    MOVE CM-SEQ-NO TO AJ-SEQ.
    MOVE CM-COST-CENTER TO AJ-CC.
    IF OLD-RATE-RESOLVED
        MOVE WS-OLD-RATE TO WS-EDIT-RATE
        MOVE WS-EDIT-RATE TO AJ-OLD-RATE
    ELSE
        MOVE "    NONE" TO AJ-OLD-RATE
    END-IF.
    MOVE WS-NEW-RATE TO AJ-NEW-RATE.
    MOVE CM-RESULT TO AJ-OLD-RESULT.
    MOVE WS-NEW-RESULT TO AJ-NEW-RESULT.
    MOVE WS-DIFFERENCE TO AJ-DIFFERENCE.
    MOVE WS-ADJ-LINE TO ADJ-REPORT-LINE
    WRITE ADJ-REPORT-LINE.

ACCUMULATE-BRANCH-CC.
    MOVE CM-BRANCH-ID TO WS-BC-WORK-BRANCH.
    MOVE CM-COST-CENTER TO WS-BC-WORK-CC.
    PERFORM LOCATE-BRANCH-CC-ENTRY.
    IF WS-BC-SLOT > 0
        ADD 1 TO BCE-COUNT(WS-BC-SLOT)
        ADD CM-RESULT TO BCE-OLD-TOTAL(WS-BC-SLOT)
        ADD WS-NEW-RESULT TO BCE-NEW-TOTAL(WS-BC-SLOT)
        ADD WS-DIFFERENCE TO BCE-DIFF-TOTAL(WS-BC-SLOT)
    END-IF.

LOCATE-BRANCH-CC-ENTRY.
    MOVE ZERO TO WS-BC-SLOT.
    MOVE 1 TO WS-BC-SUB.
    PERFORM UNTIL WS-BC-SUB > WS-BC-USED
            OR BCE-KEY(WS-BC-SUB) >= WS-BC-WORK-KEY
        ADD 1 TO WS-BC-SUB
    END-PERFORM.
    IF WS-BC-SUB <= WS-BC-USED
            AND BCE-KEY(WS-BC-SUB) = WS-BC-WORK-KEY
        MOVE WS-BC-SUB TO WS-BC-SLOT
    ELSE
        IF WS-BC-USED < WS-BC-LIMIT
            MOVE WS-BC-USED TO WS-BC-SHIFT
            PERFORM UNTIL WS-BC-SHIFT < WS-BC-SUB
                MOVE WS-BC-ENTRY(WS-BC-SHIFT)
                    TO WS-BC-ENTRY(WS-BC-SHIFT + 1)
                SUBTRACT 1 FROM WS-BC-SHIFT
            END-PERFORM
            ADD 1 TO WS-BC-USED
            MOVE WS-BC-SUB TO WS-BC-SLOT
            MOVE WS-BC-WORK-KEY TO BCE-KEY(WS-BC-SLOT)
            MOVE ZERO TO BCE-COUNT(WS-BC-SLOT)
            MOVE ZERO TO BCE-OLD-TOTAL(WS-BC-SLOT)
            MOVE ZERO TO BCE-NEW-TOTAL(WS-BC-SLOT)
            MOVE ZERO TO BCE-DIFF-TOTAL(WS-BC-SLOT)
        ELSE
            IF NOT BC-TABLE-OVERFLOWED
                DISPLAY "BRANCH/COST CENTER TABLE FULL - TOTALS "
                    "INCOMPLETE FROM " WS-BC-WORK-KEY
                SET BC-TABLE-OVERFLOWED TO TRUE
            END-IF
        END-IF
    END-IF.

*> THE SECTION IS OPENED ON THE FIRST DIFFERENCE, SO A RUN WITH
*> NOTHING TO SETTLE LEAVES NO EMPTY SECTION FOR THE EDIT.
WRITE-ADJUSTMENT-DETAILS.
    IF NOT ADJ-SECTION-OPEN
        OPEN OUTPUT ADJ-OUT-FILE
        MOVE "Y" TO WS-ADJ-OPEN-SW
        PERFORM WRITE-ADJUSTMENT-HEADER
    END-IF.
    MOVE WS-DIFFERENCE TO WS-ADJ-REMAINING.
    PERFORM UNTIL WS-ADJ-REMAINING = ZERO
        EVALUATE TRUE
            WHEN WS-ADJ-REMAINING > WS-ADJ-MAX-PIECE
                MOVE WS-ADJ-MAX-PIECE TO WS-ADJ-PIECE
            WHEN WS-ADJ-REMAINING < - WS-ADJ-MAX-PIECE
                COMPUTE WS-ADJ-PIECE = - WS-ADJ-MAX-PIECE
            WHEN OTHER
                MOVE WS-ADJ-REMAINING TO WS-ADJ-PIECE
        END-EVALUATE
        PERFORM EMIT-ONE-ADJUSTMENT
        SUBTRACT WS-ADJ-PIECE FROM WS-ADJ-REMAINING
    END-PERFORM.

WRITE-ADJUSTMENT-HEADER.
    MOVE SPACES TO CALC-CONTROL-RECORD.
    MOVE "H" TO CTL-RECORD-TYPE.
    MOVE WS-RUN-DATE TO CTL-FILE-DATE.
    MOVE WS-ADJ-BRANCH TO CTL-BRANCH-ID.
    MOVE CALC-CONTROL-RECORD TO ADJ-RECORD.
    WRITE ADJ-RECORD.

EMIT-ONE-ADJUSTMENT.
    ADD 1 TO WS-ADJ-SEQ.
    MOVE SPACES TO ADJ-RECORD.
    MOVE WS-ADJ-SEQ TO CR-SEQ-NO OF ADJ-RECORD.
    MOVE WS-ADJ-PIECE TO CR-A OF ADJ-RECORD.
    MOVE ZERO TO CR-B OF ADJ-RECORD.
    MOVE "+" TO CR-OPERATOR OF ADJ-RECORD.
    MOVE CM-COST-CENTER TO CR-COST-CENTER OF ADJ-RECORD.
    MOVE ZERO TO CR-RESULT OF ADJ-RECORD.
    MOVE SPACES TO CR-STATUS OF ADJ-RECORD.
    MOVE SPACES TO CR-AUDIT-TIMESTAMP OF ADJ-RECORD.
    MOVE SPACES TO CR-AUDIT-USER-ID OF ADJ-RECORD.
    MOVE ZERO TO CR-LINE-NO OF ADJ-RECORD.
    WRITE ADJ-RECORD.

    IF WS-ADJ-PIECE < 0
        COMPUTE WS-ADJ-PIECE-ABS = - WS-ADJ-PIECE
    ELSE
        MOVE WS-ADJ-PIECE TO WS-ADJ-PIECE-ABS
    END-IF.
    ADD WS-ADJ-PIECE-ABS TO WS-ADJ-HASH-TOTAL.

WRITE-ADJUSTMENT-TRAILER.
    MOVE SPACES TO CALC-CONTROL-RECORD.
    MOVE "T" TO CTL-RECORD-TYPE.
    MOVE WS-ADJ-SEQ TO CTL-DETAIL-COUNT.
    MOVE WS-ADJ-HASH-TOTAL TO CTL-HASH-TOTAL.
    MOVE CALC-CONTROL-RECORD TO ADJ-RECORD.
    WRITE ADJ-RECORD.

WRITE-BRANCH-CC-TOTALS.
    MOVE SPACES TO ADJ-REPORT-LINE
    WRITE ADJ-REPORT-LINE.
    MOVE "DIFFERENCES BY BRANCH AND COST CENTER" TO ADJ-REPORT-LINE
    WRITE ADJ-REPORT-LINE.
    MOVE "BRCH CC     COUNT   POSTED RESULTS   AT THE NEW RATE      DIFFERENCE"
        TO ADJ-REPORT-LINE
    WRITE ADJ-REPORT-LINE.
    MOVE 1 TO WS-BC-SUB.
    PERFORM UNTIL WS-BC-SUB > WS-BC-USED
        MOVE BCE-BRANCH(WS-BC-SUB) TO BL-BRANCH
        MOVE BCE-CC(WS-BC-SUB) TO BL-CC
        MOVE BCE-COUNT(WS-BC-SUB) TO BL-COUNT
        MOVE BCE-OLD-TOTAL(WS-BC-SUB) TO BL-OLD-TOTAL
        MOVE BCE-NEW-TOTAL(WS-BC-SUB) TO BL-NEW-TOTAL
        MOVE BCE-DIFF-TOTAL(WS-BC-SUB) TO BL-DIFF-TOTAL
        MOVE WS-BC-LINE TO ADJ-REPORT-LINE
        WRITE ADJ-REPORT-LINE
        ADD 1 TO WS-BC-SUB
    END-PERFORM.
    IF BC-TABLE-OVERFLOWED
        MOVE "*** BRANCH/COST CENTER TABLE FULL - BREAKDOWN INCOMPLETE ***"
            TO ADJ-REPORT-LINE
        WRITE ADJ-REPORT-LINE
    END-IF.

WRITE-ADJ-SUMMARY.
    MOVE SPACES TO ADJ-REPORT-LINE
    WRITE ADJ-REPORT-LINE.

    MOVE ADJ-SCAN-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ADJ-REPORT-LINE
    STRING "CALCULATIONS IN WINDOW . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ADJ-REPORT-LINE
    END-STRING
    WRITE ADJ-REPORT-LINE.

    MOVE ADJ-RATE-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ADJ-REPORT-LINE
    STRING "RATE-TABLE CALCS FOR THE CODE. . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ADJ-REPORT-LINE
    END-STRING
    WRITE ADJ-REPORT-LINE.

    MOVE ADJ-NOTOK-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ADJ-REPORT-LINE
    STRING "  NOT POSTED (REJECTED). . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ADJ-REPORT-LINE
    END-STRING
    WRITE ADJ-REPORT-LINE.

    MOVE ADJ-REVERSED-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ADJ-REPORT-LINE
    STRING "  BACKED OUT BY A REVERSAL . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ADJ-REPORT-LINE
    END-STRING
    WRITE ADJ-REPORT-LINE.

    MOVE ADJ-SAME-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ADJ-REPORT-LINE
    STRING "  ALREADY AT THE NEW RATE. . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ADJ-REPORT-LINE
    END-STRING
    WRITE ADJ-REPORT-LINE.

    MOVE ADJ-IMPACT-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ADJ-REPORT-LINE
    STRING "  RESULT CHANGES AT THE NEW RATE : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ADJ-REPORT-LINE
    END-STRING
    WRITE ADJ-REPORT-LINE.

    MOVE ADJ-OLD-TOTAL TO WS-EDIT-TOTAL
    MOVE SPACES TO ADJ-REPORT-LINE
    STRING "POSTED RESULTS OF THOSE. . . . . : " DELIMITED BY SIZE
        WS-EDIT-TOTAL DELIMITED BY SIZE
        INTO ADJ-REPORT-LINE
    END-STRING
    WRITE ADJ-REPORT-LINE.

    MOVE ADJ-NEW-TOTAL TO WS-EDIT-TOTAL
    MOVE SPACES TO ADJ-REPORT-LINE
    STRING "RESULTS AT THE NEW RATE. . . . . : " DELIMITED BY SIZE
        WS-EDIT-TOTAL DELIMITED BY SIZE
        INTO ADJ-REPORT-LINE
    END-STRING
    WRITE ADJ-REPORT-LINE.

    MOVE ADJ-DIFF-TOTAL TO WS-EDIT-TOTAL
    MOVE SPACES TO ADJ-REPORT-LINE
    STRING "NET DIFFERENCE TO SETTLE . . . . : " DELIMITED BY SIZE
        WS-EDIT-TOTAL DELIMITED BY SIZE
        INTO ADJ-REPORT-LINE
    END-STRING
    WRITE ADJ-REPORT-LINE.

    IF ADJUSTMENTS-WANTED
        MOVE WS-ADJ-SEQ TO WS-EDIT-COUNT
        MOVE SPACES TO ADJ-REPORT-LINE
        STRING "ADJUSTMENT DETAILS WRITTEN . . . : " DELIMITED BY SIZE
            WS-EDIT-COUNT DELIMITED BY SIZE
            INTO ADJ-REPORT-LINE
        END-STRING
        WRITE ADJ-REPORT-LINE

        MOVE WS-ADJ-HASH-TOTAL TO WS-EDIT-HASH
        MOVE SPACES TO ADJ-REPORT-LINE
        STRING "CR-A HASH ON TRAILER . . . . . . : " DELIMITED BY SIZE
            WS-EDIT-HASH DELIMITED BY SIZE
            INTO ADJ-REPORT-LINE
        END-STRING
        WRITE ADJ-REPORT-LINE

        IF WS-ADJ-SEQ = 0
            MOVE "*** NOTHING TO SETTLE - NO ADJUSTMENT SECTION WRITTEN ***"
                TO ADJ-REPORT-LINE
            WRITE ADJ-REPORT-LINE
        ELSE
            MOVE SPACES TO ADJ-REPORT-LINE
            STRING "ADJUSTMENT SECTION FILE DATE/BRANCH: "
                    DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-ADJ-BRANCH DELIMITED BY SIZE
                INTO ADJ-REPORT-LINE
            END-STRING
            WRITE ADJ-REPORT-LINE
        END-IF
    END-IF.
