IDENTIFICATION DIVISION.
PROGRAM-ID. CALCACK.

*> END-OF-RUN BRANCH ACKNOWLEDGMENTS. WRITES ONE ACKNOWLEDGMENT
*> FILE PER BRANCH SECTION RECEIVED ON THE NIGHT'S FEED (EVERY
*> BRANCH ON A CONSOLIDATED RUN, THE GENERATED "STND" SECTION,
*> A SESSION EXPORT - ANY H...T SECTION THE EDIT SAW), SO A
*> BRANCH LEARNS WHAT BECAME OF ITS FILE WITHOUT PHONING
*> OPERATIONS TO READ EDITRPT, REPTOUT AND THE RECYCLE FILE.
*>
*> INPUTS:
*>   EDITACK   THE EDIT STEP'S WORK FILE (CALCEAK LAYOUT) - EVERY
*>             DETAIL READ INSIDE A SECTION WITH ITS EDIT REASON
*>             CODE, THEN THE SECTION'S DISPOSITION AND BALANCE
*>             FIGURES
*>   TRANSOUT  CALC'S OUTPUT, SECTIONED BY BRANCH, CARRYING
*>             CR-RESULT AND CR-STATUS FOR EVERY TRANSACTION CALC
*>             PROCESSED (ONE RECORD PER LINE OF AN ALLOCATION).
*>             OPTIONAL - WHEN CALC DID NOT RUN THERE IS NONE
*>   HOLDQ     THE HOLD QUEUE (CALCHLD LAYOUT), READ BY KEY FOR
*>             EVERY OK RESULT TO SEE WHETHER CALCHOLD KEPT IT
*>             BACK FROM THE NIGHT'S RELEASE. OPTIONAL - WITH NO
*>             QUEUE NOTHING IS REPORTED AS HELD
*>
*> EACH FILE SAYS WHETHER THE SECTION WAS ACCEPTED, DROPPED
*> (OUT OF BALANCE, TRAILER MISSING, BRANCH NOT ACTIVE ...) OR
*> REFUSED AS A FILE ALREADY ON THE TRANSMISSION REGISTER, THEN
*> LISTS EVERY SEQUENCE NUMBER WITH ITS FINAL DISPOSITION:
*>   PROCESSED                 WITH ITS RESULT
*>   HELD FOR REVIEW - TYPE    CALCULATED OK BUT ON THE HOLD
*>                             QUEUE FOR A SUPERVISOR (HIGH VALUE
*>                             OR SUSPECTED DUPLICATE), WITH ITS
*>                             RESULT
*>   EDIT NN REASON            REJECTED BY CALCEDIT WITH THE
*>                             ERROUT REASON CODE
*>   CALC STATUS - TO RECYCLE  REJECTED BY CALC WITH ITS
*>                             CR-STATUS AND WRITTEN TO RECYCLE
*>   NOT PROCESSED             THE SECTION WAS DROPPED/REFUSED,
*>                             OR CALC NEVER REACHED THE DETAIL
*> AND CLOSES WITH COUNTS AND TOTALS THE BRANCH CAN BALANCE
*> AGAINST ITS OWN TRAILER (DETAIL COUNT AND CR-A HASH TOTAL).
*>
*> FILE NAMES ARE THE PREFIX FROM THE ACKSEL CARD (DEFAULT
*> PROD.CALC.ACK) FOLLOWED BY .Bbbbb.Dyyyymmdd - A SECOND SECTION
*> FROM THE SAME BRANCH AND FILE DATE ON ONE FEED ALSO GETS
*> .Snnnn (ITS POSITION ON THE FEED) SO NEITHER ACKNOWLEDGMENT IS
*> OVERWRITTEN. EACH NAME IS PASSED TO THE ACKOUT ASSIGNMENT
*> THROUGH THE ENVIRONMENT BEFORE THE FILE IS OPENED. ACKRPT
*> LISTS EVERY FILE WRITTEN.
*>
*> OPTIONS COME IN AS CARDS ON ACKSEL - KEYWORD IN COLUMNS 1-9,
*> VALUE FROM COLUMN 10, OPTIONAL:
*>   PREFIX   NAME...        ACKNOWLEDGMENT FILE NAME PREFIX
*>
*> RC=0 ACKNOWLEDGMENTS WRITTEN, RC=4 EDITACK HELD NO SECTION,
*> RC=8 ONE OR MORE ACKNOWLEDGMENT FILES COULD NOT BE OPENED,
*> RC=12 EDITACK NOT AVAILABLE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EDIT-ACK-FILE ASSIGN TO "EDITACK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EDITACK-FS.
    SELECT TRANS-OUT-FILE ASSIGN TO "TRANSOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANSOUT-FS.
    SELECT SELECT-IN-FILE ASSIGN TO "ACKSEL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACKSEL-FS.
    SELECT ACK-OUT-FILE ASSIGN TO "ACKOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACKOUT-FS.
    SELECT ACK-REPORT-FILE ASSIGN TO "ACKRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLDQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS HQ-KEY
        FILE STATUS IS WS-HOLDQ-FS.

DATA DIVISION.
FILE SECTION.
FD  EDIT-ACK-FILE.
    COPY CALCEAK.

FD  TRANS-OUT-FILE.
    COPY CALCREC REPLACING ==CALC-RECORD== BY ==TO-RECORD==.

FD  SELECT-IN-FILE.
01  SEL-CARD.
    05 SEL-KEYWORD     PIC X(9).
    05 SEL-VALUE       PIC X(44).
    05 FILLER          PIC X(27).

FD  ACK-OUT-FILE.
01  ACK-LINE          PIC X(80).

FD  ACK-REPORT-FILE.
01  ACK-REPORT-LINE   PIC X(80).

FD  HOLD-QUEUE-FILE.
    COPY CALCHLD.

WORKING-STORAGE SECTION.
    COPY CALCCTL.

01 WS-EDITACK-FS     PIC XX.
01 WS-TRANSOUT-FS    PIC XX.
01 WS-ACKSEL-FS      PIC XX.
01 WS-ACKOUT-FS      PIC XX.
01 WS-HOLDQ-FS       PIC XX.
01 WS-HQ-AVAIL-SW    PIC X VALUE "N".
    88 HOLDQ-AVAILABLE     VALUE "Y".
01 WS-EA-EOF-SW      PIC X VALUE "N".
    88 END-OF-EDIT-ACK     VALUE "Y".
01 WS-SEL-EOF-SW     PIC X VALUE "N".
    88 END-OF-SELECT-IN    VALUE "Y".
01 WS-RUN-DATE       PIC X(8).

*> TRANSOUT IS READ ONE RECORD AHEAD, IN STEP WITH THE ACCEPTED
*> SECTIONS ON EDITACK - CALC WRITES ITS SECTIONS IN FEED ORDER
*> AND ONLY FOR THE SECTIONS THAT PASSED ITS OWN CONTROL CHECK,
*> SO A HEADER THAT DOES NOT MATCH THE NEXT ACCEPTED SECTION
*> MEANS CALC SKIPPED THAT SECTION.
01 WS-TO-AVAIL-SW    PIC X VALUE "N".
    88 TRANSOUT-AVAILABLE  VALUE "Y".
01 WS-TO-EOF-SW      PIC X VALUE "N".
    88 END-OF-TRANSOUT     VALUE "Y".
01 WS-TO-MATCH-SW    PIC X VALUE "N".
    88 SECTION-ON-TRANSOUT VALUE "Y".
01 WS-DET-FOUND-SW   PIC X VALUE "N".
    88 DETAIL-ON-TRANSOUT  VALUE "Y".
01 WS-DET-OK-SW      PIC X VALUE "N".
    88 DETAIL-WAS-OK       VALUE "Y".
01 WS-DET-HELD-SW    PIC X VALUE "N".
    88 DETAIL-WAS-HELD     VALUE "Y".

*> DETAILS OF THE SECTION BEING READ FROM EDITACK, HELD UNTIL
*> ITS "S" RECORD SAYS WHAT HAPPENED TO THE SECTION AS A WHOLE.
01 WS-AD-USED        PIC S9(4) COMP VALUE ZERO.
01 WS-AD-LIMIT       PIC S9(4) COMP VALUE 5000.
01 WS-AD-SUB         PIC S9(4) COMP.
01 WS-AD-OVF-SW      PIC X VALUE "N".
    88 DETAIL-TABLE-FULL   VALUE "Y".
01 WS-ACK-DETAIL-TABLE.
    05 WS-AD-ENTRY OCCURS 5000 TIMES.
        10 AD-SEQ-NO       PIC X(6).
        10 AD-REASON-CODE  PIC XX.
        10 AD-OPERATOR     PIC X.
        10 AD-COST-CENTER  PIC X(4).

*> ACKNOWLEDGMENT FILE NAMES ALREADY WRITTEN THIS RUN.
01 WS-AN-USED        PIC S9(4) COMP VALUE ZERO.
01 WS-AN-LIMIT       PIC S9(4) COMP VALUE 200.
01 WS-AN-SUB         PIC S9(4) COMP.
01 WS-AN-DUP-SW      PIC X VALUE "N".
    88 ACK-NAME-USED       VALUE "Y".
01 WS-ACK-NAME-TABLE.
    05 WS-AN-ENTRY OCCURS 200 TIMES.
        10 AN-BRANCH-ID    PIC X(4).
        10 AN-FILE-DATE    PIC 9(8).

01 WS-ACK-PREFIX     PIC X(30) VALUE "PROD.CALC.ACK".
01 WS-ACK-FILE-NAME  PIC X(60).
01 WS-ACK-BRANCH     PIC X(4).
01 WS-ACK-PTR        PIC S9(4) COMP.
01 WS-ACK-OPEN-SW    PIC X VALUE "N".
    88 ACK-FILE-OPEN       VALUE "Y".
01 WS-SECT-STATUS-TEXT PIC X(50).
01 WS-REASON-TEXT    PIC X(28).

01 WS-ACK-DETAIL-LINE.
    05 AL-SEQ            PIC X(6).
    05 FILLER            PIC X VALUE SPACE.
    05 AL-LINE           PIC X(2).
    05 FILLER            PIC X VALUE SPACE.
    05 AL-OPERATOR       PIC X.
    05 FILLER            PIC X VALUE SPACE.
    05 AL-CC             PIC X(4).
    05 FILLER            PIC X VALUE SPACE.
    05 AL-RESULT         PIC X(17).
    05 FILLER            PIC X VALUE SPACE.
    05 AL-DISP           PIC X(40).
01 WS-EDIT-RESULT    PIC -(13)9.99.

*> PER-SECTION TALLIES FOR THE CLOSING COUNTS. EVERY DETAIL
*> RECEIVED LANDS IN EXACTLY ONE OF PROCESSED, HELD FOR REVIEW,
*> EDIT REJECT, CALC REJECT OR NOT PROCESSED, SO THE FIVE ADD
*> BACK TO THE DETAILS RECEIVED (AND, FOR A SECTION THAT ARRIVED
*> WHOLE, TO THE DETAIL COUNT ON THE BRANCH'S OWN TRAILER).
01 WS-ACK-COUNTS.
    05 AK-PROC-COUNT       PIC 9(6).
    05 AK-HELD-COUNT       PIC 9(6).
    05 AK-EDREJ-COUNT      PIC 9(6).
    05 AK-CLREJ-COUNT      PIC 9(6).
    05 AK-RECYC-COUNT      PIC 9(6).
    05 AK-NOTPROC-COUNT    PIC 9(6).
    05 AK-LINE-COUNT       PIC 9(6).
    05 AK-RESULT-TOTAL     PIC S9(13)V99.
    05 AK-HELD-TOTAL       PIC S9(13)V99.

01 WS-RUN-COUNTS.
    05 RUN-SECTION-COUNT   PIC 9(6) VALUE ZERO.
    05 RUN-ACCEPT-COUNT    PIC 9(6) VALUE ZERO.
    05 RUN-DROP-COUNT      PIC 9(6) VALUE ZERO.
    05 RUN-REFUSE-COUNT    PIC 9(6) VALUE ZERO.
    05 RUN-WRITTEN-COUNT   PIC 9(6) VALUE ZERO.
    05 RUN-FAILED-COUNT    PIC 9(6) VALUE ZERO.

01 WS-EDIT-COUNT     PIC ZZZ,ZZ9.
01 WS-EDIT-HASH      PIC Z(12)9.99.
01 WS-EDIT-TOTAL     PIC -(15)9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    PERFORM READ-SELECTION-CARDS.

    OPEN OUTPUT ACK-REPORT-FILE.
    MOVE "CALCACK - BRANCH ACKNOWLEDGMENT FILES"
        TO ACK-REPORT-LINE
    WRITE ACK-REPORT-LINE.
    MOVE SPACES TO ACK-REPORT-LINE
    STRING "RUN DATE (YYYYMMDD): " DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        INTO ACK-REPORT-LINE
    END-STRING
    WRITE ACK-REPORT-LINE.
    MOVE SPACES TO ACK-REPORT-LINE
    STRING "FILE NAME PREFIX . . . . . . . . : " DELIMITED BY SIZE
        WS-ACK-PREFIX DELIMITED BY SIZE
        INTO ACK-REPORT-LINE
    END-STRING
    WRITE ACK-REPORT-LINE.
    MOVE SPACES TO ACK-REPORT-LINE
    WRITE ACK-REPORT-LINE.

    OPEN INPUT EDIT-ACK-FILE.
    IF WS-EDITACK-FS NOT = "00"
        DISPLAY "EDITACK OPEN FAILED - FILE STATUS " WS-EDITACK-FS
        MOVE "EDITACK NOT AVAILABLE - NO ACKNOWLEDGMENTS WRITTEN"
            TO ACK-REPORT-LINE
        WRITE ACK-REPORT-LINE
        CLOSE ACK-REPORT-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT TRANS-OUT-FILE.
    IF WS-TRANSOUT-FS = "00"
        MOVE "Y" TO WS-TO-AVAIL-SW
        PERFORM READ-TRANSOUT
    ELSE
        DISPLAY "TRANSOUT NOT AVAILABLE - FILE STATUS "
            WS-TRANSOUT-FS " - NO CALC RESULTS TO ACKNOWLEDGE"
        MOVE "Y" TO WS-TO-EOF-SW
        MOVE "*** TRANSOUT NOT AVAILABLE - CALC DID NOT RUN ***"
            TO ACK-REPORT-LINE
        WRITE ACK-REPORT-LINE
    END-IF.

    OPEN INPUT HOLD-QUEUE-FILE.
    IF WS-HOLDQ-FS = "00"
        MOVE "Y" TO WS-HQ-AVAIL-SW
    ELSE
        DISPLAY "HOLDQ NOT AVAILABLE - FILE STATUS "
            WS-HOLDQ-FS " - NO RESULTS REPORTED AS HELD"
    END-IF.

    MOVE "BRCH FILEDATE SECT STATUS    RECEIVD PROCESD EDITREJ CALCREJ NOTPROC    HELD"
        TO ACK-REPORT-LINE
    WRITE ACK-REPORT-LINE.

    MOVE ZERO TO WS-AD-USED.
    PERFORM UNTIL END-OF-EDIT-ACK
        READ EDIT-ACK-FILE
            AT END
                MOVE "Y" TO WS-EA-EOF-SW
            NOT AT END
                PERFORM APPLY-EDIT-ACK-RECORD
        END-READ
    END-PERFORM.

    CLOSE EDIT-ACK-FILE.
    IF TRANSOUT-AVAILABLE
        CLOSE TRANS-OUT-FILE
    END-IF.
    IF HOLDQ-AVAILABLE
        CLOSE HOLD-QUEUE-FILE
    END-IF.

    PERFORM WRITE-RUN-SUMMARY.
    CLOSE ACK-REPORT-FILE.

    EVALUATE TRUE
        WHEN RUN-FAILED-COUNT > 0
            MOVE 8 TO RETURN-CODE
        WHEN RUN-SECTION-COUNT = 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE.
    STOP RUN.

READ-SELECTION-CARDS.
    OPEN INPUT SELECT-IN-FILE.
    IF WS-ACKSEL-FS NOT = "00"
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
    IF WS-ACKSEL-FS = "00" OR WS-ACKSEL-FS = "10"
        CLOSE SELECT-IN-FILE
    END-IF.

APPLY-SELECTION-CARD.
    EVALUATE SEL-KEYWORD
        WHEN "PREFIX   "
            IF SEL-VALUE NOT = SPACES
                MOVE SEL-VALUE TO WS-ACK-PREFIX
            END-IF
        WHEN SPACES
            CONTINUE
        WHEN OTHER
            DISPLAY "CALCACK - UNRECOGNIZED SELECTION CARD: "
                SEL-KEYWORD
    END-EVALUATE.

APPLY-EDIT-ACK-RECORD.
    EVALUATE TRUE
        WHEN EA-IS-DETAIL
            PERFORM HOLD-ACK-DETAIL
        WHEN EA-IS-SECTION
            PERFORM WRITE-SECTION-ACKNOWLEDGMENT
            MOVE ZERO TO WS-AD-USED
            MOVE "N" TO WS-AD-OVF-SW
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

HOLD-ACK-DETAIL.
    IF WS-AD-USED < WS-AD-LIMIT
        ADD 1 TO WS-AD-USED
        MOVE EA-SEQ-NO TO AD-SEQ-NO(WS-AD-USED)
        MOVE EA-REASON-CODE TO AD-REASON-CODE(WS-AD-USED)
        MOVE EA-OPERATOR TO AD-OPERATOR(WS-AD-USED)
        MOVE EA-COST-CENTER TO AD-COST-CENTER(WS-AD-USED)
    ELSE
        MOVE "Y" TO WS-AD-OVF-SW
    END-IF.

READ-TRANSOUT.
    IF NOT END-OF-TRANSOUT
        READ TRANS-OUT-FILE
            AT END
                MOVE "Y" TO WS-TO-EOF-SW
        END-READ
    END-IF.

*> ONE ACKNOWLEDGMENT FILE: HEADER WITH THE SECTION'S STATUS,
*> ONE LINE PER DETAIL (PER LINE, FOR A PROCESSED ALLOCATION),
*> THEN THE CLOSING COUNTS AND TOTALS.
WRITE-SECTION-ACKNOWLEDGMENT.
    ADD 1 TO RUN-SECTION-COUNT.
    INITIALIZE WS-ACK-COUNTS.
    EVALUATE TRUE
        WHEN EA-SECT-ACCEPTED
            ADD 1 TO RUN-ACCEPT-COUNT
            MOVE "ACCEPTED" TO WS-SECT-STATUS-TEXT
        WHEN EA-SECT-REFUSED
            ADD 1 TO RUN-REFUSE-COUNT
            MOVE "REFUSED - FILE ALREADY ON TRANSMISSION REGISTER"
                TO WS-SECT-STATUS-TEXT
        WHEN OTHER
            ADD 1 TO RUN-DROP-COUNT
            MOVE SPACES TO WS-SECT-STATUS-TEXT
            STRING "DROPPED - " DELIMITED BY SIZE
                EA-SECT-REASON DELIMITED BY SIZE
                INTO WS-SECT-STATUS-TEXT
            END-STRING
    END-EVALUATE.

    MOVE "N" TO WS-TO-MATCH-SW.
    IF EA-SECT-ACCEPTED
        PERFORM FIND-TRANSOUT-SECTION
    END-IF.

    PERFORM OPEN-ACK-FILE.
    PERFORM WRITE-ACK-HEADER.

    MOVE 1 TO WS-AD-SUB.
    PERFORM UNTIL WS-AD-SUB > WS-AD-USED
        PERFORM ACK-ONE-DETAIL
        ADD 1 TO WS-AD-SUB
    END-PERFORM.
    IF DETAIL-TABLE-FULL
        MOVE "*** DETAIL LIST TRUNCATED - SEE EDITRPT FOR THE REST ***"
            TO ACK-LINE
        PERFORM WRITE-ACK-LINE
    END-IF.

    IF SECTION-ON-TRANSOUT
        PERFORM SKIP-REST-OF-TO-SECTION
    END-IF.

    PERFORM WRITE-ACK-TOTALS.
    IF ACK-FILE-OPEN
        CLOSE ACK-OUT-FILE
        MOVE "N" TO WS-ACK-OPEN-SW
    END-IF.
    PERFORM WRITE-REPORT-SECTION-LINE.

*> TRANSOUT'S NEXT SECTION BELONGS TO THIS ACCEPTED SECTION ONLY
*> IF ITS HEADER CARRIES THE SAME BRANCH AND FILE DATE.
FIND-TRANSOUT-SECTION.
    IF NOT END-OF-TRANSOUT AND TO-RECORD(1:1) = "H"
        MOVE TO-RECORD TO CALC-CONTROL-RECORD
        IF CTL-BRANCH-ID = EA-BRANCH-ID
                AND CTL-FILE-DATE = EA-FILE-DATE
            MOVE "Y" TO WS-TO-MATCH-SW
            PERFORM READ-TRANSOUT
        END-IF
    END-IF.

SKIP-REST-OF-TO-SECTION.
    PERFORM UNTIL END-OF-TRANSOUT
            OR TO-RECORD(1:1) = "H" OR TO-RECORD(1:1) = "T"
        PERFORM READ-TRANSOUT
    END-PERFORM.
    IF NOT END-OF-TRANSOUT AND TO-RECORD(1:1) = "T"
        PERFORM READ-TRANSOUT
    END-IF.

*> BUILD THE FILE NAME, HAND IT TO THE ACKOUT ASSIGNMENT THROUGH
*> THE ENVIRONMENT, AND OPEN THE FILE.
OPEN-ACK-FILE.
    MOVE EA-BRANCH-ID TO WS-ACK-BRANCH.
    INSPECT WS-ACK-BRANCH REPLACING ALL SPACE BY "#".
    MOVE "N" TO WS-AN-DUP-SW.
    MOVE 1 TO WS-AN-SUB.
    PERFORM UNTIL WS-AN-SUB > WS-AN-USED
        IF AN-BRANCH-ID(WS-AN-SUB) = EA-BRANCH-ID
                AND AN-FILE-DATE(WS-AN-SUB) = EA-FILE-DATE
            MOVE "Y" TO WS-AN-DUP-SW
        END-IF
        ADD 1 TO WS-AN-SUB
    END-PERFORM.
    IF NOT ACK-NAME-USED AND WS-AN-USED < WS-AN-LIMIT
        ADD 1 TO WS-AN-USED
        MOVE EA-BRANCH-ID TO AN-BRANCH-ID(WS-AN-USED)
        MOVE EA-FILE-DATE TO AN-FILE-DATE(WS-AN-USED)
    END-IF.

    MOVE SPACES TO WS-ACK-FILE-NAME.
    MOVE 1 TO WS-ACK-PTR.
    STRING WS-ACK-PREFIX DELIMITED BY SPACE
        ".B" DELIMITED BY SIZE
        WS-ACK-BRANCH DELIMITED BY SIZE
        ".D" DELIMITED BY SIZE
        EA-FILE-DATE DELIMITED BY SIZE
        INTO WS-ACK-FILE-NAME
        WITH POINTER WS-ACK-PTR
    END-STRING.
    IF ACK-NAME-USED
        STRING ".S" DELIMITED BY SIZE
            EA-SECTION-NO DELIMITED BY SIZE
            INTO WS-ACK-FILE-NAME
            WITH POINTER WS-ACK-PTR
        END-STRING
    END-IF.

    DISPLAY "DD_ACKOUT" UPON ENVIRONMENT-NAME.
    DISPLAY WS-ACK-FILE-NAME UPON ENVIRONMENT-VALUE.
    OPEN OUTPUT ACK-OUT-FILE.
    IF WS-ACKOUT-FS = "00"
        MOVE "Y" TO WS-ACK-OPEN-SW
        ADD 1 TO RUN-WRITTEN-COUNT
    ELSE
        MOVE "N" TO WS-ACK-OPEN-SW
        ADD 1 TO RUN-FAILED-COUNT
        DISPLAY "ACKNOWLEDGMENT FILE " WS-ACK-FILE-NAME
            " OPEN FAILED - FILE STATUS " WS-ACKOUT-FS
    END-IF.

WRITE-ACK-LINE.
    IF ACK-FILE-OPEN
        WRITE ACK-LINE
    END-IF.

WRITE-ACK-HEADER.
    MOVE SPACES TO ACK-LINE
    STRING "CALC ACKNOWLEDGMENT - BRANCH " DELIMITED BY SIZE
        EA-BRANCH-ID DELIMITED BY SIZE
        "  FILE DATE " DELIMITED BY SIZE
        EA-FILE-DATE DELIMITED BY SIZE
        INTO ACK-LINE
    END-STRING
    PERFORM WRITE-ACK-LINE.
    MOVE SPACES TO ACK-LINE
    STRING "PROCESSING RUN DATE (YYYYMMDD): " DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        "  FEED SECTION " DELIMITED BY SIZE
        EA-SECTION-NO DELIMITED BY SIZE
        INTO ACK-LINE
    END-STRING
    PERFORM WRITE-ACK-LINE.
    MOVE SPACES TO ACK-LINE
    STRING "SECTION STATUS: " DELIMITED BY SIZE
        WS-SECT-STATUS-TEXT DELIMITED BY SIZE
        INTO ACK-LINE
    END-STRING
    PERFORM WRITE-ACK-LINE.
    IF EA-SECT-ACCEPTED AND NOT SECTION-ON-TRANSOUT
        MOVE "*** NOT PROCESSED BY CALC - FAILED CALC CONTROL CHECK OR CALC DID NOT RUN ***"
            TO ACK-LINE
        PERFORM WRITE-ACK-LINE
    END-IF.
    MOVE SPACES TO ACK-LINE
    PERFORM WRITE-ACK-LINE.
    MOVE "SEQ    LN OP CC              RESULT DISPOSITION"
        TO ACK-LINE
    PERFORM WRITE-ACK-LINE.

*> THE FINAL DISPOSITION OF ONE DETAIL. AN EDIT REJECT IS
*> REPORTED WITH ITS REASON CODE WHATEVER BECAME OF THE SECTION;
*> A CLEAN DETAIL OF A DROPPED OR REFUSED SECTION WAS NEVER
*> PROCESSED; A CLEAN DETAIL OF AN ACCEPTED SECTION TAKES ITS
*> RESULT AND STATUS FROM TRANSOUT.
ACK-ONE-DETAIL.
    MOVE SPACES TO WS-ACK-DETAIL-LINE.
    MOVE AD-SEQ-NO(WS-AD-SUB) TO AL-SEQ.
    MOVE AD-OPERATOR(WS-AD-SUB) TO AL-OPERATOR.
    MOVE AD-COST-CENTER(WS-AD-SUB) TO AL-CC.
    EVALUATE TRUE
        WHEN AD-REASON-CODE(WS-AD-SUB) NOT = SPACES
            ADD 1 TO AK-EDREJ-COUNT
            PERFORM DESCRIBE-EDIT-REASON
            MOVE SPACES TO AL-DISP
            STRING "EDIT " DELIMITED BY SIZE
                AD-REASON-CODE(WS-AD-SUB) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-REASON-TEXT DELIMITED BY SIZE
                INTO AL-DISP
            END-STRING
            PERFORM WRITE-DETAIL-LINE
        WHEN EA-SECT-REFUSED
            ADD 1 TO AK-NOTPROC-COUNT
            MOVE "NOT PROCESSED - SECTION REFUSED" TO AL-DISP
            PERFORM WRITE-DETAIL-LINE
        WHEN NOT EA-SECT-ACCEPTED
            ADD 1 TO AK-NOTPROC-COUNT
            MOVE "NOT PROCESSED - SECTION DROPPED" TO AL-DISP
            PERFORM WRITE-DETAIL-LINE
        WHEN OTHER
            PERFORM ACK-PROCESSED-DETAIL
    END-EVALUATE.

ACK-PROCESSED-DETAIL.
    MOVE "N" TO WS-DET-FOUND-SW.
    MOVE "Y" TO WS-DET-OK-SW.
    MOVE "N" TO WS-DET-HELD-SW.
    IF SECTION-ON-TRANSOUT
        PERFORM UNTIL END-OF-TRANSOUT
                OR TO-RECORD(1:1) = "H" OR TO-RECORD(1:1) = "T"
                OR TO-RECORD(1:6) NOT = AD-SEQ-NO(WS-AD-SUB)
            MOVE "Y" TO WS-DET-FOUND-SW
            PERFORM ACK-ONE-TRANSOUT-LINE
            PERFORM READ-TRANSOUT
        END-PERFORM
    END-IF.
    EVALUATE TRUE
        WHEN NOT DETAIL-ON-TRANSOUT
            ADD 1 TO AK-NOTPROC-COUNT
            MOVE "NOT PROCESSED BY CALC" TO AL-DISP
            PERFORM WRITE-DETAIL-LINE
        WHEN DETAIL-WAS-HELD
            ADD 1 TO AK-HELD-COUNT
        WHEN DETAIL-WAS-OK
            ADD 1 TO AK-PROC-COUNT
        WHEN OTHER
            ADD 1 TO AK-CLREJ-COUNT
    END-EVALUATE.

*> ONE TRANSOUT RECORD - THE WHOLE TRANSACTION, OR ONE LINE OF AN
*> ALLOCATION. ONLY AN OK LINE'S RESULT COUNTS TOWARD THE TOTAL,
*> AND ONLY WHEN IT WENT OUT WITH THE NIGHT'S RELEASE - AN OK
*> LINE CALCHOLD PUT ON THE HOLD QUEUE IS SHOWN WITH ITS RESULT
*> BUT TOTALED SEPARATELY AS HELD FOR REVIEW. AN ALLOCATION IS
*> HELD WHOLE, SO EVERY LINE OF IT FINDS ITS QUEUE ENTRY.
ACK-ONE-TRANSOUT-LINE.
    ADD 1 TO AK-LINE-COUNT.
    MOVE CR-COST-CENTER OF TO-RECORD TO AL-CC.
    IF CR-LINE-NO OF TO-RECORD IS NUMERIC
            AND CR-LINE-NO OF TO-RECORD > 0
        MOVE CR-LINE-NO OF TO-RECORD TO AL-LINE
    ELSE
        MOVE SPACES TO AL-LINE
    END-IF.
    IF CR-STATUS OF TO-RECORD = "OK"
        MOVE CR-RESULT OF TO-RECORD TO WS-EDIT-RESULT
        MOVE WS-EDIT-RESULT TO AL-RESULT
        PERFORM FIND-HOLD-QUEUE-ENTRY
        EVALUATE TRUE
            WHEN WS-HOLDQ-FS NOT = "00"
                ADD CR-RESULT OF TO-RECORD TO AK-RESULT-TOTAL
                MOVE "PROCESSED" TO AL-DISP
            WHEN HQ-HELD-AS-DUPLICATE
                MOVE "Y" TO WS-DET-HELD-SW
                ADD CR-RESULT OF TO-RECORD TO AK-HELD-TOTAL
                MOVE "HELD FOR REVIEW - SUSPECTED DUPLICATE"
                    TO AL-DISP
            WHEN OTHER
                MOVE "Y" TO WS-DET-HELD-SW
                ADD CR-RESULT OF TO-RECORD TO AK-HELD-TOTAL
                MOVE "HELD FOR REVIEW - HIGH VALUE" TO AL-DISP
        END-EVALUATE
    ELSE
        MOVE "N" TO WS-DET-OK-SW
        MOVE SPACES TO AL-RESULT
        MOVE SPACES TO AL-DISP
        IF CR-STATUS OF TO-RECORD = "INVALID OPERATION"
                OR CR-STATUS OF TO-RECORD = "DIVIDE BY ZERO"
                OR CR-STATUS OF TO-RECORD = "RATE NOT EFFECTIVE"
                OR CR-STATUS OF TO-RECORD = "ORIGINAL NOT ON FILE"
                OR CR-STATUS OF TO-RECORD = "ALREADY REVERSED"
                OR CR-STATUS OF TO-RECORD = "RULE NOT ON FILE"
                OR CR-STATUS OF TO-RECORD = "RULE NOT BALANCED"
                OR CR-STATUS OF TO-RECORD = "NO EXCHANGE RATE"
                OR CR-STATUS OF TO-RECORD = "OVERFLOW"
                OR CR-STATUS OF TO-RECORD = "REJECTED-SEQ-ZERO"
            ADD 1 TO AK-RECYC-COUNT
            STRING "CALC " DELIMITED BY SIZE
                CR-STATUS OF TO-RECORD DELIMITED BY "  "
                " - TO RECYCLE" DELIMITED BY SIZE
                INTO AL-DISP
            END-STRING
        ELSE
            STRING "CALC " DELIMITED BY SIZE
                CR-STATUS OF TO-RECORD DELIMITED BY "  "
                INTO AL-DISP
            END-STRING
        END-IF
    END-IF.
    PERFORM WRITE-DETAIL-LINE.

*> THE QUEUE KEY IS THE MASTER KEY CALCHOLD BUILT: RUN DATE FROM
*> THE AUDIT TIMESTAMP, THE SECTION'S BRANCH, SEQUENCE AND LINE.
*> WITH NO QUEUE THE STATUS IS LEFT SHOWING THE OPEN FAILURE, SO
*> THE LINE READS AS NOT FOUND.
FIND-HOLD-QUEUE-ENTRY.
    IF HOLDQ-AVAILABLE
        MOVE CR-AUDIT-TIMESTAMP OF TO-RECORD(1:8) TO HQ-RUN-DATE
        MOVE EA-BRANCH-ID TO HQ-BRANCH-ID
        MOVE CR-SEQ-NO OF TO-RECORD TO HQ-SEQ-NO
        IF CR-LINE-NO OF TO-RECORD IS NUMERIC
            MOVE CR-LINE-NO OF TO-RECORD TO HQ-LINE-NO
        ELSE
            MOVE ZERO TO HQ-LINE-NO
        END-IF
        READ HOLD-QUEUE-FILE
            INVALID KEY
                CONTINUE
        END-READ
    END-IF.

WRITE-DETAIL-LINE.
    MOVE WS-ACK-DETAIL-LINE TO ACK-LINE
    PERFORM WRITE-ACK-LINE.

DESCRIBE-EDIT-REASON.
    EVALUATE AD-REASON-CODE(WS-AD-SUB)
        WHEN "01" MOVE "RECORD LENGTH WRONG" TO WS-REASON-TEXT
        WHEN "02" MOVE "SEQUENCE NOT NUMERIC" TO WS-REASON-TEXT
        WHEN "03" MOVE "SEQUENCE NUMBER ZERO" TO WS-REASON-TEXT
        WHEN "04" MOVE "DUPLICATE SEQUENCE" TO WS-REASON-TEXT
        WHEN "05" MOVE "SEQUENCE OUT OF ORDER" TO WS-REASON-TEXT
        WHEN "06" MOVE "OPERAND A INVALID" TO WS-REASON-TEXT
        WHEN "07" MOVE "OPERAND B INVALID" TO WS-REASON-TEXT
        WHEN "10" MOVE "COST CENTER NOT ACTIVE" TO WS-REASON-TEXT
        WHEN "11" MOVE "RATE CODE MISSING" TO WS-REASON-TEXT
        WHEN "12" MOVE "REVERSAL ORIGINAL NOT FOUND" TO WS-REASON-TEXT
        WHEN "13" MOVE "ORIGINAL ALREADY REVERSED" TO WS-REASON-TEXT
        WHEN "14" MOVE "ALLOCATION RULE NOT ON FILE" TO WS-REASON-TEXT
        WHEN "15" MOVE "ALLOCATION RULE NOT 100%" TO WS-REASON-TEXT
        WHEN "16" MOVE "ALLOCATION TARGET INACTIVE" TO WS-REASON-TEXT
        WHEN "17" MOVE "FILE DATE IN CLOSED PERIOD" TO WS-REASON-TEXT
        WHEN OTHER MOVE "SEE EDITRPT" TO WS-REASON-TEXT
    END-EVALUATE.

*> CLOSING COUNTS: THE TRAILER FIGURES THE BRANCH SENT, WHAT WAS
*> ACTUALLY RECEIVED, AND WHERE EVERY RECEIVED DETAIL ENDED UP.
WRITE-ACK-TOTALS.
    MOVE SPACES TO ACK-LINE
    PERFORM WRITE-ACK-LINE.
    MOVE EA-EXP-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ACK-LINE
    STRING "DETAILS PER YOUR TRAILER . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ACK-LINE
    END-STRING
    PERFORM WRITE-ACK-LINE.
    MOVE EA-RAW-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ACK-LINE
    STRING "DETAILS RECEIVED . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ACK-LINE
    END-STRING
    PERFORM WRITE-ACK-LINE.
    MOVE EA-EXP-HASH TO WS-EDIT-HASH
    MOVE SPACES TO ACK-LINE
    STRING "CR-A HASH PER YOUR TRAILER . . . : " DELIMITED BY SIZE
        WS-EDIT-HASH DELIMITED BY SIZE
        INTO ACK-LINE
    END-STRING
    PERFORM WRITE-ACK-LINE.
    MOVE EA-RAW-HASH TO WS-EDIT-HASH
    MOVE SPACES TO ACK-LINE
    STRING "CR-A HASH RECEIVED . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-HASH DELIMITED BY SIZE
        INTO ACK-LINE
    END-STRING
    PERFORM WRITE-ACK-LINE.
    MOVE AK-PROC-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ACK-LINE
    STRING "  PROCESSED. . . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ACK-LINE
    END-STRING
    PERFORM WRITE-ACK-LINE.
    MOVE AK-HELD-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ACK-LINE
    STRING "  HELD FOR REVIEW. . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ACK-LINE
    END-STRING
    PERFORM WRITE-ACK-LINE.
    MOVE AK-EDREJ-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ACK-LINE
    STRING "  REJECTED BY EDIT . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ACK-LINE
    END-STRING
    PERFORM WRITE-ACK-LINE.
    MOVE AK-CLREJ-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ACK-LINE
    STRING "  REJECTED BY CALC . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ACK-LINE
    END-STRING
    PERFORM WRITE-ACK-LINE.
    MOVE AK-RECYC-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ACK-LINE
    STRING "    OF WHICH SENT TO RECYCLE . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ACK-LINE
    END-STRING
    PERFORM WRITE-ACK-LINE.
    MOVE AK-NOTPROC-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ACK-LINE
    STRING "  NOT PROCESSED. . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ACK-LINE
    END-STRING
    PERFORM WRITE-ACK-LINE.
    MOVE AK-RESULT-TOTAL TO WS-EDIT-TOTAL
    MOVE SPACES TO ACK-LINE
    STRING "RESULT TOTAL OF PROCESSED. . . . : " DELIMITED BY SIZE
        WS-EDIT-TOTAL DELIMITED BY SIZE
        INTO ACK-LINE
    END-STRING
    PERFORM WRITE-ACK-LINE.
    MOVE AK-HELD-TOTAL TO WS-EDIT-TOTAL
    MOVE SPACES TO ACK-LINE
    STRING "RESULT TOTAL HELD FOR REVIEW . . : " DELIMITED BY SIZE
        WS-EDIT-TOTAL DELIMITED BY SIZE
        INTO ACK-LINE
    END-STRING
    PERFORM WRITE-ACK-LINE.
    IF EA-EXP-COUNT NOT = EA-RAW-COUNT
        MOVE "*** DETAILS RECEIVED DO NOT MATCH YOUR TRAILER - RETRANSMIT ***"
            TO ACK-LINE
        PERFORM WRITE-ACK-LINE
    END-IF.

WRITE-REPORT-SECTION-LINE.
    MOVE SPACES TO ACK-REPORT-LINE
    MOVE EA-BRANCH-ID TO ACK-REPORT-LINE(1:4)
    MOVE EA-FILE-DATE TO ACK-REPORT-LINE(6:8)
    MOVE EA-SECTION-NO TO ACK-REPORT-LINE(15:4)
    EVALUATE TRUE
        WHEN EA-SECT-ACCEPTED
            MOVE "ACCEPTED" TO ACK-REPORT-LINE(20:8)
        WHEN EA-SECT-REFUSED
            MOVE "REFUSED" TO ACK-REPORT-LINE(20:8)
        WHEN OTHER
            MOVE "DROPPED" TO ACK-REPORT-LINE(20:8)
    END-EVALUATE
    MOVE EA-RAW-COUNT TO WS-EDIT-COUNT
    MOVE WS-EDIT-COUNT TO ACK-REPORT-LINE(30:7)
    MOVE AK-PROC-COUNT TO WS-EDIT-COUNT
    MOVE WS-EDIT-COUNT TO ACK-REPORT-LINE(38:7)
    MOVE AK-EDREJ-COUNT TO WS-EDIT-COUNT
    MOVE WS-EDIT-COUNT TO ACK-REPORT-LINE(46:7)
    MOVE AK-CLREJ-COUNT TO WS-EDIT-COUNT
    MOVE WS-EDIT-COUNT TO ACK-REPORT-LINE(54:7)
    MOVE AK-NOTPROC-COUNT TO WS-EDIT-COUNT
    MOVE WS-EDIT-COUNT TO ACK-REPORT-LINE(62:7)
    MOVE AK-HELD-COUNT TO WS-EDIT-COUNT
    MOVE WS-EDIT-COUNT TO ACK-REPORT-LINE(70:7)
    WRITE ACK-REPORT-LINE.
    MOVE SPACES TO ACK-REPORT-LINE
    IF WS-ACKOUT-FS = "00"
        STRING "  WRITTEN TO " DELIMITED BY SIZE
            WS-ACK-FILE-NAME DELIMITED BY SIZE
            INTO ACK-REPORT-LINE
        END-STRING
    ELSE
        STRING "  *** NOT WRITTEN - OPEN FAILED FOR " DELIMITED BY SIZE
            WS-ACK-FILE-NAME DELIMITED BY SPACE
            INTO ACK-REPORT-LINE
        END-STRING
    END-IF
    WRITE ACK-REPORT-LINE.

WRITE-RUN-SUMMARY.
    MOVE SPACES TO ACK-REPORT-LINE
    WRITE ACK-REPORT-LINE.
    MOVE RUN-SECTION-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ACK-REPORT-LINE
    STRING "BRANCH SECTIONS ACKNOWLEDGED . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ACK-REPORT-LINE
    END-STRING
    WRITE ACK-REPORT-LINE.
    MOVE RUN-ACCEPT-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ACK-REPORT-LINE
    STRING "  ACCEPTED . . . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ACK-REPORT-LINE
    END-STRING
    WRITE ACK-REPORT-LINE.
    MOVE RUN-DROP-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ACK-REPORT-LINE
    STRING "  DROPPED. . . . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ACK-REPORT-LINE
    END-STRING
    WRITE ACK-REPORT-LINE.
    MOVE RUN-REFUSE-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ACK-REPORT-LINE
    STRING "  REFUSED AS ALREADY REGISTERED. : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ACK-REPORT-LINE
    END-STRING
    WRITE ACK-REPORT-LINE.
    MOVE RUN-WRITTEN-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ACK-REPORT-LINE
    STRING "ACKNOWLEDGMENT FILES WRITTEN . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ACK-REPORT-LINE
    END-STRING
    WRITE ACK-REPORT-LINE.
    MOVE RUN-FAILED-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ACK-REPORT-LINE
    STRING "ACKNOWLEDGMENT FILES FAILED. . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ACK-REPORT-LINE
    END-STRING
    WRITE ACK-REPORT-LINE.
    IF RUN-SECTION-COUNT = 0
        MOVE "*** NO BRANCH SECTION ON EDITACK - NOTHING ACKNOWLEDGED ***"
            TO ACK-REPORT-LINE
        WRITE ACK-REPORT-LINE
    END-IF.
