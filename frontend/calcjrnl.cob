IDENTIFICATION DIVISION.
PROGRAM-ID. CALCJRNL.

*> INQUIRY/REPORT OVER THE PERMANENT MAINTENANCE CHANGE JOURNAL
*> (PROD.CALC.MAINTJNL, CALCMJN LAYOUT) THAT THE CALCAPRV
*> APPROVAL RUN APPENDS TO FOR EVERY COST-CENTER, RATE OR
*> EXCHANGE-RATE MASTER CHANGE IT APPLIES. SELECTION CRITERIA COME IN AS CARDS ON
*> JRNLSEL - KEYWORD IN COLUMNS 1-9, VALUE FROM COLUMN 10, EVERY
*> CARD OPTIONAL, A MISSING CARD MEANS NO FILTER ON THAT FIELD:
*>   MASTER   COSTCTR|RATEMST|FXRATE
*>                             ONLY CHANGES TO THAT MASTER
*>   CODE     CCCC             ONLY CHANGES TO THIS COST-CENTER
*>                             OR RATE CODE OR CURRENCY CODE
*>   FROMDATE YYYYMMDD         EARLIEST DATE APPLIED TO SELECT
*>   TODATE   YYYYMMDD         LATEST DATE APPLIED TO SELECT
*>   USERID   XXXXXXXX         ONLY CHANGES THIS USER REQUESTED
*>                             OR APPROVED
*> EACH SELECTED CHANGE IS LISTED ON JRNLRPT WITH WHO ASKED FOR
*> IT AND WHEN, WHO APPROVED IT AND WHEN IT WENT ON, AND THE
*> MASTER RECORD BEFORE AND AFTER.
*>   RC=0  CHANGES MATCHED
*>   RC=4  NO CHANGE MATCHED THE CRITERIA - CHECK THE CARDS

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-IN-FILE ASSIGN TO "MNTJRNL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SELECT-IN-FILE ASSIGN TO "JRNLSEL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT JOURNAL-REPORT-FILE ASSIGN TO "JRNLRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  JOURNAL-IN-FILE.
    COPY CALCMJN.

FD  SELECT-IN-FILE.
01  SEL-CARD.
    05 SEL-KEYWORD     PIC X(9).
    05 SEL-VALUE       PIC X(20).
    05 FILLER          PIC X(51).

FD  JOURNAL-REPORT-FILE.
01  JRNL-REPORT-LINE  PIC X(80).

WORKING-STORAGE SECTION.
01 WS-JRN-EOF-SW     PIC X VALUE "N".
    88 END-OF-JOURNAL-IN   VALUE "Y".
01 WS-SEL-EOF-SW     PIC X VALUE "N".
    88 END-OF-SELECT-IN    VALUE "Y".

*> SELECTION CRITERIA - DEFAULTS SELECT EVERYTHING.
01 WS-SEL-MASTER     PIC X VALUE SPACE.
01 WS-SEL-CODE       PIC X(4) VALUE SPACES.
01 WS-FROM-DATE      PIC X(8) VALUE "00000000".
01 WS-TO-DATE        PIC X(8) VALUE "99999999".
01 WS-SEL-USER       PIC X(8) VALUE SPACES.

01 WS-MASTER-NAME    PIC X(7).

*> THE IMAGES ARE PRINTED AS THEIR MASTER RECORDS, FIELD BY
*> FIELD.
01 WS-CC-IMAGE.
    05 WS-CCI-CODE       PIC X(4).
    05 WS-CCI-DEPT-NAME  PIC X(20).
    05 WS-CCI-ACTIVE     PIC X.
    05 WS-CCI-MANAGER    PIC X(20).
01 WS-RT-IMAGE REDEFINES WS-CC-IMAGE.
    05 WS-RTI-RATE-CODE  PIC X(4).
    05 WS-RTI-EFF-DATE   PIC X(8).
    05 WS-RTI-RATE-VALUE PIC 9(3)V9(4).
    05 FILLER            PIC X(26).
01 WS-FX-IMAGE REDEFINES WS-CC-IMAGE.
    05 WS-FXI-CURRENCY   PIC X(3).
    05 WS-FXI-EFF-DATE   PIC X(8).
    05 WS-FXI-RATE-VALUE PIC 9(4)V9(6).
    05 FILLER            PIC X(24).
01 WS-RATE-EDIT      PIC ZZ9.9999.
01 WS-FX-RATE-EDIT   PIC ZZZ9.999999.
01 WS-IMAGE-LABEL    PIC X(8).
01 WS-IMAGE-TEXT     PIC X(60).

01 WS-JRN-COUNTS.
    05 JRN-READ-COUNT      PIC 9(8) VALUE ZERO.
    05 JRN-MATCH-COUNT     PIC 9(8) VALUE ZERO.

01 WS-EDIT-COUNT     PIC ZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM READ-SELECTION-CARDS.

    OPEN INPUT JOURNAL-IN-FILE.
    OPEN OUTPUT JOURNAL-REPORT-FILE.

    PERFORM WRITE-CRITERIA-LINES.

    PERFORM UNTIL END-OF-JOURNAL-IN
        READ JOURNAL-IN-FILE
            AT END
                MOVE "Y" TO WS-JRN-EOF-SW
            NOT AT END
                PERFORM SELECT-ONE-CHANGE
        END-READ
    END-PERFORM.

    PERFORM WRITE-JRNL-SUMMARY.

    CLOSE JOURNAL-IN-FILE
    CLOSE JOURNAL-REPORT-FILE.

    IF JRN-MATCH-COUNT = 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

READ-SELECTION-CARDS.
    OPEN INPUT SELECT-IN-FILE.
    PERFORM UNTIL END-OF-SELECT-IN
        READ SELECT-IN-FILE
            AT END
                MOVE "Y" TO WS-SEL-EOF-SW
            NOT AT END
                PERFORM APPLY-SELECTION-CARD
        END-READ
    END-PERFORM.
    CLOSE SELECT-IN-FILE.

APPLY-SELECTION-CARD.
    EVALUATE SEL-KEYWORD
        WHEN "MASTER   "
            EVALUATE SEL-VALUE(1:7)
                WHEN "COSTCTR"
                    MOVE "C" TO WS-SEL-MASTER
                WHEN "RATEMST"
                    MOVE "R" TO WS-SEL-MASTER
                WHEN "FXRATE "
                    MOVE "X" TO WS-SEL-MASTER
                WHEN OTHER
                    DISPLAY "CALCJRNL - MASTER MUST BE COSTCTR, "
                        "RATEMST OR FXRATE: " SEL-VALUE
            END-EVALUATE
        WHEN "CODE     "
            MOVE SEL-VALUE(1:4) TO WS-SEL-CODE
        WHEN "FROMDATE "
            MOVE SEL-VALUE(1:8) TO WS-FROM-DATE
        WHEN "TODATE   "
            MOVE SEL-VALUE(1:8) TO WS-TO-DATE
        WHEN "USERID   "
            MOVE SEL-VALUE(1:8) TO WS-SEL-USER
        WHEN SPACES
            CONTINUE
        WHEN OTHER
            DISPLAY "CALCJRNL - UNRECOGNIZED SELECTION CARD: "
                SEL-KEYWORD
    END-EVALUATE.

*> THE CODE IS THE FIRST FOUR BYTES OF THE TARGET KEY FOR THE
*> COST-CENTER AND RATE MASTERS (A RATE KEY GOES ON WITH THE
*> EFFECTIVE DATE), AND THE FIRST THREE FOR AN EXCHANGE RATE,
*> WHOSE CURRENCY CODE IS ONE BYTE SHORTER.
SELECT-ONE-CHANGE.
    ADD 1 TO JRN-READ-COUNT.
    IF (WS-SEL-MASTER = SPACE OR MJ-MASTER = WS-SEL-MASTER)
            AND (WS-SEL-CODE = SPACES
                OR (NOT MJ-FOR-FXRATE
                    AND MJ-TARGET-KEY(1:4) = WS-SEL-CODE)
                OR (MJ-FOR-FXRATE
                    AND MJ-TARGET-KEY(1:3) = WS-SEL-CODE(1:3)
                    AND WS-SEL-CODE(4:1) = SPACE))
            AND MJ-APPLY-DATE >= WS-FROM-DATE
            AND MJ-APPLY-DATE <= WS-TO-DATE
            AND (WS-SEL-USER = SPACES
                OR MJ-REQ-USER = WS-SEL-USER
                OR MJ-APPR-USER = WS-SEL-USER)
        ADD 1 TO JRN-MATCH-COUNT
        PERFORM WRITE-CHANGE-LINES
    END-IF.

WRITE-CHANGE-LINES.
    EVALUATE TRUE
        WHEN MJ-FOR-COSTCTR
            MOVE "COSTCTR" TO WS-MASTER-NAME
        WHEN MJ-FOR-FXRATE
            MOVE "FXRATE" TO WS-MASTER-NAME
        WHEN OTHER
            MOVE "RATEMST" TO WS-MASTER-NAME
    END-EVALUATE.
    MOVE SPACES TO JRNL-REPORT-LINE
    STRING MJ-APPLY-DATE DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        MJ-APPLY-TIME DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-MASTER-NAME DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        MJ-ACTION DELIMITED BY SIZE
        MJ-TARGET-KEY DELIMITED BY SIZE
        " CHANGE ID " DELIMITED BY SIZE
        MJ-CHANGE-ID DELIMITED BY SIZE
        INTO JRNL-REPORT-LINE
    END-STRING
    WRITE JRNL-REPORT-LINE.
    MOVE SPACES TO JRNL-REPORT-LINE
    STRING "    REQUESTED BY " DELIMITED BY SIZE
        MJ-REQ-USER DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        MJ-REQ-DATE DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        MJ-REQ-TIME DELIMITED BY SIZE
        "   APPROVED BY " DELIMITED BY SIZE
        MJ-APPR-USER DELIMITED BY SIZE
        INTO JRNL-REPORT-LINE
    END-STRING
    WRITE JRNL-REPORT-LINE.
    MOVE "BEFORE: " TO WS-IMAGE-LABEL.
    MOVE MJ-BEFORE-IMAGE TO WS-CC-IMAGE.
    PERFORM WRITE-IMAGE-LINE.
    MOVE "AFTER:  " TO WS-IMAGE-LABEL.
    MOVE MJ-AFTER-IMAGE TO WS-CC-IMAGE.
    PERFORM WRITE-IMAGE-LINE.
    MOVE SPACES TO JRNL-REPORT-LINE
    WRITE JRNL-REPORT-LINE.

*> AN ADD HAS NO BEFORE IMAGE.
WRITE-IMAGE-LINE.
    MOVE SPACES TO WS-IMAGE-TEXT.
    EVALUATE TRUE
        WHEN WS-CC-IMAGE = SPACES
            MOVE "(NOT ON FILE)" TO WS-IMAGE-TEXT
        WHEN MJ-FOR-COSTCTR
            STRING WS-CCI-CODE DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CCI-DEPT-NAME DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CCI-ACTIVE DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CCI-MANAGER DELIMITED BY SIZE
                INTO WS-IMAGE-TEXT
            END-STRING
        WHEN MJ-FOR-FXRATE
            MOVE WS-FXI-RATE-VALUE TO WS-FX-RATE-EDIT
            STRING WS-FXI-CURRENCY DELIMITED BY SIZE
                " EFF " DELIMITED BY SIZE
                WS-FXI-EFF-DATE DELIMITED BY SIZE
                " RATE " DELIMITED BY SIZE
                WS-FX-RATE-EDIT DELIMITED BY SIZE
                INTO WS-IMAGE-TEXT
            END-STRING
        WHEN OTHER
            MOVE WS-RTI-RATE-VALUE TO WS-RATE-EDIT
            STRING WS-RTI-RATE-CODE DELIMITED BY SIZE
                " EFF " DELIMITED BY SIZE
                WS-RTI-EFF-DATE DELIMITED BY SIZE
                " RATE " DELIMITED BY SIZE
                WS-RATE-EDIT DELIMITED BY SIZE
                INTO WS-IMAGE-TEXT
            END-STRING
    END-EVALUATE.
    MOVE SPACES TO JRNL-REPORT-LINE
    STRING "    " DELIMITED BY SIZE
        WS-IMAGE-LABEL DELIMITED BY SIZE
        WS-IMAGE-TEXT DELIMITED BY SIZE
        INTO JRNL-REPORT-LINE
    END-STRING
    WRITE JRNL-REPORT-LINE.

WRITE-CRITERIA-LINES.
    MOVE "CALCJRNL - MASTER MAINTENANCE CHANGE JOURNAL"
        TO JRNL-REPORT-LINE
    WRITE JRNL-REPORT-LINE.
    MOVE SPACES TO JRNL-REPORT-LINE
    EVALUATE WS-SEL-MASTER
        WHEN "C"
            MOVE "MASTER     COSTCTR" TO JRNL-REPORT-LINE
        WHEN "R"
            MOVE "MASTER     RATEMST" TO JRNL-REPORT-LINE
        WHEN "X"
            MOVE "MASTER     FXRATE" TO JRNL-REPORT-LINE
        WHEN OTHER
            MOVE "MASTER     (ALL)" TO JRNL-REPORT-LINE
    END-EVALUATE
    WRITE JRNL-REPORT-LINE.
    MOVE SPACES TO JRNL-REPORT-LINE
    IF WS-SEL-CODE = SPACES
        MOVE "CODE       (ALL)" TO JRNL-REPORT-LINE
    ELSE
        STRING "CODE       " DELIMITED BY SIZE
            WS-SEL-CODE DELIMITED BY SIZE
            INTO JRNL-REPORT-LINE
        END-STRING
    END-IF
    WRITE JRNL-REPORT-LINE.
    MOVE SPACES TO JRNL-REPORT-LINE
    STRING "DATE RANGE " DELIMITED BY SIZE
        WS-FROM-DATE DELIMITED BY SIZE
        " - " DELIMITED BY SIZE
        WS-TO-DATE DELIMITED BY SIZE
        INTO JRNL-REPORT-LINE
    END-STRING
    WRITE JRNL-REPORT-LINE.
    MOVE SPACES TO JRNL-REPORT-LINE
    IF WS-SEL-USER = SPACES
        MOVE "USER       (ALL)" TO JRNL-REPORT-LINE
    ELSE
        STRING "USER       " DELIMITED BY SIZE
            WS-SEL-USER DELIMITED BY SIZE
            " (REQUESTER OR APPROVER)" DELIMITED BY SIZE
            INTO JRNL-REPORT-LINE
        END-STRING
    END-IF
    WRITE JRNL-REPORT-LINE.
    MOVE SPACES TO JRNL-REPORT-LINE
    WRITE JRNL-REPORT-LINE.

WRITE-JRNL-SUMMARY.
    MOVE JRN-READ-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO JRNL-REPORT-LINE
    STRING "JOURNAL ENTRIES READ . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO JRNL-REPORT-LINE
    END-STRING
    WRITE JRNL-REPORT-LINE.

    MOVE JRN-MATCH-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO JRNL-REPORT-LINE
    STRING "CHANGES SELECTED . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO JRNL-REPORT-LINE
    END-STRING
    WRITE JRNL-REPORT-LINE.
