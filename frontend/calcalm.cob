IDENTIFICATION DIVISION.
PROGRAM-ID. CALCALM.

*> CARD-DRIVEN MAINTENANCE FOR THE KEYED COST-ALLOCATION RULE
*> MASTER (ALLOCMST - SEE CALCADEF FOR THE ONE-TIME DEFINE). ONE
*> CARD PER ACTION ON ALMIN - ACTION KEYWORD IN COLUMNS 1-9,
*> VALUES FROM COLUMN 10:
*>   ADD      RRRR DESCRIPTION.........
*>            ADD A NEW RULE WITH NO TARGETS; REJECTED IF ALREADY
*>            ON FILE
*>   TARGET   RRRR CCCC PPPPP
*>            SET COST CENTER CCCC'S SHARE OF RULE RRRR TO PPPPP
*>            PERCENT (ASSUMED 9(3)V99 - 02500 IS 25.00%). A NEW
*>            COST CENTER IS ADDED AFTER THE RULE'S EXISTING
*>            TARGETS; AN EXISTING ONE HAS ITS SHARE REPLACED IN
*>            PLACE; 00000 REMOVES IT. UP TO 12 TARGETS PER RULE.
*>   DELETE   RRRR
*>            REMOVE THE RULE
*> TARGET ORDER MATTERS - CALC POSTS THE ROUNDING REMAINDER OF AN
*> ALLOCATION ON THE RULE'S LAST TARGET. EVERY CARD IS ECHOED
*> WITH ITS DISPOSITION ON ALMRPT, FOLLOWED BY A LISTING OF EVERY
*> RULE ON FILE WITH ITS TARGETS AND TOTAL SHARE - A RULE THAT
*> DOES NOT TOTAL 100.00% IS FLAGGED, BECAUSE CALCEDIT REJECTS
*> EVERY TRANSACTION AGAINST IT UNTIL IT DOES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MAINT-IN-FILE ASSIGN TO "ALMIN"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ALLOC-RULE-FILE ASSIGN TO "ALLOCMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-RULE-CODE
        FILE STATUS IS WS-ALLOCMST-FS.
    SELECT MAINT-REPORT-FILE ASSIGN TO "ALMRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  MAINT-IN-FILE.
01  ALM-CARD.
    05 ALM-ACTION      PIC X(9).
    05 ALM-RULE-CODE   PIC X(4).
    05 FILLER          PIC X.
    05 ALM-DESCRIPTION PIC X(20).
    05 FILLER          PIC X(46).
01  ALM-TARGET-CARD REDEFINES ALM-CARD.
    05 FILLER          PIC X(14).
    05 ALM-COST-CENTER PIC X(4).
    05 FILLER          PIC X.
    05 ALM-PERCENT-X   PIC X(5).
    05 ALM-PERCENT REDEFINES ALM-PERCENT-X PIC 9(3)V99.
    05 FILLER          PIC X(56).

FD  ALLOC-RULE-FILE.
    COPY CALCALR.

FD  MAINT-REPORT-FILE.
01  ALM-REPORT-LINE   PIC X(80).

WORKING-STORAGE SECTION.
01 WS-EOF-SW         PIC X VALUE "N".
    88 END-OF-MAINT-IN     VALUE "Y".
01 WS-LIST-EOF-SW    PIC X VALUE "N".
    88 END-OF-RULE-LIST    VALUE "Y".
01 WS-ALLOCMST-FS    PIC XX.
01 WS-DISPOSITION    PIC X(40).
01 WS-RUN-DATE       PIC X(10).

01 WS-TG-SUB         PIC S9(4) COMP.
01 WS-TG-SLOT        PIC S9(4) COMP.
01 WS-TG-MAX         PIC S9(4) COMP VALUE 12.
01 WS-RULE-TOTAL     PIC 9(4)V99.

01 WS-ALM-COUNTS.
    05 ALM-CARD-COUNT      PIC 9(4) VALUE ZERO.
    05 ALM-ADD-COUNT       PIC 9(4) VALUE ZERO.
    05 ALM-TARGET-COUNT    PIC 9(4) VALUE ZERO.
    05 ALM-DELETE-COUNT    PIC 9(4) VALUE ZERO.
    05 ALM-ERROR-COUNT     PIC 9(4) VALUE ZERO.
    05 ALM-RULE-COUNT      PIC 9(4) VALUE ZERO.
    05 ALM-UNBAL-COUNT     PIC 9(4) VALUE ZERO.

01 WS-EDIT-COUNT     PIC ZZZ9.
01 WS-EDIT-PCT       PIC ZZ9.99.
01 WS-EDIT-TOTAL     PIC ZZZ9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    OPEN I-O ALLOC-RULE-FILE.
    IF WS-ALLOCMST-FS = "35"
        OPEN OUTPUT ALLOC-RULE-FILE
        IF WS-ALLOCMST-FS = "00"
            CLOSE ALLOC-RULE-FILE
            OPEN I-O ALLOC-RULE-FILE
        END-IF
    END-IF.
    IF WS-ALLOCMST-FS NOT = "00"
        DISPLAY "ALLOCMST OPEN FAILED - FILE STATUS " WS-ALLOCMST-FS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT MAINT-IN-FILE.
    OPEN OUTPUT MAINT-REPORT-FILE.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    MOVE "CALCALM - COST-ALLOCATION RULE MASTER MAINTENANCE"
        TO ALM-REPORT-LINE
    WRITE ALM-REPORT-LINE.
    MOVE SPACES TO ALM-REPORT-LINE
    STRING "RUN DATE (YYYYMMDD): " DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        INTO ALM-REPORT-LINE
    END-STRING
    WRITE ALM-REPORT-LINE.
    MOVE SPACES TO ALM-REPORT-LINE
    WRITE ALM-REPORT-LINE.

    PERFORM UNTIL END-OF-MAINT-IN
        READ MAINT-IN-FILE
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                PERFORM APPLY-ONE-CARD
        END-READ
    END-PERFORM.

    PERFORM WRITE-RULE-LISTING.
    PERFORM WRITE-ALM-SUMMARY.

    CLOSE MAINT-IN-FILE
    CLOSE ALLOC-RULE-FILE
    CLOSE MAINT-REPORT-FILE.

    IF ALM-ERROR-COUNT > 0 OR ALM-UNBAL-COUNT > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

APPLY-ONE-CARD.
    ADD 1 TO ALM-CARD-COUNT.
    MOVE SPACES TO WS-DISPOSITION.
    EVALUATE ALM-ACTION
        WHEN "ADD      "
            PERFORM ADD-ALLOCATION-RULE
        WHEN "TARGET   "
            PERFORM SET-ALLOCATION-TARGET
        WHEN "DELETE   "
            PERFORM DELETE-ALLOCATION-RULE
        WHEN SPACES
            SUBTRACT 1 FROM ALM-CARD-COUNT
        WHEN OTHER
            ADD 1 TO ALM-ERROR-COUNT
            MOVE "*** UNRECOGNIZED ACTION - CARD IGNORED ***"
                TO WS-DISPOSITION
    END-EVALUATE.
    IF ALM-ACTION NOT = SPACES
        PERFORM WRITE-CARD-ECHO-LINE
    END-IF.

ADD-ALLOCATION-RULE.
    IF ALM-RULE-CODE = SPACES OR ALM-DESCRIPTION = SPACES
        ADD 1 TO ALM-ERROR-COUNT
        MOVE "*** RULE CODE AND DESCRIPTION REQUIRED ***"
            TO WS-DISPOSITION
    ELSE
        MOVE SPACES TO ALLOC-RULE-RECORD
        MOVE ALM-RULE-CODE TO AR-RULE-CODE
        MOVE ALM-DESCRIPTION TO AR-DESCRIPTION
        MOVE ZERO TO AR-TARGET-COUNT
        MOVE 1 TO WS-TG-SUB
        PERFORM UNTIL WS-TG-SUB > WS-TG-MAX
            PERFORM CLEAR-ONE-TARGET
            ADD 1 TO WS-TG-SUB
        END-PERFORM
        WRITE ALLOC-RULE-RECORD
            INVALID KEY
                ADD 1 TO ALM-ERROR-COUNT
                MOVE "*** RULE ALREADY ON FILE ***"
                    TO WS-DISPOSITION
            NOT INVALID KEY
                ADD 1 TO ALM-ADD-COUNT
                MOVE "ADDED - NO TARGETS YET" TO WS-DISPOSITION
        END-WRITE
    END-IF.

CLEAR-ONE-TARGET.
    MOVE SPACES TO AR-COST-CENTER(WS-TG-SUB).
    MOVE ZERO TO AR-PERCENT(WS-TG-SUB).

SET-ALLOCATION-TARGET.
    IF ALM-COST-CENTER = SPACES OR ALM-PERCENT-X IS NOT NUMERIC
        ADD 1 TO ALM-ERROR-COUNT
        MOVE "*** COST CENTER AND PERCENT 999V99 REQUIRED ***"
            TO WS-DISPOSITION
    ELSE
        MOVE ALM-RULE-CODE TO AR-RULE-CODE
        READ ALLOC-RULE-FILE
            INVALID KEY
                ADD 1 TO ALM-ERROR-COUNT
                MOVE "*** RULE NOT ON FILE - USE ADD ***"
                    TO WS-DISPOSITION
            NOT INVALID KEY
                PERFORM APPLY-TARGET-TO-RULE
        END-READ
    END-IF.

APPLY-TARGET-TO-RULE.
    MOVE ZERO TO WS-TG-SLOT.
    MOVE 1 TO WS-TG-SUB.
    PERFORM UNTIL WS-TG-SUB > AR-TARGET-COUNT
        PERFORM FIND-TARGET-SLOT
        ADD 1 TO WS-TG-SUB
    END-PERFORM.
    EVALUATE TRUE
        WHEN WS-TG-SLOT > 0 AND ALM-PERCENT = 0
            PERFORM REMOVE-TARGET-SLOT
            REWRITE ALLOC-RULE-RECORD
            ADD 1 TO ALM-TARGET-COUNT
            MOVE "TARGET REMOVED" TO WS-DISPOSITION
        WHEN WS-TG-SLOT > 0
            MOVE ALM-PERCENT TO AR-PERCENT(WS-TG-SLOT)
            REWRITE ALLOC-RULE-RECORD
            ADD 1 TO ALM-TARGET-COUNT
            MOVE "TARGET SHARE REPLACED" TO WS-DISPOSITION
        WHEN ALM-PERCENT = 0
            ADD 1 TO ALM-ERROR-COUNT
            MOVE "*** COST CENTER IS NOT A TARGET OF THE RULE ***"
                TO WS-DISPOSITION
        WHEN AR-TARGET-COUNT >= WS-TG-MAX
            ADD 1 TO ALM-ERROR-COUNT
            MOVE "*** RULE ALREADY HAS 12 TARGETS ***"
                TO WS-DISPOSITION
        WHEN OTHER
            ADD 1 TO AR-TARGET-COUNT
            MOVE ALM-COST-CENTER TO AR-COST-CENTER(AR-TARGET-COUNT)
            MOVE ALM-PERCENT TO AR-PERCENT(AR-TARGET-COUNT)
            REWRITE ALLOC-RULE-RECORD
            ADD 1 TO ALM-TARGET-COUNT
            MOVE "TARGET ADDED" TO WS-DISPOSITION
    END-EVALUATE.

FIND-TARGET-SLOT.
    IF AR-COST-CENTER(WS-TG-SUB) = ALM-COST-CENTER
        MOVE WS-TG-SUB TO WS-TG-SLOT
    END-IF.

*> CLOSE THE GAP SO THE REMAINING TARGETS KEEP THEIR ORDER.
REMOVE-TARGET-SLOT.
    MOVE WS-TG-SLOT TO WS-TG-SUB.
    PERFORM UNTIL WS-TG-SUB >= AR-TARGET-COUNT
        PERFORM SHIFT-ONE-TARGET-DOWN
        ADD 1 TO WS-TG-SUB
    END-PERFORM.
    MOVE AR-TARGET-COUNT TO WS-TG-SUB.
    PERFORM CLEAR-ONE-TARGET.
    SUBTRACT 1 FROM AR-TARGET-COUNT.

SHIFT-ONE-TARGET-DOWN.
    MOVE AR-TARGET(WS-TG-SUB + 1) TO AR-TARGET(WS-TG-SUB).

DELETE-ALLOCATION-RULE.
    MOVE ALM-RULE-CODE TO AR-RULE-CODE.
    DELETE ALLOC-RULE-FILE
        INVALID KEY
            ADD 1 TO ALM-ERROR-COUNT
            MOVE "*** RULE NOT ON FILE ***" TO WS-DISPOSITION
        NOT INVALID KEY
            ADD 1 TO ALM-DELETE-COUNT
            MOVE "DELETED" TO WS-DISPOSITION
    END-DELETE.

WRITE-CARD-ECHO-LINE.
    MOVE SPACES TO ALM-REPORT-LINE
    IF ALM-ACTION = "TARGET   "
        STRING ALM-ACTION DELIMITED BY SIZE
            ALM-RULE-CODE DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            ALM-COST-CENTER DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            ALM-PERCENT-X DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            WS-DISPOSITION DELIMITED BY SIZE
            INTO ALM-REPORT-LINE
        END-STRING
    ELSE
        STRING ALM-ACTION DELIMITED BY SIZE
            ALM-RULE-CODE DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            WS-DISPOSITION DELIMITED BY SIZE
            INTO ALM-REPORT-LINE
        END-STRING
    END-IF
    WRITE ALM-REPORT-LINE.

*> EVERY RULE ON FILE AFTER TODAY'S CARDS, WITH ITS TARGETS IN
*> POSTING ORDER AND THE TOTAL OF THEIR SHARES.
WRITE-RULE-LISTING.
    MOVE SPACES TO ALM-REPORT-LINE
    WRITE ALM-REPORT-LINE.
    MOVE "RULES ON FILE" TO ALM-REPORT-LINE
    WRITE ALM-REPORT-LINE.
    MOVE LOW-VALUES TO AR-RULE-CODE.
    START ALLOC-RULE-FILE KEY IS GREATER THAN AR-RULE-CODE
        INVALID KEY
            MOVE "Y" TO WS-LIST-EOF-SW
    END-START.
    PERFORM UNTIL END-OF-RULE-LIST
        READ ALLOC-RULE-FILE NEXT
            AT END
                MOVE "Y" TO WS-LIST-EOF-SW
            NOT AT END
                PERFORM LIST-ONE-RULE
        END-READ
    END-PERFORM.

LIST-ONE-RULE.
    ADD 1 TO ALM-RULE-COUNT.
    MOVE ZERO TO WS-RULE-TOTAL.
    MOVE SPACES TO ALM-REPORT-LINE
    STRING "RULE " DELIMITED BY SIZE
        AR-RULE-CODE DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        AR-DESCRIPTION DELIMITED BY SIZE
        INTO ALM-REPORT-LINE
    END-STRING
    WRITE ALM-REPORT-LINE.
    MOVE 1 TO WS-TG-SUB.
    PERFORM UNTIL WS-TG-SUB > AR-TARGET-COUNT
        PERFORM LIST-ONE-TARGET
        ADD 1 TO WS-TG-SUB
    END-PERFORM.
    MOVE WS-RULE-TOTAL TO WS-EDIT-TOTAL
    MOVE SPACES TO ALM-REPORT-LINE
    IF WS-RULE-TOTAL = 100
        STRING "    TOTAL SHARE . . : " DELIMITED BY SIZE
            WS-EDIT-TOTAL DELIMITED BY SIZE
            "%" DELIMITED BY SIZE
            INTO ALM-REPORT-LINE
        END-STRING
    ELSE
        ADD 1 TO ALM-UNBAL-COUNT
        STRING "    TOTAL SHARE . . : " DELIMITED BY SIZE
            WS-EDIT-TOTAL DELIMITED BY SIZE
            "%  *** DOES NOT TOTAL 100% - RULE UNUSABLE ***"
                DELIMITED BY SIZE
            INTO ALM-REPORT-LINE
        END-STRING
    END-IF
    WRITE ALM-REPORT-LINE.

LIST-ONE-TARGET.
    ADD AR-PERCENT(WS-TG-SUB) TO WS-RULE-TOTAL.
    MOVE AR-PERCENT(WS-TG-SUB) TO WS-EDIT-PCT.
    MOVE SPACES TO ALM-REPORT-LINE
    STRING "    " DELIMITED BY SIZE
        AR-COST-CENTER(WS-TG-SUB) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        WS-EDIT-PCT DELIMITED BY SIZE
        "%" DELIMITED BY SIZE
        INTO ALM-REPORT-LINE
    END-STRING
    WRITE ALM-REPORT-LINE.

WRITE-ALM-SUMMARY.
    MOVE SPACES TO ALM-REPORT-LINE
    WRITE ALM-REPORT-LINE.

    MOVE ALM-CARD-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ALM-REPORT-LINE
    STRING "CARDS READ . . . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ALM-REPORT-LINE
    END-STRING
    WRITE ALM-REPORT-LINE.

    MOVE ALM-ADD-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ALM-REPORT-LINE
    STRING "RULES ADDED. . . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ALM-REPORT-LINE
    END-STRING
    WRITE ALM-REPORT-LINE.

    MOVE ALM-TARGET-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ALM-REPORT-LINE
    STRING "TARGETS SET OR REMOVED . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ALM-REPORT-LINE
    END-STRING
    WRITE ALM-REPORT-LINE.

    MOVE ALM-DELETE-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ALM-REPORT-LINE
    STRING "RULES DELETED. . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ALM-REPORT-LINE
    END-STRING
    WRITE ALM-REPORT-LINE.

    MOVE ALM-ERROR-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ALM-REPORT-LINE
    STRING "CARDS IN ERROR . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ALM-REPORT-LINE
    END-STRING
    WRITE ALM-REPORT-LINE.

    MOVE ALM-RULE-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ALM-REPORT-LINE
    STRING "RULES ON FILE. . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ALM-REPORT-LINE
    END-STRING
    WRITE ALM-REPORT-LINE.

    MOVE ALM-UNBAL-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO ALM-REPORT-LINE
    STRING "RULES NOT TOTALING 100%. . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO ALM-REPORT-LINE
    END-STRING
    WRITE ALM-REPORT-LINE.
