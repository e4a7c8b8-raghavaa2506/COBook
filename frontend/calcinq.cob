*> DESK'S ONE-OFF "WHAT WAS SEQ 004512 IN TUESDAY'S RUN"
*> REQUESTS, WHICH USED TO BE BROWSE SESSIONS AGAINST PRODUCTION
*> DATASETS.
*>
*> A CALCULATION THAT HAS BEEN REVERSED, OR A REVERSAL ("V")
*> ENTRY ITSELF, IS PRINTED WITH THE OTHER SIDE OF THE PAIR
*> FOLLOWING IT, SO ONE REQUEST SHOWS THE POSTING AND ITS
*> BACK-OUT TOGETHER.
*>
*> A COST ALLOCATION ("A") IS ON THE MASTER AS ONE LINE PER
*> TARGET COST CENTER UNDER THE SAME SEQUENCE NUMBER, SO EVERY
*> LINE FILED UNDER THE REQUESTED SEQUENCE IS PRINTED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT MASTER-FILE ASSIGN TO "CALCMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-KEY
        FILE STATUS IS WS-MASTER-FS.
    SELECT INQUIRY-REPORT-FILE ASSIGN TO "INQRPT"
01 WS-EDIT-B         PIC -(5)9.99.
01 WS-B-TXT          PIC X(10).
01 WS-EDIT-RES       PIC -(10)9.99.
01 WS-LINK-TEXT      PIC X(14).
01 WS-EDIT-FX-RATE   PIC ZZZ9.999999.
01 WS-INQ-KEY        PIC X(20).
01 WS-LINE-FOUND-SW  PIC X VALUE "N".
    88 REQUEST-LINE-FOUND  VALUE "Y".

PROCEDURE DIVISION.
MAIN-LOGIC.
        MOVE INQ-RUN-DATE TO CM-RUN-DATE
        MOVE INQ-BRANCH-ID TO CM-BRANCH-ID
        MOVE INQ-SEQ-NO TO CM-SEQ-NO
        MOVE ZERO TO CM-LINE-NO
        MOVE CM-KEY TO WS-INQ-KEY
        PERFORM FIND-FIRST-REQUEST-LINE
        IF REQUEST-LINE-FOUND
            ADD 1 TO WS-FOUND-COUNT
            PERFORM UNTIL NOT REQUEST-LINE-FOUND
                PERFORM WRITE-CALCULATION-LINES
                PERFORM FIND-NEXT-REQUEST-LINE
            END-PERFORM
        ELSE
            IF INQ-RUN-DATE < WS-ARCH-CUTOFF
                ADD 1 TO WS-ARCHIVED-COUNT
                PERFORM WRITE-ARCHIVED-LINES
            ELSE
                ADD 1 TO WS-NOTFOUND-COUNT
                PERFORM WRITE-NOT-FOUND-LINES
            END-IF
        END-IF
    END-IF.
    MOVE SPACES TO INQ-REPORT-LINE
    WRITE INQ-REPORT-LINE.

*> THE FIRST LINE FILED UNDER THE REQUESTED RUN DATE, BRANCH AND
*> SEQUENCE (LINE 00, OR LINE 01 OF AN ALLOCATION), THEN EACH
*> LINE AFTER THE LAST ONE PRINTED. THE BROWSE IS REPOSITIONED
*> EVERY TIME BECAUSE WRITE-REVERSAL-SIDE READS ELSEWHERE IN THE
*> FILE BETWEEN LINES.
FIND-FIRST-REQUEST-LINE.
    MOVE "N" TO WS-LINE-FOUND-SW.
    MOVE WS-INQ-KEY TO CM-KEY.
    START MASTER-FILE KEY IS NOT LESS THAN CM-KEY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM READ-NEXT-REQUEST-LINE
    END-START.

FIND-NEXT-REQUEST-LINE.
    MOVE "N" TO WS-LINE-FOUND-SW.
    MOVE WS-INQ-KEY TO CM-KEY.
    START MASTER-FILE KEY IS GREATER THAN CM-KEY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM READ-NEXT-REQUEST-LINE
    END-START.

READ-NEXT-REQUEST-LINE.
    READ MASTER-FILE NEXT RECORD
        AT END
            CONTINUE
        NOT AT END
            IF CM-KEY(1:18) = WS-INQ-KEY(1:18)
                MOVE "Y" TO WS-LINE-FOUND-SW
                MOVE CM-KEY TO WS-INQ-KEY
            END-IF
    END-READ.

READ-ARCHIVE-CUTOFF.
    OPEN INPUT ARCH-CUT-FILE.
    IF WS-ARCCUT-FS NOT = "00"
    WRITE INQ-REPORT-LINE.

WRITE-CALCULATION-LINES.
    PERFORM WRITE-ONE-CALCULATION.
    IF CM-IS-REVERSED
        MOVE "  REVERSED BY " TO WS-LINK-TEXT
        PERFORM WRITE-REVERSAL-SIDE
    ELSE
        IF CM-OPERATOR = "V"
            MOVE "  REVERSES    " TO WS-LINK-TEXT
            PERFORM WRITE-REVERSAL-SIDE
        END-IF
    END-IF.

*> FOLLOW THE REVERSAL POINTER TO THE OTHER SIDE OF THE PAIR AND
*> PRINT IT UNDER THE REQUESTED CALCULATION.
WRITE-REVERSAL-SIDE.
    MOVE SPACES TO INQ-REPORT-LINE
    STRING WS-LINK-TEXT DELIMITED BY SIZE
        "RUN DATE " DELIMITED BY SIZE
        CM-REV-RUN-DATE DELIMITED BY SIZE
        " BRANCH " DELIMITED BY SIZE
        CM-REV-BRANCH-ID DELIMITED BY SIZE
        " SEQ " DELIMITED BY SIZE
        CM-REV-SEQ-NO DELIMITED BY SIZE
        " LINE " DELIMITED BY SIZE
        CM-REV-LINE-NO DELIMITED BY SIZE
        INTO INQ-REPORT-LINE
    END-STRING
    WRITE INQ-REPORT-LINE.
    MOVE CM-REVERSAL-KEY TO CM-KEY.
    READ MASTER-FILE
        INVALID KEY
            PERFORM WRITE-OTHER-SIDE-GONE
        NOT INVALID KEY
            PERFORM WRITE-ONE-CALCULATION
    END-READ.

WRITE-OTHER-SIDE-GONE.
    MOVE "  (OTHER SIDE IS NO LONGER ON THE CALCULATION MASTER)"
        TO INQ-REPORT-LINE
    WRITE INQ-REPORT-LINE.

WRITE-ONE-CALCULATION.
    MOVE CM-A TO WS-EDIT-A
*> ON A RATE-TABLE (R) OR COST-ALLOCATION (A) CALCULATION THE
*> OPERAND B FIELD HOLDS THE RATE OR RULE CODE, NOT AN AMOUNT -
*> SHOW THE CODE AS KEYED.
    IF CM-OPERATOR = "R" OR CM-OPERATOR = "A"
        MOVE SPACES TO WS-B-TXT
        MOVE CM-RATE-CODE TO WS-B-TXT(1:4)
    ELSE

    MOVE SPACES TO INQ-REPORT-LINE
    STRING "RUN DATE " DELIMITED BY SIZE
        CM-RUN-DATE DELIMITED BY SIZE
        " BRANCH " DELIMITED BY SIZE
        CM-BRANCH-ID DELIMITED BY SIZE
        " SEQ " DELIMITED BY SIZE
        CM-SEQ-NO DELIMITED BY SIZE
        "  COST CENTER " DELIMITED BY SIZE
        CM-COST-CENTER DELIMITED BY SIZE
        " " DELIMITED BY SIZE
    WRITE INQ-REPORT-LINE.

    MOVE SPACES TO INQ-REPORT-LINE
    STRING "  LINE=" DELIMITED BY SIZE
        CM-LINE-NO DELIMITED BY SIZE
        "  A=" DELIMITED BY SIZE
        WS-EDIT-A DELIMITED BY SIZE
        "  B=" DELIMITED BY SIZE
        WS-B-TXT DELIMITED BY SIZE
    END-STRING
    WRITE INQ-REPORT-LINE.

*> RESULT ABOVE IS IN THE BASE CURRENCY - A CALCULATION KEYED IN
*> A FOREIGN CURRENCY ALSO SHOWS ITS RESULT AS KEYED AND THE RATE.
    IF CM-FX-RATE IS NUMERIC AND CM-ORIG-RESULT IS NUMERIC
        IF NOT CM-IN-BASE-CURRENCY AND CM-FX-RATE > 0
            MOVE CM-ORIG-RESULT TO WS-EDIT-RES
            MOVE CM-FX-RATE TO WS-EDIT-FX-RATE
            MOVE SPACES TO INQ-REPORT-LINE
            STRING "  CURRENCY=" DELIMITED BY SIZE
                CM-CURRENCY-CODE DELIMITED BY SIZE
                "  ORIGINAL RESULT=" DELIMITED BY SIZE
                WS-EDIT-RES DELIMITED BY SIZE
                "  RATE=" DELIMITED BY SIZE
                WS-EDIT-FX-RATE DELIMITED BY SIZE
                INTO INQ-REPORT-LINE
            END-STRING
            WRITE INQ-REPORT-LINE
        END-IF
    END-IF.

LOOKUP-DEPT-NAME.
    MOVE SPACES TO WS-DEPT-NAME.
    IF CC-NAMES-AVAILABLE
