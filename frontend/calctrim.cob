*>   - TRANSNEW KEEPS THE SECTION HEADERS AND DETAILS UP TO AND
*>     INCLUDING THE CHECKPOINTED BRANCH/SEQUENCE
*>   - AUDITNEW DROPS THE TRAILING AUDIT LINES THE DROPPED
*>     TRANSOUT RECORDS WROTE (ONE PER RECORD, PLUS THE COMPANION
*>     LINES CALC ADDS FOR A RESOLVED RATE, A POSTED REVERSAL, A
*>     CONVERTED CURRENCY, OR A POSTING INTO A CLOSED PERIOD) -
*>     EARLIER DAYS' LINES ON THE APPEND-ONLY TRAIL ARE UNTOUCHED
*>   - RECYCNEW KEEPS COMPLETED BRANCH SECTIONS AHEAD OF THE
*>     CHECKPOINTED BRANCH WHOLE, AND WITHIN THAT BRANCH ONLY
*>     THE REJECTS AT OR BELOW THE CHECKPOINT (ITS TRAILER IS
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TRIM-REPORT-FILE ASSIGN TO "TRIMRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT FISCAL-FILE ASSIGN TO "FISCAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS FP-PERIOD-ID
        FILE STATUS IS WS-FISCAL-FS.

DATA DIVISION.
FILE SECTION.
FD  TRIM-REPORT-FILE.
01  TRIM-REPORT-LINE  PIC X(80).

*> FISCAL CALENDAR, READ SO THE AUDIT TRIM CAN COUNT THE
*> CLOSED-PERIOD NOTE CALC WROTE FOR A SECTION DATED IN A
*> CLOSED PERIOD.
FD  FISCAL-FILE.
    COPY CALCFPD.

WORKING-STORAGE SECTION.
    COPY CALCCTL.

*> CHECKPOINT IS DROPPED WHOLE, HEADER INCLUDED.
01 WS-RCO-HDR-HELD-SW PIC X VALUE "N".
    88 RECYC-HEADER-HELD   VALUE "Y".
01 WS-RCO-HELD-HEADER PIC X(137).

*> FISCAL CALENDAR IN STORAGE, AND WHETHER THE TRANSOUT SECTION
*> BEING READ IS DATED IN A CLOSED PERIOD - CALC WROTE A
*> CLOSED-PERIOD NOTE FOR EVERY POSTED DETAIL AND ALLOCATION
*> LINE OF SUCH A SECTION. A MISSING FISCAL MEANS CALC WROTE NO
*> NOTES EITHER, SO NONE ARE COUNTED.
01 WS-FISCAL-FS      PIC XX.
01 WS-FP-EOF-SW      PIC X VALUE "N".
    88 END-OF-FISCAL-IN    VALUE "Y".
01 WS-FP-USED        PIC S9(4) COMP VALUE ZERO.
01 WS-FP-LIMIT       PIC S9(4) COMP VALUE 120.
01 WS-FP-SUB         PIC S9(4) COMP.
01 WS-FISCAL-TABLE.
    05 WS-FP-ENTRY OCCURS 120 TIMES.
        10 FT-START-DATE   PIC 9(8).
        10 FT-END-DATE     PIC 9(8).
        10 FT-STATUS       PIC X.
01 WS-TRO-CLOSED-SW  PIC X VALUE "N".
    88 TRANS-PERIOD-CLOSED VALUE "Y".

01 WS-TRIM-COUNTS.
    05 TRM-TRO-READ        PIC 9(6) VALUE ZERO.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    PERFORM READ-TRIM-POINT.
    PERFORM LOAD-FISCAL-TABLE.
    PERFORM TRIM-TRANSOUT-FILE.
    PERFORM TRIM-AUDIT-FILE.
    PERFORM TRIM-RECYCLE-FILE.
            "A FULL RUN FROM THE TOP"
    END-IF.

LOAD-FISCAL-TABLE.
    OPEN INPUT FISCAL-FILE.
    IF WS-FISCAL-FS = "00"
        PERFORM UNTIL END-OF-FISCAL-IN
            READ FISCAL-FILE
                AT END
                    MOVE "Y" TO WS-FP-EOF-SW
                NOT AT END
                    PERFORM LOAD-ONE-PERIOD
            END-READ
        END-PERFORM
        CLOSE FISCAL-FILE
    ELSE
        DISPLAY "FISCAL NOT AVAILABLE - FILE STATUS " WS-FISCAL-FS
            " - NO CLOSED-PERIOD AUDIT LINES COUNTED"
    END-IF.

LOAD-ONE-PERIOD.
    IF WS-FP-USED < WS-FP-LIMIT
        ADD 1 TO WS-FP-USED
        MOVE FP-START-DATE TO FT-START-DATE(WS-FP-USED)
        MOVE FP-END-DATE TO FT-END-DATE(WS-FP-USED)
        MOVE FP-STATUS TO FT-STATUS(WS-FP-USED)
    ELSE
        DISPLAY "FISCAL TABLE FULL - CALENDAR TRUNCATED AT "
            WS-FP-LIMIT " PERIODS"
        MOVE "Y" TO WS-FP-EOF-SW
    END-IF.

*> KEEP SECTION HEADERS AND DETAILS UP TO AND INCLUDING THE
*> CHECKPOINTED BRANCH/SEQUENCE; EVERYTHING PAST THAT POINT IS
*> THE ABEND'S LEFTOVER AND IS DROPPED. DROPPED DETAILS ARE
*> COUNTED FOR THE AUDIT TRIM, ALONG WITH THE EXTRA RATE
*> RESOLUTION LINE EVERY RESOLVED R TRANSACTION WROTE (AN R
*> RECORD WHOSE STATUS IS NOT "RATE NOT EFFECTIVE" RESOLVED ITS
*> RATE AND WROTE THE COMPANION LINE), THE REVERSAL LINE
*> EVERY POSTED V TRANSACTION WROTE, THE CONVERSION LINE
*> EVERY FOREIGN-CURRENCY DETAIL CARRYING A RATE WROTE, AND THE
*> CLOSED-PERIOD NOTE EVERY POSTED DETAIL OR ALLOCATION LINE OF
*> A SECTION DATED IN A CLOSED PERIOD WROTE.
TRIM-TRANSOUT-FILE.
    OPEN INPUT TRANS-OLD-FILE.
    OPEN OUTPUT TRANS-NEW-FILE.

TRIM-ONE-TRANSOUT-RECORD.
    ADD 1 TO TRM-TRO-READ.
    IF TRO-RECORD(1:1) = "H"
        PERFORM CHECK-SECTION-PERIOD
    END-IF.
    EVALUATE TRUE
        WHEN TRANS-PAST-TRIM
            PERFORM DROP-TRANSOUT-RECORD
            END-IF
    END-EVALUATE.

*> SAME LOOKUP CALC MAKES AT EACH SECTION HEADER: THE PERIOD
*> HOLDING THE SECTION'S FILE DATE, AND WHETHER IT IS CLOSED.
CHECK-SECTION-PERIOD.
    MOVE TRO-RECORD TO CALC-CONTROL-RECORD.
    MOVE "N" TO WS-TRO-CLOSED-SW.
    MOVE 1 TO WS-FP-SUB.
    PERFORM UNTIL WS-FP-SUB > WS-FP-USED
        IF CTL-FILE-DATE >= FT-START-DATE(WS-FP-SUB)
                AND CTL-FILE-DATE <= FT-END-DATE(WS-FP-SUB)
            IF FT-STATUS(WS-FP-SUB) = "C"
                MOVE "Y" TO WS-TRO-CLOSED-SW
            END-IF
            MOVE WS-FP-USED TO WS-FP-SUB
        END-IF
        ADD 1 TO WS-FP-SUB
    END-PERFORM.

DROP-TRANSOUT-RECORD.
    ADD 1 TO TRM-TRO-DROPPED.
    IF TRO-RECORD(1:1) NOT = "H" AND TRO-RECORD(1:1) NOT = "T"
        IF CR-OPERATOR OF TRO-RECORD = "R"
                AND CR-STATUS OF TRO-RECORD
                    NOT = "RATE NOT EFFECTIVE"
                AND CR-STATUS OF TRO-RECORD
                    NOT = "NO EXCHANGE RATE"
            ADD 1 TO TRM-DROP-RATELINES
        END-IF
        IF CR-OPERATOR OF TRO-RECORD = "V"
                AND CR-STATUS OF TRO-RECORD = "OK"
            ADD 1 TO TRM-DROP-RATELINES
        END-IF
        IF NOT CR-IN-BASE-CURRENCY OF TRO-RECORD
                AND CR-FX-RATE OF TRO-RECORD IS NUMERIC
            IF CR-FX-RATE OF TRO-RECORD > 0
                ADD 1 TO TRM-DROP-RATELINES
            END-IF
        END-IF
        IF TRANS-PERIOD-CLOSED
                AND CR-STATUS OF TRO-RECORD = "OK"
            ADD 1 TO TRM-DROP-RATELINES
        END-IF
    END-IF.
*> THE TRAIL IS APPEND-ONLY AND SHARED ACROSS DAYS - ONLY THE
*> TAIL THE ABORTED RUN WROTE PAST THE CHECKPOINT COMES OFF.
*> THE CUT IS EXACTLY ONE LINE PER DROPPED TRANSOUT DETAIL PLUS
*> ONE PER DROPPED RESOLVED-RATE, POSTED REVERSAL OR CONVERTED
*> FOREIGN-CURRENCY DETAIL, AND ONE PER DROPPED POSTED DETAIL OR
*> ALLOCATION LINE OF A CLOSED-PERIOD SECTION, COUNTED ABOVE.
TRIM-AUDIT-FILE.
    COMPUTE WS-AUDIT-CUT-COUNT
        = TRM-DROP-DETAILS + TRM-DROP-RATELINES.
