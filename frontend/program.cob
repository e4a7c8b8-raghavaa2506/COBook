        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RM-KEY
        FILE STATUS IS WS-RATEMST-FS.
    SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS FX-KEY
        FILE STATUS IS WS-FXRATE-FS.
    SELECT CHECKPOINT-IN-FILE ASSIGN TO "CKPTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CKPTIN-FS.
    SELECT SESSION-OUT-FILE ASSIGN TO "SESSOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SESSOUT-FS.
    SELECT MASTER-FILE ASSIGN TO "CALCMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CM-KEY
        FILE STATUS IS WS-MASTER-FS.
    SELECT ALLOC-RULE-FILE ASSIGN TO "ALLOCMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS AR-RULE-CODE
        FILE STATUS IS WS-ALLOCMST-FS.
    SELECT FISCAL-FILE ASSIGN TO "FISCAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS FP-PERIOD-ID
        FILE STATUS IS WS-FISCAL-FS.

DATA DIVISION.
FILE SECTION.
    05 CKPT-TIMESTAMP   PIC X(21).

*> EVERY TRANSACTION CALC REJECTS IN BATCH (INVALID OPERATION,
*> DIVIDE BY ZERO, AN UNRESOLVED RATE, REVERSAL ORIGINAL OR
*> ALLOCATION RULE, A CURRENCY WITH NO EXCHANGE RATE, A RESULT
*> THAT OVERFLOWS, OR A ZERO SEQUENCE NUMBER) IS ALSO WRITTEN
*> HERE IN THE ORIGINAL TRANSIN INPUT LAYOUT, WITH ITS OWN
*> HEADER AND TRAILER, SO THE BUSINESS AREA CAN CORRECT JUST
*> THOSE RECORDS AND RESUBMIT THEM THROUGH THE RECYCLE JOB
FD  RATE-FILE.
    COPY CALCRTE.

*> EXCHANGE-RATE MASTER, READ TO CONVERT A FOREIGN-CURRENCY
*> TRANSACTION TO THE BASE CURRENCY.
FD  FX-RATE-FILE.
    COPY CALCFXR.

*> READ-SIDE VIEW OF THE PRIOR RUN'S CHECKPOINT FILE, USED WHEN
*> THE PARM SAYS RESTART=CKPT - THE RESTART JOB (CALCREST) DOES
*> NOT HAVE TO COPY THE CHECKPOINT VALUES INTO THE PARM BY HAND.
FD  SESSION-OUT-FILE.
    COPY CALCREC REPLACING ==CALC-RECORD== BY ==SES-RECORD==.

*> CALCULATION MASTER, READ (NEVER UPDATED) TO RESOLVE THE
*> ORIGINAL NAMED BY A REVERSAL (V) TRANSACTION. CALCLOAD MARKS
*> THE ORIGINAL REVERSED WHEN IT LOADS THE REVERSING ENTRY.
FD  MASTER-FILE.
    COPY CALCMST.

*> ALLOCATION RULE MASTER, READ TO SPLIT A COST-ALLOCATION (A)
*> TRANSACTION ACROSS THE TARGET COST CENTERS OF ITS RULE.
FD  ALLOC-RULE-FILE.
    COPY CALCALR.

*> FISCAL CALENDAR, READ TO NOTE ON THE AUDIT TRAIL WHEN A
*> SECTION DATED IN A CLOSED PERIOD IS POSTED.
FD  FISCAL-FILE.
    COPY CALCFPD.

WORKING-STORAGE SECTION.
    COPY CALCREC.
    COPY CALCCTL.
01 WS-PENDREG-SW     PIC X VALUE "N".
    88 PEND-REGISTER-OPEN  VALUE "Y".

*> REVERSAL (V) TRANSACTIONS: THE ORIGINAL IS READ FROM THE
*> CALCULATION MASTER AND ITS RESULT POSTED BACK NEGATED UNDER
*> ITS OWN COST CENTER. AN ORIGINAL THAT IS MISSING, NOT OK, OR
*> ALREADY REVERSED (ON THE MASTER, OR EARLIER IN THIS RUN - THE
*> MASTER IS NOT MARKED UNTIL CALCLOAD) REJECTS TO THE RECYCLE
*> FILE. A MISSING CALCMST MEANS EVERY REVERSAL REJECTS.
01 WS-MASTER-FS      PIC XX.
01 WS-MASTER-SW      PIC X VALUE "N".
    88 MASTER-AVAILABLE    VALUE "Y".
01 WS-REV-FOUND-SW   PIC X VALUE "N".
    88 REVERSAL-RESOLVED   VALUE "Y".
01 WS-RV-USED        PIC S9(4) COMP VALUE ZERO.
01 WS-RV-LIMIT       PIC S9(4) COMP VALUE 500.
01 WS-RV-SUB         PIC S9(4) COMP.
01 WS-RV-DUP-SW      PIC X VALUE "N".
    88 REVERSED-THIS-RUN   VALUE "Y".
01 WS-REVERSED-TABLE.
    05 WS-RV-ENTRY OCCURS 500 TIMES.
        10 RV-KEY            PIC X(20).

*> COST-ALLOCATION (A) TRANSACTIONS: CR-A IS SPLIT ACROSS THE
*> TARGET COST CENTERS OF THE RULE NAMED IN THE OPERAND B
*> POSITIONS, ONE TRANSOUT RECORD AND ONE AUDIT LINE PER TARGET
*> (CR-LINE-NO 01..N UNDER THE ORIGINAL SEQUENCE NUMBER). EVERY
*> SHARE BUT THE LAST IS ROUNDED TO THE CENT; THE LAST TARGET
*> TAKES WHATEVER IS LEFT, SO THE LINES ALWAYS ADD BACK TO CR-A
*> EXACTLY. A RULE THAT IS NOT ON FILE OR DOES NOT TOTAL 100%
*> REJECTS THE WHOLE TRANSACTION TO THE RECYCLE FILE. A MISSING
*> ALLOCMST MEANS EVERY ALLOCATION REJECTS.
01 WS-ALLOCMST-FS    PIC XX.
01 WS-ALLOCMST-SW    PIC X VALUE "N".
    88 ALLOC-RULES-AVAILABLE VALUE "Y".
01 WS-ALLOC-FOUND-SW PIC X VALUE "N".
    88 ALLOCATION-RESOLVED VALUE "Y".
01 WS-AR-SUB         PIC S9(4) COMP.
01 WS-AR-TOTAL       PIC 9(4)V99.
01 WS-ALLOC-AMOUNT   PIC S9(10)V99.
01 WS-ALLOC-POSTED   PIC S9(10)V99.
01 WS-ALLOC-ORIG-AMOUNT PIC S9(10)V99.
01 WS-ALLOC-ORIG-POSTED PIC S9(10)V99.

*> RATE MASTER LOADED TO STORAGE AT THE START OF A BATCH RUN -
*> A RATE-TABLE (R) TRANSACTION MULTIPLIES CR-A BY THE RATE
*> WHOSE CODE IT CARRIES, RESOLVED TO THE LATEST EFFECTIVE DATE
01 WS-RATE-VALUE     PIC 9(3)V9(4) VALUE ZERO.
01 WS-RATE-BEST-DATE PIC 9(8) VALUE ZERO.
01 WS-TODAY-NUM      PIC 9(8) VALUE ZERO.

*> EXCHANGE-RATE MASTER LOADED TO STORAGE THE SAME WAY - A
*> TRANSACTION KEYED IN ANY CURRENCY BUT THE BASE CURRENCY IS
*> CONVERTED AT THE RATE WITH THE LATEST EFFECTIVE DATE AT OR
*> BEFORE THE RUN DATE. A CURRENCY WITH NO RATE IN EFFECT REJECTS
*> TO THE RECYCLE FILE AS "NO EXCHANGE RATE".
01 WS-FXRATE-FS      PIC XX.
01 WS-FXT-USED       PIC S9(4) COMP VALUE ZERO.
01 WS-FXT-LIMIT      PIC S9(4) COMP VALUE 200.
01 WS-FXT-SUB        PIC S9(4) COMP.
01 WS-FX-RATE-TABLE.
    05 WS-FXT-ENTRY OCCURS 200 TIMES.
        10 FXT-CODE          PIC X(3).
        10 FXT-EFF-DATE      PIC 9(8).
        10 FXT-VALUE         PIC 9(4)V9(6).
01 WS-FXT-EOF-SW     PIC X VALUE "N".
    88 END-OF-FX-RATE-IN   VALUE "Y".
01 WS-FX-FOUND-SW    PIC X VALUE "N".
    88 FX-RATE-RESOLVED    VALUE "Y".
01 WS-FX-RATE-VALUE  PIC 9(4)V9(6) VALUE ZERO.
01 WS-FX-BEST-DATE   PIC 9(8) VALUE ZERO.
01 WS-FX-BASE-A      PIC S9(10)V99.
01 WS-FX-BASE-B      PIC S9(10)V99.
01 WS-EDIT-FX-RATE   PIC ZZZ9.999999.
01 WS-AUDIT-B-TXT    PIC X(9).
01 WS-EDIT-RATE      PIC ZZ9.9999.
01 WS-RBLD-EOF-SW    PIC X VALUE "N".
01 WS-CUR-FILE-DATE  PIC 9(8) VALUE ZERO.
01 WS-CUR-SECT-OK-SW PIC X VALUE "N".
    88 CUR-SECTION-OK      VALUE "Y".
01 WS-CUR-CLOSED-SW  PIC X VALUE "N".
    88 CUR-PERIOD-CLOSED   VALUE "Y".
01 WS-CUR-PERIOD-ID  PIC 9(6) VALUE ZERO.

*> FISCAL CALENDAR LOADED TO STORAGE AT THE START OF A BATCH RUN.
*> CALCEDIT KEEPS CLOSED-PERIOD SECTIONS OFF THE NIGHTLY FEED, SO
*> ONE ARRIVES HERE ONLY THROUGH THE RECYCLE JOB (WHOSE EDIT
*> DOES NOT CHECK PERIODS) OR UNDER AN AUTHORIZED REOPEN CARD.
*> EITHER WAY IT POSTS UNDER TONIGHT'S RUN DATE - THE CURRENT
*> OPEN PERIOD - AND EVERY POSTED TRANSACTION OF THE SECTION GETS
*> A COMPANION AUDIT LINE SAYING SO. A MISSING FISCAL JUST MEANS
*> NO NOTE.
01 WS-FISCAL-FS      PIC XX.
01 WS-FP-EOF-SW      PIC X VALUE "N".
    88 END-OF-FISCAL-IN    VALUE "Y".
01 WS-FP-USED        PIC S9(4) COMP VALUE ZERO.
01 WS-FP-LIMIT       PIC S9(4) COMP VALUE 120.
01 WS-FP-SUB         PIC S9(4) COMP.
01 WS-FISCAL-TABLE.
    05 WS-FP-ENTRY OCCURS 120 TIMES.
        10 FT-PERIOD-ID    PIC 9(6).
        10 FT-START-DATE   PIC 9(8).
        10 FT-END-DATE     PIC 9(8).
        10 FT-STATUS       PIC X.
01 WS-POST-PERIOD-ID PIC X(6) VALUE "NONE".

*> INTERACTIVE SESSION STATE: MENU SWITCH, RESULT-RECALL HOLD,
*> AND THE SESSION TAPE WITH ITS RUNNING SUBTOTAL.
    05 SUM-MUL-COUNT       PIC 9(6) VALUE ZERO.
    05 SUM-DIV-COUNT       PIC 9(6) VALUE ZERO.
    05 SUM-RATE-COUNT      PIC 9(6) VALUE ZERO.
    05 SUM-REV-COUNT       PIC 9(6) VALUE ZERO.
    05 SUM-ALLOC-COUNT     PIC 9(6) VALUE ZERO.
    05 SUM-INVALID-COUNT   PIC 9(6) VALUE ZERO.
    05 SUM-RATEREJ-COUNT   PIC 9(6) VALUE ZERO.
    05 SUM-REVREJ-COUNT    PIC 9(6) VALUE ZERO.
    05 SUM-ALLOCREJ-COUNT  PIC 9(6) VALUE ZERO.
    05 SUM-FXREJ-COUNT     PIC 9(6) VALUE ZERO.
    05 SUM-SEQ-REJECT-COUNT PIC 9(6) VALUE ZERO.
    05 SUM-OVERFLOW-COUNT  PIC 9(6) VALUE ZERO.
    05 SUM-DIVZERO-COUNT   PIC 9(6) VALUE ZERO.
*> RUNS.
INTERACTIVE-RUN.
    MOVE SPACES TO CR-COST-CENTER OF CALC-RECORD.
    MOVE "USD" TO CR-CURRENCY-CODE OF CALC-RECORD.
    DISPLAY "CALC INTERACTIVE SESSION".
    PERFORM UNTIL SESSION-DONE
        DISPLAY " "

BATCH-RUN.
    PERFORM LOAD-RATE-TABLE.
    PERFORM LOAD-FX-RATE-TABLE.
    PERFORM LOAD-FISCAL-TABLE.
    MOVE WS-PARM-TOK2 TO WS-PARM-TOKEN
    PERFORM APPLY-RESTART-PARM-TOKEN.
    MOVE WS-PARM-TOK3 TO WS-PARM-TOKEN
        MOVE "Y" TO WS-RT-EOF-SW
    END-IF.

*> THE EXCHANGE-RATE MASTER IS PULLED IN THE SAME WAY. A MISSING
*> OR EMPTY MASTER MEANS EVERY FOREIGN-CURRENCY TRANSACTION
*> REJECTS FOR WANT OF A RATE; BASE-CURRENCY WORK IS UNAFFECTED.
LOAD-FX-RATE-TABLE.
    OPEN INPUT FX-RATE-FILE.
    IF WS-FXRATE-FS NOT = "00"
        DISPLAY "FXRATE NOT AVAILABLE - FILE STATUS "
            WS-FXRATE-FS " - FOREIGN-CURRENCY TRANSACTIONS WILL REJECT"
    ELSE
        PERFORM UNTIL END-OF-FX-RATE-IN
            READ FX-RATE-FILE
                AT END
                    MOVE "Y" TO WS-FXT-EOF-SW
                NOT AT END
                    PERFORM STORE-FX-RATE-ENTRY
            END-READ
        END-PERFORM
        CLOSE FX-RATE-FILE
    END-IF.

STORE-FX-RATE-ENTRY.
    IF WS-FXT-USED < WS-FXT-LIMIT
        ADD 1 TO WS-FXT-USED
        MOVE FX-CURRENCY-CODE TO FXT-CODE(WS-FXT-USED)
        MOVE FX-EFF-DATE TO FXT-EFF-DATE(WS-FXT-USED)
        MOVE FX-RATE-VALUE TO FXT-VALUE(WS-FXT-USED)
    ELSE
        DISPLAY "FX RATE TABLE FULL - MASTER TRUNCATED AT "
            WS-FXT-LIMIT " ENTRIES"
        MOVE "Y" TO WS-FXT-EOF-SW
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
            " - CLOSED-PERIOD AUDIT NOTE BYPASSED"
    END-IF.

*> THE PERIOD HOLDING THE RUN DATE IS WHERE TONIGHT POSTS.
LOAD-ONE-PERIOD.
    IF WS-FP-USED < WS-FP-LIMIT
        ADD 1 TO WS-FP-USED
        MOVE FP-PERIOD-ID TO FT-PERIOD-ID(WS-FP-USED)
        MOVE FP-START-DATE TO FT-START-DATE(WS-FP-USED)
        MOVE FP-END-DATE TO FT-END-DATE(WS-FP-USED)
        MOVE FP-STATUS TO FT-STATUS(WS-FP-USED)
        IF WS-TODAY-NUM >= FP-START-DATE
                AND WS-TODAY-NUM <= FP-END-DATE
            MOVE FP-PERIOD-ID TO WS-POST-PERIOD-ID
        END-IF
    ELSE
        DISPLAY "FISCAL TABLE FULL - CALENDAR TRUNCATED AT "
            WS-FP-LIMIT " PERIODS"
        MOVE "Y" TO WS-FP-EOF-SW
    END-IF.

*> A RESTART PARM COMES IN AS RESTART=NNNNNN (THE CHECKPOINTED
*> SEQUENCE) PLUS BRANCH=BBBB (THE CHECKPOINTED BRANCH) - ON A
*> SINGLE-BRANCH FEED THE BRANCH TOKEN MAY BE OMITTED AND THE
    MOVE TO-RECORD TO CALC-RECORD.
    MOVE WS-RBLD-BRANCH TO WS-BR-WORK-ID.
    PERFORM UPDATE-SUMMARY-COUNTS.
    IF CR-OPERATOR OF CALC-RECORD = "V"
            AND CR-STATUS OF CALC-RECORD = "OK"
        PERFORM REMEMBER-REVERSED-ORIGINAL
    END-IF.
    IF CR-STATUS OF CALC-RECORD = "INVALID OPERATION"
            OR CR-STATUS OF CALC-RECORD = "DIVIDE BY ZERO"
            OR CR-STATUS OF CALC-RECORD = "RATE NOT EFFECTIVE"
            OR CR-STATUS OF CALC-RECORD = "ORIGINAL NOT ON FILE"
            OR CR-STATUS OF CALC-RECORD = "ALREADY REVERSED"
            OR CR-STATUS OF CALC-RECORD = "RULE NOT ON FILE"
            OR CR-STATUS OF CALC-RECORD = "RULE NOT BALANCED"
            OR CR-STATUS OF CALC-RECORD = "NO EXCHANGE RATE"
            OR CR-STATUS OF CALC-RECORD = "OVERFLOW"
        ADD 1 TO SUM-RECYCLE-COUNT
        IF CR-A OF CALC-RECORD < 0
            COMPUTE WS-CTL-A-ABS = - (CR-A OF CALC-RECORD)
            WS-PENDREG-FS " - REJECT AGING REGISTER NOT UPDATED"
    END-IF.

    OPEN INPUT MASTER-FILE.
    IF WS-MASTER-FS = "00"
        MOVE "Y" TO WS-MASTER-SW
    ELSE
        DISPLAY "CALCMST NOT AVAILABLE - FILE STATUS "
            WS-MASTER-FS " - REVERSAL TRANSACTIONS WILL REJECT"
    END-IF.

    OPEN INPUT ALLOC-RULE-FILE.
    IF WS-ALLOCMST-FS = "00"
        MOVE "Y" TO WS-ALLOCMST-SW
    ELSE
        DISPLAY "ALLOCMST NOT AVAILABLE - FILE STATUS "
            WS-ALLOCMST-FS " - ALLOCATION TRANSACTIONS WILL REJECT"
    END-IF.

    OPEN INPUT TRANS-IN-FILE.

    PERFORM UNTIL END-OF-TRANS-IN
    IF PEND-REGISTER-OPEN
        CLOSE PEND-REG-FILE
    END-IF.
    IF MASTER-AVAILABLE
        CLOSE MASTER-FILE
    END-IF.
    IF ALLOC-RULES-AVAILABLE
        CLOSE ALLOC-RULE-FILE
    END-IF.

    PERFORM WRITE-SUMMARY-REPORT.
    PERFORM WRITE-RUN-CONTROL-TOTALS.
    MOVE TI-RECORD TO CALC-CONTROL-RECORD.
    MOVE CTL-BRANCH-ID TO WS-CUR-BRANCH.
    MOVE CTL-FILE-DATE TO WS-CUR-FILE-DATE.
    PERFORM CHECK-CURRENT-PERIOD.
    IF WS-CUR-SECT <= WS-BV-USED
            AND BV-SECTION-OK(WS-CUR-SECT)
        MOVE "Y" TO WS-CUR-SECT-OK-SW
        WRITE TO-RECORD
    END-IF.

CHECK-CURRENT-PERIOD.
    MOVE "N" TO WS-CUR-CLOSED-SW.
    MOVE ZERO TO WS-CUR-PERIOD-ID.
    MOVE 1 TO WS-FP-SUB.
    PERFORM UNTIL WS-FP-SUB > WS-FP-USED
        IF WS-CUR-FILE-DATE >= FT-START-DATE(WS-FP-SUB)
                AND WS-CUR-FILE-DATE <= FT-END-DATE(WS-FP-SUB)
            MOVE FT-PERIOD-ID(WS-FP-SUB) TO WS-CUR-PERIOD-ID
            IF FT-STATUS(WS-FP-SUB) = "C"
                MOVE "Y" TO WS-CUR-CLOSED-SW
            END-IF
            MOVE WS-FP-USED TO WS-FP-SUB
        END-IF
        ADD 1 TO WS-FP-SUB
    END-PERFORM.

*> STILL BEHIND THE RESTART POINT: RECORDS OF BRANCHES BEFORE
*> THE CHECKPOINTED BRANCH, AND RECORDS OF THAT BRANCH AT OR
*> BELOW THE CHECKPOINTED SEQUENCE, WERE FULLY PROCESSED BY THE
    MOVE CR-SEQ-NO OF TI-RECORD TO CR-SEQ-NO OF CALC-RECORD
    MOVE CR-A OF TI-RECORD TO CR-A OF CALC-RECORD
    IF CR-OPERATOR OF TI-RECORD = "R"
            OR CR-OPERATOR OF TI-RECORD = "A"
        MOVE CR-B-RATE OF TI-RECORD TO CR-B-RATE OF CALC-RECORD
    ELSE
        MOVE CR-B OF TI-RECORD TO CR-B OF CALC-RECORD
    MOVE CR-OPERATOR OF TI-RECORD TO CR-OPERATOR OF CALC-RECORD
    MOVE CR-COST-CENTER OF TI-RECORD
        TO CR-COST-CENTER OF CALC-RECORD
    MOVE CR-REVERSAL-KEY OF TI-RECORD
        TO CR-REVERSAL-KEY OF CALC-RECORD
    MOVE ZERO TO CR-LINE-NO OF CALC-RECORD
    MOVE CR-CURRENCY-CODE OF TI-RECORD
        TO CR-CURRENCY-CODE OF CALC-RECORD
    MOVE ZERO TO CR-FX-RATE OF CALC-RECORD
    MOVE ZERO TO CR-ORIG-RESULT OF CALC-RECORD
    MOVE ZERO TO CR-RESULT OF CALC-RECORD
    MOVE "REJECTED-SEQ-ZERO" TO CR-STATUS OF CALC-RECORD.

PROCESS-ONE-TRANSACTION.
    MOVE CR-SEQ-NO OF TI-RECORD TO CR-SEQ-NO OF CALC-RECORD
    MOVE CR-A OF TI-RECORD TO CR-A OF CALC-RECORD
*> ON A RATE-TABLE (R) OR COST-ALLOCATION (A) TRANSACTION THE
*> OPERAND B POSITIONS HOLD A CODE, NOT A NUMBER - COPY THEM AS
*> THE GROUP VIEW SO NOTHING EVER TREATS THE CODE AS A NUMERIC
*> FIELD.
    IF CR-OPERATOR OF TI-RECORD = "R"
            OR CR-OPERATOR OF TI-RECORD = "A"
        MOVE CR-B-RATE OF TI-RECORD TO CR-B-RATE OF CALC-RECORD
    ELSE
        MOVE CR-B OF TI-RECORD TO CR-B OF CALC-RECORD
    MOVE CR-OPERATOR OF TI-RECORD TO CR-OPERATOR OF CALC-RECORD
    MOVE CR-COST-CENTER OF TI-RECORD
        TO CR-COST-CENTER OF CALC-RECORD.
    MOVE CR-REVERSAL-KEY OF TI-RECORD
        TO CR-REVERSAL-KEY OF CALC-RECORD.
    MOVE ZERO TO CR-LINE-NO OF CALC-RECORD.
*> A BLANK CURRENCY (EVERY RECORD IN THE EARLIER LAYOUTS) IS THE
*> BASE CURRENCY, AND GOES OUT NAMED AS SUCH.
    MOVE CR-CURRENCY-CODE OF TI-RECORD
        TO CR-CURRENCY-CODE OF CALC-RECORD.
    IF CR-CURRENCY-CODE OF CALC-RECORD = SPACES
        MOVE "USD" TO CR-CURRENCY-CODE OF CALC-RECORD
    END-IF.
    MOVE ZERO TO CR-FX-RATE OF CALC-RECORD.
    MOVE ZERO TO CR-ORIG-RESULT OF CALC-RECORD.

    PERFORM CALCULATE-RESULT.
    IF CR-OPERATOR OF CALC-RECORD = "A" AND ALLOCATION-RESOLVED
        PERFORM POST-ALLOCATION-LINES
    ELSE
        PERFORM POST-ONE-RESULT
    END-IF.

POST-ONE-RESULT.
    PERFORM WRITE-AUDIT-RECORD.
    IF CR-OPERATOR OF CALC-RECORD = "R" AND RATE-RESOLVED
        PERFORM WRITE-RATE-AUDIT-RECORD
    END-IF.
    IF CR-OPERATOR OF CALC-RECORD = "V" AND REVERSAL-RESOLVED
        PERFORM WRITE-REVERSAL-AUDIT-RECORD
    END-IF.
    IF CUR-PERIOD-CLOSED AND CR-STATUS OF CALC-RECORD = "OK"
        PERFORM WRITE-PERIOD-AUDIT-RECORD
    END-IF.
    IF NOT CR-IN-BASE-CURRENCY OF CALC-RECORD
            AND CR-FX-RATE OF CALC-RECORD > 0
        PERFORM WRITE-FX-AUDIT-RECORD
    END-IF.
    MOVE WS-CUR-BRANCH TO WS-BR-WORK-ID
    PERFORM UPDATE-SUMMARY-COUNTS.

    IF CR-STATUS OF CALC-RECORD = "INVALID OPERATION"
            OR CR-STATUS OF CALC-RECORD = "DIVIDE BY ZERO"
            OR CR-STATUS OF CALC-RECORD = "RATE NOT EFFECTIVE"
            OR CR-STATUS OF CALC-RECORD = "ORIGINAL NOT ON FILE"
            OR CR-STATUS OF CALC-RECORD = "ALREADY REVERSED"
            OR CR-STATUS OF CALC-RECORD = "RULE NOT ON FILE"
            OR CR-STATUS OF CALC-RECORD = "RULE NOT BALANCED"
            OR CR-STATUS OF CALC-RECORD = "NO EXCHANGE RATE"
            OR CR-STATUS OF CALC-RECORD = "OVERFLOW"
        PERFORM WRITE-RECYCLE-RECORD
    END-IF.
    IF CR-STATUS OF CALC-RECORD = "OK"
    MOVE CALC-RECORD TO TO-RECORD
    WRITE TO-RECORD.

*> ONE TRANSOUT RECORD AND ONE AUDIT LINE PER TARGET OF THE RULE
*> (STILL IN THE RULE RECORD FROM RESOLVE-ALLOCATION-RULE). EACH
*> LINE CARRIES THE FULL CR-A BEING ALLOCATED AND ITS OWN SHARE
*> IN CR-RESULT, UNDER THE TARGET'S COST CENTER. THE AMOUNT SPLIT
*> IS THE BASE-CURRENCY AMOUNT; ON A FOREIGN-CURRENCY ALLOCATION
*> THE ORIGINAL-CURRENCY AMOUNT IS SPLIT ALONGSIDE IT THE SAME
*> WAY, SO EACH LINE CARRIES ITS SHARE IN BOTH.
POST-ALLOCATION-LINES.
    MOVE CR-RESULT OF CALC-RECORD TO WS-ALLOC-AMOUNT.
    MOVE ZERO TO WS-ALLOC-POSTED.
    MOVE CR-ORIG-RESULT OF CALC-RECORD TO WS-ALLOC-ORIG-AMOUNT.
    MOVE ZERO TO WS-ALLOC-ORIG-POSTED.
    MOVE 1 TO WS-AR-SUB.
    PERFORM UNTIL WS-AR-SUB > AR-TARGET-COUNT
        PERFORM POST-ONE-ALLOCATION-LINE
        ADD 1 TO WS-AR-SUB
    END-PERFORM.
    PERFORM RESOLVE-PENDING-ENTRY.

POST-ONE-ALLOCATION-LINE.
    MOVE WS-AR-SUB TO CR-LINE-NO OF CALC-RECORD.
    MOVE AR-COST-CENTER(WS-AR-SUB) TO CR-COST-CENTER OF CALC-RECORD.
    MOVE "OK" TO CR-STATUS OF CALC-RECORD.
    IF WS-AR-SUB < AR-TARGET-COUNT
        COMPUTE CR-RESULT OF CALC-RECORD ROUNDED =
                WS-ALLOC-AMOUNT * AR-PERCENT(WS-AR-SUB) / 100
        ADD CR-RESULT OF CALC-RECORD TO WS-ALLOC-POSTED
        COMPUTE CR-ORIG-RESULT OF CALC-RECORD ROUNDED =
                WS-ALLOC-ORIG-AMOUNT * AR-PERCENT(WS-AR-SUB) / 100
        ADD CR-ORIG-RESULT OF CALC-RECORD TO WS-ALLOC-ORIG-POSTED
    ELSE
        COMPUTE CR-RESULT OF CALC-RECORD =
                WS-ALLOC-AMOUNT - WS-ALLOC-POSTED
        COMPUTE CR-ORIG-RESULT OF CALC-RECORD =
                WS-ALLOC-ORIG-AMOUNT - WS-ALLOC-ORIG-POSTED
    END-IF.
    PERFORM WRITE-AUDIT-RECORD.
    IF CUR-PERIOD-CLOSED
        PERFORM WRITE-PERIOD-AUDIT-RECORD
    END-IF.
    IF NOT CR-IN-BASE-CURRENCY OF CALC-RECORD
        PERFORM WRITE-FX-AUDIT-RECORD
    END-IF.
    MOVE WS-CUR-BRANCH TO WS-BR-WORK-ID
    PERFORM UPDATE-SUMMARY-COUNTS.
    MOVE CALC-RECORD TO TO-RECORD
    WRITE TO-RECORD.

UPDATE-SUMMARY-COUNTS.
    ADD 1 TO SUM-TOTAL-COUNT.
    EVALUATE TRUE
            ADD 1 TO SUM-DIVZERO-COUNT
        WHEN CR-STATUS OF CALC-RECORD = "RATE NOT EFFECTIVE"
            ADD 1 TO SUM-RATEREJ-COUNT
        WHEN CR-STATUS OF CALC-RECORD = "ORIGINAL NOT ON FILE"
            ADD 1 TO SUM-REVREJ-COUNT
        WHEN CR-STATUS OF CALC-RECORD = "ALREADY REVERSED"
            ADD 1 TO SUM-REVREJ-COUNT
        WHEN CR-STATUS OF CALC-RECORD = "RULE NOT ON FILE"
            ADD 1 TO SUM-ALLOCREJ-COUNT
        WHEN CR-STATUS OF CALC-RECORD = "RULE NOT BALANCED"
            ADD 1 TO SUM-ALLOCREJ-COUNT
        WHEN CR-STATUS OF CALC-RECORD = "NO EXCHANGE RATE"
            ADD 1 TO SUM-FXREJ-COUNT
        WHEN OTHER
            ADD CR-RESULT OF CALC-RECORD TO SUM-RESULT-TOTAL
                ON SIZE ERROR
        WHEN "*" ADD 1 TO SUM-MUL-COUNT
        WHEN "/" ADD 1 TO SUM-DIV-COUNT
        WHEN "R" ADD 1 TO SUM-RATE-COUNT
        WHEN "V" ADD 1 TO SUM-REV-COUNT
        WHEN "A" ADD 1 TO SUM-ALLOC-COUNT
    END-EVALUATE.

    PERFORM UPDATE-COST-CENTER-TOTALS.
*> OVERFLOW CR-RESULT (WORST CASE IS THE DOCUMENTED 9999998000.0001,
*> WHICH FITS). THE ON SIZE ERROR CLAUSES BELOW ARE RETAINED AS A
*> DEFENSIVE GUARD AGAINST A FUTURE WIDENING OF CR-A/CR-B THAT ISN'T
*> MATCHED BY A CORRESPONDING WIDENING OF CR-RESULT. THE ONE WAY TO
*> REACH "OVERFLOW" TODAY IS A FOREIGN-CURRENCY * OR / WHOSE
*> CONVERTED OPERAND A NO LONGER FITS S9(5)V99 - SEE
*> CONVERT-TO-BASE-CURRENCY.
*>
*> THE OPERATOR IS FIRST WORKED ON THE OPERANDS AS KEYED, GIVING
*> THE RESULT IN THE TRANSACTION'S OWN CURRENCY; A FOREIGN-
*> CURRENCY RESULT IS THEN RECOMPUTED ON THE CONVERTED OPERANDS.
CALCULATE-RESULT.
    MOVE ZERO TO CR-RESULT OF CALC-RECORD.
    MOVE "OK" TO CR-STATUS OF CALC-RECORD.
    *> A TRANSACTION THAT NEVER REACHES ITS RESOLVE PARAGRAPH (BAD
    *> OPERATOR, NO EXCHANGE RATE) MUST NOT SEE THE PREVIOUS ONE'S
    *> RATE, RULE OR ORIGINAL AS RESOLVED.
    MOVE "N" TO WS-RATE-FOUND-SW WS-ALLOC-FOUND-SW WS-REV-FOUND-SW.
    PERFORM VALIDATE-OPERATOR.
    IF NOT CH-IS-VALID
        DISPLAY "INVALID OPERATION"
        MOVE "INVALID OPERATION" TO CR-STATUS OF CALC-RECORD
    ELSE
        PERFORM RESOLVE-TRANSACTION-CURRENCY
    END-IF.
    IF CH-IS-VALID AND FX-RATE-RESOLVED
        EVALUATE CR-OPERATOR OF CALC-RECORD
            WHEN "+"
                COMPUTE CR-RESULT OF CALC-RECORD =
                    MOVE "RATE NOT EFFECTIVE"
                        TO CR-STATUS OF CALC-RECORD
                END-IF
            WHEN "V"
                PERFORM RESOLVE-REVERSAL-ORIGINAL
                IF REVERSAL-RESOLVED
                    MOVE CM-COST-CENTER
                        TO CR-COST-CENTER OF CALC-RECORD
                    COMPUTE CR-RESULT OF CALC-RECORD = - CM-RESULT
                    PERFORM TAKE-ORIGINAL-CURRENCY
                END-IF
            WHEN "A"
                PERFORM RESOLVE-ALLOCATION-RULE
        END-EVALUATE
        IF CR-OPERATOR OF CALC-RECORD NOT = "V"
            PERFORM CONVERT-TO-BASE-CURRENCY
        END-IF
    END-IF.

*> A BASE-CURRENCY TRANSACTION CONVERTS AT 1. A REVERSAL IS NEVER
*> REFUSED FOR WANT OF TODAY'S RATE - IT TAKES THE CURRENCY AND
*> RATE OF THE ORIGINAL IT BACKS OUT (TAKE-ORIGINAL-CURRENCY).
RESOLVE-TRANSACTION-CURRENCY.
    MOVE "Y" TO WS-FX-FOUND-SW.
    MOVE 1 TO WS-FX-RATE-VALUE.
    IF CR-OPERATOR OF CALC-RECORD NOT = "V"
            AND NOT CR-IN-BASE-CURRENCY OF CALC-RECORD
        PERFORM RESOLVE-FX-RATE
        IF NOT FX-RATE-RESOLVED
            DISPLAY "CURRENCY " CR-CURRENCY-CODE OF CALC-RECORD
                " HAS NO EXCHANGE RATE FOR THE RUN DATE"
            MOVE "NO EXCHANGE RATE" TO CR-STATUS OF CALC-RECORD
        END-IF
    END-IF.

*> SAME RULE AS A RATE CODE - THE LATEST EFFECTIVE DATE AT OR
*> BEFORE THE RUN DATE WINS.
RESOLVE-FX-RATE.
    MOVE "N" TO WS-FX-FOUND-SW.
    MOVE ZERO TO WS-FX-RATE-VALUE WS-FX-BEST-DATE.
    MOVE 1 TO WS-FXT-SUB.
    PERFORM UNTIL WS-FXT-SUB > WS-FXT-USED
        IF FXT-CODE(WS-FXT-SUB) = CR-CURRENCY-CODE OF CALC-RECORD
                AND FXT-EFF-DATE(WS-FXT-SUB) <= WS-TODAY-NUM
                AND FXT-EFF-DATE(WS-FXT-SUB) >= WS-FX-BEST-DATE
            MOVE FXT-EFF-DATE(WS-FXT-SUB) TO WS-FX-BEST-DATE
            MOVE FXT-VALUE(WS-FXT-SUB) TO WS-FX-RATE-VALUE
            MOVE "Y" TO WS-FX-FOUND-SW
        END-IF
        ADD 1 TO WS-FXT-SUB
    END-PERFORM.

*> THE RESULT JUST WORKED ON THE KEYED OPERANDS IS THE RESULT IN
*> THE TRANSACTION'S OWN CURRENCY. A BASE-CURRENCY TRANSACTION IS
*> DONE; A FOREIGN ONE HAS OPERAND A (AND, FOR + AND -, OPERAND B)
*> CONVERTED AT THE RATE AND THE BASE-CURRENCY RESULT WORKED
*> AGAIN ON THE CONVERTED FIGURES. OPERAND B OF A * OR / IS A
*> QUANTITY OR DIVISOR, NOT AN AMOUNT, AND IS NOT CONVERTED; THE
*> R AND A VARIANTS CARRY A CODE THERE. CR-A AND CR-B STAY AS
*> KEYED, SO THE TRANSMISSION HASH TOTALS ARE UNCHANGED.
CONVERT-TO-BASE-CURRENCY.
    MOVE CR-RESULT OF CALC-RECORD TO CR-ORIG-RESULT OF CALC-RECORD.
    MOVE WS-FX-RATE-VALUE TO CR-FX-RATE OF CALC-RECORD.
    IF NOT CR-IN-BASE-CURRENCY OF CALC-RECORD
            AND CR-STATUS OF CALC-RECORD = "OK"
        COMPUTE WS-FX-BASE-A ROUNDED =
                CR-A OF CALC-RECORD * WS-FX-RATE-VALUE
        EVALUATE CR-OPERATOR OF CALC-RECORD
            WHEN "+"
                COMPUTE WS-FX-BASE-B ROUNDED =
                        CR-B OF CALC-RECORD * WS-FX-RATE-VALUE
                COMPUTE CR-RESULT OF CALC-RECORD =
                        WS-FX-BASE-A + WS-FX-BASE-B
            WHEN "-"
                COMPUTE WS-FX-BASE-B ROUNDED =
                        CR-B OF CALC-RECORD * WS-FX-RATE-VALUE
                COMPUTE CR-RESULT OF CALC-RECORD =
                        WS-FX-BASE-A - WS-FX-BASE-B
            WHEN "*"
                COMPUTE CR-RESULT OF CALC-RECORD =
                        WS-FX-BASE-A * CR-B OF CALC-RECORD
                    ON SIZE ERROR
                        PERFORM FLAG-CONVERSION-OVERFLOW
                END-COMPUTE
            WHEN "/"
                COMPUTE CR-RESULT OF CALC-RECORD =
                        WS-FX-BASE-A / CR-B OF CALC-RECORD
                    ON SIZE ERROR
                        PERFORM FLAG-CONVERSION-OVERFLOW
                END-COMPUTE
            WHEN "R"
                COMPUTE CR-RESULT OF CALC-RECORD ROUNDED =
                        WS-FX-BASE-A * WS-RATE-VALUE
                    ON SIZE ERROR
                        PERFORM FLAG-CONVERSION-OVERFLOW
                END-COMPUTE
            WHEN "A"
                MOVE WS-FX-BASE-A TO CR-RESULT OF CALC-RECORD
        END-EVALUATE
    END-IF.

FLAG-CONVERSION-OVERFLOW.
    DISPLAY "OVERFLOW ERROR".
    MOVE "OVERFLOW" TO CR-STATUS OF CALC-RECORD.
    MOVE ZERO TO CR-RESULT OF CALC-RECORD.

*> A REVERSAL BACKS OUT THE ORIGINAL IN THE ORIGINAL'S CURRENCY
*> AT THE ORIGINAL'S RATE - BOTH RESULTS ARE THE EXACT NEGATIVES
*> OF THE ORIGINAL'S. AN ORIGINAL LOADED BEFORE CURRENCIES EXISTED
*> IS BASE CURRENCY.
TAKE-ORIGINAL-CURRENCY.
    IF CM-FX-RATE IS NUMERIC AND CM-FX-RATE > 0
            AND NOT CM-IN-BASE-CURRENCY
        MOVE CM-CURRENCY-CODE TO CR-CURRENCY-CODE OF CALC-RECORD
        MOVE CM-FX-RATE TO CR-FX-RATE OF CALC-RECORD
        COMPUTE CR-ORIG-RESULT OF CALC-RECORD = - CM-ORIG-RESULT
    ELSE
        MOVE "USD" TO CR-CURRENCY-CODE OF CALC-RECORD
        MOVE 1 TO CR-FX-RATE OF CALC-RECORD
        MOVE CR-RESULT OF CALC-RECORD
            TO CR-ORIG-RESULT OF CALC-RECORD
    END-IF.

VALIDATE-OPERATOR.
    IF CR-OPERATOR OF CALC-RECORD = "+" OR "-" OR "*" OR "/"
            OR "R" OR "V" OR "A"
        MOVE "Y" TO WS-VALID-OP
    ELSE
        MOVE "N" TO WS-VALID-OP
        ADD 1 TO WS-RT-SUB
    END-PERFORM.

*> THE ORIGINAL MUST BE A POSTED CALCULATION (STATUS OK, NOT
*> ITSELF A REVERSAL) THAT NOTHING HAS BACKED OUT YET. CALCEDIT
*> MAKES THE SAME CHECKS, BUT THE MASTER CAN MOVE BETWEEN THE
*> EDIT AND THIS STEP, AND A RECYCLED REVERSAL COMES BACK DAYS
*> LATER.
RESOLVE-REVERSAL-ORIGINAL.
    MOVE "N" TO WS-REV-FOUND-SW.
    IF NOT MASTER-AVAILABLE
        MOVE "ORIGINAL NOT ON FILE" TO CR-STATUS OF CALC-RECORD
    ELSE
        MOVE CR-REVERSAL-KEY OF CALC-RECORD TO CM-KEY
        READ MASTER-FILE
            INVALID KEY
                MOVE "ORIGINAL NOT ON FILE"
                    TO CR-STATUS OF CALC-RECORD
            NOT INVALID KEY
                PERFORM CHECK-REVERSAL-ORIGINAL
        END-READ
    END-IF.
    IF CR-STATUS OF CALC-RECORD NOT = "OK"
        DISPLAY "REVERSAL SEQ " CR-SEQ-NO OF CALC-RECORD
            " REJECTED - " CR-STATUS OF CALC-RECORD
    END-IF.

CHECK-REVERSAL-ORIGINAL.
    EVALUATE TRUE
        WHEN CM-STATUS NOT = "OK" OR CM-OPERATOR = "V"
            MOVE "ORIGINAL NOT ON FILE" TO CR-STATUS OF CALC-RECORD
        WHEN CM-IS-REVERSED
            MOVE "ALREADY REVERSED" TO CR-STATUS OF CALC-RECORD
        WHEN OTHER
            PERFORM REMEMBER-REVERSED-ORIGINAL
            IF REVERSED-THIS-RUN
                MOVE "ALREADY REVERSED" TO CR-STATUS OF CALC-RECORD
            ELSE
                MOVE "Y" TO WS-REV-FOUND-SW
            END-IF
    END-EVALUATE.

*> THE RULE MUST BE ON FILE WITH AT LEAST ONE TARGET AND SHARES
*> TOTALLING EXACTLY 100% - CALCEDIT MAKES THE SAME CHECK, BUT
*> THE RULE CAN BE MAINTAINED BETWEEN THE EDIT AND THIS STEP.
*> TARGET COST CENTERS ARE NOT RE-CHECKED HERE: A CODE CLOSED
*> SINCE THE EDIT STILL POSTS, THE SAME AS AN ORDINARY
*> TRANSACTION KEYED TO IT.
RESOLVE-ALLOCATION-RULE.
    MOVE "N" TO WS-ALLOC-FOUND-SW.
    IF NOT ALLOC-RULES-AVAILABLE
        MOVE "RULE NOT ON FILE" TO CR-STATUS OF CALC-RECORD
    ELSE
        MOVE CR-ALLOC-RULE OF CALC-RECORD TO AR-RULE-CODE
        READ ALLOC-RULE-FILE
            INVALID KEY
                MOVE "RULE NOT ON FILE" TO CR-STATUS OF CALC-RECORD
            NOT INVALID KEY
                PERFORM CHECK-ALLOCATION-RULE
        END-READ
    END-IF.
    IF CR-STATUS OF CALC-RECORD NOT = "OK"
        DISPLAY "ALLOCATION SEQ " CR-SEQ-NO OF CALC-RECORD
            " RULE " CR-ALLOC-RULE OF CALC-RECORD
            " REJECTED - " CR-STATUS OF CALC-RECORD
    END-IF.

CHECK-ALLOCATION-RULE.
    MOVE ZERO TO WS-AR-TOTAL.
    MOVE 1 TO WS-AR-SUB.
    PERFORM UNTIL WS-AR-SUB > AR-TARGET-COUNT
        ADD AR-PERCENT(WS-AR-SUB) TO WS-AR-TOTAL
        ADD 1 TO WS-AR-SUB
    END-PERFORM.
    IF AR-TARGET-COUNT = 0 OR WS-AR-TOTAL NOT = 100
        MOVE "RULE NOT BALANCED" TO CR-STATUS OF CALC-RECORD
    ELSE
        MOVE CR-A OF CALC-RECORD TO CR-RESULT OF CALC-RECORD
        MOVE "Y" TO WS-ALLOC-FOUND-SW
    END-IF.

*> LOOK THE ORIGINAL UP AMONG THE KEYS ALREADY REVERSED THIS RUN,
*> ADDING IT WHEN IT IS NEW. ALSO USED BY A RESTART'S REBUILD
*> PASS SO A REVERSAL THE ABORTED RUN POSTED STILL COUNTS.
REMEMBER-REVERSED-ORIGINAL.
    MOVE "N" TO WS-RV-DUP-SW.
    MOVE 1 TO WS-RV-SUB.
    PERFORM UNTIL WS-RV-SUB > WS-RV-USED
        IF RV-KEY(WS-RV-SUB) = CR-REVERSAL-KEY OF CALC-RECORD
            MOVE "Y" TO WS-RV-DUP-SW
        END-IF
        ADD 1 TO WS-RV-SUB
    END-PERFORM.
    IF NOT REVERSED-THIS-RUN
        IF WS-RV-USED < WS-RV-LIMIT
            ADD 1 TO WS-RV-USED
            MOVE CR-REVERSAL-KEY OF CALC-RECORD
                TO RV-KEY(WS-RV-USED)
        END-IF
    END-IF.

WRITE-AUDIT-RECORD.
    MOVE FUNCTION CURRENT-DATE TO CR-AUDIT-TIMESTAMP OF CALC-RECORD.
    MOVE WS-USER-ID TO CR-AUDIT-USER-ID OF CALC-RECORD.
    MOVE CR-A OF CALC-RECORD TO WS-EDIT-A
*> THE B COLUMN KEEPS ITS WIDTH FOR CALCAUDX'S FIXED OFFSETS -
*> ON AN R TRANSACTION IT SHOWS THE RATE CODE, AND ON AN A
*> TRANSACTION THE ALLOCATION RULE CODE, NOT AN AMOUNT.
    IF CR-OPERATOR OF CALC-RECORD = "R"
            OR CR-OPERATOR OF CALC-RECORD = "A"
        MOVE SPACES TO WS-AUDIT-B-TXT
        MOVE CR-RATE-CODE OF CALC-RECORD TO WS-AUDIT-B-TXT(1:4)
    ELSE
    END-STRING.
    WRITE AUDIT-LINE.

*> COMPANION AUDIT LINE FOR A POSTED REVERSAL - THE MASTER KEY
*> OF THE ORIGINAL IT BACKED OUT, SO THE TRAIL LINKS BOTH SIDES.
WRITE-REVERSAL-AUDIT-RECORD.
    MOVE SPACES TO AUDIT-LINE
    STRING CR-AUDIT-TIMESTAMP OF CALC-RECORD DELIMITED BY SIZE
        " USER=" DELIMITED BY SIZE
        CR-AUDIT-USER-ID OF CALC-RECORD DELIMITED BY SIZE
        " SEQ=" DELIMITED BY SIZE
        CR-SEQ-NO OF CALC-RECORD DELIMITED BY SIZE
        " REVERSES=" DELIMITED BY SIZE
        CR-REV-RUN-DATE OF CALC-RECORD DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        CR-REV-BRANCH-ID OF CALC-RECORD DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        CR-REV-SEQ-NO OF CALC-RECORD DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        CR-REV-LINE-NO OF CALC-RECORD DELIMITED BY SIZE
        " CC=" DELIMITED BY SIZE
        CR-COST-CENTER OF CALC-RECORD DELIMITED BY SIZE
        INTO AUDIT-LINE
    END-STRING.
    WRITE AUDIT-LINE.

*> COMPANION AUDIT LINE FOR A FOREIGN-CURRENCY TRANSACTION - THE
*> CURRENCY, THE AMOUNT AND RESULT AS KEYED IN IT, THE EXCHANGE
*> RATE APPLIED, AND THE BASE-CURRENCY RESULT THE MAIN LINE
*> CARRIES, SO THE CONVERSION CAN BE CHECKED FROM THE TRAIL.
WRITE-FX-AUDIT-RECORD.
    MOVE CR-A OF CALC-RECORD TO WS-EDIT-A.
    MOVE CR-ORIG-RESULT OF CALC-RECORD TO WS-EDIT-RES.
    MOVE CR-FX-RATE OF CALC-RECORD TO WS-EDIT-FX-RATE.
    MOVE CR-RESULT OF CALC-RECORD TO WS-EDIT-TOTAL.
    MOVE SPACES TO AUDIT-LINE
    STRING CR-AUDIT-TIMESTAMP OF CALC-RECORD DELIMITED BY SIZE
        " USER=" DELIMITED BY SIZE
        CR-AUDIT-USER-ID OF CALC-RECORD DELIMITED BY SIZE
        " SEQ=" DELIMITED BY SIZE
        CR-SEQ-NO OF CALC-RECORD DELIMITED BY SIZE
        " CUR=" DELIMITED BY SIZE
        CR-CURRENCY-CODE OF CALC-RECORD DELIMITED BY SIZE
        " A=" DELIMITED BY SIZE
        WS-EDIT-A DELIMITED BY SIZE
        " RES=" DELIMITED BY SIZE
        WS-EDIT-RES DELIMITED BY SIZE
        " RATE=" DELIMITED BY SIZE
        WS-EDIT-FX-RATE DELIMITED BY SIZE
        " BASE=" DELIMITED BY SIZE
        WS-EDIT-TOTAL DELIMITED BY SIZE
        INTO AUDIT-LINE
    END-STRING.
    WRITE AUDIT-LINE.

*> COMPANION AUDIT LINE FOR A TRANSACTION WHOSE SECTION IS DATED
*> IN A CLOSED FISCAL PERIOD - THE FILE DATE, THE CLOSED PERIOD,
*> AND THE OPEN PERIOD IT ACTUALLY POSTED TO (THE ONE HOLDING THE
*> RUN DATE), SO A LATE POSTING IS NEVER MISTAKEN FOR A CHANGE
*> TO THE CLOSED PERIOD'S FIGURES.
WRITE-PERIOD-AUDIT-RECORD.
    MOVE SPACES TO AUDIT-LINE
    STRING CR-AUDIT-TIMESTAMP OF CALC-RECORD DELIMITED BY SIZE
        " USER=" DELIMITED BY SIZE
        CR-AUDIT-USER-ID OF CALC-RECORD DELIMITED BY SIZE
        " SEQ=" DELIMITED BY SIZE
        CR-SEQ-NO OF CALC-RECORD DELIMITED BY SIZE
        " FILEDATE=" DELIMITED BY SIZE
        WS-CUR-FILE-DATE DELIMITED BY SIZE
        " CLOSED PERIOD=" DELIMITED BY SIZE
        WS-CUR-PERIOD-ID DELIMITED BY SIZE
        " POSTED TO PERIOD=" DELIMITED BY SIZE
        WS-POST-PERIOD-ID DELIMITED BY SIZE
        " CC=" DELIMITED BY SIZE
        CR-COST-CENTER OF CALC-RECORD DELIMITED BY SIZE
        INTO AUDIT-LINE
    END-STRING.
    WRITE AUDIT-LINE.

WRITE-SUMMARY-REPORT.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

    END-STRING
    WRITE REPORT-LINE.

    MOVE SUM-REV-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO REPORT-LINE
    STRING "  REVERSAL (V) OPERATIONS . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING
    WRITE REPORT-LINE.

    MOVE SUM-ALLOC-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO REPORT-LINE
    STRING "  ALLOCATION (A) LINES POSTED . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING
    WRITE REPORT-LINE.

    MOVE SUM-INVALID-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO REPORT-LINE
    STRING "INVALID OPERATION ERRORS . . . . : " DELIMITED BY SIZE
    END-STRING
    WRITE REPORT-LINE.

    MOVE SUM-REVREJ-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO REPORT-LINE
    STRING "REVERSAL ORIGINAL ERRORS. . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING
    WRITE REPORT-LINE.

    MOVE SUM-ALLOCREJ-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO REPORT-LINE
    STRING "ALLOCATION RULE ERRORS. . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING
    WRITE REPORT-LINE.

    MOVE SUM-FXREJ-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO REPORT-LINE
    STRING "EXCHANGE RATE NOT ON FILE ERRORS. : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING
    WRITE REPORT-LINE.

    MOVE SUM-RECYCLE-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO REPORT-LINE
    STRING "RECORDS WRITTEN TO RECYCLE FILE . : " DELIMITED BY SIZE
    ELSE
        IF SUM-INVALID-COUNT > 0 OR SUM-SEQ-REJECT-COUNT > 0
                OR SUM-OVERFLOW-COUNT > 0 OR SUM-DIVZERO-COUNT > 0
                OR SUM-RATEREJ-COUNT > 0 OR SUM-REVREJ-COUNT > 0
                OR SUM-ALLOCREJ-COUNT > 0 OR SUM-FXREJ-COUNT > 0
                OR WS-BV-FAIL-COUNT > 0
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
