*> BALANCES, SO NOTHING FROM A SUSPECT TRANSMISSION EVER REACHES
*> THE CLEAN FILE.
*>
*> EVERY SECTION'S BRANCH MUST BE AN ACTIVE BRANCH ON THE BRANCH
*> REFERENCE MASTER (BRCHMST, MAINTAINED BY CALCBRM) - A SECTION
*> FROM AN UNKNOWN OR DEACTIVATED BRANCH IS DROPPED WHOLE THE SAME
*> WAY AS A DUPLICATE TRANSMISSION, WITH THE REASON ON ITS BALANCE
*> LINE. WHEN BRCHMST IS NOT ALLOCATED THE CHECK IS BYPASSED WITH A
*> WARNING.
*>
*> NO SECTION MAY POST INTO A FISCAL PERIOD THAT HAS BEEN CLOSED
*> (FISCAL CALENDAR, MAINTAINED BY CALCFPM AND CLOSED BY
*> CALCPCLS): A SECTION WHOSE FILE DATE FALLS IN A CLOSED PERIOD
*> IS DROPPED WHOLE, AND ITS HEADER, DETAILS AND TRAILER ARE ALL
*> WRITTEN TO ERROUT UNDER REASON 17 SO THE SECTION CAN BE PUT
*> THROUGH THE RECYCLE JOB INTACT (WHOSE EDIT DOES NOT ALLOCATE
*> FISCAL - THE RERUN POSTS TO THE CURRENT OPEN PERIOD AND CALC
*> NOTES IT ON THE AUDIT TRAIL). THE SECTION IS ACCEPTED AFTER
*> ALL WHEN THE CONTROLLER HAS AUTHORIZED A REOPEN OF THE PERIOD
*> AND AN OVRDIN CARD QUOTES THE SAME AUTHORIZATION REFERENCE:
*>   REOPEN   YYYYMMDD BBBB RRRRRRRR
*> WHEN FISCAL IS NOT ALLOCATED THE CHECK IS BYPASSED WITH A NOTE.
*>
*> FOR THE BRANCH ACKNOWLEDGMENTS (CALCACK), EVERY DETAIL READ
*> INSIDE A SECTION AND EVERY SECTION'S DISPOSITION ARE ALSO
*> WRITTEN, IN FEED ORDER, TO THE EDITACK WORK FILE (CALCEAK
*> LAYOUT). A STEP THAT DOES NOT ALLOCATE EDITACK SIMPLY GETS NO
*> WORK FILE.
*>
*> SEQUENCE NUMBERS ARE ASSIGNED BY EACH BRANCH AND MUST BE
*> STRICTLY ASCENDING WITHIN ITS OWN SECTION - THE CHECK RESETS
*> AT EVERY SECTION HEADER.
*>   09  DETAIL RECORD OUTSIDE AN OPEN BRANCH SECTION
*>   10  COST CENTER NOT AN ACTIVE CODE ON THE REFERENCE MASTER
*>   11  RATE CODE MISSING ON A RATE-TABLE (R) TRANSACTION
*>   12  REVERSAL (V) NAMES AN ORIGINAL THAT IS NOT A POSTED
*>       CALCULATION ON THE CALCULATION MASTER
*>   13  REVERSAL (V) NAMES AN ORIGINAL ALREADY REVERSED
*>   14  ALLOCATION (A) RULE CODE MISSING OR NOT ON THE
*>       ALLOCATION RULE MASTER
*>   15  ALLOCATION (A) RULE TARGETS DO NOT TOTAL 100%
*>   16  ALLOCATION (A) RULE TARGET COST CENTER NOT AN ACTIVE
*>       CODE ON THE REFERENCE MASTER
*>   17  SECTION FILE DATE IN A CLOSED FISCAL PERIOD (EVERY
*>       RECORD OF THE SECTION, HEADER AND TRAILER INCLUDED)
*>
*> RATE-TABLE TRANSACTIONS (CR-OPERATOR "R") CARRY A RATE CODE
*> IN THE OPERAND B POSITIONS INSTEAD OF AN AMOUNT, SO THE
*> NUMERIC EDIT ON OPERAND B DOES NOT APPLY TO THEM - THE CODE
*> ITSELF IS RESOLVED AGAINST THE RATE MASTER BY CALC.
*>
*> REVERSAL TRANSACTIONS (CR-OPERATOR "V") NAME THE ORIGINAL
*> CALCULATION BY ITS CALCULATION MASTER KEY IN CR-REVERSAL-KEY.
*> THE ORIGINAL MUST BE ON CALCMST WITH STATUS OK AND NOT ALREADY
*> REVERSED - ON THE MASTER, BY A REVERSAL STILL WAITING ON THE
*> HOLD QUEUE (STATUS H OR A - NOT ON THE MASTER UNTIL RELEASED),
*> OR BY AN EARLIER REVERSAL ON THIS SAME FEED. THE COST-CENTER
*> CHECK DOES NOT APPLY TO THEM:
*> CALC POSTS THE REVERSAL UNDER THE ORIGINAL'S COST CENTER,
*> WHATEVER WAS KEYED.
*>
*> COST-ALLOCATION TRANSACTIONS (CR-OPERATOR "A") CARRY AN
*> ALLOCATION RULE CODE IN THE OPERAND B POSITIONS. THE RULE
*> MUST BE ON THE ALLOCATION RULE MASTER, ITS TARGET SHARES MUST
*> TOTAL EXACTLY 100%, AND EVERY TARGET COST CENTER MUST BE AN
*> ACTIVE CODE ON COSTCTR - CALC SPLITS THE AMOUNT ACROSS THE
*> TARGETS, SO A BAD RULE WOULD POST TO A DEAD DEPARTMENT OR
*> LOSE PART OF THE AMOUNT. THE TRANSACTION'S OWN COST CENTER
*> (THE ONE BEING ALLOCATED FROM) IS CHECKED AS USUAL.
*>
*> RECORDS ARE 137 BYTES. A BRANCH STILL SENDING THE EARLIER
*> 111-BYTE LAYOUT (NO CURRENCY - BASE CURRENCY), 107-BYTE LAYOUT
*> (NO LINE NUMBERS EITHER) OR 89-BYTE LAYOUT (NO REVERSAL KEY
*> EITHER) IS ACCEPTED AS IS - A 107-BYTE REVERSAL NAMES LINE 00
*> OF ITS ORIGINAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT OVERRIDE-IN-FILE ASSIGN TO "OVRDIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OVRDIN-FS.
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
    SELECT EDIT-ACK-FILE ASSIGN TO "EDITACK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EDITACK-FS.
    SELECT BRANCH-FILE ASSIGN TO "BRCHMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BR-BRANCH-ID
        FILE STATUS IS WS-BRCHMST-FS.
    SELECT FISCAL-FILE ASSIGN TO "FISCAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS FP-PERIOD-ID
        FILE STATUS IS WS-FISCAL-FS.
    SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLDQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HQ-KEY
        FILE STATUS IS WS-HOLDQ-FS.

DATA DIVISION.
FILE SECTION.
FD  EDIT-IN-FILE
    RECORD IS VARYING IN SIZE FROM 1 TO 140
        DEPENDING ON WS-IN-REC-LEN.
01  EIN-RECORD        PIC X(140).

FD  CLEAN-OUT-FILE.
    COPY CALCREC REPLACING ==CALC-RECORD== BY ==CLN-RECORD==.
01  ERR-RECORD.
    05 ERR-REASON-CODE PIC XX.
    05 FILLER          PIC X.
    05 ERR-DATA        PIC X(137).

FD  EDIT-REPORT-FILE.
01  EDIT-REPORT-LINE  PIC X(80).
    05 OVR-VALUE       PIC X(20).
    05 FILLER          PIC X(51).

FD  MASTER-FILE.
    COPY CALCMST.

FD  ALLOC-RULE-FILE.
    COPY CALCALR.

FD  BRANCH-FILE.
    COPY CALCBRM.

FD  EDIT-ACK-FILE.
    COPY CALCEAK.

FD  FISCAL-FILE.
    COPY CALCFPD.

FD  HOLD-QUEUE-FILE.
    COPY CALCHLD.

WORKING-STORAGE SECTION.
    COPY CALCREC REPLACING ==CALC-RECORD== BY ==EW-RECORD==.

    05 EW-A-SIGN       PIC X.
    05 EW-B-DIGITS     PIC X(7).
    05 EW-B-SIGN       PIC X.
    05 FILLER          PIC X(115).

    COPY CALCCTL.

01 CTL-RECORD-BYTES REDEFINES CALC-CONTROL-RECORD.
    05 CTL-TYPE-X      PIC X.
    05 CTL-DATE-X      PIC X(8).
    05 FILLER          PIC X(128).
01 CTL-TRAILER-BYTES REDEFINES CALC-CONTROL-RECORD.
    05 FILLER          PIC X.
    05 CTL-COUNT-X     PIC X(6).
    05 CTL-HASH-X      PIC X(15).
    05 FILLER          PIC X(115).

01 WS-IN-REC-LEN     PIC 9(4) COMP.
01 WS-EOF-SW         PIC X VALUE "N".
01 WS-CC-CHECK-SW    PIC X VALUE "N".
    88 COST-CENTERS-CHECKED VALUE "Y".

*> REVERSAL ORIGINALS ARE LOOKED UP ON THE CALCULATION MASTER.
*> LIKE COSTCTR, A MISSING MASTER BYPASSES THE CHECK WITH A
*> WARNING - CALC STILL REFUSES A REVERSAL WHOSE ORIGINAL IT
*> CANNOT FIND, SO NOTHING UNCHECKED REACHES THE LEDGER. KEYS
*> REVERSED EARLIER ON THIS FEED ARE HELD IN STORAGE SO THE
*> SAME ORIGINAL CANNOT BE BACKED OUT TWICE IN ONE NIGHT.
01 WS-MASTER-FS      PIC XX.
01 WS-MST-CHECK-SW   PIC X VALUE "N".
    88 MASTER-CHECKED      VALUE "Y".
01 WS-RV-USED        PIC S9(4) COMP VALUE ZERO.
01 WS-RV-LIMIT       PIC S9(4) COMP VALUE 500.
01 WS-RV-SUB         PIC S9(4) COMP.
01 WS-RV-FOUND-SW    PIC X VALUE "N".
    88 REVERSED-THIS-RUN   VALUE "Y".
01 WS-REVERSED-TABLE.
    05 WS-RV-ENTRY OCCURS 500 TIMES.
        10 RV-KEY          PIC X(20).

*> ORIGINALS NAMED BY A REVERSAL STILL ON THE HOLD QUEUE (HELD OR
*> APPROVED BUT NOT YET RELEASED) - THE MASTER DOES NOT SHOW THEM
*> AS REVERSED UNTIL THAT REVERSAL IS LOADED, SO A SECOND ONE
*> WOULD OTHERWISE PASS. LOADED ONCE AT THE START OF THE RUN; A
*> MISSING QUEUE BYPASSES THE CHECK WITH A WARNING.
01 WS-HOLDQ-FS       PIC XX.
01 WS-HQ-CHECK-SW    PIC X VALUE "N".
    88 HOLD-QUEUE-CHECKED  VALUE "Y".
01 WS-HQ-EOF-SW      PIC X VALUE "N".
    88 END-OF-HOLD-QUEUE   VALUE "Y".
01 WS-HR-USED        PIC S9(4) COMP VALUE ZERO.
01 WS-HR-LIMIT       PIC S9(4) COMP VALUE 500.
01 WS-HR-SUB         PIC S9(4) COMP.
01 WS-HR-FOUND-SW    PIC X VALUE "N".
    88 REVERSED-ON-HOLD    VALUE "Y".
01 WS-HELD-REVERSAL-TABLE.
    05 WS-HR-ENTRY OCCURS 500 TIMES.
        10 HR-KEY          PIC X(20).
    COPY CALCREC REPLACING ==CALC-RECORD== BY ==HQI-RECORD==.

*> ALLOCATION RULES ARE LOOKED UP ON THE ALLOCATION RULE MASTER.
*> LIKE CALCMST, A MISSING MASTER BYPASSES THE CHECK WITH A
*> WARNING - CALC STILL REFUSES AN ALLOCATION WHOSE RULE IT
*> CANNOT RESOLVE, SO NOTHING UNCHECKED REACHES THE LEDGER.
01 WS-ALLOCMST-FS    PIC XX.
01 WS-ALR-CHECK-SW   PIC X VALUE "N".
    88 ALLOC-RULES-CHECKED VALUE "Y".
01 WS-AR-SUB         PIC S9(4) COMP.
01 WS-AR-TOTAL       PIC 9(4)V99.

*> TRANSMISSION REGISTER: A SECTION WHOSE FILE DATE/BRANCH PAIR
*> IS ALREADY ON THE REGISTER IS YESTERDAY'S FILE LEFT IN PLACE
*> - ITS CONTROL RECORDS STILL BALANCE, SO ONLY THE REGISTER CAN
        10 OV-BRANCH-ID    PIC X(4).
01 WS-SECT-DUP-SW    PIC X VALUE "N".
    88 SECTION-IS-DUPLICATE VALUE "Y".

*> BRANCH REFERENCE MASTER: A SECTION WHOSE BRANCH IS NOT ON FILE,
*> OR IS ON FILE BUT DEACTIVATED, IS DROPPED. LIKE TRANREG, THE
*> CHECK IS BYPASSED WITH A WARNING WHEN BRCHMST IS NOT ALLOCATED.
01 WS-BRCHMST-FS     PIC XX.
01 WS-BR-CHECK-SW    PIC X VALUE "N".
    88 BRANCHES-CHECKED    VALUE "Y".
01 WS-SECT-BADBR-SW  PIC X VALUE "N".
    88 SECTION-BRANCH-BAD  VALUE "Y".
01 WS-SECT-BADBR-REASON PIC X(30).

*> FISCAL CALENDAR, LOADED TO STORAGE AT THE START OF THE RUN - A
*> FEW DOZEN PERIODS. A SECTION DATED IN A CLOSED PERIOD IS
*> DROPPED UNLESS AN OVRDIN REOPEN CARD NAMES ITS DATE/BRANCH AND
*> QUOTES THE REOPEN REFERENCE AUTHORIZED ON THE PERIOD. LIKE
*> TRANREG, THE CHECK IS BYPASSED WITH A WARNING WHEN FISCAL IS
*> NOT ALLOCATED (THE RECYCLE JOB OMITS IT ON PURPOSE).
01 WS-FISCAL-FS      PIC XX.
01 WS-FP-CHECK-SW    PIC X VALUE "N".
    88 PERIODS-CHECKED     VALUE "Y".
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
        10 FT-REOPEN-REF   PIC X(8).
01 WS-RO-USED        PIC S9(4) COMP VALUE ZERO.
01 WS-RO-LIMIT       PIC S9(4) COMP VALUE 20.
01 WS-RO-SUB         PIC S9(4) COMP.
01 WS-REOPEN-TABLE.
    05 WS-RO-ENTRY OCCURS 20 TIMES.
        10 RO-FILE-DATE    PIC X(8).
        10 RO-BRANCH-ID    PIC X(4).
        10 RO-REF          PIC X(8).
01 WS-SECT-CLOSED-SW PIC X VALUE "N".
    88 SECTION-PERIOD-CLOSED VALUE "Y".
01 WS-SECT-PERIOD-ID PIC 9(6).
01 WS-SECT-REOPEN-REF PIC X(8).

*> EDITACK WORK FILE FOR THE BRANCH ACKNOWLEDGMENTS.
01 WS-EDITACK-FS     PIC XX.
01 WS-EDITACK-SW     PIC X VALUE "N".
    88 EDIT-ACK-OPEN       VALUE "Y".
01 WS-SECT-FIRST-DATE PIC 9(8).
01 WS-SECT-FIRST-TIME PIC X(6).

01 WS-BUF-LIMIT      PIC S9(4) COMP VALUE 5000.
01 WS-BUF-SUB        PIC S9(4) COMP.
01 WS-SECTION-BUFFER.
    05 WS-BUF-ENTRY OCCURS 5000 TIMES PIC X(137).

*> ONE RESULT ENTRY PER SECTION RECEIVED, IN FEED ORDER, FOR THE
*> PER-BRANCH BALANCE LINES ON EDITRPT.
            88 SR-DUPLICATE    VALUE "Y".
        10 SR-FIRST-DATE   PIC 9(8).
        10 SR-FIRST-TIME   PIC X(6).
        10 SR-CLOSED-SW    PIC X.
            88 SR-PERIOD-CLOSED VALUE "Y".
        10 SR-PERIOD-ID    PIC 9(6).
        10 SR-REOPEN-REF   PIC X(8).

01 WS-EDIT-TOTALS.
    05 EDT-READ-COUNT      PIC 9(6) VALUE ZERO.
    05 EDT-ORPHAN-COUNT    PIC 9(6) VALUE ZERO.
    05 EDT-CC-COUNT        PIC 9(6) VALUE ZERO.
    05 EDT-RATE-COUNT      PIC 9(6) VALUE ZERO.
    05 EDT-REVORIG-COUNT   PIC 9(6) VALUE ZERO.
    05 EDT-REVDUP-COUNT    PIC 9(6) VALUE ZERO.
    05 EDT-ALLOCRULE-COUNT PIC 9(6) VALUE ZERO.
    05 EDT-ALLOCPCT-COUNT  PIC 9(6) VALUE ZERO.
    05 EDT-ALLOCCC-COUNT   PIC 9(6) VALUE ZERO.
    05 EDT-CLOSED-COUNT    PIC 9(6) VALUE ZERO.
    05 EDT-SECTION-COUNT   PIC 9(6) VALUE ZERO.
    05 EDT-SECT-PASS-COUNT PIC 9(6) VALUE ZERO.
    05 EDT-SECT-DROP-COUNT PIC 9(6) VALUE ZERO.
    05 EDT-DUPSECT-COUNT   PIC 9(6) VALUE ZERO.
    05 EDT-BADBR-COUNT     PIC 9(6) VALUE ZERO.
    05 EDT-CLOSEDSECT-COUNT PIC 9(6) VALUE ZERO.
    05 EDT-DROPPED-COUNT   PIC 9(6) VALUE ZERO.

01 WS-EDIT-COUNT     PIC ZZZ,ZZ9.
    OPEN INPUT TRANS-REG-FILE.
    IF WS-TRANREG-FS = "00"
        MOVE "Y" TO WS-REG-CHECK-SW
    ELSE
        DISPLAY "TRANREG NOT AVAILABLE - FILE STATUS "
            WS-TRANREG-FS " - DUPLICATE-TRANSMISSION CHECK "
            "BYPASSED"
    END-IF.

    OPEN INPUT FISCAL-FILE.
    IF WS-FISCAL-FS = "00"
        MOVE "Y" TO WS-FP-CHECK-SW
        PERFORM LOAD-FISCAL-TABLE
        CLOSE FISCAL-FILE
    ELSE
        DISPLAY "FISCAL NOT AVAILABLE - FILE STATUS "
            WS-FISCAL-FS " - CLOSED-PERIOD CHECK BYPASSED"
    END-IF.

    IF REGISTER-CHECKED OR PERIODS-CHECKED
        PERFORM READ-OVERRIDE-CARDS
    END-IF.

    OPEN INPUT MASTER-FILE.
    IF WS-MASTER-FS = "00"
        MOVE "Y" TO WS-MST-CHECK-SW
    ELSE
        DISPLAY "CALCMST NOT AVAILABLE - FILE STATUS "
            WS-MASTER-FS " - REVERSAL ORIGINAL CHECK BYPASSED"
    END-IF.

    OPEN INPUT HOLD-QUEUE-FILE.
    IF WS-HOLDQ-FS = "00"
        MOVE "Y" TO WS-HQ-CHECK-SW
        PERFORM LOAD-HELD-REVERSALS
        CLOSE HOLD-QUEUE-FILE
    ELSE
        DISPLAY "HOLDQ NOT AVAILABLE - FILE STATUS "
            WS-HOLDQ-FS " - HELD REVERSAL CHECK BYPASSED"
    END-IF.

    OPEN INPUT ALLOC-RULE-FILE.
    IF WS-ALLOCMST-FS = "00"
        MOVE "Y" TO WS-ALR-CHECK-SW
    ELSE
        DISPLAY "ALLOCMST NOT AVAILABLE - FILE STATUS "
            WS-ALLOCMST-FS " - ALLOCATION RULE CHECK BYPASSED"
    END-IF.

    OPEN INPUT BRANCH-FILE.
    IF WS-BRCHMST-FS = "00"
        MOVE "Y" TO WS-BR-CHECK-SW
    ELSE
        DISPLAY "BRCHMST NOT AVAILABLE - FILE STATUS "
            WS-BRCHMST-FS " - BRANCH CHECK BYPASSED"
    END-IF.

    OPEN OUTPUT EDIT-ACK-FILE.
    IF WS-EDITACK-FS = "00"
        MOVE "Y" TO WS-EDITACK-SW
    ELSE
        DISPLAY "EDITACK NOT AVAILABLE - FILE STATUS "
            WS-EDITACK-FS " - ACKNOWLEDGMENT WORK FILE BYPASSED"
    END-IF.

    OPEN INPUT EDIT-IN-FILE.
    OPEN OUTPUT CLEAN-OUT-FILE.
    OPEN OUTPUT ERROR-OUT-FILE.
    IF REGISTER-CHECKED
        CLOSE TRANS-REG-FILE
    END-IF.
    IF MASTER-CHECKED
        CLOSE MASTER-FILE
    END-IF.
    IF ALLOC-RULES-CHECKED
        CLOSE ALLOC-RULE-FILE
    END-IF.
    IF BRANCHES-CHECKED
        CLOSE BRANCH-FILE
    END-IF.
    IF EDIT-ACK-OPEN
        CLOSE EDIT-ACK-FILE
    END-IF.

    PERFORM WRITE-EDIT-REPORT.
    PERFORM SET-EDIT-RETURN-CODE.
    STOP RUN.

LOAD-FISCAL-TABLE.
    PERFORM UNTIL END-OF-FISCAL-IN
        READ FISCAL-FILE
            AT END
                MOVE "Y" TO WS-FP-EOF-SW
            NOT AT END
                PERFORM LOAD-ONE-PERIOD
        END-READ
    END-PERFORM.

LOAD-ONE-PERIOD.
    IF WS-FP-USED < WS-FP-LIMIT
        ADD 1 TO WS-FP-USED
        MOVE FP-PERIOD-ID TO FT-PERIOD-ID(WS-FP-USED)
        MOVE FP-START-DATE TO FT-START-DATE(WS-FP-USED)
        MOVE FP-END-DATE TO FT-END-DATE(WS-FP-USED)
        MOVE FP-STATUS TO FT-STATUS(WS-FP-USED)
        MOVE FP-REOPEN-REF TO FT-REOPEN-REF(WS-FP-USED)
    ELSE
        DISPLAY "FISCAL TABLE FULL - CALENDAR TRUNCATED AT "
            WS-FP-LIMIT " PERIODS"
        MOVE "Y" TO WS-FP-EOF-SW
    END-IF.

EDIT-ONE-RECORD.
    ADD 1 TO EDT-READ-COUNT.
    EVALUATE EIN-RECORD(1:1)
        MOVE "TRAILER MISSING" TO WS-SECT-FAIL-REASON
        PERFORM FAIL-SECTION
    END-IF.
    MOVE EIN-RECORD(1:137) TO CALC-CONTROL-RECORD.
    IF CTL-DATE-X IS NOT NUMERIC
        PERFORM REJECT-CONTROL-RECORD
    ELSE
        WS-SECT-CLEAN-HASH WS-SECT-REJ-COUNT.
    MOVE "N" TO WS-SECT-OVF-SW.
    MOVE "N" TO WS-SECT-DUP-SW.
    MOVE "N" TO WS-SECT-CLOSED-SW.
    MOVE ZERO TO WS-SECT-PERIOD-ID.
    MOVE SPACES TO WS-SECT-REOPEN-REF.
    MOVE ZERO TO WS-SECT-FIRST-DATE.
    MOVE SPACES TO WS-SECT-FIRST-TIME.
    MOVE ZERO TO WS-BUF-USED.
    MOVE ZERO TO WS-PREV-SEQ.
    ADD 1 TO EDT-SECTION-COUNT.
    PERFORM CHECK-TRANSMISSION-REGISTER.
    PERFORM CHECK-SECTION-BRANCH.
    IF PERIODS-CHECKED
            AND NOT SECTION-IS-DUPLICATE
            AND NOT SECTION-BRANCH-BAD
        PERFORM CHECK-SECTION-PERIOD
    END-IF.
    IF SECTION-PERIOD-CLOSED
        PERFORM REJECT-CLOSED-PERIOD-RECORD
    END-IF.

*> THE PERIOD CONTAINING THE FILE DATE DECIDES. A DATE IN NO
*> PERIOD ON THE CALENDAR, OR IN AN OPEN ONE, PASSES. A DATE IN
*> A CLOSED PERIOD PASSES ONLY WITH A REOPEN CARD FOR THE SAME
*> DATE/BRANCH QUOTING THE PERIOD'S AUTHORIZED REFERENCE.
CHECK-SECTION-PERIOD.
    MOVE 1 TO WS-FP-SUB.
    PERFORM UNTIL WS-FP-SUB > WS-FP-USED
        IF WS-SECT-FILE-DATE >= FT-START-DATE(WS-FP-SUB)
                AND WS-SECT-FILE-DATE <= FT-END-DATE(WS-FP-SUB)
            MOVE FT-PERIOD-ID(WS-FP-SUB) TO WS-SECT-PERIOD-ID
            IF FT-STATUS(WS-FP-SUB) = "C"
                MOVE "Y" TO WS-SECT-CLOSED-SW
                PERFORM FIND-REOPEN-CARD
            END-IF
            MOVE WS-FP-USED TO WS-FP-SUB
        END-IF
        ADD 1 TO WS-FP-SUB
    END-PERFORM.

FIND-REOPEN-CARD.
    MOVE 1 TO WS-RO-SUB.
    PERFORM UNTIL WS-RO-SUB > WS-RO-USED
        IF RO-FILE-DATE(WS-RO-SUB)(1:8) = WS-SECT-FILE-DATE(1:8)
                AND RO-BRANCH-ID(WS-RO-SUB) = WS-SECT-BRANCH
            IF FT-REOPEN-REF(WS-FP-SUB) NOT = SPACES
                    AND RO-REF(WS-RO-SUB) = FT-REOPEN-REF(WS-FP-SUB)
                MOVE "N" TO WS-SECT-CLOSED-SW
                MOVE RO-REF(WS-RO-SUB) TO WS-SECT-REOPEN-REF
                DISPLAY "REOPEN ACCEPTED FOR FILE DATE "
                    WS-SECT-FILE-DATE " BRANCH " WS-SECT-BRANCH
                    " INTO CLOSED PERIOD " WS-SECT-PERIOD-ID
                    " UNDER " RO-REF(WS-RO-SUB)
            ELSE
                DISPLAY "REOPEN CARD FOR FILE DATE "
                    WS-SECT-FILE-DATE " BRANCH " WS-SECT-BRANCH
                    " NOT AUTHORIZED FOR PERIOD " WS-SECT-PERIOD-ID
            END-IF
            MOVE WS-RO-USED TO WS-RO-SUB
        END-IF
        ADD 1 TO WS-RO-SUB
    END-PERFORM.

*> EVERY RECORD OF A CLOSED-PERIOD SECTION GOES TO ERROUT AS
*> RECEIVED, SO THE SECTION CAN BE RECYCLED WHOLE.
REJECT-CLOSED-PERIOD-RECORD.
    ADD 1 TO EDT-REJECT-COUNT
    ADD 1 TO EDT-CLOSED-COUNT
    MOVE SPACES TO ERR-RECORD
    MOVE "17" TO ERR-REASON-CODE
    MOVE EIN-RECORD(1:137) TO ERR-DATA
    WRITE ERR-RECORD.

*> THE BRANCH MUST BE ON THE BRANCH MASTER AND ACTIVE. LIKE A
*> DUPLICATE, THE SECTION IS STILL READ THROUGH SO ITS BALANCE
*> LINES ON EDITRPT ARE COMPLETE, THEN DROPPED WHOLE.
CHECK-SECTION-BRANCH.
    MOVE "N" TO WS-SECT-BADBR-SW.
    MOVE SPACES TO WS-SECT-BADBR-REASON.
    IF BRANCHES-CHECKED
        MOVE WS-SECT-BRANCH TO BR-BRANCH-ID
        READ BRANCH-FILE
            INVALID KEY
                MOVE "Y" TO WS-SECT-BADBR-SW
                MOVE "BRANCH NOT ON BRANCH MASTER"
                    TO WS-SECT-BADBR-REASON
            NOT INVALID KEY
                IF NOT BR-IS-ACTIVE
                    MOVE "Y" TO WS-SECT-BADBR-SW
                    MOVE "BRANCH NOT ACTIVE"
                        TO WS-SECT-BADBR-REASON
                END-IF
        END-READ
    END-IF.

*> A DATE/BRANCH PAIR ALREADY ON THE TRANSMISSION REGISTER IS A
*> FILE THE PIPELINE HAS ALREADY PROCESSED - DROP THE SECTION
                MOVE OVR-VALUE(1:8) TO OV-FILE-DATE(WS-OV-USED)
                MOVE OVR-VALUE(10:4) TO OV-BRANCH-ID(WS-OV-USED)
            END-IF
        WHEN "REOPEN   "
            IF WS-RO-USED < WS-RO-LIMIT
                ADD 1 TO WS-RO-USED
                MOVE OVR-VALUE(1:8) TO RO-FILE-DATE(WS-RO-USED)
                MOVE OVR-VALUE(10:4) TO RO-BRANCH-ID(WS-RO-USED)
                MOVE OVR-CARD(24:8) TO RO-REF(WS-RO-USED)
            END-IF
        WHEN SPACES
            CONTINUE
        WHEN OTHER
    END-EVALUATE.

EDIT-TRAILER-RECORD.
    MOVE EIN-RECORD(1:137) TO CALC-CONTROL-RECORD.
    IF NOT SECTION-OPEN
        PERFORM REJECT-CONTROL-RECORD
    ELSE
        ELSE
            MOVE CTL-DETAIL-COUNT TO WS-SECT-EXP-COUNT
            MOVE CTL-HASH-TOTAL TO WS-SECT-EXP-HASH
            IF SECTION-PERIOD-CLOSED
                PERFORM REJECT-CLOSED-PERIOD-RECORD
            END-IF
            PERFORM BALANCE-SECTION
        END-IF
    END-IF.
    ADD 1 TO EDT-CTLREC-COUNT
    MOVE SPACES TO ERR-RECORD
    MOVE "08" TO ERR-REASON-CODE
    MOVE EIN-RECORD(1:137) TO ERR-DATA
    WRITE ERR-RECORD.

*> THE SIGN BYTE MUST BE CHECKED ALONG WITH THE DIGITS BEFORE
*> PER BALANCE-SECTION.
EDIT-DETAIL-RECORD.
    MOVE SPACES TO WS-REASON-CODE.
    MOVE EIN-RECORD(1:137) TO EW-RECORD.
*> A REVERSAL IN THE 107-BYTE LAYOUT ENDS BEFORE THE LINE NUMBER
*> OF THE ORIGINAL IT NAMES - THAT IS LINE 00.
    IF WS-IN-REC-LEN = 107
        MOVE ZERO TO CR-REV-LINE-NO OF EW-RECORD
    END-IF.

    IF NOT SECTION-OPEN
        MOVE "09" TO WS-REASON-CODE
        ADD 1 TO EDT-REJECT-COUNT
        MOVE SPACES TO ERR-RECORD
        MOVE WS-REASON-CODE TO ERR-REASON-CODE
        MOVE EIN-RECORD(1:137) TO ERR-DATA
        WRITE ERR-RECORD
    ELSE
        PERFORM EDIT-SECTION-DETAIL
        ADD WS-A-ABS TO WS-SECT-RAW-HASH
    END-IF.

    IF SECTION-PERIOD-CLOSED
        MOVE "17" TO WS-REASON-CODE
        ADD 1 TO EDT-CLOSED-COUNT
    END-IF.
    IF RECORD-IS-CLEAN
        PERFORM CHECK-RECORD-LENGTH
    END-IF.
        PERFORM CHECK-OPERANDS
    END-IF.
    IF RECORD-IS-CLEAN
        IF CR-OPERATOR OF EW-RECORD = "V"
            PERFORM CHECK-REVERSAL-ORIGINAL
        ELSE
            PERFORM CHECK-COST-CENTER
        END-IF
    END-IF.
    IF RECORD-IS-CLEAN
        IF CR-OPERATOR OF EW-RECORD = "A"
            PERFORM CHECK-ALLOCATION-RULE
        END-IF
    END-IF.

    IF RECORD-IS-CLEAN
        ADD 1 TO WS-SECT-REJ-COUNT
        MOVE SPACES TO ERR-RECORD
        MOVE WS-REASON-CODE TO ERR-REASON-CODE
        MOVE EIN-RECORD(1:137) TO ERR-DATA
        WRITE ERR-RECORD
    END-IF.
    IF EDIT-ACK-OPEN
        PERFORM WRITE-DETAIL-ACK
    END-IF.

*> THE SEQUENCE AND OPERANDS GO ON THE WORK FILE AS RECEIVED, SO
*> A GARBLED DETAIL IS ACKNOWLEDGED EXACTLY AS THE BRANCH SENT IT.
WRITE-DETAIL-ACK.
    MOVE SPACES TO EDIT-ACK-RECORD.
    MOVE "D" TO EA-RECORD-TYPE.
    MOVE WS-SECT-BRANCH TO EA-BRANCH-ID.
    MOVE WS-SECT-FILE-DATE TO EA-FILE-DATE.
    MOVE EDT-SECTION-COUNT TO EA-SECTION-NO.
    MOVE EIN-RECORD(1:6) TO EA-SEQ-NO.
    MOVE WS-REASON-CODE TO EA-REASON-CODE.
    MOVE EIN-RECORD(7:8) TO EA-OPERAND-A.
    MOVE CR-OPERATOR OF EW-RECORD TO EA-OPERATOR.
    MOVE CR-COST-CENTER OF EW-RECORD TO EA-COST-CENTER.
    WRITE EDIT-ACK-RECORD.

BUFFER-CLEAN-DETAIL.
    IF WS-BUF-USED < WS-BUF-LIMIT
    END-IF.

CHECK-RECORD-LENGTH.
    IF WS-IN-REC-LEN NOT = 137 AND WS-IN-REC-LEN NOT = 111
            AND WS-IN-REC-LEN NOT = 107 AND WS-IN-REC-LEN NOT = 89
        MOVE "01" TO WS-REASON-CODE
        ADD 1 TO EDT-LENGTH-COUNT
    END-IF.
        END-READ
    END-IF.

*> THE ORIGINAL MUST BE A POSTED CALCULATION - ON THE MASTER,
*> STATUS OK, NOT ITSELF A REVERSAL - AND MUST NOT HAVE BEEN
*> BACKED OUT ALREADY, ON THE MASTER OR EARLIER ON THIS FEED.
CHECK-REVERSAL-ORIGINAL.
    IF MASTER-CHECKED
        MOVE CR-REVERSAL-KEY OF EW-RECORD TO CM-KEY
        READ MASTER-FILE
            INVALID KEY
                MOVE "12" TO WS-REASON-CODE
                ADD 1 TO EDT-REVORIG-COUNT
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN CM-STATUS NOT = "OK"
                            OR CM-OPERATOR = "V"
                        MOVE "12" TO WS-REASON-CODE
                        ADD 1 TO EDT-REVORIG-COUNT
                    WHEN CM-IS-REVERSED
                        MOVE "13" TO WS-REASON-CODE
                        ADD 1 TO EDT-REVDUP-COUNT
                    WHEN OTHER
                        PERFORM CHECK-REVERSED-ON-HOLD
                        IF NOT REVERSED-ON-HOLD
                            PERFORM CHECK-REVERSED-THIS-RUN
                        END-IF
                END-EVALUATE
        END-READ
    END-IF.

CHECK-REVERSED-ON-HOLD.
    MOVE "N" TO WS-HR-FOUND-SW.
    MOVE 1 TO WS-HR-SUB.
    PERFORM UNTIL WS-HR-SUB > WS-HR-USED
        IF HR-KEY(WS-HR-SUB) = CR-REVERSAL-KEY OF EW-RECORD
            MOVE "Y" TO WS-HR-FOUND-SW
            MOVE WS-HR-USED TO WS-HR-SUB
        END-IF
        ADD 1 TO WS-HR-SUB
    END-PERFORM.
    IF REVERSED-ON-HOLD
        MOVE "13" TO WS-REASON-CODE
        ADD 1 TO EDT-REVDUP-COUNT
    END-IF.

*> THE RULE MUST BE ON FILE, ITS SHARES MUST TOTAL EXACTLY 100%,
*> AND EVERY TARGET MUST BE AN ACTIVE COST CENTER - OTHERWISE
*> PART OF THE AMOUNT WOULD VANISH OR POST TO A DEAD DEPARTMENT.
CHECK-ALLOCATION-RULE.
    IF CR-ALLOC-RULE OF EW-RECORD = SPACES
        MOVE "14" TO WS-REASON-CODE
        ADD 1 TO EDT-ALLOCRULE-COUNT
    ELSE
        IF ALLOC-RULES-CHECKED
            MOVE CR-ALLOC-RULE OF EW-RECORD TO AR-RULE-CODE
            READ ALLOC-RULE-FILE
                INVALID KEY
                    MOVE "14" TO WS-REASON-CODE
                    ADD 1 TO EDT-ALLOCRULE-COUNT
                NOT INVALID KEY
                    PERFORM CHECK-ALLOCATION-TARGETS
            END-READ
        END-IF
    END-IF.

CHECK-ALLOCATION-TARGETS.
    MOVE ZERO TO WS-AR-TOTAL.
    MOVE 1 TO WS-AR-SUB.
    PERFORM UNTIL WS-AR-SUB > AR-TARGET-COUNT
        ADD AR-PERCENT(WS-AR-SUB) TO WS-AR-TOTAL
        ADD 1 TO WS-AR-SUB
    END-PERFORM.
    IF AR-TARGET-COUNT = 0 OR WS-AR-TOTAL NOT = 100
        MOVE "15" TO WS-REASON-CODE
        ADD 1 TO EDT-ALLOCPCT-COUNT
    ELSE
        MOVE 1 TO WS-AR-SUB
        PERFORM UNTIL WS-AR-SUB > AR-TARGET-COUNT
                OR NOT RECORD-IS-CLEAN
            PERFORM CHECK-ONE-ALLOCATION-TARGET
            ADD 1 TO WS-AR-SUB
        END-PERFORM
    END-IF.

CHECK-ONE-ALLOCATION-TARGET.
    IF COST-CENTERS-CHECKED
        MOVE AR-COST-CENTER(WS-AR-SUB) TO CC-CODE
        READ COST-CENTER-FILE
            INVALID KEY
                MOVE "16" TO WS-REASON-CODE
                ADD 1 TO EDT-ALLOCCC-COUNT
            NOT INVALID KEY
                IF NOT CC-IS-ACTIVE
                    MOVE "16" TO WS-REASON-CODE
                    ADD 1 TO EDT-ALLOCCC-COUNT
                END-IF
        END-READ
    END-IF.

*> ONLY A REVERSAL THAT HAS NOT YET REACHED THE MASTER COUNTS -
*> A RELEASED ONE (X) HAS ALREADY MARKED ITS ORIGINAL REVERSED,
*> AND A REJECTED ONE (R) NEVER WILL. A REVERSAL IN THE LAYOUT
*> BEFORE LINE NUMBERS NAMES LINE 00.
LOAD-HELD-REVERSALS.
    PERFORM UNTIL END-OF-HOLD-QUEUE
        READ HOLD-QUEUE-FILE NEXT
            AT END
                MOVE "Y" TO WS-HQ-EOF-SW
            NOT AT END
                IF HQ-IS-HELD OR HQ-IS-APPROVED
                    MOVE HQ-CALC-IMAGE TO HQI-RECORD
                    IF CR-OPERATOR OF HQI-RECORD = "V"
                        PERFORM STORE-HELD-REVERSAL
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

STORE-HELD-REVERSAL.
    IF CR-REV-LINE-NO OF HQI-RECORD IS NOT NUMERIC
        MOVE ZERO TO CR-REV-LINE-NO OF HQI-RECORD
    END-IF.
    IF WS-HR-USED < WS-HR-LIMIT
        ADD 1 TO WS-HR-USED
        MOVE CR-REVERSAL-KEY OF HQI-RECORD TO HR-KEY(WS-HR-USED)
    ELSE
        DISPLAY "HELD REVERSAL TABLE FULL - ORIGINAL "
            CR-REVERSAL-KEY OF HQI-RECORD " NOT CHECKED"
    END-IF.

CHECK-REVERSED-THIS-RUN.
    MOVE "N" TO WS-RV-FOUND-SW.
    MOVE 1 TO WS-RV-SUB.
    PERFORM UNTIL WS-RV-SUB > WS-RV-USED
        IF RV-KEY(WS-RV-SUB) = CR-REVERSAL-KEY OF EW-RECORD
            MOVE "Y" TO WS-RV-FOUND-SW
        END-IF
        ADD 1 TO WS-RV-SUB
    END-PERFORM.
    IF REVERSED-THIS-RUN
        MOVE "13" TO WS-REASON-CODE
        ADD 1 TO EDT-REVDUP-COUNT
    ELSE
        IF WS-RV-USED < WS-RV-LIMIT
            ADD 1 TO WS-RV-USED
            MOVE CR-REVERSAL-KEY OF EW-RECORD TO RV-KEY(WS-RV-USED)
        END-IF
    END-IF.

CHECK-OPERANDS.
    IF EW-A-DIGITS IS NOT NUMERIC
            OR (EW-A-SIGN NOT = "+" AND EW-A-SIGN NOT = "-")
        MOVE "06" TO WS-REASON-CODE
        ADD 1 TO EDT-A-COUNT
    ELSE
        EVALUATE CR-OPERATOR OF EW-RECORD
            WHEN "R"
                IF CR-RATE-CODE OF EW-RECORD = SPACES
                    MOVE "11" TO WS-REASON-CODE
                    ADD 1 TO EDT-RATE-COUNT
                END-IF
            WHEN "A"
                CONTINUE
            WHEN OTHER
                IF EW-B-DIGITS IS NOT NUMERIC
                        OR (EW-B-SIGN NOT = "+" AND EW-B-SIGN NOT = "-")
                    MOVE "07" TO WS-REASON-CODE
                    ADD 1 TO EDT-B-COUNT
                END-IF
        END-EVALUATE
    END-IF.

*> BALANCE THE SECTION'S TRAILER AGAINST WHAT WAS ACTUALLY READ.
            ADD 1 TO EDT-DUPSECT-COUNT
            MOVE "DUPLICATE TRANSMISSION" TO WS-SECT-FAIL-REASON
            PERFORM FAIL-SECTION
        WHEN SECTION-BRANCH-BAD
            ADD 1 TO EDT-BADBR-COUNT
            MOVE WS-SECT-BADBR-REASON TO WS-SECT-FAIL-REASON
            PERFORM FAIL-SECTION
        WHEN SECTION-PERIOD-CLOSED
            ADD 1 TO EDT-CLOSEDSECT-COUNT
            MOVE "FILE DATE IN CLOSED PERIOD" TO WS-SECT-FAIL-REASON
            PERFORM FAIL-SECTION
        WHEN SECTION-BUFFER-FULL
            MOVE "SECTION EXCEEDS EDIT BUFFER" TO WS-SECT-FAIL-REASON
            PERFORM FAIL-SECTION
        MOVE WS-SECT-DUP-SW TO SR-DUP-SW(WS-SR-USED)
        MOVE WS-SECT-FIRST-DATE TO SR-FIRST-DATE(WS-SR-USED)
        MOVE WS-SECT-FIRST-TIME TO SR-FIRST-TIME(WS-SR-USED)
        MOVE WS-SECT-CLOSED-SW TO SR-CLOSED-SW(WS-SR-USED)
        MOVE WS-SECT-PERIOD-ID TO SR-PERIOD-ID(WS-SR-USED)
        MOVE WS-SECT-REOPEN-REF TO SR-REOPEN-REF(WS-SR-USED)
    END-IF.
    IF EDIT-ACK-OPEN
        PERFORM WRITE-SECTION-ACK
    END-IF.

WRITE-SECTION-ACK.
    MOVE SPACES TO EDIT-ACK-RECORD.
    MOVE "S" TO EA-RECORD-TYPE.
    MOVE WS-SECT-BRANCH TO EA-BRANCH-ID.
    MOVE WS-SECT-FILE-DATE TO EA-FILE-DATE.
    MOVE EDT-SECTION-COUNT TO EA-SECTION-NO.
    EVALUATE TRUE
        WHEN WS-SECT-PASS-SW = "Y"
            MOVE "A" TO EA-SECT-STATUS
        WHEN SECTION-IS-DUPLICATE
            MOVE "R" TO EA-SECT-STATUS
        WHEN OTHER
            MOVE "D" TO EA-SECT-STATUS
    END-EVALUATE.
    MOVE WS-SECT-FAIL-REASON TO EA-SECT-REASON.
    MOVE WS-SECT-EXP-COUNT TO EA-EXP-COUNT.
    MOVE WS-SECT-RAW-COUNT TO EA-RAW-COUNT.
    MOVE WS-BUF-USED TO EA-CLEAN-COUNT.
    MOVE WS-SECT-REJ-COUNT TO EA-REJ-COUNT.
    MOVE WS-SECT-EXP-HASH TO EA-EXP-HASH.
    MOVE WS-SECT-RAW-HASH TO EA-RAW-HASH.
    MOVE WS-SECT-CLEAN-HASH TO EA-CLEAN-HASH.
    WRITE EDIT-ACK-RECORD.

WRITE-EDIT-REPORT.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    END-STRING
    WRITE EDIT-REPORT-LINE.

    MOVE EDT-REVORIG-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO EDIT-REPORT-LINE
    STRING "  12 REVERSAL ORIGINAL NOT FOUND : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO EDIT-REPORT-LINE
    END-STRING
    WRITE EDIT-REPORT-LINE.

    MOVE EDT-REVDUP-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO EDIT-REPORT-LINE
    STRING "  13 ORIGINAL ALREADY REVERSED . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO EDIT-REPORT-LINE
    END-STRING
    WRITE EDIT-REPORT-LINE.

    MOVE EDT-ALLOCRULE-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO EDIT-REPORT-LINE
    STRING "  14 ALLOCATION RULE NOT ON FILE : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO EDIT-REPORT-LINE
    END-STRING
    WRITE EDIT-REPORT-LINE.

    MOVE EDT-ALLOCPCT-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO EDIT-REPORT-LINE
    STRING "  15 ALLOCATION RULE NOT 100%. . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO EDIT-REPORT-LINE
    END-STRING
    WRITE EDIT-REPORT-LINE.

    MOVE EDT-ALLOCCC-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO EDIT-REPORT-LINE
    STRING "  16 ALLOCATION TARGET NOT ACTIVE: " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO EDIT-REPORT-LINE
    END-STRING
    WRITE EDIT-REPORT-LINE.

    MOVE EDT-CLOSED-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO EDIT-REPORT-LINE
    STRING "  17 FILE DATE IN CLOSED PERIOD. : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO EDIT-REPORT-LINE
    END-STRING
    WRITE EDIT-REPORT-LINE.

    IF NOT COST-CENTERS-CHECKED
        MOVE "*** COSTCTR NOT AVAILABLE - COST-CENTER VALIDATION BYPASSED ***"
            TO EDIT-REPORT-LINE
        WRITE EDIT-REPORT-LINE
    END-IF.
    IF NOT MASTER-CHECKED
        MOVE "*** CALCMST NOT AVAILABLE - REVERSAL ORIGINAL CHECK BYPASSED ***"
            TO EDIT-REPORT-LINE
        WRITE EDIT-REPORT-LINE
    END-IF.
    IF NOT HOLD-QUEUE-CHECKED
        MOVE "*** HOLDQ NOT AVAILABLE - HELD REVERSAL CHECK BYPASSED ***"
            TO EDIT-REPORT-LINE
        WRITE EDIT-REPORT-LINE
    END-IF.
    IF NOT ALLOC-RULES-CHECKED
        MOVE "*** ALLOCMST NOT AVAILABLE - ALLOCATION RULE CHECK BYPASSED ***"
            TO EDIT-REPORT-LINE
        WRITE EDIT-REPORT-LINE
    END-IF.

    CLOSE EDIT-REPORT-FILE.

        INTO EDIT-REPORT-LINE
    END-STRING
    WRITE EDIT-REPORT-LINE.
    MOVE EDT-BADBR-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO EDIT-REPORT-LINE
    STRING "  OF WHICH BRANCH NOT ACTIVE . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO EDIT-REPORT-LINE
    END-STRING
    WRITE EDIT-REPORT-LINE.
    MOVE EDT-CLOSEDSECT-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO EDIT-REPORT-LINE
    STRING "  OF WHICH IN A CLOSED PERIOD. . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO EDIT-REPORT-LINE
    END-STRING
    WRITE EDIT-REPORT-LINE.
    IF NOT REGISTER-CHECKED
        MOVE "TRANREG NOT ALLOCATED - DUPLICATE-TRANSMISSION CHECK BYPASSED"
            TO EDIT-REPORT-LINE
        WRITE EDIT-REPORT-LINE
    END-IF.
    IF NOT BRANCHES-CHECKED
        MOVE "BRCHMST NOT ALLOCATED - BRANCH CHECK BYPASSED"
            TO EDIT-REPORT-LINE
        WRITE EDIT-REPORT-LINE
    END-IF.
    IF NOT PERIODS-CHECKED
        MOVE "FISCAL NOT ALLOCATED - CLOSED-PERIOD CHECK BYPASSED"
            TO EDIT-REPORT-LINE
        WRITE EDIT-REPORT-LINE
    END-IF.
    MOVE SPACES TO EDIT-REPORT-LINE
    WRITE EDIT-REPORT-LINE.

        END-STRING
        WRITE EDIT-REPORT-LINE
    END-IF.
    IF SR-PERIOD-CLOSED(WS-SR-SUB)
        MOVE SPACES TO EDIT-REPORT-LINE
        STRING "  *** FISCAL PERIOD " DELIMITED BY SIZE
            SR-PERIOD-ID(WS-SR-SUB) DELIMITED BY SIZE
            " IS CLOSED - SECTION WRITTEN TO ERROUT ***"
                DELIMITED BY SIZE
            INTO EDIT-REPORT-LINE
        END-STRING
        WRITE EDIT-REPORT-LINE
    END-IF.
    IF SR-REOPEN-REF(WS-SR-SUB) NOT = SPACES
        MOVE SPACES TO EDIT-REPORT-LINE
        STRING "  ACCEPTED INTO CLOSED PERIOD " DELIMITED BY SIZE
            SR-PERIOD-ID(WS-SR-SUB) DELIMITED BY SIZE
            " UNDER REOPEN " DELIMITED BY SIZE
            SR-REOPEN-REF(WS-SR-SUB) DELIMITED BY SIZE
            INTO EDIT-REPORT-LINE
        END-STRING
        WRITE EDIT-REPORT-LINE
    END-IF.

*> RC=16 IS THE DUPLICATE-TRANSMISSION SIGNATURE: NOTHING RAN
*> BECAUSE THE WHOLE SUBMISSION WAS A FILE (OR FILES) ALREADY ON
