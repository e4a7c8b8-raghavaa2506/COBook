IDENTIFICATION DIVISION.
PROGRAM-ID. CALCXRM.

*> CARD-DRIVEN MAINTENANCE FOR THE KEYED EXCHANGE-RATE MASTER
*> (FXRATE - SEE CALCXDEF FOR THE ONE-TIME DEFINE). ONE CARD PER
*> ACTION ON XRMIN - ACTION KEYWORD IN COLUMNS 1-9, VALUES FROM
*> COLUMN 10:
*>   ADD      CCC YYYYMMDD NNNNNNNNNN
*>            ADD AN EXCHANGE RATE - CURRENCY CODE, EFFECTIVE DATE,
*>            AND THE BASE-CURRENCY UNITS PER ONE UNIT OF THE
*>            CURRENCY AS 9(4)V9(6) ASSUMED DECIMAL (E.G.
*>            0001085000 IS 1.085000); REJECTED IF THAT
*>            CURRENCY/DATE IS ALREADY ON FILE
*>   CHANGE   CCC YYYYMMDD NNNNNNNNNN
*>            CORRECT THE RATE OF AN EXISTING CURRENCY/DATE RECORD
*> A NEW RATE IN THE ORDINARY COURSE OF BUSINESS IS AN ADD WITH
*> THE NEW EFFECTIVE DATE - OLD RECORDS STAY ON FILE SO A RE-RUN
*> OF AN EARLIER DATE STILL CONVERTS AT THE RATE THAT WAS IN
*> EFFECT. THE BASE CURRENCY (USD) IS NEVER ON FILE - CALC DOES
*> NOT CONVERT IT - AND A ZERO RATE IS REFUSED. EVERY CARD IS
*> ECHOED WITH ITS DISPOSITION ON XRMRPT.
*>
*> THE MASTER IS UNDER DUAL CONTROL THE SAME WAY AS THE RATE
*> MASTER (SEE CALCRTM) - A GOOD CARD IS NOT APPLIED HERE BUT
*> QUEUED ON THE PENDING-CHANGES FILE (MNTPEND, CALCMCP LAYOUT)
*> UNDER THE SUBMITTER'S USER ID (PARM USERID=), AND THE ECHO
*> LINE GIVES ITS CHANGE ID. THE CALCAPRV APPROVAL RUN, SUBMITTED
*> BY SOMEONE ELSE, APPLIES OR REJECTS IT. FXRATE IS ONLY READ, SO
*> AN ADD OF A CURRENCY/DATE ALREADY ON FILE OR A CHANGE OF ONE
*> THAT IS NOT IS REFUSED AT ONCE RATHER THAN AT APPROVAL.
*>   RC=0  ALL CARDS QUEUED
*>   RC=4  ONE OR MORE CARDS IN ERROR - SEE XRMRPT
*>   RC=12 THE PENDING-CHANGES FILE COULD NOT BE OPENED

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MAINT-IN-FILE ASSIGN TO "XRMIN"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FX-KEY
        FILE STATUS IS WS-FXRATE-FS.
    SELECT MAINT-PENDING-FILE ASSIGN TO "MNTPEND"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MP-CHANGE-ID
        FILE STATUS IS WS-MNTPEND-FS.
    SELECT MAINT-REPORT-FILE ASSIGN TO "XRMRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  MAINT-IN-FILE.
01  XRM-CARD.
    05 XRM-ACTION      PIC X(9).
    05 XRM-CURRENCY    PIC X(3).
    05 FILLER          PIC X.
    05 XRM-EFF-DATE    PIC X(8).
    05 FILLER          PIC X.
    05 XRM-RATE-VALUE  PIC X(10).
    05 FILLER          PIC X(48).

FD  FX-RATE-FILE.
    COPY CALCFXR.

FD  MAINT-PENDING-FILE.
    COPY CALCMCP.

FD  MAINT-REPORT-FILE.
01  XRM-REPORT-LINE   PIC X(80).

WORKING-STORAGE SECTION.
01 WS-EOF-SW         PIC X VALUE "N".
    88 END-OF-MAINT-IN     VALUE "Y".
01 WS-FXRATE-FS      PIC XX.
01 WS-MNTPEND-FS     PIC XX.
01 WS-DISPOSITION    PIC X(40).
01 WS-RUN-DATE       PIC X(10).
01 WS-RUN-TIME       PIC X(6).
01 WS-USER-ID        PIC X(8).

*> WITHOUT FXRATE THE ON-FILE CHECKS ARE LEFT TO THE APPROVAL
*> RUN, WHICH MAKES THEM AGAIN ANYWAY WHEN IT APPLIES THE CHANGE.
01 WS-FX-AVAIL-SW    PIC X VALUE "N".
    88 FXRATE-AVAILABLE    VALUE "Y".
01 WS-FX-FOUND-SW    PIC X VALUE "N".
    88 FX-RATE-ON-FILE     VALUE "Y".

*> CHANGE IDS ARE THE RUN DATE/TIME PLUS A SEQUENCE; A CLASH WITH
*> ANOTHER MAINTENANCE RUN STARTED IN THE SAME SECOND JUST TAKES
*> THE NEXT SEQUENCE.
01 WS-PEND-SEQ       PIC 9(4) VALUE ZERO.
01 WS-PEND-DONE-SW   PIC X VALUE "N".
    88 PENDING-WRITE-DONE  VALUE "Y".
01 WS-QUEUED-SW      PIC X VALUE "N".
    88 CHANGE-QUEUED       VALUE "Y".

01 WS-XRM-COUNTS.
    05 XRM-CARD-COUNT      PIC 9(4) VALUE ZERO.
    05 XRM-ADD-COUNT       PIC 9(4) VALUE ZERO.
    05 XRM-CHANGE-COUNT    PIC 9(4) VALUE ZERO.
    05 XRM-ERROR-COUNT     PIC 9(4) VALUE ZERO.

01 WS-EDIT-COUNT     PIC ZZZ9.

LINKAGE SECTION.
01 LS-PARM.
    05 LS-PARM-LEN   PIC S9(4) COMP.
    05 LS-PARM-DATA  PIC X(60).

PROCEDURE DIVISION USING LS-PARM.
MAIN-LOGIC.
    MOVE "UNKNOWN" TO WS-USER-ID.
    IF LS-PARM-LEN > 7
        IF LS-PARM-DATA(1:7) = "USERID="
            MOVE LS-PARM-DATA(8:8) TO WS-USER-ID
        END-IF
    END-IF.

    OPEN I-O MAINT-PENDING-FILE.
    IF WS-MNTPEND-FS = "35"
        OPEN OUTPUT MAINT-PENDING-FILE
    END-IF.
    IF WS-MNTPEND-FS NOT = "00"
        DISPLAY "MNTPEND OPEN FAILED - FILE STATUS " WS-MNTPEND-FS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT FX-RATE-FILE.
    IF WS-FXRATE-FS = "00"
        MOVE "Y" TO WS-FX-AVAIL-SW
    ELSE
        DISPLAY "FXRATE NOT AVAILABLE - FILE STATUS "
            WS-FXRATE-FS " - ON-FILE CHECKS LEFT TO APPROVAL"
    END-IF.

    OPEN INPUT MAINT-IN-FILE.
    OPEN OUTPUT MAINT-REPORT-FILE.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
    MOVE "CALCXRM - EXCHANGE-RATE MASTER MAINTENANCE" TO XRM-REPORT-LINE
    WRITE XRM-REPORT-LINE.
    MOVE SPACES TO XRM-REPORT-LINE
    STRING "RUN DATE (YYYYMMDD): " DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        "  USER: " DELIMITED BY SIZE
        WS-USER-ID DELIMITED BY SIZE
        INTO XRM-REPORT-LINE
    END-STRING
    WRITE XRM-REPORT-LINE.
    MOVE "CHANGES ARE QUEUED FOR APPROVAL BY ANOTHER USER (CALCAPRV)"
        TO XRM-REPORT-LINE
    WRITE XRM-REPORT-LINE.
    MOVE SPACES TO XRM-REPORT-LINE
    WRITE XRM-REPORT-LINE.

    PERFORM UNTIL END-OF-MAINT-IN
        READ MAINT-IN-FILE
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                PERFORM APPLY-ONE-CARD
        END-READ
    END-PERFORM.

    PERFORM WRITE-XRM-SUMMARY.

    CLOSE MAINT-IN-FILE
    CLOSE MAINT-PENDING-FILE
    CLOSE MAINT-REPORT-FILE.
    IF FXRATE-AVAILABLE
        CLOSE FX-RATE-FILE
    END-IF.

    IF XRM-ERROR-COUNT > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

APPLY-ONE-CARD.
    ADD 1 TO XRM-CARD-COUNT.
    MOVE SPACES TO WS-DISPOSITION.
    EVALUATE XRM-ACTION
        WHEN "ADD      "
            PERFORM EDIT-FX-RATE-CARD
            IF WS-DISPOSITION = SPACES
                PERFORM ADD-FX-RATE-RECORD
            END-IF
        WHEN "CHANGE   "
            PERFORM EDIT-FX-RATE-CARD
            IF WS-DISPOSITION = SPACES
                PERFORM CHANGE-FX-RATE-RECORD
            END-IF
        WHEN SPACES
            SUBTRACT 1 FROM XRM-CARD-COUNT
        WHEN OTHER
            ADD 1 TO XRM-ERROR-COUNT
            MOVE "*** UNRECOGNIZED ACTION - CARD IGNORED ***"
                TO WS-DISPOSITION
    END-EVALUATE.
    IF XRM-ACTION NOT = SPACES
        PERFORM WRITE-CARD-ECHO-LINE
    END-IF.

EDIT-FX-RATE-CARD.
    IF XRM-CURRENCY = SPACES
            OR XRM-EFF-DATE IS NOT NUMERIC
            OR XRM-RATE-VALUE IS NOT NUMERIC
        ADD 1 TO XRM-ERROR-COUNT
        MOVE "*** CURRENCY/DATE/RATE MALFORMED ***" TO WS-DISPOSITION
    ELSE
        IF XRM-CURRENCY = "USD"
            ADD 1 TO XRM-ERROR-COUNT
            MOVE "*** USD IS THE BASE CURRENCY - NO RATE ***"
                TO WS-DISPOSITION
        ELSE
            IF XRM-RATE-VALUE = ZERO
                ADD 1 TO XRM-ERROR-COUNT
                MOVE "*** RATE MUST BE GREATER THAN ZERO ***"
                    TO WS-DISPOSITION
            END-IF
        END-IF
    END-IF.

ADD-FX-RATE-RECORD.
    PERFORM LOOK-UP-FX-RATE-RECORD.
    IF FX-RATE-ON-FILE
        ADD 1 TO XRM-ERROR-COUNT
        MOVE "*** CURRENCY/DATE ON FILE - USE CHANGE ***"
            TO WS-DISPOSITION
    ELSE
        PERFORM QUEUE-PENDING-CHANGE
        IF CHANGE-QUEUED
            ADD 1 TO XRM-ADD-COUNT
        END-IF
    END-IF.

CHANGE-FX-RATE-RECORD.
    PERFORM LOOK-UP-FX-RATE-RECORD.
    IF FXRATE-AVAILABLE AND NOT FX-RATE-ON-FILE
        ADD 1 TO XRM-ERROR-COUNT
        MOVE "*** CURRENCY/DATE NOT ON FILE - USE ADD ***"
            TO WS-DISPOSITION
    ELSE
        PERFORM QUEUE-PENDING-CHANGE
        IF CHANGE-QUEUED
            ADD 1 TO XRM-CHANGE-COUNT
        END-IF
    END-IF.

LOOK-UP-FX-RATE-RECORD.
    MOVE "N" TO WS-FX-FOUND-SW.
    IF FXRATE-AVAILABLE
        MOVE XRM-CURRENCY TO FX-CURRENCY-CODE
        MOVE XRM-EFF-DATE TO FX-EFF-DATE
        READ FX-RATE-FILE
            INVALID KEY
                MOVE "N" TO WS-FX-FOUND-SW
            NOT INVALID KEY
                MOVE "Y" TO WS-FX-FOUND-SW
        END-READ
    END-IF.

*> THE CARD GOES ON THE PENDING-CHANGES FILE EXACTLY AS ENTERED;
*> CALCAPRV RE-READS IT FROM MP-CARD-IMAGE WHEN IT APPLIES IT.
QUEUE-PENDING-CHANGE.
    MOVE SPACES TO MAINT-PENDING-RECORD.
    MOVE WS-RUN-DATE(1:8) TO MP-REQ-DATE.
    MOVE WS-RUN-TIME TO MP-REQ-TIME.
    MOVE "X" TO MP-MASTER.
    MOVE XRM-ACTION TO MP-ACTION.
    MOVE XRM-CURRENCY TO MP-TARGET-KEY(1:3).
    MOVE XRM-EFF-DATE TO MP-TARGET-KEY(4:8).
    MOVE XRM-CARD TO MP-CARD-IMAGE.
    MOVE WS-USER-ID TO MP-REQ-USER.
    MOVE "P" TO MP-STATUS.
    MOVE ZERO TO MP-APPR-DATE.
    MOVE "PENDING APPROVAL" TO MP-DISPOSITION.
    MOVE "N" TO WS-PEND-DONE-SW.
    MOVE "N" TO WS-QUEUED-SW.
    PERFORM UNTIL PENDING-WRITE-DONE
        ADD 1 TO WS-PEND-SEQ
        MOVE WS-PEND-SEQ TO MP-REQ-SEQ
        WRITE MAINT-PENDING-RECORD
            INVALID KEY
                IF WS-MNTPEND-FS NOT = "22"
                    PERFORM REFUSE-PENDING-WRITE
                END-IF
            NOT INVALID KEY
                MOVE "Y" TO WS-PEND-DONE-SW
                MOVE "Y" TO WS-QUEUED-SW
        END-WRITE
    END-PERFORM.
    IF CHANGE-QUEUED
        STRING "QUEUED - CHANGE ID " DELIMITED BY SIZE
            MP-CHANGE-ID DELIMITED BY SIZE
            INTO WS-DISPOSITION
        END-STRING
    END-IF.

*> ANY WRITE FAILURE OTHER THAN A CLASHING CHANGE ID ENDS THE
*> RETRY LOOP WITH THE CARD IN ERROR AND NOTHING QUEUED.
REFUSE-PENDING-WRITE.
    ADD 1 TO XRM-ERROR-COUNT.
    MOVE "*** MNTPEND WRITE FAILED - NOT QUEUED ***"
        TO WS-DISPOSITION.
    DISPLAY "MNTPEND WRITE FAILED - FILE STATUS " WS-MNTPEND-FS.
    MOVE "Y" TO WS-PEND-DONE-SW.

WRITE-CARD-ECHO-LINE.
    MOVE SPACES TO XRM-REPORT-LINE
    STRING XRM-ACTION DELIMITED BY SIZE
        XRM-CURRENCY DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        XRM-EFF-DATE DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        XRM-RATE-VALUE DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        WS-DISPOSITION DELIMITED BY SIZE
        INTO XRM-REPORT-LINE
    END-STRING
    WRITE XRM-REPORT-LINE.

WRITE-XRM-SUMMARY.
    MOVE SPACES TO XRM-REPORT-LINE
    WRITE XRM-REPORT-LINE.

    MOVE XRM-CARD-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO XRM-REPORT-LINE
    STRING "CARDS READ . . . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO XRM-REPORT-LINE
    END-STRING
    WRITE XRM-REPORT-LINE.

    MOVE XRM-ADD-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO XRM-REPORT-LINE
    STRING "ADDS QUEUED. . . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO XRM-REPORT-LINE
    END-STRING
    WRITE XRM-REPORT-LINE.

    MOVE XRM-CHANGE-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO XRM-REPORT-LINE
    STRING "CHANGES QUEUED . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO XRM-REPORT-LINE
    END-STRING
    WRITE XRM-REPORT-LINE.

    MOVE XRM-ERROR-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO XRM-REPORT-LINE
    STRING "CARDS IN ERROR . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO XRM-REPORT-LINE
    END-STRING
    WRITE XRM-REPORT-LINE.
