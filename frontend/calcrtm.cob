*> WITH THE NEW EFFECTIVE DATE - OLD RECORDS STAY ON FILE SO A
*> RE-RUN OF AN EARLIER DATE STILL RESOLVES THE RATE THAT WAS IN
*> EFFECT. EVERY CARD IS ECHOED WITH ITS DISPOSITION ON RTMRPT.
*>
*> THE MASTER IS UNDER DUAL CONTROL - A CHANGED RATE HITS EVERY
*> "R" TRANSACTION THAT NIGHT. A GOOD CARD IS NOT APPLIED HERE
*> BUT QUEUED ON THE PENDING-CHANGES FILE (MNTPEND, CALCMCP
*> LAYOUT) UNDER THE SUBMITTER'S USER ID (PARM USERID=), AND THE
*> ECHO LINE GIVES ITS CHANGE ID. THE CALCAPRV APPROVAL RUN,
*> SUBMITTED BY SOMEONE ELSE, APPLIES OR REJECTS IT. RATEMST IS
*> ONLY READ, SO AN ADD OF A CODE/DATE ALREADY ON FILE OR A
*> CHANGE OF ONE THAT IS NOT IS REFUSED AT ONCE RATHER THAN AT
*> APPROVAL.
*>   RC=0  ALL CARDS QUEUED
*>   RC=4  ONE OR MORE CARDS IN ERROR - SEE RTMRPT
*>   RC=12 THE PENDING-CHANGES FILE COULD NOT BE OPENED

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RM-KEY
        FILE STATUS IS WS-RATEMST-FS.
    SELECT MAINT-PENDING-FILE ASSIGN TO "MNTPEND"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MP-CHANGE-ID
        FILE STATUS IS WS-MNTPEND-FS.
    SELECT MAINT-REPORT-FILE ASSIGN TO "RTMRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

FD  RATE-FILE.
    COPY CALCRTE.

FD  MAINT-PENDING-FILE.
    COPY CALCMCP.

FD  MAINT-REPORT-FILE.
01  RTM-REPORT-LINE   PIC X(80).

01 WS-EOF-SW         PIC X VALUE "N".
    88 END-OF-MAINT-IN     VALUE "Y".
01 WS-RATEMST-FS     PIC XX.
01 WS-MNTPEND-FS     PIC XX.
01 WS-DISPOSITION    PIC X(40).
01 WS-RUN-DATE       PIC X(10).
01 WS-RUN-TIME       PIC X(6).
01 WS-USER-ID        PIC X(8).

*> WITHOUT RATEMST THE ON-FILE CHECKS ARE LEFT TO THE APPROVAL
*> RUN, WHICH MAKES THEM AGAIN ANYWAY WHEN IT APPLIES THE CHANGE.
01 WS-RM-AVAIL-SW    PIC X VALUE "N".
    88 RATEMST-AVAILABLE   VALUE "Y".
01 WS-RM-FOUND-SW    PIC X VALUE "N".
    88 RATE-ON-FILE        VALUE "Y".

*> CHANGE IDS ARE THE RUN DATE/TIME PLUS A SEQUENCE; A CLASH WITH
*> ANOTHER MAINTENANCE RUN STARTED IN THE SAME SECOND JUST TAKES
*> THE NEXT SEQUENCE.
01 WS-PEND-SEQ       PIC 9(4) VALUE ZERO.
01 WS-PEND-DONE-SW   PIC X VALUE "N".
    88 PENDING-WRITE-DONE  VALUE "Y".
01 WS-QUEUED-SW      PIC X VALUE "N".
    88 CHANGE-QUEUED       VALUE "Y".

01 WS-RTM-COUNTS.
    05 RTM-CARD-COUNT      PIC 9(4) VALUE ZERO.

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

    OPEN INPUT RATE-FILE.
    IF WS-RATEMST-FS = "00"
        MOVE "Y" TO WS-RM-AVAIL-SW
    ELSE
        DISPLAY "RATEMST NOT AVAILABLE - FILE STATUS "
            WS-RATEMST-FS " - ON-FILE CHECKS LEFT TO APPROVAL"
    END-IF.

    OPEN INPUT MAINT-IN-FILE.
    OPEN OUTPUT MAINT-REPORT-FILE.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
    MOVE "CALCRTM - RATE MASTER MAINTENANCE" TO RTM-REPORT-LINE
    WRITE RTM-REPORT-LINE.
    MOVE SPACES TO RTM-REPORT-LINE
    STRING "RUN DATE (YYYYMMDD): " DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        "  USER: " DELIMITED BY SIZE
        WS-USER-ID DELIMITED BY SIZE
        INTO RTM-REPORT-LINE
    END-STRING
    WRITE RTM-REPORT-LINE.
    MOVE "CHANGES ARE QUEUED FOR APPROVAL BY ANOTHER USER (CALCAPRV)"
        TO RTM-REPORT-LINE
    WRITE RTM-REPORT-LINE.
    MOVE SPACES TO RTM-REPORT-LINE
    WRITE RTM-REPORT-LINE.

    PERFORM WRITE-RTM-SUMMARY.

    CLOSE MAINT-IN-FILE
    CLOSE MAINT-PENDING-FILE
    CLOSE MAINT-REPORT-FILE.
    IF RATEMST-AVAILABLE
        CLOSE RATE-FILE
    END-IF.

    IF RTM-ERROR-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

ADD-RATE-RECORD.
    PERFORM LOOK-UP-RATE-RECORD.
    IF RATE-ON-FILE
        ADD 1 TO RTM-ERROR-COUNT
        MOVE "*** CODE/DATE ALREADY ON FILE - USE CHANGE ***"
            TO WS-DISPOSITION
    ELSE
        PERFORM QUEUE-PENDING-CHANGE
        IF CHANGE-QUEUED
            ADD 1 TO RTM-ADD-COUNT
        END-IF
    END-IF.

CHANGE-RATE-RECORD.
    PERFORM LOOK-UP-RATE-RECORD.
    IF RATEMST-AVAILABLE AND NOT RATE-ON-FILE
        ADD 1 TO RTM-ERROR-COUNT
        MOVE "*** CODE/DATE NOT ON FILE - USE ADD ***"
            TO WS-DISPOSITION
    ELSE
        PERFORM QUEUE-PENDING-CHANGE
        IF CHANGE-QUEUED
            ADD 1 TO RTM-CHANGE-COUNT
        END-IF
    END-IF.

LOOK-UP-RATE-RECORD.
    MOVE "N" TO WS-RM-FOUND-SW.
    IF RATEMST-AVAILABLE
        MOVE RTM-RATE-CODE TO RM-RATE-CODE
        MOVE RTM-EFF-DATE TO RM-EFF-DATE
        READ RATE-FILE
            INVALID KEY
                MOVE "N" TO WS-RM-FOUND-SW
            NOT INVALID KEY
                MOVE "Y" TO WS-RM-FOUND-SW
        END-READ
    END-IF.

*> THE CARD GOES ON THE PENDING-CHANGES FILE EXACTLY AS ENTERED;
*> CALCAPRV RE-READS IT FROM MP-CARD-IMAGE WHEN IT APPLIES IT.
QUEUE-PENDING-CHANGE.
    MOVE SPACES TO MAINT-PENDING-RECORD.
    MOVE WS-RUN-DATE(1:8) TO MP-REQ-DATE.
    MOVE WS-RUN-TIME TO MP-REQ-TIME.
    MOVE "R" TO MP-MASTER.
    MOVE RTM-ACTION TO MP-ACTION.
    MOVE RTM-RATE-CODE TO MP-TARGET-KEY(1:4).
    MOVE RTM-EFF-DATE TO MP-TARGET-KEY(5:8).
    MOVE RTM-CARD TO MP-CARD-IMAGE.
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
    ADD 1 TO RTM-ERROR-COUNT.
    MOVE "*** MNTPEND WRITE FAILED - NOT QUEUED ***"
        TO WS-DISPOSITION.
    DISPLAY "MNTPEND WRITE FAILED - FILE STATUS " WS-MNTPEND-FS.
    MOVE "Y" TO WS-PEND-DONE-SW.

WRITE-CARD-ECHO-LINE.
    MOVE SPACES TO RTM-REPORT-LINE

    MOVE RTM-ADD-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO RTM-REPORT-LINE
    STRING "ADDS QUEUED. . . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO RTM-REPORT-LINE
    END-STRING

    MOVE RTM-CHANGE-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO RTM-REPORT-LINE
    STRING "CHANGES QUEUED . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO RTM-REPORT-LINE
    END-STRING
