IDENTIFICATION DIVISION.
PROGRAM-ID. CALCAPRV.

*> DUAL-CONTROL APPROVAL RUN FOR COST-CENTER, RATE AND EXCHANGE-
*> RATE MASTER MAINTENANCE. CALCCCM, CALCRTM AND CALCXRM DO NOT
*> TOUCH THEIR MASTERS - THEY QUEUE EACH GOOD CARD ON THE
*> PENDING-CHANGES FILE (MNTPEND, CALCMCP LAYOUT) UNDER THE
*> REQUESTER'S USER ID. THIS RUN, SUBMITTED UNDER THE APPROVER'S
*> OWN USER ID (PARM USERID=), TAKES ONE CARD PER CHANGE ON
*> APRVIN - ACTION KEYWORD IN COLUMNS 1-9, CHANGE ID (AS ECHOED ON
*> CCMRPT/RTMRPT/XRMRPT) IN COLUMNS 10-27:
*>   APPROVE  YYYYMMDDHHMMSSNNNN
*>            APPLY THE CHANGE TO COSTCTR, RATEMST OR FXRATE AS
*>            THE MAINTENANCE JOB WOULD HAVE, AND APPEND THE
*>            BEFORE AND AFTER IMAGES TO THE PERMANENT CHANGE
*>            JOURNAL (MNTJRNL, CALCMJN LAYOUT) WITH THE
*>            REQUESTER, THE APPROVER, AND BOTH TIMESTAMPS
*>   REJECT   YYYYMMDDHHMMSSNNNN REASON (COLUMNS 29-68)
*>            CLOSE THE CHANGE UNAPPLIED
*> A CARD IS REFUSED WHEN THE APPROVER IS THE USER WHO ENTERED
*> THE CHANGE, WHEN THE CHANGE IS NOT ON FILE OR NO LONGER
*> PENDING, OR (APPROVE ONLY) WHEN THE CHANGE WAS ENTERED WITHOUT
*> A USER ID. AN APPROVED CHANGE THE MASTER NO LONGER ACCEPTS
*> (AN ADD OF A CODE SINCE ADDED, A CHANGE OF ONE NOT ON FILE) IS
*> CLOSED AS FAILED WITH THE REASON. EVERY CARD IS ECHOED WITH ITS
*> DISPOSITION ON APRVRPT, FOLLOWED BY THE CHANGES STILL WAITING
*> - RUN WITH NO CARDS FOR JUST THAT LIST.
*>   RC=0  ALL CARDS ACTIONED
*>   RC=4  ONE OR MORE CARDS REFUSED, OR APPROVED CHANGES FAILED
*>   RC=8  NO USERID PARM - NOTHING DONE; OR A CHANGE WAS APPLIED
*>         BUT ITS JOURNAL RECORD COULD NOT BE WRITTEN (LISTED ON
*>         APRVRPT AND THE JOB LOG - THE BEFORE/AFTER IMAGES MUST
*>         BE RECOVERED BY HAND)
*>   RC=12 A MASTER, MNTPEND, OR THE JOURNAL COULD NOT BE OPENED

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT APPROVAL-IN-FILE ASSIGN TO "APRVIN"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT MAINT-PENDING-FILE ASSIGN TO "MNTPEND"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MP-CHANGE-ID
        FILE STATUS IS WS-MNTPEND-FS.
    SELECT COST-CENTER-FILE ASSIGN TO "COSTCTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CC-CODE
        FILE STATUS IS WS-COSTCTR-FS.
    SELECT RATE-FILE ASSIGN TO "RATEMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RM-KEY
        FILE STATUS IS WS-RATEMST-FS.
    SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS FX-KEY
        FILE STATUS IS WS-FXRATE-FS.
    SELECT MAINT-JOURNAL-FILE ASSIGN TO "MNTJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MNTJRNL-FS.
    SELECT APPROVAL-REPORT-FILE ASSIGN TO "APRVRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  APPROVAL-IN-FILE.
01  APV-CARD.
    05 APV-ACTION      PIC X(9).
    05 APV-CHANGE-ID   PIC X(18).
    05 FILLER          PIC X.
    05 APV-REASON      PIC X(40).
    05 FILLER          PIC X(12).

FD  MAINT-PENDING-FILE.
    COPY CALCMCP.

FD  COST-CENTER-FILE.
    COPY CALCCCT.

FD  RATE-FILE.
    COPY CALCRTE.

FD  FX-RATE-FILE.
    COPY CALCFXR.

FD  MAINT-JOURNAL-FILE.
    COPY CALCMJN.

FD  APPROVAL-REPORT-FILE.
01  APV-REPORT-LINE   PIC X(80).

WORKING-STORAGE SECTION.
01 WS-EOF-SW         PIC X VALUE "N".
    88 END-OF-APPROVAL-IN  VALUE "Y".
01 WS-MNTPEND-FS     PIC XX.
01 WS-COSTCTR-FS     PIC XX.
01 WS-RATEMST-FS     PIC XX.
01 WS-FXRATE-FS      PIC XX.
01 WS-MNTJRNL-FS     PIC XX.
01 WS-DISPOSITION    PIC X(40).
01 WS-RUN-DATE       PIC X(10).
01 WS-USER-ID        PIC X(8).
01 WS-NOW-DATE       PIC 9(8).
01 WS-NOW-TIME       PIC X(6).

*> THE QUEUED CARD, RE-READ IN THE LAYOUT OF THE MAINTENANCE JOB
*> THAT QUEUED IT.
01 WS-CC-CARD.
    05 WS-CC-ACTION      PIC X(9).
    05 WS-CC-CODE        PIC X(4).
    05 FILLER            PIC X.
    05 WS-CC-DEPT-NAME   PIC X(20).
    05 FILLER            PIC X.
    05 WS-CC-MANAGER     PIC X(20).
    05 FILLER            PIC X(25).
01 WS-RT-CARD.
    05 WS-RT-ACTION      PIC X(9).
    05 WS-RT-RATE-CODE   PIC X(4).
    05 FILLER            PIC X.
    05 WS-RT-EFF-DATE    PIC X(8).
    05 FILLER            PIC X.
    05 WS-RT-RATE-VALUE  PIC X(7).
    05 FILLER            PIC X(50).
01 WS-FX-CARD.
    05 WS-FX-ACTION      PIC X(9).
    05 WS-FX-CURRENCY    PIC X(3).
    05 FILLER            PIC X.
    05 WS-FX-EFF-DATE    PIC X(8).
    05 FILLER            PIC X.
    05 WS-FX-RATE-VALUE  PIC X(10).
    05 FILLER            PIC X(48).

*> WHAT THE MASTER RECORD LOOKED LIKE EITHER SIDE OF THE CHANGE.
01 WS-BEFORE-IMAGE   PIC X(45).
01 WS-AFTER-IMAGE    PIC X(45).
01 WS-APPLIED-SW     PIC X VALUE "N".
    88 CHANGE-APPLIED      VALUE "Y".
01 WS-FAIL-TEXT      PIC X(40).

01 WS-MASTER-NAME    PIC X(7).
01 WS-LIST-EOF-SW    PIC X VALUE "N".
    88 END-OF-PENDING-LIST VALUE "Y".

01 WS-APV-COUNTS.
    05 APV-CARD-COUNT      PIC 9(4) VALUE ZERO.
    05 APV-APPLIED-COUNT   PIC 9(4) VALUE ZERO.
    05 APV-REJECT-COUNT    PIC 9(4) VALUE ZERO.
    05 APV-FAILED-COUNT    PIC 9(4) VALUE ZERO.
    05 APV-ERROR-COUNT     PIC 9(4) VALUE ZERO.
    05 APV-JRNLFAIL-COUNT  PIC 9(4) VALUE ZERO.
    05 APV-PENDING-COUNT   PIC 9(4) VALUE ZERO.

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
    IF WS-USER-ID = "UNKNOWN" OR WS-USER-ID = SPACES
        DISPLAY "CALCAPRV - NO USERID PARM - APPROVER CANNOT BE "
            "TOLD FROM REQUESTER, NOTHING DONE"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN I-O MAINT-PENDING-FILE.
    IF WS-MNTPEND-FS NOT = "00"
        DISPLAY "MNTPEND OPEN FAILED - FILE STATUS " WS-MNTPEND-FS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN I-O COST-CENTER-FILE.
    IF WS-COSTCTR-FS = "35"
        OPEN OUTPUT COST-CENTER-FILE
    END-IF.
    IF WS-COSTCTR-FS NOT = "00"
        DISPLAY "COSTCTR OPEN FAILED - FILE STATUS " WS-COSTCTR-FS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN I-O RATE-FILE.
    IF WS-RATEMST-FS = "35"
        OPEN OUTPUT RATE-FILE
    END-IF.
    IF WS-RATEMST-FS NOT = "00"
        DISPLAY "RATEMST OPEN FAILED - FILE STATUS " WS-RATEMST-FS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN I-O FX-RATE-FILE.
    IF WS-FXRATE-FS = "35"
        OPEN OUTPUT FX-RATE-FILE
    END-IF.
    IF WS-FXRATE-FS NOT = "00"
        DISPLAY "FXRATE OPEN FAILED - FILE STATUS " WS-FXRATE-FS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN EXTEND MAINT-JOURNAL-FILE.
    IF WS-MNTJRNL-FS = "35"
        OPEN OUTPUT MAINT-JOURNAL-FILE
    END-IF.
    IF WS-MNTJRNL-FS NOT = "00"
        DISPLAY "MNTJRNL OPEN FAILED - FILE STATUS " WS-MNTJRNL-FS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT APPROVAL-IN-FILE.
    OPEN OUTPUT APPROVAL-REPORT-FILE.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    MOVE "CALCAPRV - MASTER MAINTENANCE APPROVAL" TO APV-REPORT-LINE
    WRITE APV-REPORT-LINE.
    MOVE SPACES TO APV-REPORT-LINE
    STRING "RUN DATE (YYYYMMDD): " DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        "  APPROVER: " DELIMITED BY SIZE
        WS-USER-ID DELIMITED BY SIZE
        INTO APV-REPORT-LINE
    END-STRING
    WRITE APV-REPORT-LINE.
    MOVE SPACES TO APV-REPORT-LINE
    WRITE APV-REPORT-LINE.

    PERFORM UNTIL END-OF-APPROVAL-IN
        READ APPROVAL-IN-FILE
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                PERFORM APPLY-ONE-CARD
        END-READ
    END-PERFORM.

    PERFORM LIST-PENDING-CHANGES.
    PERFORM WRITE-APV-SUMMARY.

    CLOSE APPROVAL-IN-FILE
    CLOSE MAINT-PENDING-FILE
    CLOSE COST-CENTER-FILE
    CLOSE RATE-FILE
    CLOSE FX-RATE-FILE
    CLOSE MAINT-JOURNAL-FILE
    CLOSE APPROVAL-REPORT-FILE.

    EVALUATE TRUE
        WHEN APV-JRNLFAIL-COUNT > 0
            MOVE 8 TO RETURN-CODE
        WHEN APV-ERROR-COUNT > 0 OR APV-FAILED-COUNT > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE.
    STOP RUN.

APPLY-ONE-CARD.
    ADD 1 TO APV-CARD-COUNT.
    MOVE SPACES TO WS-DISPOSITION.
    MOVE SPACES TO MAINT-PENDING-RECORD.
    EVALUATE APV-ACTION
        WHEN "APPROVE  "
            PERFORM FETCH-PENDING-CHANGE
            IF WS-DISPOSITION = SPACES
                IF MP-REQ-USER = "UNKNOWN" OR MP-REQ-USER = SPACES
                    ADD 1 TO APV-ERROR-COUNT
                    MOVE "*** REQUESTER UNKNOWN - REJECT ONLY ***"
                        TO WS-DISPOSITION
                ELSE
                    PERFORM APPROVE-PENDING-CHANGE
                END-IF
            END-IF
        WHEN "REJECT   "
            PERFORM FETCH-PENDING-CHANGE
            IF WS-DISPOSITION = SPACES
                PERFORM REJECT-PENDING-CHANGE
            END-IF
        WHEN SPACES
            SUBTRACT 1 FROM APV-CARD-COUNT
        WHEN OTHER
            ADD 1 TO APV-ERROR-COUNT
            MOVE "*** UNRECOGNIZED ACTION - CARD IGNORED ***"
                TO WS-DISPOSITION
    END-EVALUATE.
    IF APV-ACTION NOT = SPACES
        PERFORM WRITE-CARD-ECHO-LINE
    END-IF.

*> THE CHANGE MUST BE ON FILE, STILL PENDING, AND ENTERED BY
*> SOMEONE OTHER THAN THE USER RUNNING THIS JOB.
FETCH-PENDING-CHANGE.
    MOVE APV-CHANGE-ID TO MP-CHANGE-ID.
    READ MAINT-PENDING-FILE
        INVALID KEY
            ADD 1 TO APV-ERROR-COUNT
            MOVE SPACES TO MAINT-PENDING-RECORD
            MOVE "*** CHANGE ID NOT ON FILE ***" TO WS-DISPOSITION
    END-READ.
    IF WS-DISPOSITION = SPACES
        EVALUATE TRUE
            WHEN NOT MP-IS-PENDING
                ADD 1 TO APV-ERROR-COUNT
                MOVE "*** NOT PENDING - ALREADY ACTIONED ***"
                    TO WS-DISPOSITION
            WHEN MP-REQ-USER = WS-USER-ID
                ADD 1 TO APV-ERROR-COUNT
                MOVE "*** SAME USER AS REQUESTER - REFUSED ***"
                    TO WS-DISPOSITION
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

APPROVE-PENDING-CHANGE.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
    MOVE SPACES TO WS-BEFORE-IMAGE.
    MOVE SPACES TO WS-AFTER-IMAGE.
    MOVE SPACES TO WS-FAIL-TEXT.
    MOVE "N" TO WS-APPLIED-SW.
    EVALUATE TRUE
        WHEN MP-FOR-COSTCTR
            PERFORM APPLY-COST-CENTER-CHANGE
        WHEN MP-FOR-FXRATE
            PERFORM APPLY-FX-RATE-CHANGE
        WHEN OTHER
            PERFORM APPLY-RATE-CHANGE
    END-EVALUATE.
    IF CHANGE-APPLIED
        PERFORM WRITE-JOURNAL-RECORD
        ADD 1 TO APV-APPLIED-COUNT
        MOVE "A" TO MP-STATUS
        IF WS-MNTJRNL-FS = "00"
            MOVE "APPLIED AND JOURNALED" TO WS-DISPOSITION
        ELSE
            MOVE "*** APPLIED - JOURNAL WRITE FAILED ***"
                TO WS-DISPOSITION
        END-IF
    ELSE
        ADD 1 TO APV-FAILED-COUNT
        MOVE "F" TO MP-STATUS
        MOVE WS-FAIL-TEXT TO WS-DISPOSITION
    END-IF.
    PERFORM CLOSE-PENDING-CHANGE.

REJECT-PENDING-CHANGE.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
    ADD 1 TO APV-REJECT-COUNT.
    MOVE "R" TO MP-STATUS.
    IF APV-REASON = SPACES
        MOVE "REJECTED BY APPROVER" TO WS-DISPOSITION
    ELSE
        MOVE APV-REASON TO WS-DISPOSITION
    END-IF.
    PERFORM CLOSE-PENDING-CHANGE.

CLOSE-PENDING-CHANGE.
    MOVE WS-USER-ID TO MP-APPR-USER.
    MOVE WS-NOW-DATE TO MP-APPR-DATE.
    MOVE WS-NOW-TIME TO MP-APPR-TIME.
    MOVE WS-DISPOSITION TO MP-DISPOSITION.
    REWRITE MAINT-PENDING-RECORD.
    IF WS-MNTPEND-FS NOT = "00"
        DISPLAY "MNTPEND REWRITE FAILED - FILE STATUS "
            WS-MNTPEND-FS " - CHANGE " MP-CHANGE-ID
    END-IF.

*> THE SAME THREE ACTIONS CALCCCM USED TO APPLY DIRECTLY.
APPLY-COST-CENTER-CHANGE.
    MOVE MP-CARD-IMAGE TO WS-CC-CARD.
    MOVE WS-CC-CODE TO CC-CODE.
    EVALUATE WS-CC-ACTION
        WHEN "ADD      "
            MOVE WS-CC-DEPT-NAME TO CC-DEPT-NAME
            MOVE "A" TO CC-ACTIVE-FLAG
            MOVE WS-CC-MANAGER TO CC-MANAGER
            WRITE COST-CENTER-RECORD
                INVALID KEY
                    MOVE "*** CODE NOW ON FILE - NOT APPLIED ***"
                        TO WS-FAIL-TEXT
                NOT INVALID KEY
                    MOVE COST-CENTER-RECORD TO WS-AFTER-IMAGE
                    MOVE "Y" TO WS-APPLIED-SW
            END-WRITE
        WHEN "CHANGE   "
            READ COST-CENTER-FILE
                INVALID KEY
                    MOVE "*** CODE NOT ON FILE - NOT APPLIED ***"
                        TO WS-FAIL-TEXT
                NOT INVALID KEY
                    PERFORM REWRITE-CHANGED-COST-CENTER
            END-READ
        WHEN "DEACT    "
            READ COST-CENTER-FILE
                INVALID KEY
                    MOVE "*** CODE NOT ON FILE - NOT APPLIED ***"
                        TO WS-FAIL-TEXT
                NOT INVALID KEY
                    PERFORM REWRITE-DEACT-COST-CENTER
            END-READ
        WHEN OTHER
            MOVE "*** QUEUED ACTION NOT RECOGNIZED ***"
                TO WS-FAIL-TEXT
    END-EVALUATE.

REWRITE-CHANGED-COST-CENTER.
    MOVE COST-CENTER-RECORD TO WS-BEFORE-IMAGE.
    IF WS-CC-DEPT-NAME NOT = SPACES
        MOVE WS-CC-DEPT-NAME TO CC-DEPT-NAME
    END-IF.
    IF WS-CC-MANAGER NOT = SPACES
        MOVE WS-CC-MANAGER TO CC-MANAGER
    END-IF.
    MOVE "A" TO CC-ACTIVE-FLAG.
    PERFORM REWRITE-COST-CENTER.

REWRITE-DEACT-COST-CENTER.
    MOVE COST-CENTER-RECORD TO WS-BEFORE-IMAGE.
    MOVE "I" TO CC-ACTIVE-FLAG.
    PERFORM REWRITE-COST-CENTER.

REWRITE-COST-CENTER.
    REWRITE COST-CENTER-RECORD.
    IF WS-COSTCTR-FS = "00"
        MOVE COST-CENTER-RECORD TO WS-AFTER-IMAGE
        MOVE "Y" TO WS-APPLIED-SW
    ELSE
        MOVE "*** COSTCTR REWRITE FAILED ***" TO WS-FAIL-TEXT
    END-IF.

*> THE SAME TWO ACTIONS CALCRTM USED TO APPLY DIRECTLY.
APPLY-RATE-CHANGE.
    MOVE MP-CARD-IMAGE TO WS-RT-CARD.
    MOVE WS-RT-RATE-CODE TO RM-RATE-CODE.
    MOVE WS-RT-EFF-DATE TO RM-EFF-DATE.
    EVALUATE WS-RT-ACTION
        WHEN "ADD      "
            MOVE WS-RT-RATE-VALUE TO RM-RATE-VALUE(1:7)
            WRITE RATE-MASTER-RECORD
                INVALID KEY
                    MOVE "*** CODE/DATE ON FILE - NOT APPLIED ***"
                        TO WS-FAIL-TEXT
                NOT INVALID KEY
                    MOVE RATE-MASTER-RECORD TO WS-AFTER-IMAGE
                    MOVE "Y" TO WS-APPLIED-SW
            END-WRITE
        WHEN "CHANGE   "
            READ RATE-FILE
                INVALID KEY
                    MOVE "*** CODE/DATE MISSING - NOT APPLIED ***"
                        TO WS-FAIL-TEXT
                NOT INVALID KEY
                    PERFORM REWRITE-CHANGED-RATE
            END-READ
        WHEN OTHER
            MOVE "*** QUEUED ACTION NOT RECOGNIZED ***"
                TO WS-FAIL-TEXT
    END-EVALUATE.

REWRITE-CHANGED-RATE.
    MOVE RATE-MASTER-RECORD TO WS-BEFORE-IMAGE.
    MOVE WS-RT-RATE-VALUE TO RM-RATE-VALUE(1:7).
    REWRITE RATE-MASTER-RECORD.
    IF WS-RATEMST-FS = "00"
        MOVE RATE-MASTER-RECORD TO WS-AFTER-IMAGE
        MOVE "Y" TO WS-APPLIED-SW
    ELSE
        MOVE "*** RATEMST REWRITE FAILED ***" TO WS-FAIL-TEXT
    END-IF.

*> THE SAME TWO ACTIONS AS A RATE CHANGE, FOR AN EXCHANGE RATE
*> QUEUED BY CALCXRM.
APPLY-FX-RATE-CHANGE.
    MOVE MP-CARD-IMAGE TO WS-FX-CARD.
    MOVE WS-FX-CURRENCY TO FX-CURRENCY-CODE.
    MOVE WS-FX-EFF-DATE TO FX-EFF-DATE.
    EVALUATE WS-FX-ACTION
        WHEN "ADD      "
            MOVE WS-FX-RATE-VALUE TO FX-RATE-VALUE(1:10)
            WRITE FX-RATE-RECORD
                INVALID KEY
                    MOVE "*** CURR/DATE ON FILE - NOT APPLIED ***"
                        TO WS-FAIL-TEXT
                NOT INVALID KEY
                    MOVE FX-RATE-RECORD TO WS-AFTER-IMAGE
                    MOVE "Y" TO WS-APPLIED-SW
            END-WRITE
        WHEN "CHANGE   "
            READ FX-RATE-FILE
                INVALID KEY
                    MOVE "*** CURR/DATE MISSING - NOT APPLIED ***"
                        TO WS-FAIL-TEXT
                NOT INVALID KEY
                    PERFORM REWRITE-CHANGED-FX-RATE
            END-READ
        WHEN OTHER
            MOVE "*** QUEUED ACTION NOT RECOGNIZED ***"
                TO WS-FAIL-TEXT
    END-EVALUATE.

REWRITE-CHANGED-FX-RATE.
    MOVE FX-RATE-RECORD TO WS-BEFORE-IMAGE.
    MOVE WS-FX-RATE-VALUE TO FX-RATE-VALUE(1:10).
    REWRITE FX-RATE-RECORD.
    IF WS-FXRATE-FS = "00"
        MOVE FX-RATE-RECORD TO WS-AFTER-IMAGE
        MOVE "Y" TO WS-APPLIED-SW
    ELSE
        MOVE "*** FXRATE REWRITE FAILED ***" TO WS-FAIL-TEXT
    END-IF.

WRITE-JOURNAL-RECORD.
    MOVE SPACES TO MAINT-JOURNAL-RECORD.
    MOVE WS-NOW-DATE TO MJ-APPLY-DATE.
    MOVE WS-NOW-TIME TO MJ-APPLY-TIME.
    MOVE MP-CHANGE-ID TO MJ-CHANGE-ID.
    MOVE MP-MASTER TO MJ-MASTER.
    MOVE MP-ACTION TO MJ-ACTION.
    MOVE MP-TARGET-KEY TO MJ-TARGET-KEY.
    MOVE MP-REQ-USER TO MJ-REQ-USER.
    MOVE MP-REQ-DATE TO MJ-REQ-DATE.
    MOVE MP-REQ-TIME TO MJ-REQ-TIME.
    MOVE WS-USER-ID TO MJ-APPR-USER.
    MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE.
    MOVE WS-AFTER-IMAGE TO MJ-AFTER-IMAGE.
    WRITE MAINT-JOURNAL-RECORD.
    IF WS-MNTJRNL-FS NOT = "00"
        ADD 1 TO APV-JRNLFAIL-COUNT
        DISPLAY "CALCAPRV - CHANGE " MP-CHANGE-ID
            " APPLIED BUT MNTJRNL WRITE FAILED - FILE STATUS "
            WS-MNTJRNL-FS
    END-IF.

*> ECHO LINE PLUS, WHEN THE CHANGE WAS FOUND, A SECOND LINE
*> SAYING WHAT IT WAS AND WHO ASKED FOR IT.
WRITE-CARD-ECHO-LINE.
    MOVE SPACES TO APV-REPORT-LINE
    STRING APV-ACTION DELIMITED BY SIZE
        APV-CHANGE-ID DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        WS-DISPOSITION DELIMITED BY SIZE
        INTO APV-REPORT-LINE
    END-STRING
    WRITE APV-REPORT-LINE.
    IF MP-MASTER NOT = SPACES
        PERFORM SET-MASTER-NAME
        MOVE SPACES TO APV-REPORT-LINE
        STRING "         " DELIMITED BY SIZE
            WS-MASTER-NAME DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            MP-CARD-IMAGE(1:40) DELIMITED BY SIZE
            " BY " DELIMITED BY SIZE
            MP-REQ-USER DELIMITED BY SIZE
            INTO APV-REPORT-LINE
        END-STRING
        WRITE APV-REPORT-LINE
    END-IF.

SET-MASTER-NAME.
    EVALUATE TRUE
        WHEN MP-FOR-COSTCTR
            MOVE "COSTCTR" TO WS-MASTER-NAME
        WHEN MP-FOR-FXRATE
            MOVE "FXRATE" TO WS-MASTER-NAME
        WHEN OTHER
            MOVE "RATEMST" TO WS-MASTER-NAME
    END-EVALUATE.

*> EVERYTHING STILL WAITING FOR AN APPROVER, OLDEST FIRST.
LIST-PENDING-CHANGES.
    MOVE SPACES TO APV-REPORT-LINE
    WRITE APV-REPORT-LINE.
    MOVE "CHANGES STILL AWAITING APPROVAL:" TO APV-REPORT-LINE
    WRITE APV-REPORT-LINE.
    MOVE "  CHANGE ID          REQUESTER MASTER  CARD"
        TO APV-REPORT-LINE
    WRITE APV-REPORT-LINE.
    MOVE LOW-VALUES TO MP-CHANGE-ID.
    START MAINT-PENDING-FILE KEY IS GREATER THAN OR EQUAL TO
            MP-CHANGE-ID
        INVALID KEY
            MOVE "Y" TO WS-LIST-EOF-SW
    END-START.
    PERFORM UNTIL END-OF-PENDING-LIST
        READ MAINT-PENDING-FILE NEXT
            AT END
                MOVE "Y" TO WS-LIST-EOF-SW
            NOT AT END
                IF MP-IS-PENDING
                    PERFORM WRITE-PENDING-LINE
                END-IF
        END-READ
    END-PERFORM.
    IF APV-PENDING-COUNT = 0
        MOVE "  (NONE)" TO APV-REPORT-LINE
        WRITE APV-REPORT-LINE
    END-IF.

WRITE-PENDING-LINE.
    ADD 1 TO APV-PENDING-COUNT.
    PERFORM SET-MASTER-NAME.
    MOVE SPACES TO APV-REPORT-LINE
    STRING "  " DELIMITED BY SIZE
        MP-CHANGE-ID DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        MP-REQ-USER DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        WS-MASTER-NAME DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        MP-CARD-IMAGE(1:41) DELIMITED BY SIZE
        INTO APV-REPORT-LINE
    END-STRING
    WRITE APV-REPORT-LINE.

WRITE-APV-SUMMARY.
    MOVE SPACES TO APV-REPORT-LINE
    WRITE APV-REPORT-LINE.

    MOVE APV-CARD-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO APV-REPORT-LINE
    STRING "CARDS READ . . . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO APV-REPORT-LINE
    END-STRING
    WRITE APV-REPORT-LINE.

    MOVE APV-APPLIED-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO APV-REPORT-LINE
    STRING "CHANGES APPROVED AND APPLIED . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO APV-REPORT-LINE
    END-STRING
    WRITE APV-REPORT-LINE.

    MOVE APV-REJECT-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO APV-REPORT-LINE
    STRING "CHANGES REJECTED . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO APV-REPORT-LINE
    END-STRING
    WRITE APV-REPORT-LINE.

    MOVE APV-FAILED-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO APV-REPORT-LINE
    STRING "APPROVED BUT NOT APPLICABLE. . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO APV-REPORT-LINE
    END-STRING
    WRITE APV-REPORT-LINE.

    MOVE APV-JRNLFAIL-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO APV-REPORT-LINE
    STRING "APPLIED BUT NOT JOURNALED. . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO APV-REPORT-LINE
    END-STRING
    WRITE APV-REPORT-LINE.

    MOVE APV-ERROR-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO APV-REPORT-LINE
    STRING "CARDS REFUSED. . . . . . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO APV-REPORT-LINE
    END-STRING
    WRITE APV-REPORT-LINE.

    MOVE APV-PENDING-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO APV-REPORT-LINE
    STRING "CHANGES STILL PENDING. . . . . . : " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO APV-REPORT-LINE
    END-STRING
    WRITE APV-REPORT-LINE.
