*> EDIT ACKNOWLEDGMENT WORK RECORD - WRITTEN BY CALCEDIT TO
*> EDITACK IN FEED ORDER SO CALCACK CAN TELL EACH BRANCH WHAT
*> BECAME OF ITS SECTION. ONE "D" RECORD PER DETAIL READ INSIDE A
*> BRANCH SECTION (REASON CODE SPACES WHEN IT PASSED THE EDITS,
*> OTHERWISE THE REASON CODE IT WAS WRITTEN TO ERROUT WITH),
*> FOLLOWED BY ONE "S" RECORD WHEN THE SECTION CLOSES CARRYING
*> THE SECTION'S DISPOSITION AND THE BALANCE FIGURES FROM
*> EDITRPT. EA-SECTION-NO IS THE SECTION'S POSITION ON THE FEED.
01 EDIT-ACK-RECORD.
    05 EA-RECORD-TYPE      PIC X.
        88 EA-IS-DETAIL        VALUE "D".
        88 EA-IS-SECTION       VALUE "S".
    05 EA-BRANCH-ID        PIC X(4).
    05 EA-FILE-DATE        PIC 9(8).
    05 EA-SECTION-NO       PIC 9(4).
    05 EA-DATA             PIC X(100).
    05 EA-DETAIL REDEFINES EA-DATA.
        10 EA-SEQ-NO       PIC X(6).
        10 EA-REASON-CODE  PIC XX.
            88 EA-PASSED-EDIT  VALUE SPACES.
        10 EA-OPERAND-A    PIC X(8).
        10 EA-OPERATOR     PIC X.
        10 EA-COST-CENTER  PIC X(4).
        10 FILLER          PIC X(79).
    05 EA-SECTION REDEFINES EA-DATA.
*>      A = ACCEPTED (RELEASED TO THE CLEAN FILE), R = REFUSED AS A
*>      FILE ALREADY ON THE TRANSMISSION REGISTER, D = DROPPED
*>      (OUT OF BALANCE, TRAILER MISSING, BRANCH NOT ACTIVE ...).
        10 EA-SECT-STATUS  PIC X.
            88 EA-SECT-ACCEPTED VALUE "A".
            88 EA-SECT-REFUSED  VALUE "R".
            88 EA-SECT-DROPPED  VALUE "D".
        10 EA-SECT-REASON  PIC X(30).
        10 EA-EXP-COUNT    PIC 9(6).
        10 EA-RAW-COUNT    PIC 9(6).
        10 EA-CLEAN-COUNT  PIC 9(6).
        10 EA-REJ-COUNT    PIC 9(6).
        10 EA-EXP-HASH     PIC 9(13)V99.
        10 EA-RAW-HASH     PIC 9(13)V99.
        10 EA-CLEAN-HASH   PIC 9(13)V99.
