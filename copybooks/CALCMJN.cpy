*> MAINTENANCE CHANGE JOURNAL RECORD - ONE PER CHANGE THE CALCAPRV
*> APPROVAL RUN APPLIES TO THE COST-CENTER, RATE OR EXCHANGE-RATE
*> MASTER, APPENDED TO THE PERMANENT PROD.CALC.MAINTJNL. CARRIES
*> THE MASTER RECORD AS IT WAS BEFORE THE CHANGE (SPACES FOR AN
*> ADD) AND AS IT WAS LEFT, WHO ASKED FOR THE CHANGE AND WHEN, AND
*> WHO APPROVED IT AND WHEN IT WENT ON. THE IMAGES ARE THE MASTER
*> RECORDS BYTE FOR BYTE (CALCCCT 45 BYTES; CALCRTE 19 BYTES AND
*> CALCFXR 21 BYTES PADDED WITH SPACES). CALCJRNL REPORTS OVER IT
*> BY CODE, DATE RANGE, OR USER.
01 MAINT-JOURNAL-RECORD.
    05 MJ-APPLY-DATE       PIC 9(8).
    05 MJ-APPLY-TIME       PIC X(6).
    05 MJ-CHANGE-ID        PIC X(18).
    05 MJ-MASTER           PIC X.
        88 MJ-FOR-COSTCTR      VALUE "C".
        88 MJ-FOR-RATEMST      VALUE "R".
        88 MJ-FOR-FXRATE       VALUE "X".
    05 MJ-ACTION           PIC X(9).
    05 MJ-TARGET-KEY       PIC X(12).
    05 MJ-REQ-USER         PIC X(8).
    05 MJ-REQ-DATE         PIC 9(8).
    05 MJ-REQ-TIME         PIC X(6).
    05 MJ-APPR-USER        PIC X(8).
    05 MJ-BEFORE-IMAGE     PIC X(45).
    05 MJ-AFTER-IMAGE      PIC X(45).
