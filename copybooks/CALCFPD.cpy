*> FISCAL CALENDAR RECORD - ONE PER FISCAL PERIOD, KEYED ON THE
*> PERIOD ID (YYYYPP - FISCAL YEAR AND PERIOD NUMBER). PERIODS
*> ARE DEFINED BY THE CALCFPM CARD-DRIVEN JOB (SEE CALCFDEF FOR
*> THE ONE-TIME DEFINE) WITH A START AND END DATE THAT MAY NOT
*> OVERLAP ANY OTHER PERIOD, AND ARE CLOSED BY THE CALCPCLS
*> PERIOD-CLOSE JOB ONCE THE MASTER TIES TO RUN HISTORY.
*>
*> ONCE A PERIOD IS CLOSED CALCEDIT REFUSES ANY BRANCH SECTION
*> WHOSE FILE DATE FALLS IN IT (REASON 17) UNLESS AN OVRDIN
*> REOPEN CARD QUOTES THE AUTHORIZATION REFERENCE THE CONTROLLER
*> PUT ON THE PERIOD WITH A CALCFPM AUTHREOP CARD. THE CLOSING
*> FIGURES (CALCULATIONS AND RESULT TOTAL THE MASTER TIED TO)
*> ARE KEPT ON THE RECORD FOR THE AUDITORS.
01 FISCAL-PERIOD-RECORD.
    05 FP-PERIOD-ID        PIC 9(6).
    05 FP-START-DATE       PIC 9(8).
    05 FP-END-DATE         PIC 9(8).
    05 FP-STATUS           PIC X.
        88 FP-IS-OPEN          VALUE "O".
        88 FP-IS-CLOSED        VALUE "C".
    05 FP-CLOSED-DATE      PIC 9(8).
    05 FP-CLOSED-TIME      PIC X(6).
    05 FP-CLOSED-USER      PIC X(8).
    05 FP-CLOSE-COUNT      PIC 9(9).
    05 FP-CLOSE-TOTAL      PIC S9(15)V99 SIGN IS TRAILING SEPARATE.
    *> SET BY AN AUTHREOP CARD, CLEARED BY REVOKE. SPACES MEANS NO
    *> LATE POSTING INTO THE CLOSED PERIOD IS AUTHORIZED.
    05 FP-REOPEN-REF       PIC X(8).
    05 FP-REOPEN-USER      PIC X(8).
