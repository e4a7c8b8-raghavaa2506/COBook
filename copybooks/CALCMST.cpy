*> CALCULATION MASTER RECORD - ONE PER CALCULATION, KEYED ON RUN
*> DATE PLUS ORIGINATING BRANCH PLUS TRANSACTION SEQUENCE NUMBER
*> (SEQUENCE NUMBERS ARE ASSIGNED PER BRANCH, SO THE BRANCH IS
*> PART OF THE KEY ON A CONSOLIDATED MULTI-BRANCH RUN) PLUS THE
*> ALLOCATION LINE NUMBER (00 EXCEPT ON THE PER-TARGET LINES OF
*> A COST ALLOCATION, WHICH SHARE ONE SEQUENCE NUMBER). LOADED
*> FROM TRANSOUT BY CALCLOAD AT THE END OF EACH CALCJOB RUN AND
*> READ BY THE CALCINQ INQUIRY PROGRAM, SO A "WHAT WAS SEQ 004512
*> IN TUESDAY'S RUN" QUESTION IS ONE KEYED READ INSTEAD OF A
        10 CM-RUN-DATE     PIC 9(8).
        10 CM-BRANCH-ID    PIC X(4).
        10 CM-SEQ-NO       PIC 9(6).
        10 CM-LINE-NO      PIC 9(2).
    05 CM-A                PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
    05 CM-B                PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
    *> WHEN CM-OPERATOR IS "R" THE OPERAND B FIELD CARRIES THE
    05 CM-B-RATE REDEFINES CM-B.
        10 CM-RATE-CODE    PIC X(4).
        10 FILLER          PIC X(4).
    *> WHEN CM-OPERATOR IS "A" IT CARRIES THE ALLOCATION RULE CODE.
    05 CM-B-ALLOC REDEFINES CM-B.
        10 CM-ALLOC-RULE   PIC X(4).
        10 FILLER          PIC X(4).
    05 CM-OPERATOR         PIC X.
    05 CM-COST-CENTER      PIC X(4).
    05 CM-RESULT           PIC S9(10)V99 SIGN IS TRAILING SEPARATE.
    05 CM-STATUS           PIC X(20).
    05 CM-AUDIT-TIMESTAMP  PIC X(21).
    05 CM-AUDIT-USER-ID    PIC X(8).
    *> REVERSAL TRAIL. ON AN ORIGINAL THAT HAS BEEN BACKED OUT BY
    *> A REVERSAL ("V") TRANSACTION THE FLAG IS "Y" AND THE KEY
    *> POINTS AT THE REVERSING ENTRY; ON THE REVERSING ENTRY
    *> ITSELF THE KEY POINTS BACK AT THE ORIGINAL IT REVERSED.
    *> RECORDS LOADED BEFORE REVERSALS EXISTED CARRY SPACES HERE.
    05 CM-REVERSED-FLAG    PIC X.
        88 CM-IS-REVERSED      VALUE "Y".
    05 CM-REVERSAL-KEY.
        10 CM-REV-RUN-DATE PIC 9(8).
        10 CM-REV-BRANCH-ID PIC X(4).
        10 CM-REV-SEQ-NO   PIC 9(6).
        10 CM-REV-LINE-NO  PIC 9(2).
    *> CURRENCY TRAIL, AS ON CALCREC - THE CURRENCY THE OPERANDS
    *> WERE KEYED IN, THE EXCHANGE RATE CALC APPLIED, AND THE
    *> RESULT IN THAT CURRENCY. CM-RESULT IS THE BASE-CURRENCY
    *> RESULT. RECORDS LOADED BEFORE CURRENCIES EXISTED CARRY
    *> SPACES HERE AND ARE BASE CURRENCY.
    05 CM-CURRENCY-CODE    PIC X(3).
        88 CM-IN-BASE-CURRENCY VALUE "USD" SPACES.
    05 CM-FX-RATE          PIC 9(4)V9(6).
    05 CM-ORIG-RESULT      PIC S9(10)V99 SIGN IS TRAILING SEPARATE.
