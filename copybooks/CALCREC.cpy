    05 CR-B-RATE REDEFINES CR-B.
        10 CR-RATE-CODE    PIC X(4).
        10 FILLER          PIC X(4).
    *> COST-ALLOCATION VARIANT: WHEN CR-OPERATOR IS "A" THE OPERAND
    *> B FIELD CARRIES AN ALLOCATION RULE CODE (LEFT-JUSTIFIED,
    *> REST SPACES) - CALC SPLITS CR-A ACROSS THE RULE'S TARGET
    *> COST CENTERS BY THEIR PERCENTAGES ON THE ALLOCATION MASTER
    *> AND WRITES ONE TRANSOUT RECORD PER TARGET.
    05 CR-B-ALLOC REDEFINES CR-B.
        10 CR-ALLOC-RULE   PIC X(4).
        10 FILLER          PIC X(4).
    05 CR-OPERATOR         PIC X.
    *> DEPARTMENTAL COST CENTER THE TRANSACTION BELONGS TO -
    *> CARRIED FROM TRANSIN THROUGH TRANSOUT AND THE AUDIT
    05 CR-STATUS           PIC X(20).
    05 CR-AUDIT-TIMESTAMP  PIC X(21).
    05 CR-AUDIT-USER-ID    PIC X(8).
    *> REVERSAL VARIANT: WHEN CR-OPERATOR IS "V" THE TRANSACTION
    *> BACKS OUT A CALCULATION ALREADY POSTED TO THE CALCULATION
    *> MASTER, NAMED HERE BY ITS CM-KEY (RUN DATE, BRANCH,
    *> SEQUENCE, ALLOCATION LINE). THE OPERANDS ARE KEYED AS
    *> ZEROS AND NOT USED - CALC POSTS THE EXACT NEGATIVE OF THE
    *> ORIGINAL CM-RESULT UNDER THE ORIGINAL COST CENTER. RECORDS
    *> IN THE EARLIER 89-BYTE LAYOUT END BEFORE THIS FIELD AND
    *> CARRY SPACES HERE.
    05 CR-REVERSAL-KEY.
        10 CR-REV-RUN-DATE PIC 9(8).
        10 CR-REV-BRANCH-ID PIC X(4).
        10 CR-REV-SEQ-NO   PIC 9(6).
        10 CR-REV-LINE-NO  PIC 9(2).
    *> ALLOCATION LINE NUMBER - 00 ON AN ORDINARY TRANSACTION, 01
    *> UP TO THE RULE'S TARGET COUNT ON THE TRANSOUT RECORDS CALC
    *> WRITES FOR AN ALLOCATION ("A"), ONE PER TARGET COST CENTER.
    *> TOGETHER WITH THE SEQUENCE IT KEEPS EVERY LINE'S MASTER KEY
    *> UNIQUE. RECORDS IN THE EARLIER LAYOUTS END BEFORE THE LINE
    *> NUMBERS AND ARE TREATED AS LINE 00.
    05 CR-LINE-NO          PIC 9(2).
    *> CURRENCY TRAIL. BRANCHES KEY THE OPERANDS IN THE CURRENCY
    *> THE TRANSACTION WAS MADE IN AND NAME IT IN CR-CURRENCY-CODE
    *> (SPACES OR "USD" IS THE BASE CURRENCY). CALC CONVERTS THE
    *> OPERANDS AT THE EXCHANGE-MASTER RATE IN EFFECT ON THE RUN
    *> DATE, LEAVES CR-A AND CR-B AS KEYED, AND FILLS IN THE RATE
    *> APPLIED (BASE UNITS PER ONE UNIT OF THE CURRENCY) AND THE
    *> RESULT IN THE ORIGINAL CURRENCY - CR-RESULT IS ALWAYS THE
    *> BASE-CURRENCY RESULT, SO EVERY CONTROL TOTAL STAYS IN BASE.
    *> RECORDS IN THE EARLIER LAYOUTS END BEFORE THESE FIELDS AND
    *> ARE TREATED AS BASE CURRENCY.
    05 CR-CURRENCY-CODE    PIC X(3).
        88 CR-IN-BASE-CURRENCY VALUE "USD" SPACES.
    05 CR-FX-RATE          PIC 9(4)V9(6).
    05 CR-ORIG-RESULT      PIC S9(10)V99 SIGN IS TRAILING SEPARATE.
