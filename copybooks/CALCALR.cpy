*> COST-ALLOCATION RULE MASTER RECORD - ONE PER RULE CODE, KEYED
*> ON THE FOUR-CHARACTER CODE A BRANCH KEYS IN THE OPERAND B
*> POSITIONS OF AN ALLOCATION ("A") TRANSACTION (SEE CALCADEF
*> FOR THE ONE-TIME DEFINE). MAINTAINED BY THE CALCALM
*> CARD-DRIVEN JOB.
*>
*> EACH TARGET IS A COST CENTER AND ITS SHARE AS AN ASSUMED-
*> DECIMAL 9(3)V99 PERCENTAGE (E.G. 03750 IS 37.50%). THE SHARES
*> OF A USABLE RULE TOTAL EXACTLY 100.00 - CALCEDIT REJECTS A
*> TRANSACTION AGAINST A RULE THAT DOES NOT. TARGETS ARE KEPT IN
*> THE ORDER THEY WERE ADDED; CALC ROUNDS EVERY SHARE TO THE CENT
*> AND POSTS THE ROUNDING REMAINDER ON THE LAST TARGET, SO THE
*> LINES ALWAYS ADD BACK TO THE AMOUNT ALLOCATED.
01 ALLOC-RULE-RECORD.
    05 AR-RULE-CODE        PIC X(4).
    05 AR-DESCRIPTION      PIC X(20).
    05 AR-TARGET-COUNT     PIC 9(2).
    05 AR-TARGET OCCURS 12 TIMES.
        10 AR-COST-CENTER  PIC X(4).
        10 AR-PERCENT      PIC 9(3)V99.
