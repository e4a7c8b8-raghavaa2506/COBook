*> LATEST EFFECTIVE DATE AT OR BEFORE THE RUN DATE, SO EVERY
*> BRANCH PICKS UP A RATE CHANGE ON THE SAME DAY INSTEAD OF A
*> WEEK OF MIXED HAND-KEYED RATES. MAINTAINED BY THE CALCRTM
*> CARD-DRIVEN JOB UNDER DUAL CONTROL (APPLIED BY CALCAPRV ONCE
*> A SECOND USER APPROVES).
*>
*> THE RATE VALUE IS AN ASSUMED-DECIMAL 9(3)V9(4) MULTIPLIER -
*> E.G. 0011500 IS 1.1500.
