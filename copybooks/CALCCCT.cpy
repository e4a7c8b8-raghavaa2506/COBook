*> COST-CENTER REFERENCE MASTER RECORD - ONE PER DEPARTMENTAL
*> COST-CENTER CODE, KEYED ON THE FOUR-CHARACTER CODE THE
*> BRANCHES KEY INTO CR-COST-CENTER. MAINTAINED BY THE CALCCCM
*> CARD-DRIVEN JOB UNDER DUAL CONTROL (APPLIED BY CALCAPRV ONCE
*> A SECOND USER APPROVES; SEE CALCCDEF FOR THE DEFINE), READ
*> BY CALCEDIT TO REJECT DETAILS CARRYING A CODE THAT IS NOT ON
*> FILE AND ACTIVE, AND BY THE REPORTING PROGRAMS TO PRINT THE
*> DEPARTMENT NAME NEXT TO THE CODE INSTEAD OF SENDING READERS
