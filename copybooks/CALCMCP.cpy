*> MAINTENANCE PENDING-CHANGE RECORD - ONE PER ADD/CHANGE/DEACT
*> CARD ACCEPTED BY CALCCCM (COST-CENTER MASTER), CALCRTM (RATE
*> MASTER) OR CALCXRM (EXCHANGE-RATE MASTER), KEYED ON THE CHANGE
*> ID: THE REQUESTING RUN'S DATE AND TIME PLUS A SEQUENCE WITHIN
*> THE RUN (SEE CALCQDEF FOR THE ONE-TIME DEFINE). NO MAINTENANCE
*> JOB TOUCHES ITS MASTER ANY MORE - A CHANGE SITS HERE AS PENDING
*> UNTIL THE CALCAPRV APPROVAL RUN, SUBMITTED UNDER A DIFFERENT
*> USER ID FROM THE REQUESTER'S, APPLIES IT (AND JOURNALS THE
*> BEFORE AND AFTER IMAGES - SEE CALCMJN) OR REJECTS IT. THE CARD
*> IS KEPT AS ENTERED SO THE APPROVER SEES EXACTLY WHAT WAS ASKED
*> FOR.
*>   MP-STATUS  P  PENDING - WAITING FOR AN APPROVER
*>              A  APPROVED AND APPLIED TO THE MASTER
*>              R  REJECTED BY THE APPROVER
*>              F  APPROVED BUT COULD NOT BE APPLIED (THE MASTER
*>                 CHANGED UNDER IT - E.G. THE CODE WAS ADDED BY
*>                 AN EARLIER CHANGE); MP-DISPOSITION SAYS WHY
01 MAINT-PENDING-RECORD.
    05 MP-CHANGE-ID.
        10 MP-REQ-DATE     PIC 9(8).
        10 MP-REQ-TIME     PIC X(6).
        10 MP-REQ-SEQ      PIC 9(4).
    05 MP-MASTER           PIC X.
        88 MP-FOR-COSTCTR      VALUE "C".
        88 MP-FOR-RATEMST      VALUE "R".
        88 MP-FOR-FXRATE       VALUE "X".
    05 MP-ACTION           PIC X(9).
    05 MP-TARGET-KEY       PIC X(12).
    05 MP-CARD-IMAGE       PIC X(80).
    05 MP-REQ-USER         PIC X(8).
    05 MP-STATUS           PIC X.
        88 MP-IS-PENDING       VALUE "P".
        88 MP-IS-APPLIED       VALUE "A".
        88 MP-IS-REJECTED      VALUE "R".
        88 MP-IS-FAILED        VALUE "F".
    05 MP-APPR-USER        PIC X(8).
    05 MP-APPR-DATE        PIC 9(8).
    05 MP-APPR-TIME        PIC X(6).
    05 MP-DISPOSITION      PIC X(40).
