*> HIGH-VALUE HOLD QUEUE RECORD - ONE PER TRANSOUT RESULT THE
*> CALCHOLD STEP KEPT BACK FROM THE NIGHT'S RELEASE, KEYED THE
*> SAME WAY AS THE CALCULATION MASTER (RUN DATE FROM THE AUDIT
*> TIMESTAMP, ORIGINATING BRANCH, SEQUENCE, ALLOCATION LINE - SEE
*> CALCHDEF FOR THE ONE-TIME DEFINE). THE RESULT RECORD ITSELF
*> RIDES ALONG UNCHANGED IN HQ-CALC-IMAGE SO AN APPROVED ITEM
*> REACHES THE LEDGER EXTRACT AND THE MASTER EXACTLY AS CALC
*> WROTE IT. AN ALLOCATION IS HELD WHOLE - EVERY LINE OF IT IS
*> QUEUED WHEN ANY ONE LINE IS OVER ITS LIMIT - AND IS APPROVED
*> OR REJECTED WHOLE BY THE CALCHREL SUPERVISOR RUN.
*>   HQ-HOLD-STATUS  H  HELD - WAITING FOR A SUPERVISOR
*>                   A  APPROVED - GOES OUT WITH THE NEXT CALCJOB
*>                      RELEASE AND MASTER LOAD
*>                   X  APPROVED AND RELEASED (HQ-RELEASE-DATE)
*>                   R  REJECTED - SENT TO RECYCLE AND ENTERED ON
*>                      THE PENDING-CORRECTIONS REGISTER
*>   HQ-HOLD-TYPE    L  RESULT OVER THE COST CENTER'S HOLD LIMIT
*>                      (HQ-HOLD-LIMIT IS THE LIMIT APPLIED)
*>                   D  SUSPECTED DUPLICATE - THE SAME CALCULATION
*>                      KEYED BEFORE (HQ-MATCH-KEY IS THE EARLIER
*>                      OCCURRENCE CALCDUPS MATCHED; HQ-HOLD-LIMIT
*>                      IS STILL SET IF THE RESULT IS ALSO OVER ITS
*>                      LIMIT). APPROVE CONFIRMS IT AS LEGITIMATE,
*>                      REJECT SENDS IT TO RECYCLE.
*> HQ-FILE-DATE IS THE SECTION HEADER'S FILE DATE - THE DATE THE
*> PENDING-CORRECTIONS REGISTER AND THE RECYCLE SECTION OF A
*> REJECTED ITEM ARE KEYED ON.
01 HOLD-QUEUE-RECORD.
    05 HQ-KEY.
        10 HQ-RUN-DATE     PIC 9(8).
        10 HQ-BRANCH-ID    PIC X(4).
        10 HQ-SEQ-NO       PIC 9(6).
        10 HQ-LINE-NO      PIC 9(2).
    05 HQ-FILE-DATE        PIC 9(8).
    05 HQ-HOLD-STATUS      PIC X.
        88 HQ-IS-HELD          VALUE "H".
        88 HQ-IS-APPROVED      VALUE "A".
        88 HQ-IS-RELEASED      VALUE "X".
        88 HQ-IS-REJECTED      VALUE "R".
    05 HQ-HOLD-TYPE        PIC X.
        88 HQ-HELD-OVER-LIMIT  VALUE "L".
        88 HQ-HELD-AS-DUPLICATE VALUE "D".
    05 HQ-HOLD-LIMIT       PIC 9(10)V99.
    05 HQ-REVIEW-USER      PIC X(8).
    05 HQ-REVIEW-DATE      PIC 9(8).
    05 HQ-REVIEW-TIME      PIC X(6).
    05 HQ-REVIEW-REASON    PIC X(40).
    05 HQ-RELEASE-DATE     PIC 9(8).
    05 HQ-CALC-IMAGE       PIC X(137).
    *> KEY OF THE EARLIER OCCURRENCE A TYPE D ITEM DUPLICATES (RUN
    *> DATE, BRANCH, SEQUENCE, LINE); SPACES ON A TYPE L ITEM.
    05 HQ-MATCH-KEY        PIC X(20).
