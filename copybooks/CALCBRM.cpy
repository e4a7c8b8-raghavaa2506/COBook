*> BRANCH REFERENCE MASTER RECORD - ONE PER BRANCH ALLOWED TO
*> TRANSMIT A SECTION, KEYED ON THE FOUR-CHARACTER BRANCH ID THE
*> BRANCHES CARRY IN CTL-BRANCH-ID. MAINTAINED BY THE CALCBRM
*> CARD-DRIVEN JOB (SEE CALCBDEF FOR THE ONE-TIME DEFINE), READ
*> BY CALCEDIT TO DROP A SECTION FROM A BRANCH THAT IS NOT ON
*> FILE AND ACTIVE, AND BY CALCMISS TO LIST EVERY BRANCH WHOSE
*> SCHEDULED FILE IS MISSING FROM (OR LATE ONTO) THE TRANSMISSION
*> REGISTER. BR-SCHEDULE SAYS WHICH FILE DATES THE BRANCH OWES:
*>   D  EVERY CALENDAR DAY
*>   W  MONDAY THROUGH FRIDAY
*>   M  THE LAST CALENDAR DAY OF EACH MONTH
*>   N  NO FIXED SCHEDULE (GENERATED OR AD HOC SECTIONS SUCH AS
*>      THE STANDING-INSTRUCTION "STND" SECTION) - ACCEPTED BY
*>      THE EDIT, NEVER REPORTED MISSING
*> BR-START-DATE IS THE FIRST FILE DATE THE BRANCH OWES, SO A
*> BRANCH ADDED TODAY IS NOT REPORTED MISSING FOR LAST WEEK.
01 BRANCH-MASTER-RECORD.
    05 BR-BRANCH-ID        PIC X(4).
    05 BR-NAME             PIC X(20).
    05 BR-ACTIVE-FLAG      PIC X.
        88 BR-IS-ACTIVE        VALUE "A".
        88 BR-IS-INACTIVE      VALUE "I".
    05 BR-CONTACT          PIC X(20).
    05 BR-SCHEDULE         PIC X.
        88 BR-SENDS-DAILY      VALUE "D".
        88 BR-SENDS-WEEKDAYS   VALUE "W".
        88 BR-SENDS-MONTH-END  VALUE "M".
        88 BR-SENDS-NO-SCHEDULE VALUE "N".
        88 BR-SCHEDULE-VALID   VALUE "D" "W" "M" "N".
    05 BR-START-DATE       PIC 9(8).
