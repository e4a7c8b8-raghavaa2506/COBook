*> SUSPECTED-DUPLICATE RECORD - ONE PER TRANSACTION IN THE NIGHT'S
*> TRANSOUT THAT CALCDUPS FOUND KEYED BEFORE: SAME COST CENTER,
*> OPERAND A, OPERAND B (OR RATE CODE / RULE CODE), OPERATOR AND
*> CURRENCY AS A CALCULATION ALREADY ON THE MASTER INSIDE THE
*> SELECTION WINDOW, OR AS AN EARLIER ONE IN THE SAME NIGHT'S
*> FILE. DS-KEY IS THE SUSPECT'S OWN MASTER-STYLE KEY (RUN DATE
*> FROM THE AUDIT TIMESTAMP, BRANCH FROM ITS SECTION HEADER,
*> SEQUENCE, LINE); DS-MATCH-KEY IS THE EARLIER OCCURRENCE IT
*> MATCHED AND DS-MATCH-USER-ID WHO RAN THAT ONE. CALCHOLD READS
*> THE FILE AND HOLDS EVERY SUSPECT ON THE HOLD QUEUE AS TYPE D.
01 DUPLICATE-SUSPECT-RECORD.
    05 DS-KEY.
        10 DS-RUN-DATE     PIC 9(8).
        10 DS-BRANCH-ID    PIC X(4).
        10 DS-SEQ-NO       PIC 9(6).
        10 DS-LINE-NO      PIC 9(2).
    05 DS-MATCH-SOURCE     PIC X.
        88 DS-MATCHED-ON-MASTER VALUE "M".
        88 DS-MATCHED-IN-RUN    VALUE "N".
    05 DS-MATCH-KEY.
        10 DS-MATCH-RUN-DATE PIC 9(8).
        10 DS-MATCH-BRANCH-ID PIC X(4).
        10 DS-MATCH-SEQ-NO PIC 9(6).
        10 DS-MATCH-LINE-NO PIC 9(2).
    05 DS-MATCH-USER-ID    PIC X(8).
