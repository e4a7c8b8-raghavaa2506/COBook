*> TRANSACTION FILE ALONGSIDE THE CALCREC DETAIL RECORDS. THE
*> RECORD TYPE BYTE DISCRIMINATES: DETAIL RECORDS START WITH A
*> DIGIT (CR-SEQ-NO), CONTROL RECORDS WITH "H" OR "T". CONTROL
*> RECORDS ARE PADDED TO THE SAME 137-BYTE LRECL AS THE DETAILS.
*>
*> A CONSOLIDATED FEED MAY CARRY SEVERAL H...T SECTIONS BACK TO
*> BACK, ONE PER ORIGINATING BRANCH - EACH TRAILER DESCRIBES
    05 CTL-RECORD-TYPE     PIC X.
        88 CTL-IS-HEADER       VALUE "H".
        88 CTL-IS-TRAILER      VALUE "T".
    05 CTL-DATA            PIC X(136).
    05 CTL-HEADER-DATA REDEFINES CTL-DATA.
        10 CTL-FILE-DATE       PIC 9(8).
        10 CTL-BRANCH-ID       PIC X(4).
        10 FILLER              PIC X(124).
    05 CTL-TRAILER-DATA REDEFINES CTL-DATA.
        10 CTL-DETAIL-COUNT    PIC 9(6).
        10 CTL-HASH-TOTAL      PIC 9(13)V99.
        10 FILLER              PIC X(115).
