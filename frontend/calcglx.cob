*> THE OPERATOR SPELLED OUT, AND THE RUN DATE FROM THE RECORD'S
*> AUDIT TIMESTAMP - THEN A TRAILER ROW CARRYING THE RECORD
*> COUNT AND UNSIGNED AMOUNT TOTAL FOR THE LEDGER SIDE TO
*> BALANCE AGAINST. AMOUNT IS ALWAYS THE BASE-CURRENCY RESULT;
*> THE TRANSACTION'S OWN CURRENCY, ITS RESULT IN THAT CURRENCY
*> (UNSIGNED, SAME DC) AND THE EXCHANGE RATE APPLIED FOLLOW IT
*> AT THE END OF THE ROW. A RECORD FROM BEFORE CURRENCIES WERE
*> CARRIED SHOWS AS USD AT 1.
*>
*> COLUMNS:
*>   SEQUENCE,COST-CENTER,OPERAND-A,OPERAND-B,OPERATION,
*>   AMOUNT,DC,STATUS,RUN-DATE,CURRENCY,ORIG-AMOUNT,FX-RATE
*> TRAILER ROW:
*>   TRAILER,<RECORD COUNT>,<UNSIGNED AMOUNT TOTAL>

    COPY CALCREC REPLACING ==CALC-RECORD== BY ==GLI-RECORD==.

FD  GL-OUT-FILE.
01  GL-OUT-LINE       PIC X(130).

WORKING-STORAGE SECTION.
01 WS-EOF-SW         PIC X VALUE "N".
01 WS-GL-AMT-A       PIC 9(5).99.
01 WS-GL-AMT-B       PIC 9(5).99.
01 WS-GL-AMT-RES     PIC 9(10).99.
01 WS-GL-ABS-ORIG    PIC 9(10)V99.
01 WS-GL-AMT-ORIG    PIC 9(10).99.
01 WS-GL-CURRENCY    PIC X(3).
01 WS-GL-FX-RATE     PIC 9(4).9(6).
01 WS-GL-A-TXT       PIC X(9).
01 WS-GL-B-TXT       PIC X(9).
01 WS-GL-DC          PIC X.
    OPEN INPUT GL-IN-FILE.
    OPEN OUTPUT GL-OUT-FILE.

    MOVE "SEQUENCE,COST-CENTER,OPERAND-A,OPERAND-B,OPERATION,AMOUNT,DC,STATUS,RUN-DATE,CURRENCY,ORIG-AMOUNT,FX-RATE"
        TO GL-OUT-LINE.
    WRITE GL-OUT-LINE.

        MOVE WS-GL-AMT-A TO WS-GL-A-TXT
    END-IF.

*> A RATE-TABLE (R) OR COST-ALLOCATION (A) TRANSACTION CARRIES
*> ITS RATE OR RULE CODE IN THE OPERAND B POSITIONS - SHOW THE
*> CODE IN THE OPERAND-B COLUMN AND NEVER TOUCH THOSE BYTES AS A
*> NUMBER.
    IF CR-OPERATOR OF GLI-RECORD = "R"
            OR CR-OPERATOR OF GLI-RECORD = "A"
        MOVE SPACES TO WS-GL-B-TXT
        MOVE CR-RATE-CODE OF GLI-RECORD TO WS-GL-B-TXT(1:4)
    ELSE
        WHEN "*" MOVE "MULTIPLY" TO WS-GL-OP-NAME
        WHEN "/" MOVE "DIVIDE" TO WS-GL-OP-NAME
        WHEN "R" MOVE "RATE" TO WS-GL-OP-NAME
        WHEN "V" MOVE "REVERSAL" TO WS-GL-OP-NAME
        WHEN "A" MOVE "ALLOCATE" TO WS-GL-OP-NAME
        WHEN OTHER MOVE "UNKNOWN" TO WS-GL-OP-NAME
    END-EVALUATE.

            MOVE "Y" TO WS-GL-OVERFLOW-SW
    END-ADD.

    IF CR-FX-RATE OF GLI-RECORD IS NUMERIC
            AND CR-ORIG-RESULT OF GLI-RECORD IS NUMERIC
            AND CR-CURRENCY-CODE OF GLI-RECORD NOT = SPACES
        MOVE CR-CURRENCY-CODE OF GLI-RECORD TO WS-GL-CURRENCY
        MOVE CR-FX-RATE OF GLI-RECORD TO WS-GL-FX-RATE
        IF CR-ORIG-RESULT OF GLI-RECORD < 0
            COMPUTE WS-GL-ABS-ORIG = - (CR-ORIG-RESULT OF GLI-RECORD)
        ELSE
            MOVE CR-ORIG-RESULT OF GLI-RECORD TO WS-GL-ABS-ORIG
        END-IF
    ELSE
        MOVE "USD" TO WS-GL-CURRENCY
        MOVE 1 TO WS-GL-FX-RATE
        MOVE WS-GL-ABS-RES TO WS-GL-ABS-ORIG
    END-IF.
    MOVE WS-GL-ABS-ORIG TO WS-GL-AMT-ORIG.

    MOVE CR-AUDIT-TIMESTAMP OF GLI-RECORD(1:8) TO WS-GL-RUN-DATE.

    PERFORM FIND-STATUS-LENGTH.
            DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        WS-GL-RUN-DATE DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        WS-GL-CURRENCY DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        WS-GL-AMT-ORIG DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        WS-GL-FX-RATE DELIMITED BY SIZE
        INTO GL-OUT-LINE
    END-STRING.
    WRITE GL-OUT-LINE.
