*> EXCHANGE-RATE MASTER RECORD - ONE PER CURRENCY CODE AND
*> EFFECTIVE DATE, KEYED ON BOTH (SEE CALCXDEF FOR THE ONE-TIME
*> DEFINE). LIKE THE RATE MASTER, A NEW RATE IS A NEW RECORD WITH
*> THE NEW EFFECTIVE DATE - HISTORY IS KEPT, AND CALC CONVERTS A
*> FOREIGN-CURRENCY TRANSACTION AT THE RECORD WITH THE LATEST
*> EFFECTIVE DATE AT OR BEFORE THE RUN DATE. MAINTAINED BY THE
*> CALCXRM CARD-DRIVEN JOB UNDER DUAL CONTROL (APPLIED BY
*> CALCAPRV ONCE A SECOND USER APPROVES).
*>
*> THE RATE IS THE NUMBER OF BASE-CURRENCY (USD) UNITS PER ONE
*> UNIT OF THE CURRENCY, AS AN ASSUMED-DECIMAL 9(4)V9(6) - E.G.
*> 0001085000 IS 1.085000.
01 FX-RATE-RECORD.
    05 FX-KEY.
        10 FX-CURRENCY-CODE PIC X(3).
        10 FX-EFF-DATE     PIC 9(8).
    05 FX-RATE-VALUE       PIC 9(4)V9(6).
