*> An amount left blank on an update is left unchanged on the claim;
*> CX-AMOUNT is the sum received from the insurer on a recovery or
*> settlement.
01 CLAIM-TRANSACTION-RECORD.
    05 CX-ACTION-CODE PIC X(1).
        88 CX-ACTION-OPEN     VALUE 'O'.
        88 CX-ACTION-UPDATE   VALUE 'U'.
        88 CX-ACTION-RECOVERY VALUE 'R'.
        88 CX-ACTION-SETTLE   VALUE 'S'.
        88 CX-ACTION-CLOSE    VALUE 'C'.
    05 CX-CLAIM-NUMBER PIC X(10).
    05 CX-BUILDING-NAME PIC X(25).
    05 CX-TRAN-DATE PIC X(8).
    05 CX-CAUSE-CODE PIC X(2).
    05 CX-ESTIMATED-LOSS PIC 9(9)V99.
    05 CX-RESERVE PIC 9(9)V99.
    05 CX-AMOUNT PIC 9(9)V99.
    05 CX-DESCRIPTION PIC X(30).
