01 TAX-ACCRUAL-RECORD.
    05 TA-BUILDING-NAME PIC X(25).
    05 TA-ASSESSMENT-YEAR PIC 9(4).
    05 TA-JURISDICTION PIC X(10).
    05 TA-TAX-AMOUNT PIC 9(7)V99.
    05 TA-ACCRUAL-DATE PIC X(8).
